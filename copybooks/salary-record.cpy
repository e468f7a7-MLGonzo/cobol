      * retention bonus and a performance bonus no longer overlay
      * each other. Keyed entry paths and the adjustment feed
      * work on sequence 01; generated records take their own
      * slots (commission 85, leave deductions 90, retro pay 95,
      * minimum wage make-up 96).
      * The trailer must sort after every real detail record in
      * key sequence, so trailer-filler (and the sequence filler)
      * are always built from HIGH-VALUES - never a real
      * employee-id.
      *
      * APPROVAL-STATUS is a three-state sign-off flag (pending /
      * approved / rejected) - a raise or bonus entry must be
