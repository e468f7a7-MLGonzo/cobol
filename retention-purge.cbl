      * Archive record layout ('H' + purge date + cutoff date,
      * 'D' + live record image, 'T' + record count): 111 bytes
      * for the run-history archive (its record carries the
      * settled GL figures), 242 for the run-control archive
      * (its record carries the output DD list), 71 for the
      * pending-aging archive.
       environment division.
       input-output section.
       file-control.
       fd runctl-archive-file.
       01 runctl-archive-record.
           05 rca-record-type pic x.
           05 rca-data pic x(241).
       fd pendage-archive-file.
       01 pendage-archive-record.
           05 paa-record-type pic x.
