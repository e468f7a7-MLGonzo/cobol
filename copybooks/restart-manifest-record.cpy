      *****************************************************
      * RESTART-MANIFEST-RECORD layout - one card per
      * dataset a nightly stream step writes, in stream
      * order (rstman, line sequential - carried in-stream
      * in the batch restart job, kept in step with
      * nightly-batch.jcl). A step that writes nothing the
      * restart has to care about gets one card with
      * RM-DD-NAME spaces.
      *
      * RM-JCL-STEP is the step name on the EXEC card;
      * RM-STEP-NAME is the step's row name on the run-control
      * ledger - spaces for utility steps (SORT, IDCAMS) that
      * do not record themselves.
      * RM-CLEANUP says what a failed attempt leaves behind:
      *   'D' - new dataset, catalogued even when the step
      *         ends non-zero: delete it before resubmitting;
      *   'R' - master or ledger updated in place: restore it
      *         from the backup taken before the stream (or
      *         reverse the attempt) before resubmitting;
      *   'K' - keep: the rerun rewrites or re-reads it safely.
      *****************************************************
       01 restart-manifest-record.
           05 rm-jcl-step pic x(8).
           05 filler pic x.
           05 rm-step-name pic x(8).
           05 filler pic x.
           05 rm-dd-name pic x(8).
           05 filler pic x.
           05 rm-cleanup pic x.
               88 rm-delete value 'D'.
               88 rm-restore value 'R'.
               88 rm-keep value 'K'.
           05 filler pic x.
           05 rm-dsn pic x(44).
