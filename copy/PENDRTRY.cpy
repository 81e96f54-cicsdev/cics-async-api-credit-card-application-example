      * if the application had gone through first time, because it
      * IS a normal ASYNCPNT run - and honors PR-ATTEMPT-COUNT
      * against the maximum before giving up on an entry for good.
      * PR-INTAKE-CHANNEL keeps the front door the application first
      * came in through (see AU-INTAKE-CHANNEL in copy/AUDIT.cpy), so
      * the re-drive is still credited to it.
      ******************************************************************
       01  PENDRTRY-RECORD.
           05  PR-RETRY-KEY.
           05  PR-QUEUED-DATE          PIC X(8).
           05  PR-QUEUED-TIME          PIC X(8).
           05  PR-ATTEMPT-COUNT        PIC 9(2).
           05  PR-INTAKE-CHANNEL       PIC X(8).
           05  FILLER                  PIC X(7).
