      ******************************************************************
      *  KEYCKPT
      *
      * Record layout for the KEYCKPT VSAM KSDS - a one-record-per-
      * run restart checkpoint for the CSKEYSWP key retirement sweep
      * (see src/CSKEYSWP.cbl), keyed on the run identifier taken
      * from its control cards, the same way OVCKPT serves CSOVNT.
      *
      * The sweep walks CUSTMAS, CUSTADDR, CSCACHE, CUST360, USRCARD
      * and TPAUTH in that order (KC-FILE-NO 1 to 6). Every so many
      * records it notes the file it is in and the key of the last
      * record it finished with, so a run cancelled, abended or
      * stopped at its LIMIT picks up straight after that record
      * rather than re-reading the estate from the top. A run that
      * reaches the end of the last file sets KC-FILE-NO back to
      * zero, so the next run starts a fresh pass.
      *
      * KC-LAST-KEY is LOW-VALUES when the file in KC-FILE-NO has
      * not been started yet.
      ******************************************************************
       01  KEYCKPT-RECORD.
           05  KC-RUN-ID               PIC X(8).
           05  KC-FILE-NO              PIC 9(1).
           05  KC-LAST-KEY             PIC X(16).
           05  KC-REPROTECTED          PIC 9(9).
           05  KC-PASS-START-DATE      PIC X(8).
           05  KC-CHECKPOINT-DATE      PIC X(8).
           05  KC-CHECKPOINT-TIME      PIC X(8).
           05  FILLER                  PIC X(12).
