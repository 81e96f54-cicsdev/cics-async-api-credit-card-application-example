           05  CS-STAGE-KEY.
               10  CS-PARM-ID          PIC X(8).
               10  CS-EFFECTIVE-DATE   PIC X(8).
           05  CS-STAGED-PARMS         PIC X(400).
           05  FILLER                  PIC X(10).
