      * blank card number as none assigned - and a converted row is
      * stale by definition, so the online cache guards re-derive
      * the real values on the account's next run.
      *
      * A file that already carries the eight-digit account (or has
      * no account at all) but has since grown is converted by the
      * same unload/pad/reload with the prefix switched off:
      *   PREFIX=NO        copy each record unchanged, padding only
      * The grown files and their new lengths are listed in
      * jcl/CSGROWCV.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CONVCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  OLD-IN
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSACNV8 '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'CONVERT '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSACNV8 '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 OLDIN-STATUS              PIC X(2) VALUE '00'.
       1 NEWOUT-STATUS             PIC X(2) VALUE '00'.
       1 CONVCTL-STATUS            PIC X(2) VALUE '00'.
      * Zero (no card) pads nothing beyond the '0000' prefix.
       1 TARGET-REC-LEN            PIC 9(4) VALUE 0.

      * N (PREFIX=NO card) pads only - no '0000' in front.
       1 ADD-ACCOUNT-PREFIX        PIC X(1) VALUE 'Y'.
       1 PREFIX-LEN                PIC 9(1) VALUE 4.

       1 OLD-REC-LEN               PIC 9(4) VALUE 0.
       1 NEW-REC-LEN               PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-CARDS

           OPEN INPUT OLD-IN
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * CONVCTL is optional - no card (or an unreadable one) leaves
      * the prefix-only behaviour in place. Cards may come in any
      * order.
       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

               MOVE CONTROL-CARD-RECORD(11:4) TO TARGET-REC-LEN
           END-IF

           IF CONTROL-CARD-RECORD(1:9) = 'PREFIX=NO'
               MOVE 'N' TO ADD-ACCOUNT-PREFIX
               MOVE 0   TO PREFIX-LEN
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

           .

       CONVERT-ONE-RECORD.
           COMPUTE NEW-REC-LEN = OLD-REC-LEN + PREFIX-LEN

           IF TARGET-REC-LEN > NEW-REC-LEN
               MOVE TARGET-REC-LEN TO NEW-REC-LEN
           END-IF

           MOVE SPACES TO NEW-RECORD
           IF ADD-ACCOUNT-PREFIX = 'Y'
               MOVE '0000' TO NEW-RECORD(1:4)
           END-IF
           MOVE OLD-RECORD(1:OLD-REC-LEN)
               TO NEW-RECORD(PREFIX-LEN + 1:OLD-REC-LEN)

           WRITE NEW-RECORD

           PERFORM READ-NEXT-OLD-RECORD
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE RECORDS-CONVERTED TO RUN-LOG-READ
           MOVE RECORDS-CONVERTED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSACNV8'.
