                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-TRAIL.
        01  AUDIT-ARCHIVE-RECORD    PIC X(350).

        FD  AUDIT-NEW.
        01  AUDIT-NEW-RECORD        PIC X(324).

        FD  CTLPARM.
           COPY CTLPARM.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAUDARC'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAUDARC'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDIT-STATUS              PIC X(2) VALUE '00'.
       1 AUDARCH-STATUS            PIC X(2) VALUE '00'.
       1 AUDNEW-STATUS             PIC X(2) VALUE '00'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM GET-TODAYS-DAYCOUNT


           PERFORM PRINT-ARCHIVE-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE ROWS-ARCHIVED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAUDARC'.
