                  RECORD KEY IS OR-USER-ID
                  FILE STATUS IS OPERROLE-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  ROLE-EXTRACT.
            05  RX-USER-ID          PIC X(8).
            05  RX-ROLE             PIC X(10).
            05  RX-LAST-UPDATED     PIC X(26).
            05  RX-START-DATE       PIC X(8).
            05  RX-CUST-NO          PIC X(8).

        FD  OPERROLE.
           COPY OPERROLE.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSROLELD'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSROLELD'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 EXTRACT-STATUS           PIC X(2) VALUE '00'.
       1 OPERROLE-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-EXTRACT           PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           OPEN INPUT ROLE-EXTRACT
           OPEN I-O OPERROLE


           PERFORM PRINT-LOAD-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

                AND RX-ROLE NOT = 'MAINTAINER'
                AND RX-ROLE NOT = 'UNDERWRITR'
                AND RX-ROLE NOT = 'SUPERVISOR'
                AND RX-ROLE NOT = 'KEYCLERK  '
                   ADD 1 TO ROWS-REJECTED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'REJECTED - UNKNOWN ROLE: '
                   MOVE RX-USER-ID      TO OR-USER-ID
                   MOVE RX-ROLE         TO OR-ROLE
                   MOVE RX-LAST-UPDATED TO OR-LAST-UPDATED
                   MOVE RX-START-DATE   TO OR-START-DATE
                   MOVE RX-CUST-NO      TO OR-CUST-NO

                   WRITE OPERROLE-RECORD
                       INVALID KEY
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE ROWS-LOADED TO RUN-LOG-WRITTEN
           MOVE ROWS-REJECTED TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSROLELD'.
