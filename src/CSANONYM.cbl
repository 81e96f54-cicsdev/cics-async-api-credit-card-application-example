                  RECORD KEY IS CO-CACHE-KEY
                  FILE STATUS IS OUT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * Extract layouts as CUSLOAD reads them - see the matching
            05  CO-CACHE-KEY        PIC X(9).
            05  CO-CACHE-BODY       PIC X(400).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSANONYM'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSANONYM'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 IN-STATUS                PIC X(2) VALUE '00'.
       1 OUT-STATUS               PIC X(2) VALUE '00'.
       1 END-OF-INPUT             PIC X(1) VALUE 'N'.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM ANONYMIZE-CUSTMAS
           PERFORM ANONYMIZE-CUSTADDR
           PERFORM ANONYMIZE-EMPLMAS
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-WRITTEN =
               CUSTMAS-DONE + CUSTADDR-DONE + EMPLMAS-DONE
                 + CRDTBUR-DONE + BALMAS-DONE + CSCACHE-DONE
           .

       COPY RUNLOGP.

       END PROGRAM 'CSANONYM'.
