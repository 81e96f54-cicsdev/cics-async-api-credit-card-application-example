      * handed over by marketing; the format is one 8 digit account
      * per record, the same as ACCTLIST.
      *
      * An account carrying an ACTIVE vulnerable customer marker
      * (see copy/VULNMARK.cpy) is never campaigned to: it is not
      * driven at all, its CAMPRSLT record goes out not qualified
      * with a result of SUPPRSD, and the summary counts it.
      *
      * Same EXCI ground rules as CSOVNT - a named channel on every
      * container command, no CICS task services, failures to SYSOUT.
      ******************************************************************
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CAMPCTL-STATUS.

           SELECT VULNMARK ASSIGN TO VULNMARK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-CUST-NO
                  FILE STATUS IS VULNMARK-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CAMPAIGN-LIST.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  VULNMARK.
           COPY VULNMARK.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCAMPGN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCAMPGN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CAMPLIST-STATUS           PIC X(2) VALUE '00'.
       1 CAMPRSLT-STATUS           PIC X(2) VALUE '00'.
       1 CAMPCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CAMPAIGN-LIST      PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 VULNMARK-STATUS           PIC X(2) VALUE '00'.
       1 MARKED-VULNERABLE         PIC X(1) VALUE 'N'.

       1 CAMPAIGN-PRODUCT          PIC X(4) VALUE 'STD '.

       1 CAMPAIGN-TOTALS.
         2 ACCOUNTS-DRIVEN         PIC 9(7) VALUE 0.
         2 ACCOUNTS-QUALIFIED      PIC 9(7) VALUE 0.
         2 ACCOUNTS-SUPPRESSED     PIC 9(7) VALUE 0.
         2 PLAT-DRIVEN             PIC 9(7) VALUE 0.
         2 PLAT-QUALIFIED          PIC 9(7) VALUE 0.
         2 GOLD-DRIVEN             PIC 9(7) VALUE 0.
         2 ASYNC-PROG              PIC X(8) VALUE 'ASYNCPNT'.

       1 CAMP-CHANNEL              PIC X(16) VALUE 'CAMPCHANNEL     '.
       1 INTAKE-CHANNEL            PIC X(8)  VALUE 'CSCAMPGN'.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-CARDS

      * Without the marker file a vulnerable customer could be
      * campaigned to - the run stops before anything is driven.
           OPEN INPUT VULNMARK
           IF VULNMARK-STATUS NOT = '00'
               DISPLAY 'CSCAMPGN NOT RUN - VULNMARK STATUS '
                       VULNMARK-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN INPUT CAMPAIGN-LIST
           OPEN OUTPUT CAMPAIGN-RESULTS


           CLOSE CAMPAIGN-LIST
           CLOSE CAMPAIGN-RESULTS
           CLOSE VULNMARK

           PERFORM PRINT-CAMPAIGN-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

           MOVE CAMPAIGN-PRODUCT     TO PRODUCT-CODE-IN
           MOVE 1                    TO APPL-SEQ-NO

           PERFORM CHECK-VULNERABLE-MARKER
           IF MARKED-VULNERABLE = 'Y'
               PERFORM WRITE-SUPPRESSED-RESULT
           ELSE
               PERFORM LINK-ONE-WHAT-IF
           END-IF

           PERFORM READ-NEXT-CAMPAIGN-ACCOUNT
           .

       CHECK-VULNERABLE-MARKER.
           MOVE 'N'        TO MARKED-VULNERABLE
           MOVE CUST-NO-IN TO VM-CUST-NO

           READ VULNMARK
               KEY IS VM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF VULNMARK-STATUS = '00' AND VM-IS-ACTIVE
               MOVE 'Y' TO MARKED-VULNERABLE
           END-IF
           .

      * Not qualified, and the result says only that the account
      * was left out - the reason stays on VULNMARK.
       WRITE-SUPPRESSED-RESULT.
           ADD 1 TO ACCOUNTS-SUPPRESSED

           MOVE SPACES     TO CAMPAIGN-RESULT-RECORD
           MOVE CUST-NO-IN TO CR-CUST-NO
           MOVE 'N'        TO CR-QUALIFIED
           MOVE 0          TO CR-WOULD-BE-LIMIT
           MOVE 'SUPPRSD'  TO CR-RESULT

           WRITE CAMPAIGN-RESULT-RECORD
           .

       LINK-ONE-WHAT-IF.

           EXEC CICS PUT CONTAINER ( ASYNC-PROG )
                           CHANNEL ( CAMP-CHANNEL )
                           FROM    ( ACCOUNT-NUMBER-IN )
           END-EXEC
           PERFORM CHECK-LINK-RESULT

      * The prescreen is recorded against the campaign - see
      * AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
           EXEC CICS PUT CONTAINER ('INTAKECHAN')
                           CHANNEL ( CAMP-CHANNEL )
                           FROM    ( INTAKE-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM CHECK-LINK-RESULT

           EXEC CICS LINK PROGRAM ( ASYNC-PROG )
                          CHANNEL ( CAMP-CHANNEL )
                          TRANSID ( 'ACCD' )
           PERFORM CHECK-LINK-RESULT

           PERFORM WRITE-CAMPAIGN-RESULT
           .

       WRITE-CAMPAIGN-RESULT.
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS SUPPRESSED: ' ACCOUNTS-SUPPRESSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'PLATINUM...........: ' PLAT-QUALIFIED
                  ' OF ' PLAT-DRIVEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ACCOUNTS-DRIVEN TO RUN-LOG-READ
           MOVE ACCOUNTS-QUALIFIED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCAMPGN'.
