      * Licensed Materials - Property of IBM
      *
      * SAMPLE
      *
      * (c) Copyright IBM Corp. 2016 All Rights Reserved
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract with IBM Corp
      *
      ******************************************************************
      *  CSRCCLOS
      *
      * Quarterly operator access recertification - the deadline
      * sweep and the completion report. Walks one campaign on the
      * RECERT register (see copy/RECERT.cpy):
      *
      *   - every line still open after its deadline is revoked -
      *     the OPERROLE row (while it still holds the role the line
      *     was raised for) or the AUTHSUB entry is deleted, the line
      *     marked expired, and a RECERTEX row written to AUTHAUD
      *     (see copy/AUTHAUD.cpy) naming CSRCCLOS as the revoker.
      *     Each one is listed;
      *   - the completion report for the auditors: per manager, the
      *     lines put to them, certified, revoked, expired and still
      *     open, and the share the manager actually decided.
      *
      * Before the deadline nothing is open past it, so the same run
      * serves as a progress report mid-campaign.
      *
      * A role revoked here stays revoked only while the role
      * extract CSROLELD loads from no longer grants it - the
      * report's trailer says so, for the security administrator.
      *
      * The RCCLCTL control cards:
      *   CAMPAIGN=YYYYQn  (default - the quarter today falls in)
      *
      * At most 100 managers are tabled; a run that overflows says
      * so and ends with RETURN-CODE 8, as does a register that will
      * not open.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSRCCLOS.jcl. Schedule daily while a campaign is open,
      * with the online region's RECERT, OPERROLE, AUTHSUB and
      * AUTHAUD files closed to CICS.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSRCCLOS.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT RECERT ASSIGN TO RECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RE-RECERT-KEY
                  FILE STATUS IS RECERT-STATUS.

           SELECT OPERROLE ASSIGN TO OPERROLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OR-USER-ID
                  FILE STATUS IS OPERROLE-STATUS.

           SELECT AUTHSUB ASSIGN TO AUTHSUB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AS-USER-ID
                  FILE STATUS IS AUTHSUB-STATUS.

           SELECT AUTHAUD ASSIGN TO AUTHAUD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AA-AUDIT-KEY
                  FILE STATUS IS AUTHAUD-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO RCCLCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RCCLCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  RECERT.
           COPY RECERT.

        FD  OPERROLE.
           COPY OPERROLE.

        FD  AUTHSUB.
           COPY AUTHSUB.

        FD  AUTHAUD.
           COPY AUTHAUD.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRCCLOS'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRCCLOS'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 RECERT-STATUS             PIC X(2) VALUE '00'.
       1 OPERROLE-STATUS           PIC X(2) VALUE '00'.
       1 AUTHSUB-STATUS            PIC X(2) VALUE '00'.
       1 AUTHAUD-STATUS            PIC X(2) VALUE '00'.
       1 RCCLCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-CAMPAIGN           PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-DATE-PARTS REDEFINES RUN-DATE.
         2 RUN-YEAR                PIC X(4).
         2 RUN-MONTH               PIC 9(2).
         2 FILLER                  PIC X(2).
       1 RUN-TIME                  PIC X(8) VALUE SPACES.

       1 CAMPAIGN-ID               PIC X(6) VALUE SPACES.
       1 CAMPAIGN-PARTS REDEFINES CAMPAIGN-ID.
         2 CAMPAIGN-YEAR           PIC X(4).
         2 CAMPAIGN-Q              PIC X(1).
         2 CAMPAIGN-QUARTER        PIC 9(1).
       1 QUARTER-QUOTIENT          PIC 9(2) VALUE 0.
       1 QUARTER-REMAINDER         PIC 9(2) VALUE 0.

      * Set by REMOVE-THE-GRANT - whether anything was taken away.
       1 GRANT-REMOVED             PIC X(1) VALUE 'N'.
       1 AUDIT-SEQ                 PIC 9(3) VALUE 0.

      * Every manager the campaign's lines went to, with where
      * their lines stand.
       1 MANAGER-TABLE.
         2 MANAGER-ENTRY           OCCURS 100.
           3 MT-MANAGER-ID         PIC X(8).
           3 MT-LINES              PIC 9(5).
           3 MT-CERTIFIED          PIC 9(5).
           3 MT-REVOKED            PIC 9(5).
           3 MT-EXPIRED            PIC 9(5).
           3 MT-OPEN               PIC 9(5).
       1 MANAGER-COUNT             PIC S9(4) COMP VALUE 0.
       1 MANAGER-IX                PIC S9(4) COMP VALUE 0.
       1 FOUND-MANAGER-IX          PIC S9(4) COMP VALUE 0.
       1 TABLE-FULL                PIC X(1) VALUE 'N'.

       1 CAMPAIGN-TOTALS.
         2 TOTAL-LINES             PIC 9(5) VALUE 0.
         2 TOTAL-CERTIFIED         PIC 9(5) VALUE 0.
         2 TOTAL-REVOKED           PIC 9(5) VALUE 0.
         2 TOTAL-EXPIRED           PIC 9(5) VALUE 0.
         2 TOTAL-OPEN              PIC 9(5) VALUE 0.
         2 EXPIRED-THIS-RUN        PIC 9(5) VALUE 0.
         2 GRANTS-REMOVED          PIC 9(5) VALUE 0.

       1 DECIDED-PERCENT           PIC 9(3) VALUE 0.
       1 PERCENT-EDIT              PIC ZZ9.
       1 COUNT-EDIT                PIC ZZZZ9.
       1 COUNT-EDIT-2              PIC ZZZZ9.
       1 COUNT-EDIT-3              PIC ZZZZ9.
       1 COUNT-EDIT-4              PIC ZZZZ9.
       1 COUNT-EDIT-5              PIC ZZZZ9.
       1 MANAGER-TEXT              PIC X(8) VALUE SPACES.
       1 REMOVED-TEXT              PIC X(20) VALUE SPACES.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM SET-DEFAULT-CAMPAIGN
           PERFORM READ-CONTROL-CARDS

           INITIALIZE MANAGER-TABLE

           OPEN I-O RECERT

           IF RECERT-STATUS NOT = '00'
               DISPLAY 'RECERT REGISTER WILL NOT OPEN - STATUS '
                       RECERT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O OPERROLE
               OPEN I-O AUTHSUB
               OPEN I-O AUTHAUD

               PERFORM PRINT-REPORT-HEADING

               DISPLAY ' '
               DISPLAY 'REVOKED AT THE DEADLINE'
               DISPLAY 'OPERATOR T GRANT      MANAGER  DEADLINE'
               PERFORM WALK-THE-CAMPAIGN

               PERFORM PRINT-COMPLETION-BY-MANAGER
               PERFORM PRINT-REPORT-TOTALS

               CLOSE RECERT
               CLOSE OPERROLE
               CLOSE AUTHSUB
               CLOSE AUTHAUD

               IF TABLE-FULL = 'Y'
                   DISPLAY 'COMPLETION REPORT INCOMPLETE - TABLE FULL'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * The quarter today falls in - 2026Q4 for any day from
      * October to December 2026.
       SET-DEFAULT-CAMPAIGN.
           MOVE RUN-YEAR TO CAMPAIGN-YEAR
           MOVE 'Q'      TO CAMPAIGN-Q
           DIVIDE RUN-MONTH BY 3 GIVING QUARTER-QUOTIENT
               REMAINDER QUARTER-REMAINDER
           IF QUARTER-REMAINDER > 0
               ADD 1 TO QUARTER-QUOTIENT
           END-IF
           MOVE QUARTER-QUOTIENT TO CAMPAIGN-QUARTER
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF RCCLCTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-CARD
               PERFORM APPLY-CONTROL-CARD
                   UNTIL END-OF-CONTROL-CARDS = 'Y'

               CLOSE CONTROL-CARDS
           END-IF
           .

       READ-NEXT-CONTROL-CARD.
           READ CONTROL-CARDS
               AT END
                   MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-READ

           IF RCCLCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:9) = 'CAMPAIGN='
                AND CONTROL-CARD-RECORD(10:4) IS NUMERIC
                AND CONTROL-CARD-RECORD(14:1) = 'Q'
                AND CONTROL-CARD-RECORD(15:1) >= '1'
                AND CONTROL-CARD-RECORD(15:1) <= '4'
                   MOVE CONTROL-CARD-RECORD(10:6) TO CAMPAIGN-ID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * One pass of the campaign's lines, in key order.
      ******************************************************************
       WALK-THE-CAMPAIGN.
           MOVE LOW-VALUES  TO RE-RECERT-KEY
           MOVE CAMPAIGN-ID TO RE-CAMPAIGN

           START RECERT KEY >= RE-RECERT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-CAMPAIGN
           END-START

           IF RECERT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CAMPAIGN
           END-IF

           PERFORM TAKE-NEXT-RECERT-LINE
               UNTIL END-OF-CAMPAIGN = 'Y'
           .

       TAKE-NEXT-RECERT-LINE.
           READ RECERT NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CAMPAIGN
           END-READ

           IF RECERT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CAMPAIGN
           ELSE
               IF RE-CAMPAIGN NOT = CAMPAIGN-ID
                   MOVE 'Y' TO END-OF-CAMPAIGN
               ELSE
                   IF RE-LINE-OPEN
                      AND RE-DEADLINE < RUN-DATE
                       PERFORM EXPIRE-RECERT-LINE
                   END-IF
                   PERFORM COUNT-RECERT-LINE
               END-IF
           END-IF
           .

      * Nobody certified it in time - it goes.
       EXPIRE-RECERT-LINE.
           MOVE 'X'        TO RE-STATUS
           MOVE 'CSRCCLOS' TO RE-DECIDED-BY
           MOVE RUN-DATE   TO RE-DECIDED-DATE

           REWRITE RECERT-RECORD
               INVALID KEY
                   DISPLAY 'RECERT REWRITE FAILED - ' RE-USER-ID
                           ' STATUS ' RECERT-STATUS
           END-REWRITE

           IF RECERT-STATUS = '00'
               ADD 1 TO EXPIRED-THIS-RUN
               PERFORM REMOVE-THE-GRANT

               IF GRANT-REMOVED = 'Y'
                   ADD 1 TO GRANTS-REMOVED
                   MOVE 'REMOVED'            TO REMOVED-TEXT
                   PERFORM WRITE-EXPIRY-AUDIT-RECORD
               ELSE
                   MOVE 'ALREADY GONE/CHANGED' TO REMOVED-TEXT
               END-IF

               IF RE-MANAGER-ID = SPACES
                   MOVE '(NONE)' TO MANAGER-TEXT
               ELSE
                   MOVE RE-MANAGER-ID TO MANAGER-TEXT
               END-IF

               MOVE SPACES TO REPORT-LINE
               STRING RE-USER-ID
                      ' ' RE-GRANT-TYPE
                      ' ' RE-GRANT
                      ' ' MANAGER-TEXT
                      ' ' RE-DEADLINE
                      ' ' REMOVED-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

      * Take the grant away - the OPERROLE row only while it still
      * holds the role the line was raised for.
       REMOVE-THE-GRANT.
           MOVE 'N' TO GRANT-REMOVED

           IF RE-ROLE-GRANT
               MOVE RE-USER-ID TO OR-USER-ID
               READ OPERROLE
                   INVALID KEY
                       CONTINUE
               END-READ

               IF OPERROLE-STATUS = '00'
                  AND OR-ROLE = RE-GRANT
                   DELETE OPERROLE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   IF OPERROLE-STATUS = '00'
                       MOVE 'Y' TO GRANT-REMOVED
                   END-IF
               END-IF
           ELSE
               MOVE RE-USER-ID TO AS-USER-ID
               DELETE AUTHSUB RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               IF AUTHSUB-STATUS = '00'
                   MOVE 'Y' TO GRANT-REMOVED
               END-IF
           END-IF
           .

      * One AUTHAUD row per revocation, keyed on the run's moment -
      * the tie-break sequence carries on across the run, so every
      * revocation keeps its row.
       WRITE-EXPIRY-AUDIT-RECORD.
           MOVE SPACES     TO AUTHAUD-RECORD
           MOVE RUN-DATE   TO AA-AUDIT-DATE
           MOVE RUN-TIME   TO AA-AUDIT-TIME
           MOVE 'RECERTEX' TO AA-ACTION
           MOVE RE-USER-ID TO AA-TARGET-USER-ID
           MOVE 'CSRCCLOS' TO AA-ADMIN-USER-ID
           MOVE RE-GRANT   TO AA-GRANT

           PERFORM WRITE-EXPIRY-AUDIT-ATTEMPT

           PERFORM WRITE-EXPIRY-AUDIT-ATTEMPT
               UNTIL AUTHAUD-STATUS NOT = '22'
                  OR AUDIT-SEQ > 998

           IF AUTHAUD-STATUS NOT = '00'
               DISPLAY 'AUTHAUD WRITE FAILED - ' RE-USER-ID
                       ' STATUS ' AUTHAUD-STATUS
           END-IF
           .

       WRITE-EXPIRY-AUDIT-ATTEMPT.
           ADD 1 TO AUDIT-SEQ
           MOVE AUDIT-SEQ TO AA-AUDIT-SEQ

           WRITE AUTHAUD-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           .

       COUNT-RECERT-LINE.
           MOVE 0 TO FOUND-MANAGER-IX
           PERFORM CHECK-ONE-MANAGER
               VARYING MANAGER-IX FROM 1 BY 1
               UNTIL MANAGER-IX > MANAGER-COUNT
                  OR FOUND-MANAGER-IX > 0

           IF FOUND-MANAGER-IX = 0
               IF MANAGER-COUNT < 100
                   ADD 1 TO MANAGER-COUNT
                   MOVE MANAGER-COUNT TO FOUND-MANAGER-IX
                   MOVE RE-MANAGER-ID
                       TO MT-MANAGER-ID (FOUND-MANAGER-IX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF

           ADD 1 TO TOTAL-LINES
           IF FOUND-MANAGER-IX > 0
               ADD 1 TO MT-LINES (FOUND-MANAGER-IX)
           END-IF

           EVALUATE TRUE
               WHEN RE-LINE-CERTIFIED
                   ADD 1 TO TOTAL-CERTIFIED
                   IF FOUND-MANAGER-IX > 0
                       ADD 1 TO MT-CERTIFIED (FOUND-MANAGER-IX)
                   END-IF
               WHEN RE-LINE-REVOKED
                   ADD 1 TO TOTAL-REVOKED
                   IF FOUND-MANAGER-IX > 0
                       ADD 1 TO MT-REVOKED (FOUND-MANAGER-IX)
                   END-IF
               WHEN RE-LINE-EXPIRED
                   ADD 1 TO TOTAL-EXPIRED
                   IF FOUND-MANAGER-IX > 0
                       ADD 1 TO MT-EXPIRED (FOUND-MANAGER-IX)
                   END-IF
               WHEN OTHER
                   ADD 1 TO TOTAL-OPEN
                   IF FOUND-MANAGER-IX > 0
                       ADD 1 TO MT-OPEN (FOUND-MANAGER-IX)
                   END-IF
           END-EVALUATE
           .

       CHECK-ONE-MANAGER.
           IF MT-MANAGER-ID (MANAGER-IX) = RE-MANAGER-ID
               MOVE MANAGER-IX TO FOUND-MANAGER-IX
           END-IF
           .

      ******************************************************************
      * The completion report.
      ******************************************************************
       PRINT-REPORT-HEADING.
           DISPLAY '=============================================='
           DISPLAY 'ACCESS RECERTIFICATION COMPLETION - ' CAMPAIGN-ID
           DISPLAY 'RUN DATE: ' RUN-DATE
           DISPLAY '=============================================='
           .

       PRINT-COMPLETION-BY-MANAGER.
           DISPLAY ' '
           DISPLAY 'COMPLETION BY MANAGER'
           DISPLAY 'MANAGER   LINES CERTD REVKD EXPRD  OPEN DECIDED%'
           PERFORM PRINT-ONE-MANAGER
               VARYING MANAGER-IX FROM 1 BY 1
               UNTIL MANAGER-IX > MANAGER-COUNT
           .

      * DECIDED% is the share the manager answered for themselves -
      * an expired line is the manager not answering.
       PRINT-ONE-MANAGER.
           IF MT-MANAGER-ID (MANAGER-IX) = SPACES
               MOVE '(NONE)' TO MANAGER-TEXT
           ELSE
               MOVE MT-MANAGER-ID (MANAGER-IX) TO MANAGER-TEXT
           END-IF

           MOVE 0 TO DECIDED-PERCENT
           IF MT-LINES (MANAGER-IX) > 0
               COMPUTE DECIDED-PERCENT =
                   (MT-CERTIFIED (MANAGER-IX)
                    + MT-REVOKED (MANAGER-IX)) * 100
                   / MT-LINES (MANAGER-IX)
           END-IF

           MOVE MT-LINES (MANAGER-IX)     TO COUNT-EDIT
           MOVE MT-CERTIFIED (MANAGER-IX) TO COUNT-EDIT-2
           MOVE MT-REVOKED (MANAGER-IX)   TO COUNT-EDIT-3
           MOVE MT-EXPIRED (MANAGER-IX)   TO COUNT-EDIT-4
           MOVE MT-OPEN (MANAGER-IX)      TO COUNT-EDIT-5
           MOVE DECIDED-PERCENT           TO PERCENT-EDIT

           MOVE SPACES TO REPORT-LINE
           STRING MANAGER-TEXT
                  ' ' COUNT-EDIT
                  ' ' COUNT-EDIT-2
                  ' ' COUNT-EDIT-3
                  ' ' COUNT-EDIT-4
                  ' ' COUNT-EDIT-5
                  '      ' PERCENT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-REPORT-TOTALS.
           DISPLAY ' '
           DISPLAY '=============================================='
           MOVE TOTAL-LINES TO COUNT-EDIT
           DISPLAY 'LINES IN CAMPAIGN:          ' COUNT-EDIT
           MOVE TOTAL-CERTIFIED TO COUNT-EDIT
           DISPLAY 'CERTIFIED:                  ' COUNT-EDIT
           MOVE TOTAL-REVOKED TO COUNT-EDIT
           DISPLAY 'REVOKED BY MANAGER:         ' COUNT-EDIT
           MOVE TOTAL-EXPIRED TO COUNT-EDIT
           DISPLAY 'REVOKED AT DEADLINE:        ' COUNT-EDIT
           MOVE EXPIRED-THIS-RUN TO COUNT-EDIT
           DISPLAY '  OF WHICH THIS RUN:        ' COUNT-EDIT
           MOVE GRANTS-REMOVED TO COUNT-EDIT
           DISPLAY '  GRANTS REMOVED THIS RUN:  ' COUNT-EDIT
           MOVE TOTAL-OPEN TO COUNT-EDIT
           DISPLAY 'STILL OPEN:                 ' COUNT-EDIT
           DISPLAY '=============================================='
           IF TOTAL-REVOKED > 0
              OR TOTAL-EXPIRED > 0
               DISPLAY 'REVOKED ROLES MUST ALSO COME OFF THE ROLE '
                       'EXTRACT BEFORE'
               DISPLAY 'THE NEXT CSROLELD RUN, OR THE LOAD GRANTS '
                       'THEM AGAIN.'
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE TOTAL-LINES TO RUN-LOG-READ
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRCCLOS'.
