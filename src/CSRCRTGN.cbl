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
      *  CSRCRTGN
      *
      * Quarterly operator access recertification - opens the
      * campaign. OPERROLE roles and AUTHSUB submitter entries are
      * granted and then never looked at again; a leaver or a mover
      * keeps underwriting until somebody notices. This run puts
      * every grant in front of the operator's line manager:
      *
      *   - every OPERROLE row becomes an R line, every active (or
      *     pre-dual-control) AUTHSUB entry an S line, on the RECERT
      *     register (see copy/RECERT.cpy) - a pending AUTHSUB entry
      *     grants nothing yet and is left out;
      *   - the manager comes off the line-manager extract (sample in
      *     ctl/OPERMGR.seed.txt); an operator with no manager there,
      *     or shown as their own manager, gets a line with no
      *     manager, which any SUPERVISOR may decide;
      *   - the grant's last use comes off OPERUSE (see
      *     copy/OPERUSE.cpy), and a grant not used inside the idle
      *     window is flagged for the manager's attention;
      *   - the listing is printed by manager, each line with its
      *     last use, for the managers to certify or revoke through
      *     RCRT (see src/CSRECERT.cbl) before the deadline. Lines
      *     still open after it are revoked by CSRCCLOS (see
      *     src/CSRCCLOS.cbl).
      *
      * A rerun for the same campaign writes only the grants not
      * already on the register - a line a manager has already
      * decided keeps its decision.
      *
      * The RCGNCTL control cards:
      *   CAMPAIGN=YYYYQn  (default - the quarter today falls in)
      *   DEADLINE=YYYYMMDD (default - DAYS= days from today)
      *   DAYS=nnn         (default 21)
      *   IDLE=nnn         days without use that flags a grant
      *                    (default 90)
      *
      * At most 500 lines and 100 managers are tabled; a run that
      * overflows says so and ends with RETURN-CODE 8.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSRCRTGN.jcl. Schedule at the start of each quarter.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSRCRTGN.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OPERROLE ASSIGN TO OPERROLE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OR-USER-ID
                  FILE STATUS IS OPERROLE-STATUS.

           SELECT AUTHSUB ASSIGN TO AUTHSUB
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AS-USER-ID
                  FILE STATUS IS AUTHSUB-STATUS.

           SELECT OPERUSE ASSIGN TO OPERUSE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS OU-USE-KEY
                  FILE STATUS IS OPERUSE-STATUS.

           SELECT RECERT ASSIGN TO RECERT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RE-RECERT-KEY
                  FILE STATUS IS RECERT-STATUS.

           SELECT MANAGER-EXTRACT ASSIGN TO OPERMGRX
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS EXTRACT-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO RCGNCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RCGNCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  OPERROLE.
           COPY OPERROLE.

        FD  AUTHSUB.
           COPY AUTHSUB.

        FD  OPERUSE.
           COPY OPERUSE.

        FD  RECERT.
           COPY RECERT.

        FD  MANAGER-EXTRACT.
        01  MANAGER-EXTRACT-RECORD.
            05  MX-USER-ID          PIC X(8).
            05  MX-MANAGER-ID       PIC X(8).

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSRCRTGN'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSRCRTGN'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 OPERROLE-STATUS           PIC X(2) VALUE '00'.
       1 AUTHSUB-STATUS            PIC X(2) VALUE '00'.
       1 OPERUSE-STATUS            PIC X(2) VALUE '00'.
       1 RECERT-STATUS             PIC X(2) VALUE '00'.
       1 EXTRACT-STATUS            PIC X(2) VALUE '00'.
       1 RCGNCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-EXTRACT            PIC X(1) VALUE 'N'.
       1 END-OF-OPERROLE           PIC X(1) VALUE 'N'.
       1 END-OF-AUTHSUB            PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.
       1 RUN-DATE-PARTS REDEFINES RUN-DATE.
         2 RUN-YEAR                PIC X(4).
         2 RUN-MONTH               PIC 9(2).
         2 FILLER                  PIC X(2).

      * The campaign, its deadline, and the idle window.
       1 CAMPAIGN-ID               PIC X(6) VALUE SPACES.
       1 CAMPAIGN-PARTS REDEFINES CAMPAIGN-ID.
         2 CAMPAIGN-YEAR           PIC X(4).
         2 CAMPAIGN-Q              PIC X(1).
         2 CAMPAIGN-QUARTER        PIC 9(1).
       1 DEADLINE-DATE             PIC X(8) VALUE SPACES.
       1 DEADLINE-DAYS             PIC 9(3) VALUE 21.
       1 IDLE-DAYS                 PIC 9(3) VALUE 90.
       1 IDLE-SINCE-DATE           PIC X(8) VALUE SPACES.
       1 QUARTER-QUOTIENT          PIC 9(2) VALUE 0.
       1 QUARTER-REMAINDER         PIC 9(2) VALUE 0.

      * Gregorian day stepping for the deadline and the idle window
      * - a day at a time, no intrinsics.
       1 STEP-DATE.
         2 STEP-YEAR               PIC 9(4).
         2 STEP-MONTH              PIC 9(2).
         2 STEP-DAY                PIC 9(2).
       1 STEP-DAYS-IN-MONTH        PIC 9(2) VALUE 0.
       1 LEAP-QUOTIENT             PIC 9(4) VALUE 0.
       1 LEAP-REM-4                PIC 9(4) VALUE 0.
       1 LEAP-REM-100              PIC 9(4) VALUE 0.
       1 LEAP-REM-400              PIC 9(4) VALUE 0.

      * The line-manager extract, as read.
       1 MANAGER-MAP-TABLE.
         2 MANAGER-MAP-ENTRY       OCCURS 500.
           3 MM-USER-ID            PIC X(8).
           3 MM-MANAGER-ID         PIC X(8).
       1 MANAGER-MAP-COUNT         PIC S9(4) COMP VALUE 0.
       1 MAP-IX                    PIC S9(4) COMP VALUE 0.

      * Every line of the campaign, and the managers they go to.
       1 LINE-TABLE.
         2 LINE-ENTRY              OCCURS 500.
           3 LN-MANAGER-ID         PIC X(8).
           3 LN-USER-ID            PIC X(8).
           3 LN-GRANT-TYPE         PIC X(1).
           3 LN-GRANT              PIC X(10).
           3 LN-LAST-USED-DATE     PIC X(8).
           3 LN-ALREADY-ON-FILE    PIC X(1).
       1 LINE-COUNT                PIC S9(4) COMP VALUE 0.
       1 LINE-IX                   PIC S9(4) COMP VALUE 0.

       1 MANAGER-TABLE.
         2 MANAGER-ENTRY           OCCURS 100.
           3 MT-MANAGER-ID         PIC X(8).
           3 MT-LINES              PIC 9(5).
       1 MANAGER-COUNT             PIC S9(4) COMP VALUE 0.
       1 MANAGER-IX                PIC S9(4) COMP VALUE 0.
       1 FOUND-MANAGER-IX          PIC S9(4) COMP VALUE 0.
       1 TABLE-FULL                PIC X(1) VALUE 'N'.

      * The grant being tabled.
       1 THIS-USER-ID              PIC X(8) VALUE SPACES.
       1 THIS-GRANT-TYPE           PIC X(1) VALUE SPACES.
       1 THIS-GRANT                PIC X(10) VALUE SPACES.
       1 THIS-MANAGER-ID           PIC X(8) VALUE SPACES.

       1 GENERATION-TOTALS.
         2 ROLE-LINES              PIC 9(5) VALUE 0.
         2 SUBMITTER-LINES         PIC 9(5) VALUE 0.
         2 PENDING-SKIPPED         PIC 9(5) VALUE 0.
         2 LINES-WRITTEN           PIC 9(5) VALUE 0.
         2 LINES-ALREADY           PIC 9(5) VALUE 0.
         2 LINES-NO-MANAGER        PIC 9(5) VALUE 0.
         2 LINES-IDLE              PIC 9(5) VALUE 0.

       1 COUNT-EDIT                PIC ZZZZ9.
       1 LAST-USED-TEXT            PIC X(8) VALUE SPACES.
       1 IDLE-FLAG-TEXT            PIC X(20) VALUE SPACES.
       1 REGISTER-FLAG-TEXT        PIC X(16) VALUE SPACES.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM SET-DEFAULT-CAMPAIGN
           PERFORM READ-CONTROL-CARDS
           PERFORM SET-CAMPAIGN-DATES

           INITIALIZE MANAGER-MAP-TABLE
           INITIALIZE LINE-TABLE
           INITIALIZE MANAGER-TABLE
           PERFORM LOAD-MANAGER-EXTRACT

           OPEN INPUT OPERUSE
           OPEN I-O RECERT

           IF RECERT-STATUS NOT = '00'
               DISPLAY 'RECERT REGISTER WILL NOT OPEN - STATUS '
                       RECERT-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TABLE-ROLE-GRANTS
               PERFORM TABLE-SUBMITTER-GRANTS
               CLOSE RECERT

               PERFORM PRINT-REPORT-HEADING
               PERFORM PRINT-MANAGER-LISTING
                   VARYING MANAGER-IX FROM 1 BY 1
                   UNTIL MANAGER-IX > MANAGER-COUNT
               PERFORM PRINT-REPORT-TOTALS

               IF TABLE-FULL = 'Y'
                   DISPLAY 'RECERTIFICATION INCOMPLETE - TABLE FULL'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF

           CLOSE OPERUSE

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

      * The deadline DAYS= days on unless a DEADLINE= card named
      * it, and the idle window IDLE= days back.
       SET-CAMPAIGN-DATES.
           IF DEADLINE-DATE = SPACES
               MOVE RUN-DATE TO STEP-DATE
               PERFORM STEP-DATE-ON-A-DAY DEADLINE-DAYS TIMES
               MOVE STEP-DATE TO DEADLINE-DATE
           END-IF

           MOVE RUN-DATE TO STEP-DATE
           PERFORM STEP-DATE-BACK-A-DAY IDLE-DAYS TIMES
           MOVE STEP-DATE TO IDLE-SINCE-DATE
           .

       STEP-DATE-ON-A-DAY.
           PERFORM SET-STEP-DAYS-IN-MONTH

           IF STEP-DAY < STEP-DAYS-IN-MONTH
               ADD 1 TO STEP-DAY
           ELSE
               MOVE 1 TO STEP-DAY
               IF STEP-MONTH = 12
                   MOVE 1 TO STEP-MONTH
                   ADD 1 TO STEP-YEAR
               ELSE
                   ADD 1 TO STEP-MONTH
               END-IF
           END-IF
           .

       STEP-DATE-BACK-A-DAY.
           IF STEP-DAY > 1
               SUBTRACT 1 FROM STEP-DAY
           ELSE
               IF STEP-MONTH > 1
                   SUBTRACT 1 FROM STEP-MONTH
               ELSE
                   MOVE 12 TO STEP-MONTH
                   SUBTRACT 1 FROM STEP-YEAR
               END-IF
               PERFORM SET-STEP-DAYS-IN-MONTH
               MOVE STEP-DAYS-IN-MONTH TO STEP-DAY
           END-IF
           .

       SET-STEP-DAYS-IN-MONTH.
           EVALUATE STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO STEP-DAYS-IN-MONTH
               WHEN 2
                   DIVIDE STEP-YEAR BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-4
                   DIVIDE STEP-YEAR BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-100
                   DIVIDE STEP-YEAR BY 400 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REM-400
                   IF LEAP-REM-400 = 0
                      OR (LEAP-REM-4 = 0 AND LEAP-REM-100 NOT = 0)
                       MOVE 29 TO STEP-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO STEP-DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO STEP-DAYS-IN-MONTH
           END-EVALUATE
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF RCGNCTL-STATUS = '00'
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

           IF RCGNCTL-STATUS NOT = '00'
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
               WHEN CONTROL-CARD-RECORD(1:9) = 'DEADLINE='
                AND CONTROL-CARD-RECORD(10:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(10:8) TO DEADLINE-DATE
               WHEN CONTROL-CARD-RECORD(1:5) = 'DAYS='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3) TO DEADLINE-DAYS
               WHEN CONTROL-CARD-RECORD(1:5) = 'IDLE='
                AND CONTROL-CARD-RECORD(6:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(6:3) TO IDLE-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * Who reports to whom, off the line-manager extract. Comment
      * lines (asterisk in column one) and blank lines are skipped,
      * the CUSLOAD seed convention.
      ******************************************************************
       LOAD-MANAGER-EXTRACT.
           OPEN INPUT MANAGER-EXTRACT

           IF EXTRACT-STATUS = '00'
               PERFORM LOAD-NEXT-MANAGER-ROW
                   UNTIL END-OF-EXTRACT = 'Y'

               CLOSE MANAGER-EXTRACT
           ELSE
               DISPLAY 'NO LINE-MANAGER EXTRACT - EVERY LINE GOES '
                       'TO THE SUPERVISORS'
           END-IF
           .

       LOAD-NEXT-MANAGER-ROW.
           READ MANAGER-EXTRACT
               AT END
                   MOVE 'Y' TO END-OF-EXTRACT
           END-READ

           IF EXTRACT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-EXTRACT
           ELSE
               IF MX-USER-ID(1:1) NOT = '*'
                  AND MX-USER-ID NOT = SPACES
                   IF MANAGER-MAP-COUNT < 500
                       ADD 1 TO MANAGER-MAP-COUNT
                       MOVE MX-USER-ID
                           TO MM-USER-ID (MANAGER-MAP-COUNT)
                       MOVE MX-MANAGER-ID
                           TO MM-MANAGER-ID (MANAGER-MAP-COUNT)
                   ELSE
                       MOVE 'Y' TO TABLE-FULL
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * One R line per OPERROLE row.
      ******************************************************************
       TABLE-ROLE-GRANTS.
           OPEN INPUT OPERROLE

           IF OPERROLE-STATUS = '00'
               PERFORM TABLE-NEXT-ROLE-GRANT
                   UNTIL END-OF-OPERROLE = 'Y'

               CLOSE OPERROLE
           END-IF
           .

       TABLE-NEXT-ROLE-GRANT.
           READ OPERROLE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-OPERROLE
           END-READ

           IF OPERROLE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-OPERROLE
           ELSE
               ADD 1 TO ROLE-LINES
               MOVE OR-USER-ID TO THIS-USER-ID
               MOVE 'R'        TO THIS-GRANT-TYPE
               MOVE OR-ROLE    TO THIS-GRANT
               PERFORM TABLE-ONE-GRANT
           END-IF
           .

      ******************************************************************
      * One S line per AUTHSUB entry that actually authorizes.
      ******************************************************************
       TABLE-SUBMITTER-GRANTS.
           OPEN INPUT AUTHSUB

           IF AUTHSUB-STATUS = '00'
               PERFORM TABLE-NEXT-SUBMITTER-GRANT
                   UNTIL END-OF-AUTHSUB = 'Y'

               CLOSE AUTHSUB
           END-IF
           .

       TABLE-NEXT-SUBMITTER-GRANT.
           READ AUTHSUB NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-AUTHSUB
           END-READ

           IF AUTHSUB-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-AUTHSUB
           ELSE
               IF AS-ENTRY-ACTIVE
                   ADD 1 TO SUBMITTER-LINES
                   MOVE AS-USER-ID   TO THIS-USER-ID
                   MOVE 'S'          TO THIS-GRANT-TYPE
                   MOVE 'SUBMITTER ' TO THIS-GRANT
                   PERFORM TABLE-ONE-GRANT
               ELSE
                   ADD 1 TO PENDING-SKIPPED
               END-IF
           END-IF
           .

      * The grant's manager and last use, its register row, and its
      * place in the listing.
       TABLE-ONE-GRANT.
           PERFORM FIND-LINE-MANAGER

           MOVE SPACES          TO RECERT-RECORD
           MOVE CAMPAIGN-ID     TO RE-CAMPAIGN
           MOVE THIS-USER-ID    TO RE-USER-ID
           MOVE THIS-GRANT-TYPE TO RE-GRANT-TYPE
           MOVE THIS-GRANT      TO RE-GRANT
           MOVE THIS-MANAGER-ID TO RE-MANAGER-ID
           MOVE DEADLINE-DATE   TO RE-DEADLINE
           MOVE 'O'             TO RE-STATUS
           MOVE RUN-DATE        TO RE-GENERATED-DATE

           MOVE THIS-USER-ID    TO OU-USER-ID
           MOVE THIS-GRANT-TYPE TO OU-GRANT-TYPE
           READ OPERUSE
               INVALID KEY
                   MOVE SPACES TO OU-LAST-USED-DATE
           END-READ
      * A role changed since it was last stamped has not been used
      * in the role now held.
           IF OPERUSE-STATUS = '00'
              AND OU-GRANT = THIS-GRANT
               MOVE OU-LAST-USED-DATE TO RE-LAST-USED-DATE
           END-IF

           IF LINE-COUNT < 500
               ADD 1 TO LINE-COUNT
               MOVE THIS-MANAGER-ID   TO LN-MANAGER-ID (LINE-COUNT)
               MOVE THIS-USER-ID      TO LN-USER-ID (LINE-COUNT)
               MOVE THIS-GRANT-TYPE   TO LN-GRANT-TYPE (LINE-COUNT)
               MOVE THIS-GRANT        TO LN-GRANT (LINE-COUNT)
               MOVE RE-LAST-USED-DATE
                   TO LN-LAST-USED-DATE (LINE-COUNT)
               MOVE 'N' TO LN-ALREADY-ON-FILE (LINE-COUNT)

               WRITE RECERT-RECORD
                   INVALID KEY
                       MOVE 'Y' TO LN-ALREADY-ON-FILE (LINE-COUNT)
                       ADD 1 TO LINES-ALREADY
               END-WRITE
               IF RECERT-STATUS = '00'
                   ADD 1 TO LINES-WRITTEN
               END-IF

               PERFORM TABLE-LINE-MANAGER
           ELSE
               MOVE 'Y' TO TABLE-FULL
           END-IF
           .

      * No manager on the extract, or the operator shown as their
      * own manager - nobody certifies their own access, so the
      * line goes to the supervisors.
       FIND-LINE-MANAGER.
           MOVE SPACES TO THIS-MANAGER-ID
           PERFORM CHECK-ONE-MANAGER-MAP
               VARYING MAP-IX FROM 1 BY 1
               UNTIL MAP-IX > MANAGER-MAP-COUNT
                  OR THIS-MANAGER-ID NOT = SPACES

           IF THIS-MANAGER-ID = THIS-USER-ID
               MOVE SPACES TO THIS-MANAGER-ID
           END-IF

           IF THIS-MANAGER-ID = SPACES
               ADD 1 TO LINES-NO-MANAGER
           END-IF
           .

       CHECK-ONE-MANAGER-MAP.
           IF MM-USER-ID (MAP-IX) = THIS-USER-ID
               MOVE MM-MANAGER-ID (MAP-IX) TO THIS-MANAGER-ID
           END-IF
           .

       TABLE-LINE-MANAGER.
           MOVE 0 TO FOUND-MANAGER-IX
           PERFORM CHECK-ONE-MANAGER
               VARYING MANAGER-IX FROM 1 BY 1
               UNTIL MANAGER-IX > MANAGER-COUNT
                  OR FOUND-MANAGER-IX > 0

           IF FOUND-MANAGER-IX = 0
               IF MANAGER-COUNT < 100
                   ADD 1 TO MANAGER-COUNT
                   MOVE MANAGER-COUNT TO FOUND-MANAGER-IX
                   MOVE THIS-MANAGER-ID
                       TO MT-MANAGER-ID (FOUND-MANAGER-IX)
               ELSE
                   MOVE 'Y' TO TABLE-FULL
               END-IF
           END-IF

           IF FOUND-MANAGER-IX > 0
               ADD 1 TO MT-LINES (FOUND-MANAGER-IX)
           END-IF
           .

       CHECK-ONE-MANAGER.
           IF MT-MANAGER-ID (MANAGER-IX) = THIS-MANAGER-ID
               MOVE MANAGER-IX TO FOUND-MANAGER-IX
           END-IF
           .

      ******************************************************************
      * The listing, one block per manager.
      ******************************************************************
       PRINT-REPORT-HEADING.
           DISPLAY '=============================================='
           DISPLAY 'OPERATOR ACCESS RECERTIFICATION - ' CAMPAIGN-ID
           DISPLAY 'RUN DATE:  ' RUN-DATE
           DISPLAY 'DEADLINE:  ' DEADLINE-DATE
           DISPLAY 'IDLE FLAG: NO USE SINCE ' IDLE-SINCE-DATE
           DISPLAY 'CERTIFY OR REVOKE EVERY LINE WITH RCRT BY THE '
                   'DEADLINE -'
           DISPLAY 'A LINE STILL OPEN AFTER IT IS REVOKED.'
           DISPLAY '=============================================='
           .

       PRINT-MANAGER-LISTING.
           DISPLAY ' '
           MOVE MT-LINES (MANAGER-IX) TO COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           IF MT-MANAGER-ID (MANAGER-IX) = SPACES
               STRING 'NO MANAGER ON FILE - ANY SUPERVISOR DECIDES'
                      '   LINES: ' COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING 'MANAGER ' MT-MANAGER-ID (MANAGER-IX)
                      '   LINES: ' COUNT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           DISPLAY REPORT-LINE
           DISPLAY '  OPERATOR T GRANT      LAST USED'

           PERFORM PRINT-ONE-LINE
               VARYING LINE-IX FROM 1 BY 1
               UNTIL LINE-IX > LINE-COUNT
           .

       PRINT-ONE-LINE.
           IF LN-MANAGER-ID (LINE-IX) = MT-MANAGER-ID (MANAGER-IX)
               IF LN-LAST-USED-DATE (LINE-IX) = SPACES
                   MOVE 'NOT SEEN' TO LAST-USED-TEXT
               ELSE
                   MOVE LN-LAST-USED-DATE (LINE-IX) TO LAST-USED-TEXT
               END-IF

               IF LN-LAST-USED-DATE (LINE-IX) = SPACES
                  OR LN-LAST-USED-DATE (LINE-IX) < IDLE-SINCE-DATE
                   MOVE 'IDLE - CONSIDER' TO IDLE-FLAG-TEXT
                   ADD 1 TO LINES-IDLE
               ELSE
                   MOVE SPACES TO IDLE-FLAG-TEXT
               END-IF

               IF LN-ALREADY-ON-FILE (LINE-IX) = 'Y'
                   MOVE '(ON FILE BEFORE)' TO REGISTER-FLAG-TEXT
               ELSE
                   MOVE SPACES TO REGISTER-FLAG-TEXT
               END-IF

               MOVE SPACES TO REPORT-LINE
               STRING '  ' LN-USER-ID (LINE-IX)
                      ' ' LN-GRANT-TYPE (LINE-IX)
                      ' ' LN-GRANT (LINE-IX)
                      ' ' LAST-USED-TEXT
                      ' ' IDLE-FLAG-TEXT
                      ' ' REGISTER-FLAG-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-REPORT-TOTALS.
           DISPLAY ' '
           DISPLAY '=============================================='
           MOVE ROLE-LINES TO COUNT-EDIT
           DISPLAY 'OPERROLE ROLES:              ' COUNT-EDIT
           MOVE SUBMITTER-LINES TO COUNT-EDIT
           DISPLAY 'AUTHSUB SUBMITTER ENTRIES:   ' COUNT-EDIT
           MOVE PENDING-SKIPPED TO COUNT-EDIT
           DISPLAY 'PENDING ENTRIES LEFT OUT:    ' COUNT-EDIT
           MOVE LINES-WRITTEN TO COUNT-EDIT
           DISPLAY 'LINES WRITTEN TO REGISTER:   ' COUNT-EDIT
           MOVE LINES-ALREADY TO COUNT-EDIT
           DISPLAY 'LINES ALREADY ON REGISTER:   ' COUNT-EDIT
           MOVE LINES-NO-MANAGER TO COUNT-EDIT
           DISPLAY 'LINES WITH NO MANAGER:       ' COUNT-EDIT
           MOVE LINES-IDLE TO COUNT-EDIT
           DISPLAY 'LINES FLAGGED IDLE:          ' COUNT-EDIT
           MOVE MANAGER-COUNT TO COUNT-EDIT
           DISPLAY 'MANAGERS:                    ' COUNT-EDIT
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE LINES-WRITTEN TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSRCRTGN'.
