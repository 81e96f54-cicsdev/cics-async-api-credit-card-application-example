      *     CSLIMREV refuse any increase against - and one handoff
      *     record goes on the COLLEXT extract with the identity
      *     off CUSTMAS/CUSTADDR (decrypted under the key named on
      *     each record) and the position off CSCACHE and BALMAS,
      *     and the placement is registered on PLACEMNT (see
      *     copy/PLACEMNT.cpy) under the account and handoff date
      *     the agency quotes back - the register the CSAGYRTN
      *     return run and CSAGYREC reconciliation work from;
      *   - holds back the handoff of an account with an ACTIVE
      *     hardship arrangement (see copy/HARDSHIP.cpy) on any of
      *     its cards whose term covers the run date - the hold is
      *     reported, and once the arrangement is broken or ends
      *     the account is handed off as normal;
      *   - holds back the handoff of an account with a payment
      *     protection claim under assessment (LOGGED or ASSESSNG
      *     - see copy/PPICLAIM.cpy) on any of its cards - the
      *     hold is reported, and once the insurer decides the
      *     account is handed off as normal;
      *   - holds back the handoff of an account carrying an ACTIVE
      *     vulnerable customer marker (see copy/VULNMARK.cpy) until
      *     a supervisor releases it through VULN REL - the hold is
      *     reported, so the supervisor knows it is waiting;
      *   - cures every flagged account whose refreshed counter has
      *     dropped back below the threshold - the flag comes off
      *     and the cure is reported.
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS COLLEXT-STATUS.

           SELECT PLACEMNT ASSIGN TO PLACEMNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PL-PLACEMENT-KEY
                  FILE STATUS IS PLACEMNT-STATUS.

           SELECT HARDSHIP ASSIGN TO HARDSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS HA-ARRANGEMENT-KEY
                  FILE STATUS IS HARDSHIP-STATUS.

           SELECT PPICLAIM ASSIGN TO PPICLAIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PC-CLAIM-KEY
                  FILE STATUS IS PPICLAIM-STATUS.

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
        FD  PAYHMAS.
            05  HO-HANDOFF-DATE     PIC X(8).
            05  FILLER              PIC X(15).

        FD  PLACEMNT.
           COPY PLACEMNT.

        FD  HARDSHIP.
           COPY HARDSHIP.

        FD  PPICLAIM.
           COPY PPICLAIM.

        FD  VULNMARK.
           COPY VULNMARK.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCOLLEX'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCOLLEX'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PAYHMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 BALMAS-STATUS            PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 COLLEXT-STATUS           PIC X(2) VALUE '00'.
       1 PLACEMNT-STATUS          PIC X(2) VALUE '00'.
       1 HARDSHIP-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-PAYHMAS           PIC X(1) VALUE 'N'.
       1 HARDSHIP-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-ARRANGEMENTS      PIC X(1) VALUE 'N'.
       1 ARRANGEMENT-IN-FORCE     PIC X(1) VALUE 'N'.
       1 PPICLAIM-STATUS          PIC X(2) VALUE '00'.
       1 PPICLAIM-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-CLAIMS            PIC X(1) VALUE 'N'.
       1 CLAIM-UNDER-ASSESSMENT   PIC X(1) VALUE 'N'.
       1 VULNMARK-STATUS          PIC X(2) VALUE '00'.
       1 VULNMARK-OPEN            PIC X(1) VALUE 'N'.
       1 MARKER-HOLDS-HANDOFF     PIC X(1) VALUE 'N'.

       1 COLLECT-MISSED-MAX       PIC 9(3) VALUE 6.

         2 ACCOUNTS-HANDED-OFF    PIC 9(5) VALUE 0.
         2 ACCOUNTS-CURED         PIC 9(5) VALUE 0.
         2 ALREADY-FLAGGED        PIC 9(5) VALUE 0.
         2 HANDOFFS-HELD          PIC 9(5) VALUE 0.
         2 HANDOFFS-HELD-VULNRBL  PIC 9(5) VALUE 0.
         2 HANDOFFS-HELD-CLAIM    PIC 9(5) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-CONTROL-PARAMETERS
           OPEN INPUT CSCACHE
           OPEN INPUT BALMAS
           OPEN OUTPUT HANDOFF-EXTRACT
           OPEN I-O PLACEMNT

           OPEN INPUT HARDSHIP
           IF HARDSHIP-STATUS = '00'
               MOVE 'Y' TO HARDSHIP-OPEN
           ELSE
               DISPLAY 'HARDSHIP NOT AVAILABLE - NO HANDOFFS HELD'
           END-IF

           OPEN INPUT PPICLAIM
           IF PPICLAIM-STATUS = '00'
               MOVE 'Y' TO PPICLAIM-OPEN
           ELSE
               DISPLAY 'PPICLAIM NOT AVAILABLE - NO HANDOFFS HELD FOR '
                       'CLAIMS'
           END-IF

      * Without the marker file no account can be known to be
      * vulnerable - nothing is handed off blind.
           OPEN INPUT VULNMARK
           IF VULNMARK-STATUS = '00'
               MOVE 'Y' TO VULNMARK-OPEN
           ELSE
               DISPLAY 'VULNMARK NOT AVAILABLE - NOT RUN, STATUS '
                       VULNMARK-STATUS
               CLOSE PAYHMAS
               CLOSE CUSTMAS
               CLOSE CUSTADDR
               CLOSE CSCACHE
               CLOSE BALMAS
               CLOSE HANDOFF-EXTRACT
               CLOSE PLACEMNT
               IF HARDSHIP-OPEN = 'Y'
                   CLOSE HARDSHIP
               END-IF
               IF PPICLAIM-OPEN = 'Y'
                   CLOSE PPICLAIM
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM READ-NEXT-PAYHMAS-ROW
           PERFORM JUDGE-ONE-ACCOUNT
           CLOSE CSCACHE
           CLOSE BALMAS
           CLOSE HANDOFF-EXTRACT
           CLOSE PLACEMNT
           IF HARDSHIP-OPEN = 'Y'
               CLOSE HARDSHIP
           END-IF
           IF PPICLAIM-OPEN = 'Y'
               CLOSE PPICLAIM
           END-IF
           CLOSE VULNMARK

           PERFORM PRINT-HANDOFF-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       JUDGE-ONE-ACCOUNT.
           ADD 1 TO ROWS-READ

           MOVE 'N' TO ARRANGEMENT-IN-FORCE
           MOVE 'N' TO CLAIM-UNDER-ASSESSMENT
           MOVE 'N' TO MARKER-HOLDS-HANDOFF
           IF PH-MISSED-PAYMENTS >= COLLECT-MISSED-MAX
              AND PH-IN-COLLECTIONS NOT = 'Y'
               PERFORM FIND-ARRANGEMENT-IN-FORCE
               PERFORM FIND-CLAIM-UNDER-ASSESSMENT
               PERFORM CHECK-VULNERABLE-MARKER
           END-IF

           EVALUATE TRUE
               WHEN PH-MISSED-PAYMENTS >= COLLECT-MISSED-MAX
                AND PH-IN-COLLECTIONS NOT = 'Y'
                AND ARRANGEMENT-IN-FORCE = 'Y'
                   PERFORM HOLD-THE-HANDOFF
               WHEN PH-MISSED-PAYMENTS >= COLLECT-MISSED-MAX
                AND PH-IN-COLLECTIONS NOT = 'Y'
                AND CLAIM-UNDER-ASSESSMENT = 'Y'
                   PERFORM HOLD-FOR-CLAIM
               WHEN PH-MISSED-PAYMENTS >= COLLECT-MISSED-MAX
                AND PH-IN-COLLECTIONS NOT = 'Y'
                AND MARKER-HOLDS-HANDOFF = 'Y'
                   PERFORM HOLD-FOR-VULNERABILITY
               WHEN PH-MISSED-PAYMENTS >= COLLECT-MISSED-MAX
                AND PH-IN-COLLECTIONS NOT = 'Y'
                   PERFORM HAND-OFF-THE-ACCOUNT
           ADD 1 TO ACCOUNTS-HANDED-OFF

           PERFORM WRITE-HANDOFF-RECORD
           PERFORM REGISTER-THE-PLACEMENT

           MOVE SPACES TO REPORT-LINE
           STRING 'HANDED OFF: ACCT ' PH-CUST-NO
           DISPLAY REPORT-LINE
           .

      * The cardholder is keeping to a hardship arrangement - the
      * account stays with us while it runs.
       HOLD-THE-HANDOFF.
           ADD 1 TO HANDOFFS-HELD

           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFF HELD - HARDSHIP: ACCT ' PH-CUST-NO
                  ' MISSED ' PH-MISSED-PAYMENTS
                  ' ARRANGEMENT TO ' HA-END-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The insurer is still assessing a payment protection claim
      * on the account - it stays with us until they decide.
       HOLD-FOR-CLAIM.
           ADD 1 TO HANDOFFS-HELD-CLAIM

           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFF HELD - PPI CLAIM: ACCT ' PH-CUST-NO
                  ' MISSED ' PH-MISSED-PAYMENTS
                  ' CLAIM LOGGED ' PC-CLAIM-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The customer is marked vulnerable and no supervisor has
      * released the account - it stays with us.
       HOLD-FOR-VULNERABILITY.
           ADD 1 TO HANDOFFS-HELD-VULNRBL

           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFF HELD - AWAITING SUPERVISOR RELEASE: ACCT '
                  PH-CUST-NO ' MISSED ' PH-MISSED-PAYMENTS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * An ACTIVE marker holds the handoff unless a supervisor has
      * released it (VM-COLL-RELEASE).
       CHECK-VULNERABLE-MARKER.
           IF VULNMARK-OPEN = 'Y'
               MOVE PH-CUST-NO TO VM-CUST-NO
               READ VULNMARK
                   KEY IS VM-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF VULNMARK-STATUS = '00'
                  AND VM-IS-ACTIVE
                  AND VM-COLL-RELEASE NOT = 'Y'
                   MOVE 'Y' TO MARKER-HOLDS-HANDOFF
               END-IF
           END-IF
           .

      * Any card on the account under an ACTIVE arrangement whose
      * term covers the run date.
       FIND-ARRANGEMENT-IN-FORCE.
           IF HARDSHIP-OPEN = 'Y'
               MOVE 'N'        TO END-OF-ARRANGEMENTS
               MOVE PH-CUST-NO TO HA-CUST-NO
               MOVE 0          TO HA-APPL-SEQ-NO
               MOVE LOW-VALUES TO HA-START-DATE

               START HARDSHIP KEY >= HA-ARRANGEMENT-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
               END-START

               PERFORM CHECK-ONE-ARRANGEMENT
                   UNTIL END-OF-ARRANGEMENTS = 'Y'
           END-IF
           .

       CHECK-ONE-ARRANGEMENT.
           READ HARDSHIP NEXT
               AT END
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
           END-READ

           IF END-OF-ARRANGEMENTS = 'N'
               IF HARDSHIP-STATUS NOT = '00'
                  OR HA-CUST-NO NOT = PH-CUST-NO
                   MOVE 'Y' TO END-OF-ARRANGEMENTS
               ELSE
                   IF HA-IS-ACTIVE
                      AND HA-START-DATE <= RUN-DATE
                      AND HA-END-DATE >= RUN-DATE
                       MOVE 'Y' TO ARRANGEMENT-IN-FORCE
                       MOVE 'Y' TO END-OF-ARRANGEMENTS
                   END-IF
               END-IF
           END-IF
           .

      * Any card on the account with a payment protection claim
      * the insurer has yet to decide.
       FIND-CLAIM-UNDER-ASSESSMENT.
           IF PPICLAIM-OPEN = 'Y'
               MOVE 'N'        TO END-OF-CLAIMS
               MOVE PH-CUST-NO TO PC-CUST-NO
               MOVE 0          TO PC-APPL-SEQ-NO
               MOVE LOW-VALUES TO PC-CLAIM-DATE

               START PPICLAIM KEY >= PC-CLAIM-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-CLAIMS
               END-START

               PERFORM CHECK-ONE-CLAIM
                   UNTIL END-OF-CLAIMS = 'Y'
           END-IF
           .

       CHECK-ONE-CLAIM.
           READ PPICLAIM NEXT
               AT END
                   MOVE 'Y' TO END-OF-CLAIMS
           END-READ

           IF END-OF-CLAIMS = 'N'
               IF PPICLAIM-STATUS NOT = '00'
                  OR PC-CUST-NO NOT = PH-CUST-NO
                   MOVE 'Y' TO END-OF-CLAIMS
               ELSE
                   IF PC-UNDER-ASSESSMENT
                       MOVE 'Y' TO CLAIM-UNDER-ASSESSMENT
                       MOVE 'Y' TO END-OF-CLAIMS
                   END-IF
               END-IF
           END-IF
           .

      * The later refresh showed them cured - the flag comes off
      * and increases are possible again.
       CURE-THE-ACCOUNT.
           WRITE HANDOFF-RECORD
           .

      * The register row carries what the account looked like as it
      * went out, so the agency's later collections can be set
      * against it.
       REGISTER-THE-PLACEMENT.
           MOVE SPACES             TO PLACEMNT-RECORD
           MOVE HO-CUST-NO         TO PL-CUST-NO
           MOVE HO-HANDOFF-DATE    TO PL-PLACED-DATE
           MOVE 'PLACED  '         TO PL-STATUS
           MOVE HO-TOTAL-BALANCES  TO PL-PLACED-BALANCE
           MOVE HO-MISSED-PAYMENTS TO PL-MISSED-AT-PLACEMENT
           MOVE 'PLACED  '         TO PL-LAST-ACTIVITY
           MOVE RUN-DATE           TO PL-LAST-ACTIVITY-DATE
           MOVE 0                  TO PL-ARRANGED-AMOUNT
           MOVE 0                  TO PL-SETTLED-AMOUNT
           MOVE 0                  TO PL-COLLECTED-TOTAL
           MOVE 0                  TO PL-UNBILLED-COLLECTED
           MOVE 0                  TO PL-COMMISSION-BILLED

           WRITE PLACEMNT-RECORD
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'PLACEMENT NOT REGISTERED: ACCT '
                          PL-CUST-NO ' STATUS ' PLACEMNT-STATUS
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
           END-WRITE
           .

       PRINT-HANDOFF-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'ALREADY FLAGGED:          ' ALREADY-FLAGGED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFFS HELD - HARDSHIP: ' HANDOFFS-HELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFFS HELD - VULNERABLE: ' HANDOFFS-HELD-VULNRBL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'HANDOFFS HELD - PPI CLAIM: ' HANDOFFS-HELD-CLAIM
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE ACCOUNTS-HANDED-OFF TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCOLLEX'.
