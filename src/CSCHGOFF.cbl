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
      *  CSCHGOFF
      *
      * Nightly charge-off run. CSCOLLEX hands a chronic delinquent
      * to collections and there the account used to sit for good -
      * its card open, its limit still counted as live exposure by
      * the household cap, CSCONCEN and CSLIMREV, and its balance
      * still on the book as if it would be paid. This job walks
      * CSCACHE and, for every open (APPROVE) or CLOSED position
      * with a debit balance on CARDBAL, applies the charge-off
      * policy, first rule first:
      *
      *   BANKRUPT  the collections outcome file (see
      *             copy/COLLOUT.cpy) reports the cardholder
      *             bankrupt - for the position, or for every
      *             position on the account;
      *   DECEASED  the account is flagged deceased on CUSTMAS - by
      *             the CSDCSDFD registry feed or CUSM STA;
      *   SETTLED   the outcome file reports the position settled
      *             for less, or the collections agency settled the
      *             account (a SETTLED placement on PLACEMNT - see
      *             copy/PLACEMNT.cpy) - the agreed sum has been
      *             paid and the rest of the balance is forgiven;
      *   DPD       the card has missed CP-CHGOFF-CYCLES due dates
      *             in a row (CB-CYCLES-DELINQUENT, kept by
      *             CSDELINQ) - six, or 180 days past due, when
      *             CTLPARM does not say.
      *
      * A position charged off:
      *
      *   - has any secured deposit (DEPTRACK, CONVERTD) applied to
      *     the balance first, as a DEPOSIT credit, and DEPTRACK
      *     moves to SETTLED; a deposit that covers the whole debt
      *     leaves nothing to lose, so the position is reported for
      *     closure through CCLS (the CSCLSSET settlement then
      *     returns the rest) and is not charged off;
      *   - has the rest of its balance written off - a WRITEOFF
      *     credit on the CARDLDG ledger (source CHGOFF) bringing
      *     it to nothing, which CSGLEXTR journals to the credit
      *     loss account through GLMAP (see ctl/GLMAP.seed.txt) -
      *     and its minimum and past-due amounts cleared, so no
      *     further late fees or interest accrue;
      *   - is closed and blocked: CSCACHE to CHGDOFF, which takes
      *     its limit out of the household exposure, CSCONCEN,
      *     CSLIMREV and every other APPROVE-only reader, the
      *     CARDMAS card to CLOSED, every live authorized-user card
      *     ended, and an ACTIVE or DORMANT account BLOCKED with a
      *     STATHIST row attributed to CHGOFF, so it can take no
      *     new credit;
      *   - gets a loss record on CHGOFF (see copy/CHGOFF.cpy),
      *     which CSVINTAG reads for the vintage losses and which
      *     stops the position being charged off twice.
      *
      * CSBURFUL reports the position to the bureau as charged off
      * at the next month end. An outcome that matched no position
      * with a balance is listed for the collections team.
      *
      * Registers on DAYCTL behind CSCLSSET (see copy/DAYCTLP.cpy),
      * itself behind CSCYCCLS, so the night's cycle close and closure
      * settlements are in the balance written off, no other poster
      * writes the ledger alongside it, and the ledger rows reach the
      * same night's CSBALANC and CSGLEXTR figures, which wait on the
      * chain behind it. It runs every night so the chain never
      * stalls: a position is charged off the night it first meets the
      * policy, and the CHGOFF loss record keeps every later night
      * from taking it again. An outcome file that has not landed is
      * treated as empty, and a region with no DEPTRACK file charges
      * off without deposits, as one with no PLACEMNT file does
      * without agency settlements.
      *
      * Running behind the cycle close, a row posted on a card whose
      * cycle closed tonight is carried into that cycle's closing
      * balance as well, so the statement stays in balance and the
      * next cycle opens on the right figure (see copy/CYCPOSTP.cpy).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCHGOFF.jcl. Schedule nightly, with the files closed
      * in the region.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCHGOFF.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT DAYCTL ASSIGN TO DAYCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DY-CONTROL-KEY
                  FILE STATUS IS DAYCTL-STATUS.

           SELECT COLLOUT-FILE ASSIGN TO COLLOUT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS COLLOUT-STATUS.

           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CARDLDG ASSIGN TO CARDLDG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS LG-LEDGER-KEY
                  FILE STATUS IS CARDLDG-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT STATHIST ASSIGN TO STATHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SH-HIST-KEY
                  FILE STATUS IS STATHIST-STATUS.

           SELECT DEPTRACK ASSIGN TO DEPTRACK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DT-DEPOSIT-KEY
                  FILE STATUS IS DEPTRACK-STATUS.

           SELECT CHGOFF ASSIGN TO CHGOFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WO-CHGOFF-KEY
                  FILE STATUS IS CHGOFF-STATUS.

           SELECT PLACEMNT ASSIGN TO PLACEMNT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PL-PLACEMENT-KEY
                  FILE STATUS IS PLACEMNT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
           COPY DAYCTL.

        FD  COLLOUT-FILE.
           COPY COLLOUT.

        FD  CTLPARM.
           COPY CTLPARM.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CARDLDG.
           COPY CARDLDG.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  USRCARD.
           COPY USRCARD.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  STATHIST.
           COPY STATHIST.

        FD  DEPTRACK.
           COPY DEPTRACK.

        FD  CHGOFF.
           COPY CHGOFF.

        FD  PLACEMNT.
           COPY PLACEMNT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCHGOFF'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCHGOFF'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 DAYCTL-STATUS            PIC X(2) VALUE '00'.
       1 DC-JOB-NAME-SELF         PIC X(8) VALUE 'CSCHGOFF'.
       1 DC-PREREQ-JOB            PIC X(8) VALUE 'CSCLSSET'.
       1 DAY-CONTROL-OK           PIC X(1) VALUE 'Y'.
       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

       1 COLLOUT-STATUS           PIC X(2) VALUE '00'.
       1 CTLPARM-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 CARDLDG-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 USRCARD-STATUS           PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 STATHIST-STATUS          PIC X(2) VALUE '00'.
       1 DEPTRACK-STATUS          PIC X(2) VALUE '00'.
       1 CHGOFF-STATUS            PIC X(2) VALUE '00'.
       1 PLACEMNT-STATUS          PIC X(2) VALUE '00'.
       1 DEPTRACK-OPEN            PIC X(1) VALUE 'N'.
       1 PLACEMNT-OPEN            PIC X(1) VALUE 'N'.
       1 END-OF-PLACEMENTS        PIC X(1) VALUE 'N'.
       1 AGENCY-SETTLED           PIC X(1) VALUE 'N'.
       1 AGENCY-SETTLED-REF       PIC X(12) VALUE SPACES.
       1 END-OF-COLLOUT           PIC X(1) VALUE 'N'.
       1 END-OF-CSCACHE           PIC X(1) VALUE 'N'.
       1 END-OF-USER-CARDS        PIC X(1) VALUE 'N'.
       1 OUTCOME-TRAILER-SEEN     PIC X(1) VALUE 'N'.
       1 DEPOSIT-ROW-FOUND        PIC X(1) VALUE 'N'.

      * The days-past-due rule - CTLPARM's where set, else this.
       1 CHGOFF-CYCLES            PIC 9(2) VALUE 6.

      * The collections outcomes, table-loaded - each marked once a
      * position has acted on it.
       1 OUTCOME-TABLE.
         2 OUTCOME-ENTRY OCCURS 500.
           3 OT-CUST-NO           PIC X(8).
           3 OT-APPL-SEQ-NO       PIC 9(1).
           3 OT-OUTCOME           PIC X(8).
           3 OT-CASE-REF          PIC X(12).
           3 OT-APPLIED           PIC X(1).
       1 OUTCOMES-LOADED          PIC S9(4) COMP VALUE 0.
       1 OUTCOME-IX               PIC S9(4) COMP VALUE 0.
       1 BANKRUPT-IX              PIC S9(4) COMP VALUE 0.
       1 SETTLED-IX               PIC S9(4) COMP VALUE 0.

      * The position being judged.
       1 CHGOFF-REASON            PIC X(8) VALUE SPACES.
       1 CASE-REF                 PIC X(12) VALUE SPACES.
       1 BALANCE-OWED             PIC 9(7)V99 VALUE 0.
       1 DEPOSIT-HELD             PIC 9(7)V99 VALUE 0.
       1 LOSS-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 WRITEOFF-LEDGER-KEY      PIC X(21) VALUE SPACES.
       1 USER-CARDS-ENDED         PIC 9(1) VALUE 0.

      * The ledger row being posted.
       1 POST-TRAN-TYPE           PIC X(8) VALUE SPACES.
       1 POST-DEBIT-CREDIT        PIC X(1) VALUE SPACES.
       1 POST-AMOUNT              PIC 9(7)V99 VALUE 0.
       1 POST-REFERENCE           PIC X(23) VALUE SPACES.
       1 POST-DESCRIPTION         PIC X(25) VALUE SPACES.
       1 NEXT-POST-SEQ            PIC 9(4) VALUE 0.

       1 HIST-CHANGED-BY          PIC X(8) VALUE 'CHGOFF  '.

       1 AMOUNT-DISPLAY           PIC Z(6)9.99.
       1 TOTAL-DISPLAY            PIC Z(10)9.99.

       1 OUTCOME-TOTALS.
         2 OUTCOMES-READ          PIC 9(7) VALUE 0.
         2 OUTCOMES-NOT-LOADED    PIC 9(7) VALUE 0.
         2 OUTCOMES-NOT-APPLIED   PIC 9(7) VALUE 0.
         2 OUTCOME-AMOUNT-READ    PIC 9(11)V99 VALUE 0.
         2 OUTCOME-TRAILER-COUNT  PIC 9(7) VALUE 0.
         2 OUTCOME-TRAILER-AMOUNT PIC 9(11)V99 VALUE 0.

       1 CHGOFF-TOTALS.
         2 POSITIONS-READ         PIC 9(7) VALUE 0.
         2 POSITIONS-JUDGED       PIC 9(7) VALUE 0.
         2 CHARGED-OFF-DPD        PIC 9(7) VALUE 0.
         2 CHARGED-OFF-BANKRUPT   PIC 9(7) VALUE 0.
         2 CHARGED-OFF-DECEASED   PIC 9(7) VALUE 0.
         2 CHARGED-OFF-SETTLED    PIC 9(7) VALUE 0.
         2 COVERED-BY-DEPOSIT     PIC 9(7) VALUE 0.
         2 CHGOFF-FAILURES        PIC 9(7) VALUE 0.
         2 DEPOSITS-APPLIED       PIC 9(7) VALUE 0.
         2 DEPOSIT-AMOUNT-APPLIED PIC 9(11)V99 VALUE 0.
         2 LOSS-AMOUNT-TOTAL      PIC 9(11)V99 VALUE 0.
         2 ACCOUNTS-BLOCKED       PIC 9(7) VALUE 0.
         2 USER-CARDS-CLOSED      PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * The day-control gate - a double run would write a balance
      * off twice.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM READ-CONTROL-PARAMETERS
           PERFORM LOAD-COLLECTIONS-OUTCOMES

           OPEN I-O CSCACHE
           OPEN I-O CARDBAL
           OPEN I-O CARDLDG
           OPEN I-O CARDMAS
           OPEN I-O USRCARD
           OPEN I-O CUSTMAS
           OPEN I-O STATHIST
           OPEN I-O CHGOFF

           OPEN I-O DEPTRACK
           IF DEPTRACK-STATUS = '00'
               MOVE 'Y' TO DEPTRACK-OPEN
           ELSE
               DISPLAY 'DEPTRACK NOT AVAILABLE - NO DEPOSITS APPLIED'
           END-IF

           OPEN INPUT PLACEMNT
           IF PLACEMNT-STATUS = '00'
               MOVE 'Y' TO PLACEMNT-OPEN
           ELSE
               DISPLAY 'PLACEMNT NOT AVAILABLE - NO AGENCY SETTLEMENTS'
           END-IF

           PERFORM READ-NEXT-POSITION
           PERFORM JUDGE-ONE-POSITION
               UNTIL END-OF-CSCACHE = 'Y'

           MOVE 0 TO OUTCOME-IX
           PERFORM REPORT-ONE-UNAPPLIED-OUTCOME OUTCOMES-LOADED TIMES

           CLOSE CSCACHE
           CLOSE CARDBAL
           CLOSE CARDLDG
           CLOSE CARDMAS
           CLOSE USRCARD
           CLOSE CUSTMAS
           CLOSE STATHIST
           CLOSE CHGOFF
           IF DEPTRACK-OPEN = 'Y'
               CLOSE DEPTRACK
           END-IF
           IF PLACEMNT-OPEN = 'Y'
               CLOSE PLACEMNT
           END-IF

           PERFORM PRINT-CHGOFF-SUMMARY

           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
               IF CP-CHGOFF-CYCLES IS NUMERIC
                  AND CP-CHGOFF-CYCLES > 0
                   MOVE CP-CHGOFF-CYCLES TO CHGOFF-CYCLES
               END-IF
           END-IF

           CLOSE CTLPARM
           .

      ******************************************************************
      * The collections outcome file, balanced against its trailer
      * and held in memory for the walk.
      ******************************************************************
       LOAD-COLLECTIONS-OUTCOMES.
           OPEN INPUT COLLOUT-FILE

           IF COLLOUT-STATUS = '00'
               PERFORM READ-NEXT-OUTCOME
               PERFORM LOAD-ONE-OUTCOME
                   UNTIL END-OF-COLLOUT = 'Y'

               CLOSE COLLOUT-FILE
               PERFORM CHECK-OUTCOME-TRAILER
           ELSE
               DISPLAY 'COLLECTIONS OUTCOME FILE NOT AVAILABLE - '
                   'DECEASED AND DPD RULES ONLY'
           END-IF
           .

       READ-NEXT-OUTCOME.
           READ COLLOUT-FILE
               AT END
                   MOVE 'Y' TO END-OF-COLLOUT
           END-READ

           IF COLLOUT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-COLLOUT
           END-IF
           .

       LOAD-ONE-OUTCOME.
           IF OU-IS-TRAILER
               MOVE 'Y'                 TO OUTCOME-TRAILER-SEEN
               MOVE OU-TRL-RECORD-COUNT TO OUTCOME-TRAILER-COUNT
               MOVE OU-TRL-AMOUNT-TOTAL TO OUTCOME-TRAILER-AMOUNT
           ELSE
               ADD 1 TO OUTCOMES-READ
               ADD OU-SETTLED-AMOUNT TO OUTCOME-AMOUNT-READ

               IF OUTCOMES-LOADED < 500
                   ADD 1 TO OUTCOMES-LOADED
                   MOVE OU-CUST-NO     TO OT-CUST-NO (OUTCOMES-LOADED)
                   MOVE OU-APPL-SEQ-NO
                       TO OT-APPL-SEQ-NO (OUTCOMES-LOADED)
                   MOVE OU-OUTCOME     TO OT-OUTCOME (OUTCOMES-LOADED)
                   MOVE OU-CASE-REF    TO OT-CASE-REF (OUTCOMES-LOADED)
                   MOVE 'N'            TO OT-APPLIED (OUTCOMES-LOADED)
               ELSE
                   ADD 1 TO OUTCOMES-NOT-LOADED
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUTCOME NOT LOADED: ACCT ' OU-CUST-NO
                          ' SEQ ' OU-APPL-SEQ-NO ' ' OU-OUTCOME
                          ' CASE ' OU-CASE-REF
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF

           PERFORM READ-NEXT-OUTCOME
           .

       CHECK-OUTCOME-TRAILER.
           IF OUTCOME-TRAILER-SEEN = 'N'
               DISPLAY 'OUT OF BALANCE: COLLECTIONS OUTCOME FILE HAD '
                   'NO TRAILER'
           ELSE
               IF OUTCOME-TRAILER-COUNT NOT = OUTCOMES-READ
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: OUTCOME TRAILER COUNT '
                          OUTCOME-TRAILER-COUNT ' READ ' OUTCOMES-READ
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
               IF OUTCOME-TRAILER-AMOUNT NOT = OUTCOME-AMOUNT-READ
                   MOVE OUTCOME-TRAILER-AMOUNT TO TOTAL-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING 'OUT OF BALANCE: OUTCOME TRAILER AMOUNT '
                          TOTAL-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      ******************************************************************
      * The walk - every open or closed position owing money.
      ******************************************************************
       READ-NEXT-POSITION.
           READ CSCACHE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CSCACHE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CSCACHE
           END-IF
           .

      * REWRITE of the cache row acts on the row just read, since
      * CSCACHE is open ACCESS MODE SEQUENTIAL.
       JUDGE-ONE-POSITION.
           ADD 1 TO POSITIONS-READ

           IF CC-DECISION = 'APPROVE '
              OR CC-DECISION = 'CLOSED  '
               MOVE CC-CUST-NO     TO CB-CUST-NO
               MOVE CC-APPL-SEQ-NO TO CB-APPL-SEQ-NO

               READ CARDBAL
                   KEY IS CB-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CARDBAL-STATUS = '00'
                  AND CB-CURRENT-BALANCE > 0
                   ADD 1 TO POSITIONS-JUDGED
                   PERFORM APPLY-CHGOFF-POLICY
               END-IF
           END-IF

           PERFORM READ-NEXT-POSITION
           .

      * First rule first - a bankruptcy outranks a death on file,
      * which outranks a settlement, which outranks days past due.
       APPLY-CHGOFF-POLICY.
           MOVE SPACES TO CHGOFF-REASON
           MOVE SPACES TO CASE-REF

           PERFORM FIND-POSITION-OUTCOMES
           PERFORM FIND-AGENCY-SETTLEMENT

           MOVE CC-CUST-NO TO CM-CUST-NO
           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN BANKRUPT-IX > 0
                   MOVE 'BANKRUPT' TO CHGOFF-REASON
                   MOVE OT-CASE-REF (BANKRUPT-IX) TO CASE-REF
               WHEN CUSTMAS-STATUS = '00'
                AND CM-ACCT-DECEASED
                   MOVE 'DECEASED' TO CHGOFF-REASON
               WHEN SETTLED-IX > 0
                   MOVE 'SETTLED ' TO CHGOFF-REASON
                   MOVE OT-CASE-REF (SETTLED-IX) TO CASE-REF
               WHEN AGENCY-SETTLED = 'Y'
                   MOVE 'SETTLED ' TO CHGOFF-REASON
                   MOVE AGENCY-SETTLED-REF TO CASE-REF
               WHEN CB-CYCLES-DELINQUENT >= CHGOFF-CYCLES
                   MOVE 'DPD     ' TO CHGOFF-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF CHGOFF-REASON NOT = SPACES
               IF BANKRUPT-IX > 0
                   MOVE 'Y' TO OT-APPLIED (BANKRUPT-IX)
               END-IF
               IF SETTLED-IX > 0
                   MOVE 'Y' TO OT-APPLIED (SETTLED-IX)
               END-IF
               PERFORM CHARGE-OFF-POSITION
           END-IF
           .

      * An outcome names the position, or with sequence zero every
      * position on the account.
       FIND-POSITION-OUTCOMES.
           MOVE 0 TO BANKRUPT-IX
           MOVE 0 TO SETTLED-IX
           MOVE 0 TO OUTCOME-IX
           PERFORM MATCH-ONE-OUTCOME OUTCOMES-LOADED TIMES
           .

       MATCH-ONE-OUTCOME.
           ADD 1 TO OUTCOME-IX

           IF OT-CUST-NO (OUTCOME-IX) = CC-CUST-NO
              AND (OT-APPL-SEQ-NO (OUTCOME-IX) = CC-APPL-SEQ-NO
                OR OT-APPL-SEQ-NO (OUTCOME-IX) = 0)
               EVALUATE OT-OUTCOME (OUTCOME-IX)
                   WHEN 'BANKRUPT'
                       MOVE OUTCOME-IX TO BANKRUPT-IX
                   WHEN 'SETTLED '
                       MOVE OUTCOME-IX TO SETTLED-IX
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      * A settlement the agency reached covers the whole account.
       FIND-AGENCY-SETTLEMENT.
           MOVE 'N'    TO AGENCY-SETTLED
           MOVE SPACES TO AGENCY-SETTLED-REF

           IF PLACEMNT-OPEN = 'Y'
               MOVE 'N'        TO END-OF-PLACEMENTS
               MOVE CC-CUST-NO TO PL-CUST-NO
               MOVE LOW-VALUES TO PL-PLACED-DATE

               START PLACEMNT KEY >= PL-PLACEMENT-KEY
                   INVALID KEY
                       MOVE 'Y' TO END-OF-PLACEMENTS
               END-START

               PERFORM CHECK-ONE-PLACEMENT
                   UNTIL END-OF-PLACEMENTS = 'Y'
           END-IF
           .

       CHECK-ONE-PLACEMENT.
           READ PLACEMNT NEXT
               AT END
                   MOVE 'Y' TO END-OF-PLACEMENTS
           END-READ

           IF END-OF-PLACEMENTS = 'N'
               IF PLACEMNT-STATUS NOT = '00'
                  OR PL-CUST-NO NOT = CC-CUST-NO
                   MOVE 'Y' TO END-OF-PLACEMENTS
               ELSE
                   IF PL-IS-SETTLED
                       MOVE 'Y'           TO AGENCY-SETTLED
                       MOVE PL-AGENCY-REF TO AGENCY-SETTLED-REF
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * Deposit first, then the loss; the position is closed and the
      * account blocked only once the ledger agrees.
      ******************************************************************
       CHARGE-OFF-POSITION.
           MOVE CB-CURRENT-BALANCE TO BALANCE-OWED
           PERFORM FIND-SECURED-DEPOSIT

           IF DEPOSIT-HELD >= BALANCE-OWED
               ADD 1 TO COVERED-BY-DEPOSIT
               MOVE BALANCE-OWED TO AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'COVERED BY DEPOSIT - CLOSE VIA CCLS: ACCT '
                      CC-CUST-NO ' SEQ ' CC-APPL-SEQ-NO
                      ' OWED ' AMOUNT-DISPLAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           ELSE
               MOVE CC-CUST-NO     TO CD-CUST-NO
               MOVE CC-APPL-SEQ-NO TO CD-APPL-SEQ-NO
               READ CARDMAS
                   KEY IS CD-CARD-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CARDMAS-STATUS NOT = '00'
                   MOVE SPACES TO CD-CARD-NUMBER
               END-IF

               MOVE '00' TO CARDLDG-STATUS
               IF DEPOSIT-HELD > 0
                   MOVE 'DEPOSIT '   TO POST-TRAN-TYPE
                   MOVE 'C'          TO POST-DEBIT-CREDIT
                   MOVE DEPOSIT-HELD TO POST-AMOUNT
                   MOVE SPACES       TO POST-REFERENCE
                   STRING 'DEPTRACK ' DT-DEPOSIT-KEY
                       DELIMITED BY SIZE INTO POST-REFERENCE
                   MOVE 'SECURED DEPOSIT APPLIED' TO POST-DESCRIPTION
                   PERFORM POST-TO-LEDGER
               END-IF

               IF CARDLDG-STATUS = '00'
                   PERFORM WRITE-OFF-BALANCE
               ELSE
                   PERFORM REPORT-CHGOFF-FAILURE
               END-IF
           END-IF
           .

      * A deposit that posted has moved the balance and settled the
      * DEPTRACK row whether or not the write-off follows - the next
      * night's run then finds the smaller balance and no deposit.
       WRITE-OFF-BALANCE.
           IF DEPOSIT-HELD > 0
               MOVE 'SETTLED ' TO DT-OFFER-STATUS
               MOVE RUN-DATE   TO DT-SETTLED-DATE
               MOVE 0          TO DT-DEPOSIT-RETURNED
               REWRITE DEPTRACK-RECORD
               ADD 1 TO DEPOSITS-APPLIED
               ADD DEPOSIT-HELD TO DEPOSIT-AMOUNT-APPLIED
           END-IF

           COMPUTE LOSS-AMOUNT = BALANCE-OWED - DEPOSIT-HELD

           MOVE 'WRITEOFF'    TO POST-TRAN-TYPE
           MOVE 'C'           TO POST-DEBIT-CREDIT
           MOVE LOSS-AMOUNT   TO POST-AMOUNT
           MOVE SPACES        TO POST-REFERENCE
           STRING 'CHGOFF ' CHGOFF-REASON ' ' CASE-REF
               DELIMITED BY SIZE INTO POST-REFERENCE
           MOVE SPACES        TO POST-DESCRIPTION
           STRING 'CHARGED OFF - ' CHGOFF-REASON
               DELIMITED BY SIZE INTO POST-DESCRIPTION
           PERFORM POST-TO-LEDGER

           IF CARDLDG-STATUS = '00'
               MOVE LG-LEDGER-KEY TO WRITEOFF-LEDGER-KEY
               MOVE 0   TO CB-MINIMUM-DUE
               MOVE 0   TO CB-PAST-DUE-AMOUNT
               MOVE 'Y' TO CB-DUE-ASSESSED
           END-IF

           REWRITE CARDBAL-RECORD

           IF CARDLDG-STATUS = '00'
               PERFORM RECORD-THE-LOSS
               PERFORM CLOSE-AND-BLOCK-POSITION
           ELSE
               PERFORM REPORT-CHGOFF-FAILURE
           END-IF
           .

       RECORD-THE-LOSS.
           MOVE SPACES               TO CHGOFF-RECORD
           MOVE CC-CUST-NO           TO WO-CUST-NO
           MOVE CC-APPL-SEQ-NO       TO WO-APPL-SEQ-NO
           MOVE RUN-DATE             TO WO-CHGOFF-DATE
           MOVE CHGOFF-REASON        TO WO-REASON
           MOVE CC-PRODUCT-CODE      TO WO-PRODUCT-CODE
           MOVE CB-CYCLES-DELINQUENT TO WO-CYCLES-DELINQUENT
           MOVE BALANCE-OWED         TO WO-BALANCE
           MOVE DEPOSIT-HELD         TO WO-DEPOSIT-APPLIED
           MOVE LOSS-AMOUNT          TO WO-LOSS-AMOUNT
           MOVE WRITEOFF-LEDGER-KEY  TO WO-LEDGER-REF
           MOVE CASE-REF             TO WO-CASE-REF

           WRITE CHGOFF-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           EVALUATE TRUE
               WHEN WO-FOR-BANKRUPTCY
                   ADD 1 TO CHARGED-OFF-BANKRUPT
               WHEN WO-FOR-DECEASED
                   ADD 1 TO CHARGED-OFF-DECEASED
               WHEN WO-FOR-SETTLEMENT
                   ADD 1 TO CHARGED-OFF-SETTLED
               WHEN OTHER
                   ADD 1 TO CHARGED-OFF-DPD
           END-EVALUATE
           ADD LOSS-AMOUNT TO LOSS-AMOUNT-TOTAL

           MOVE LOSS-AMOUNT TO AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGED OFF: ACCT ' CC-CUST-NO
                  ' SEQ ' CC-APPL-SEQ-NO
                  ' ' CHGOFF-REASON
                  ' LOSS ' AMOUNT-DISPLAY
                  ' ' CASE-REF
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The cache position first - its limit leaves every exposure
      * figure the moment it is no longer APPROVE - then the card,
      * the user cards drawing on it, and the account.
       CLOSE-AND-BLOCK-POSITION.
           MOVE 'CHGDOFF ' TO CC-DECISION
           MOVE RUN-DATE   TO CC-CHECKED-DATE
           REWRITE CSCACHE-RECORD

           IF CARDMAS-STATUS = '00'
               MOVE 'CLOSED  ' TO CD-PRODUCTION-STATUS
               REWRITE CARDMAS-RECORD
           END-IF

           PERFORM CLOSE-POSITION-USER-CARDS

           IF CUSTMAS-STATUS = '00'
              AND (CM-ACCT-ACTIVE OR CM-ACCT-DORMANT)
               PERFORM BLOCK-THE-ACCOUNT
           END-IF
           .

      * Every live authorized-user card on the position ends with
      * it, as the USRCASCP cascade ends them for CCLS.
       CLOSE-POSITION-USER-CARDS.
           MOVE 0   TO USER-CARDS-ENDED
           MOVE 'N' TO END-OF-USER-CARDS

           MOVE CC-CUST-NO     TO UC-CUST-NO
           MOVE CC-APPL-SEQ-NO TO UC-APPL-SEQ-NO
           MOVE 0              TO UC-USER-NO

           START USRCARD KEY >= UC-USER-CARD-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-START

           PERFORM END-ONE-USER-CARD
               UNTIL END-OF-USER-CARDS = 'Y'

           ADD USER-CARDS-ENDED TO USER-CARDS-CLOSED
           .

       END-ONE-USER-CARD.
           READ USRCARD NEXT
               AT END
                   MOVE 'Y' TO END-OF-USER-CARDS
           END-READ

           IF END-OF-USER-CARDS = 'N'
               IF USRCARD-STATUS NOT = '00'
                  OR UC-CUST-NO NOT = CC-CUST-NO
                  OR UC-APPL-SEQ-NO NOT = CC-APPL-SEQ-NO
                   MOVE 'Y' TO END-OF-USER-CARDS
               ELSE
                   IF UC-CARD-LIVE
                       MOVE 'C'        TO UC-CARD-STATUS
                       MOVE RUN-DATE   TO UC-ENDED-DATE
                       MOVE 'CHGDOFF ' TO UC-ENDED-REASON
                       REWRITE USRCARD-RECORD
                       IF USRCARD-STATUS = '00'
                           ADD 1 TO USER-CARDS-ENDED
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      * The change is attributed to the run, not an operator, the
      * way CSDCSDFD attributes its own to the registry feed.
       BLOCK-THE-ACCOUNT.
           MOVE CM-ACCT-STATUS TO SH-OLD-STATUS
           MOVE 'B'            TO CM-ACCT-STATUS

           REWRITE CUSTMAS-RECORD

           MOVE CM-CUST-NO      TO SH-CUST-NO
           MOVE RUN-DATE        TO SH-CHANGE-DATE
           MOVE RUN-TIME        TO SH-CHANGE-TIME
           MOVE 'B'             TO SH-NEW-STATUS
           MOVE HIST-CHANGED-BY TO SH-CHANGED-BY

           WRITE STATHIST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO ACCOUNTS-BLOCKED
           .

      * Only a deposit SDEP actually took - CONVERTD - is held for
      * the cardholder.
       FIND-SECURED-DEPOSIT.
           MOVE 0   TO DEPOSIT-HELD
           MOVE 'N' TO DEPOSIT-ROW-FOUND

           IF DEPTRACK-OPEN = 'Y'
               MOVE CC-CUST-NO     TO DT-CUST-NO
               MOVE CC-APPL-SEQ-NO TO DT-APPL-SEQ-NO

               READ DEPTRACK
                   KEY IS DT-DEPOSIT-KEY
                   INVALID KEY
                       CONTINUE
               END-READ

               IF DEPTRACK-STATUS = '00'
                  AND DT-OFFER-STATUS = 'CONVERTD'
                  AND DT-DEPOSIT-AMOUNT IS NUMERIC
                   MOVE 'Y'               TO DEPOSIT-ROW-FOUND
                   MOVE DT-DEPOSIT-AMOUNT TO DEPOSIT-HELD
               END-IF
           END-IF
           .

       REPORT-CHGOFF-FAILURE.
           ADD 1 TO CHGOFF-FAILURES
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGE-OFF NOT POSTED: ACCT ' CC-CUST-NO
                  ' SEQ ' CC-APPL-SEQ-NO
                  ' CARDLDG ' CARDLDG-STATUS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The row goes on the ledger first and the balance only moves
      * once it is safely written - the CSDDCOLL posting shape.
       POST-TO-LEDGER.
           IF CB-LAST-POST-DATE = RUN-DATE
               COMPUTE NEXT-POST-SEQ = CB-LAST-POST-SEQ + 1
           ELSE
               MOVE 1 TO NEXT-POST-SEQ
           END-IF

           MOVE SPACES              TO CARDLDG-RECORD
           MOVE CB-CUST-NO          TO LG-CUST-NO
           MOVE CB-APPL-SEQ-NO      TO LG-APPL-SEQ-NO
           MOVE RUN-DATE            TO LG-POST-DATE
           MOVE NEXT-POST-SEQ       TO LG-POST-SEQ
           MOVE POST-TRAN-TYPE      TO LG-TRAN-TYPE
           MOVE POST-DEBIT-CREDIT   TO LG-DEBIT-CREDIT
           MOVE POST-AMOUNT         TO LG-AMOUNT
           MOVE RUN-DATE            TO LG-TRAN-DATE
           MOVE CD-CARD-NUMBER      TO LG-CARD-NUMBER
           MOVE 'CHGOFF  '          TO LG-SOURCE
           MOVE POST-REFERENCE      TO LG-REFERENCE
           MOVE POST-DESCRIPTION    TO LG-DESCRIPTION
           IF POST-DEBIT-CREDIT = 'D'
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE + POST-AMOUNT
           ELSE
               COMPUTE LG-BALANCE-AFTER =
                   CB-CURRENT-BALANCE - POST-AMOUNT
           END-IF
           MOVE DC-JOB-NAME-SELF    TO LG-POSTED-BY

           WRITE CARDLDG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           IF CARDLDG-STATUS = '00'
               MOVE LG-BALANCE-AFTER TO CB-CURRENT-BALANCE
               MOVE RUN-DATE         TO CB-LAST-POST-DATE
               MOVE NEXT-POST-SEQ    TO CB-LAST-POST-SEQ
               PERFORM CARRY-INTO-CLOSED-CYCLE
           END-IF
           .

      * An outcome no position acted on - the account has nothing
      * owing, or no open or closed position - goes back to the
      * collections team.
       REPORT-ONE-UNAPPLIED-OUTCOME.
           ADD 1 TO OUTCOME-IX

           IF OT-APPLIED (OUTCOME-IX) = 'N'
               ADD 1 TO OUTCOMES-NOT-APPLIED
               MOVE SPACES TO REPORT-LINE
               STRING 'OUTCOME NOT APPLIED: ACCT '
                      OT-CUST-NO (OUTCOME-IX)
                      ' SEQ ' OT-APPL-SEQ-NO (OUTCOME-IX)
                      ' ' OT-OUTCOME (OUTCOME-IX)
                      ' CASE ' OT-CASE-REF (OUTCOME-IX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-CHGOFF-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTCOMES READ:            ' OUTCOMES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OUTCOMES NOT APPLIED:     ' OUTCOMES-NOT-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF OUTCOMES-NOT-LOADED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'OUTCOMES NOT LOADED:      ' OUTCOMES-NOT-LOADED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '----------------------------------------------'
           MOVE SPACES TO REPORT-LINE
           STRING 'CSCACHE ROWS READ:        ' POSITIONS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'POSITIONS OWING JUDGED:   ' POSITIONS-JUDGED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGED OFF - BANKRUPT:   ' CHARGED-OFF-BANKRUPT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGED OFF - DECEASED:   ' CHARGED-OFF-DECEASED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGED OFF - SETTLED:    ' CHARGED-OFF-SETTLED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGED OFF - DPD:        ' CHARGED-OFF-DPD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE LOSS-AMOUNT-TOTAL TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'AMOUNT WRITTEN OFF:       ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSITS APPLIED:         ' DEPOSITS-APPLIED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE DEPOSIT-AMOUNT-APPLIED TO TOTAL-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING 'DEPOSIT AMOUNT APPLIED:   ' TOTAL-DISPLAY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'COVERED BY DEPOSIT:       ' COVERED-BY-DEPOSIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCOUNTS BLOCKED:         ' ACCOUNTS-BLOCKED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'USER CARDS CLOSED:        ' USER-CARDS-CLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CHARGE-OFFS NOT POSTED:   ' CHGOFF-FAILURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

       COPY CYCPOSTP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE OUTCOMES-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-REJECTED =
               OUTCOMES-NOT-LOADED + OUTCOMES-NOT-APPLIED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSCHGOFF'.
