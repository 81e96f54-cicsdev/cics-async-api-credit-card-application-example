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
      *  CSPPICEX
      *
      * Payment protection claims extract. Claims are logged and
      * updated through the PPIC transaction (see src/CSPPICLM.cbl)
      * and kept on PPICLAIM (see copy/PPICLAIM.cpy); this job walks
      * the claims and, for every row with something the insurer
      * has not yet been told (PC-EXTRACT-PENDING), writes one
      * record on the claims extract (see copy/PPICLEXT.cpy):
      *
      *   N  a new claim - with the enrolment date off PPIOPTIN and
      *      the card's balance and minimum payment off CARDBAL -
      *      which moves from LOGGED to ASSESSNG;
      *   E  further evidence on a claim the insurer already has;
      *   W  a claim the insurer has that was withdrawn.
      *
      * The row is stamped with tonight's extract date and nothing
      * is left pending on it. The file closes with a trailer
      * carrying the record count for the insurer to balance
      * against. Their decisions and payments come back on the
      * return feed worked by CSPPIRTN (see src/CSPPIRTN.cbl).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSPPICEX.jcl. Schedule nightly; send PPICLEXT to the
      * insurer.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPPICEX.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT PPICLAIM ASSIGN TO PPICLAIM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PC-CLAIM-KEY
                  FILE STATUS IS PPICLAIM-STATUS.

           SELECT PPIOPTIN ASSIGN TO PPIOPTIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PI-OPTIN-KEY
                  FILE STATUS IS PPIOPTIN-STATUS.

           SELECT CARDBAL ASSIGN TO CARDBAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CB-CARD-KEY
                  FILE STATUS IS CARDBAL-STATUS.

           SELECT CLAIM-EXTRACT ASSIGN TO PPICLEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PPICLEXT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  PPICLAIM.
           COPY PPICLAIM.

        FD  PPIOPTIN.
           COPY PPIOPTIN.

        FD  CARDBAL.
           COPY CARDBAL.

        FD  CLAIM-EXTRACT.
           COPY PPICLEXT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSPPICEX'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSPPICEX'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 PPICLAIM-STATUS          PIC X(2) VALUE '00'.
       1 PPIOPTIN-STATUS          PIC X(2) VALUE '00'.
       1 CARDBAL-STATUS           PIC X(2) VALUE '00'.
       1 PPICLEXT-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CLAIMS            PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).
       1 EXTRACT-RECORD-TYPE      PIC X(1) VALUE SPACE.

       1 EXTRACT-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 RECORDS-WRITTEN        PIC 9(7) VALUE 0.
         2 NEW-CLAIMS-SENT        PIC 9(7) VALUE 0.
         2 EVIDENCE-SENT          PIC 9(7) VALUE 0.
         2 WITHDRAWALS-SENT       PIC 9(7) VALUE 0.
         2 CLAIMS-WITH-INSURER    PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O PPICLAIM
           OPEN INPUT PPIOPTIN
           OPEN INPUT CARDBAL
           OPEN OUTPUT CLAIM-EXTRACT

           PERFORM READ-NEXT-CLAIM
           PERFORM EXTRACT-ONE-CLAIM
               UNTIL END-OF-CLAIMS = 'Y'

           PERFORM WRITE-CLAIM-EXTRACT-TRAILER

           CLOSE PPICLAIM
           CLOSE PPIOPTIN
           CLOSE CARDBAL
           CLOSE CLAIM-EXTRACT

           PERFORM PRINT-EXTRACT-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-CLAIM.
           READ PPICLAIM NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-CLAIMS
           END-READ

           IF PPICLAIM-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CLAIMS
           END-IF
           .

       EXTRACT-ONE-CLAIM.
           ADD 1 TO ROWS-READ

           EVALUATE TRUE
               WHEN PC-SEND-NEW AND PC-IS-LOGGED
                   PERFORM SEND-NEW-CLAIM
               WHEN PC-SEND-EVIDENCE
                   MOVE 'E' TO EXTRACT-RECORD-TYPE
                   PERFORM WRITE-CLAIM-RECORD
                   ADD 1 TO EVIDENCE-SENT
               WHEN PC-SEND-WITHDRAWAL
                   MOVE 'W' TO EXTRACT-RECORD-TYPE
                   PERFORM WRITE-CLAIM-RECORD
                   ADD 1 TO WITHDRAWALS-SENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF PC-IS-ASSESSING OR PC-IS-ACCEPTED
               ADD 1 TO CLAIMS-WITH-INSURER
           END-IF

           PERFORM READ-NEXT-CLAIM
           .

       SEND-NEW-CLAIM.
           MOVE 'N'        TO EXTRACT-RECORD-TYPE
           MOVE 'ASSESSNG' TO PC-STATUS
           PERFORM WRITE-CLAIM-RECORD
           ADD 1 TO NEW-CLAIMS-SENT

           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIM SENT: ACCT ' PC-CUST-NO
                  ' SEQ ' PC-APPL-SEQ-NO
                  ' LOGGED ' PC-CLAIM-DATE
                  ' ' PC-CLAIM-TYPE
                  ' EVENT ' PC-EVENT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The record type is set by the caller. The claim is written
      * back with nothing pending and tonight's extract date.
       WRITE-CLAIM-RECORD.
           MOVE SPACES               TO CLAIM-EXTRACT-RECORD
           MOVE EXTRACT-RECORD-TYPE  TO CX-RECORD-TYPE
           MOVE PC-CUST-NO           TO CX-CUST-NO
           MOVE PC-APPL-SEQ-NO       TO CX-APPL-SEQ-NO
           MOVE PC-CLAIM-DATE        TO CX-CLAIM-DATE
           MOVE PC-CLAIM-TYPE        TO CX-CLAIM-TYPE
           MOVE PC-EVENT-DATE        TO CX-EVENT-DATE
           MOVE PC-EVIDENCE          TO CX-EVIDENCE
           MOVE PC-EVIDENCE-DATE     TO CX-EVIDENCE-DATE
           MOVE RUN-DATE             TO CX-EXTRACT-DATE

           MOVE PC-CUST-NO     TO PI-CUST-NO
           MOVE PC-APPL-SEQ-NO TO PI-APPL-SEQ-NO
           READ PPIOPTIN
               KEY IS PI-OPTIN-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF PPIOPTIN-STATUS = '00'
               MOVE PI-ENROLLED-DATE TO CX-ENROLLED-DATE
           END-IF

           MOVE 0 TO CX-CARD-BALANCE
           MOVE 0 TO CX-MINIMUM-DUE
           MOVE PC-CUST-NO     TO CB-CUST-NO
           MOVE PC-APPL-SEQ-NO TO CB-APPL-SEQ-NO
           READ CARDBAL
               KEY IS CB-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF CARDBAL-STATUS = '00'
               MOVE CB-CURRENT-BALANCE TO CX-CARD-BALANCE
               IF CB-MINIMUM-DUE IS NUMERIC
                   MOVE CB-MINIMUM-DUE TO CX-MINIMUM-DUE
               END-IF
           END-IF

           WRITE CLAIM-EXTRACT-RECORD
           ADD 1 TO RECORDS-WRITTEN

           MOVE SPACE    TO PC-EXTRACT-PENDING
           MOVE RUN-DATE TO PC-EXTRACT-DATE
           REWRITE PPICLAIM-RECORD
           .

       WRITE-CLAIM-EXTRACT-TRAILER.
           MOVE SPACES          TO CLAIM-EXTRACT-TRAILER
           MOVE 'T'             TO CX-TRL-RECORD-TYPE
           MOVE RECORDS-WRITTEN TO CX-TRL-RECORD-COUNT

           WRITE CLAIM-EXTRACT-TRAILER
           .

       PRINT-EXTRACT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIM ROWS READ:          ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NEW CLAIMS SENT:          ' NEW-CLAIMS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EVIDENCE UPDATES SENT:    ' EVIDENCE-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WITHDRAWALS SENT:         ' WITHDRAWALS-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXTRACT RECORDS WRITTEN:  ' RECORDS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CLAIMS WITH THE INSURER:  ' CLAIMS-WITH-INSURER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE RECORDS-WRITTEN TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSPPICEX'.
