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
      *  CSREFEXT
      *
      * Nightly partner-lender referral extract. Applicants may
      * consent at intake to being referred on to our partner lender
      * if we decline them (REFERRAL, captured alongside CONSENT -
      * see copy/REFERRAL.cpy); the deciding run marks the row
      * DECLINED or, for the declines that must never be passed on,
      * EXCLUDED. This job walks REFERRAL and, for every DECLINED
      * row, writes one record on the REFEXT extract for the partner
      * - the limited data set in copy/REFEXT.cpy: the identity off
      * CUSTMAS/CUSTADDR (decrypted under the key named on each
      * record), the product asked for, our decline reasons and the
      * consent evidence. The row moves to REFERRED.
      *
      * Fraud referrals, watchlist hits, deceased and credit-freeze
      * declines are kept out twice over: the deciding run never
      * marks them DECLINED, and this job checks again - a row whose
      * reasons carry R007, R008, R014, R017 or R021, or whose
      * account is now marked deceased on CUSTMAS, is moved to
      * EXCLUDED here instead of being extracted. A row whose
      * customer records cannot be read is left DECLINED for the
      * next run.
      *
      * The partner's return feed is applied by CSREFRTN (see
      * src/CSREFRTN.cbl).
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSREFEXT.jcl. Schedule nightly, after the online day.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSREFEXT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT REFERRAL ASSIGN TO REFERRAL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RF-REFERRAL-KEY
                  FILE STATUS IS REFERRAL-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT REFERRAL-EXTRACT ASSIGN TO REFEXT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS REFEXT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  REFERRAL.
           COPY REFERRAL.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  REFERRAL-EXTRACT.
           COPY REFEXT.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSREFEXT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSREFEXT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 REFERRAL-STATUS          PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS           PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS          PIC X(2) VALUE '00'.
       1 REFEXT-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-REFERRALS         PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8).
       1 EXCLUDE-HITS             PIC S9(4) COMP VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.

       1 EXTRACT-TOTALS.
         2 ROWS-READ              PIC 9(7) VALUE 0.
         2 REFERRALS-WRITTEN      PIC 9(7) VALUE 0.
         2 EXCLUDED-BY-REASON     PIC 9(7) VALUE 0.
         2 EXCLUDED-DECEASED      PIC 9(7) VALUE 0.
         2 EXCLUDED-ALREADY       PIC 9(7) VALUE 0.
         2 NO-CUSTOMER-RECORD     PIC 9(7) VALUE 0.
         2 NOT-DECLINED           PIC 9(7) VALUE 0.
         2 REFERRED-EARLIER       PIC 9(7) VALUE 0.

       1 REPORT-LINE              PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD

           OPEN I-O REFERRAL
           OPEN INPUT CUSTMAS
           OPEN INPUT CUSTADDR
           OPEN OUTPUT REFERRAL-EXTRACT

           PERFORM READ-NEXT-REFERRAL
           PERFORM EXTRACT-ONE-REFERRAL
               UNTIL END-OF-REFERRALS = 'Y'

           CLOSE REFERRAL
           CLOSE CUSTMAS
           CLOSE CUSTADDR
           CLOSE REFERRAL-EXTRACT

           PERFORM PRINT-EXTRACT-SUMMARY

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-NEXT-REFERRAL.
           READ REFERRAL NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-REFERRALS
           END-READ
           .

       EXTRACT-ONE-REFERRAL.
           ADD 1 TO ROWS-READ

           EVALUATE RF-STATUS
               WHEN 'DECLINED'
                   PERFORM REFER-IF-STILL-ELIGIBLE
               WHEN 'EXCLUDED'
                   ADD 1 TO EXCLUDED-ALREADY
               WHEN 'CONSENTD'
                   ADD 1 TO NOT-DECLINED
               WHEN OTHER
                   ADD 1 TO REFERRED-EARLIER
           END-EVALUATE

           PERFORM READ-NEXT-REFERRAL
           .

       REFER-IF-STILL-ELIGIBLE.
           MOVE 0 TO EXCLUDE-HITS
           INSPECT RF-REASON-CODES TALLYING EXCLUDE-HITS
               FOR ALL 'R007' ALL 'R008' ALL 'R014' ALL 'R017'
                   ALL 'R021'

           IF EXCLUDE-HITS > 0
               ADD 1 TO EXCLUDED-BY-REASON
               PERFORM EXCLUDE-THIS-REFERRAL
           ELSE
               MOVE RF-CUST-NO TO CM-CUST-NO
               READ CUSTMAS
                   KEY IS CM-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ

               MOVE RF-CUST-NO TO CA-CUST-NO
               READ CUSTADDR
                   KEY IS CA-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
                   WHEN CUSTMAS-STATUS NOT = '00'
                     OR CUSTADDR-STATUS NOT = '00'
                       ADD 1 TO NO-CUSTOMER-RECORD
                   WHEN CM-ACCT-DECEASED
                       ADD 1 TO EXCLUDED-DECEASED
                       PERFORM EXCLUDE-THIS-REFERRAL
                   WHEN OTHER
                       PERFORM WRITE-REFERRAL-RECORD
               END-EVALUATE
           END-IF
           .

       EXCLUDE-THIS-REFERRAL.
           MOVE 'EXCLUDED' TO RF-STATUS
           REWRITE REFERRAL-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING 'EXCLUDED: ACCT ' RF-CUST-NO
                  ' SEQ ' RF-APPL-SEQ-NO
                  ' REASONS ' RF-REASON-CODES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The name and address are decrypted under the key named on
      * each record - the partner gets them in the clear, as the
      * collections agency does on COLLEXT.
       WRITE-REFERRAL-RECORD.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
               CM-CUST-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
               CA-ADDR-LINE-1 CRYPT-FIELD-LEN

           MOVE SPACES                TO REFEXT-RECORD
           MOVE RF-CUST-NO            TO RX-CUST-NO
           MOVE RF-APPL-SEQ-NO        TO RX-APPL-SEQ-NO
           MOVE CM-CUST-NAME          TO RX-CUSTOMER-NAME
           MOVE CA-ADDR-LINE-1        TO RX-ADDR-LINE-1
           MOVE CA-CITY               TO RX-CITY
           MOVE CA-POSTCODE           TO RX-POSTCODE
           MOVE CM-DATE-OF-BIRTH      TO RX-DATE-OF-BIRTH
           MOVE RF-REQUESTED-PRODUCT  TO RX-REQUESTED-PRODUCT
           MOVE RF-REASON-CODES       TO RX-REASON-CODES
           MOVE RF-DECIDED-DATE       TO RX-DECLINED-DATE
           MOVE RF-CONSENT-TIMESTAMP  TO RX-CONSENT-TIMESTAMP
           MOVE RUN-DATE              TO RX-EXTRACT-DATE

           WRITE REFEXT-RECORD

           MOVE 'REFERRED' TO RF-STATUS
           MOVE RUN-DATE   TO RF-REFERRED-DATE
           REWRITE REFERRAL-RECORD

           ADD 1 TO REFERRALS-WRITTEN
           .

       PRINT-EXTRACT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'REFERRAL ROWS READ:       ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFERRALS WRITTEN:        ' REFERRALS-WRITTEN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCLUDED BY REASON CODE:  ' EXCLUDED-BY-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCLUDED - DECEASED:      ' EXCLUDED-DECEASED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXCLUDED AT DECISION:     ' EXCLUDED-ALREADY
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NO CUSTOMER RECORD:       ' NO-CUSTOMER-RECORD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'CONSENTED, NOT DECLINED:  ' NOT-DECLINED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFERRED ON EARLIER RUNS: ' REFERRED-EARLIER
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE REFERRALS-WRITTEN TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSREFEXT'.
