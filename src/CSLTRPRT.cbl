      * building. Letters already PRINTED are left alone, which also
      * makes the job safe to rerun after a printer failure partway
      * through the dataset - only the letters still pending go again.
      * The monthly statement pages CSSTMTGN archives (see
      * src/CSSTMTGN.cbl) are PENDING rows like any other letter and
      * go out the same way.
      *
      * The ACLR reprint transaction (see src/ACCLTRRP.cbl) re-queues
      * an archived letter by moving it back to PENDING, so a reprint
      * goes out with the next scheduled run of this job.
      *
      * The ADDRCHG confirmations CUSM archives when an address is
      * changed (one to the old address, one to the new) always go
      * on paper whatever the contact preference - the letter to the
      * old address is the cardholder's warning of a takeover, and
      * an e-mail address may have been changed along with it.
      *
      * A third party on the cardholder's TPAUTH register marked for
      * letter copies (TA-LETTER-COPY - see copy/TPAUTH.cpy) gets a
      * paper copy of each letter the run dispatches, addressed to
      * them, while their authority is ACTIVE and in force on the
      * run date - an attorney or deputy cannot act on a letter they
      * never saw. The copies follow the letter's first dispatch
      * only; LA-COPIES-SENT on the archive row records how many went.
      *
      * Every page header carries FMT= - the format the customer
      * asked for their letters in on the VULNMARK file (see
      * copy/VULNMARK.cpy): S standard, L large print, B braille.
      * The print vendor produces the letter in that format; no
      * record, or a blank one, is standard. A third party's copy
      * is always standard print.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSLTRPRT.jcl.
      ******************************************************************
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT TPAUTH ASSIGN TO TPAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-AUTHORITY-KEY
                  FILE STATUS IS TPAUTH-STATUS.

           SELECT VULNMARK ASSIGN TO VULNMARK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VM-CUST-NO
                  FILE STATUS IS VULNMARK-STATUS.

           SELECT LETTER-PRINT ASSIGN TO LTRPRINT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS LTRPRINT-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  DAYCTL.
        FD  LTRARCH.
           COPY LTRARCH.

        FD  TPAUTH.
           COPY TPAUTH.

        FD  VULNMARK.
           COPY VULNMARK.

        FD  LETTER-PRINT.
        01  LETTER-PRINT-LINE       PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSLTRPRT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSLTRPRT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

      * Business-day close-out control - see copy/DAYCTL.cpy and
      * the shared CHECK-DAY-CONTROL/REGISTER-DAY-COMPLETION
      * fragment in copy/DAYCTLP.cpy.
       1 LTRPRINT-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-LTRARCH            PIC X(1) VALUE 'N'.

      * Third-party letter copies - see COPY-TO-THIRD-PARTIES.
       1 TPAUTH-STATUS             PIC X(2) VALUE '00'.
       1 END-OF-PARTIES            PIC X(1) VALUE 'N'.
       1 COPIES-FOR-LETTER         PIC 9(1) VALUE 0.

      * The customer's chosen letter format - see FIND-LETTER-FORMAT.
       1 VULNMARK-STATUS           PIC X(2) VALUE '00'.
       1 VULNMARK-OPEN             PIC X(1) VALUE 'N'.
       1 LETTER-FORMAT             PIC X(1) VALUE 'S'.

      * Field-level PII protection - see src/CSCRYPT.cbl. A party's
      * name and address are decrypted under the key named on the
      * register row to address the copy.
       1 CRYPT-DECRYPT             PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN           PIC S9(4) COMP VALUE 0.

       1 RUN-DATE                  PIC X(8).

      * Receives LA-LETTER-TEXT back in the DECISION-LETTER shape
         2 LETTERS-EDELIVERED      PIC 9(7) VALUE 0.
         2 LETTERS-PAPER-FALLBACK  PIC 9(7) VALUE 0.
         2 ROWS-ALREADY-PRINTED    PIC 9(7) VALUE 0.
         2 LETTER-COPIES-SENT      PIC 9(7) VALUE 0.
         2 LETTERS-LARGE-PRINT     PIC 9(7) VALUE 0.
         2 LETTERS-BRAILLE         PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

      * is touched.
           PERFORM CHECK-DAY-CONTROL
           IF DAY-CONTROL-OK = 'N'
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O LTRARCH
           OPEN INPUT CUSTADDR
           OPEN INPUT CONTPREF
           OPEN INPUT TPAUTH
           OPEN INPUT VULNMARK
           IF VULNMARK-STATUS = '00'
               MOVE 'Y' TO VULNMARK-OPEN
           ELSE
               DISPLAY 'VULNMARK NOT AVAILABLE - ALL LETTERS FMT=S'
           END-IF
           OPEN OUTPUT E-DELIVERY-EXTRACT
           OPEN OUTPUT LETTER-PRINT

           CLOSE LTRARCH
           CLOSE CUSTADDR
           CLOSE CONTPREF
           CLOSE TPAUTH
           IF VULNMARK-OPEN = 'Y'
               CLOSE VULNMARK
           END-IF
           CLOSE E-DELIVERY-EXTRACT
           CLOSE LETTER-PRINT


           PERFORM REGISTER-DAY-COMPLETION

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

               MOVE PF-CHANNEL TO PREFERRED-CHANNEL
           END-IF

           IF LA-APPLICATION-RESULT = 'ADDRCHG'
               MOVE 'P' TO PREFERRED-CHANNEL
           END-IF

      * The copies go first so the one REWRITE below records them.
           IF LA-COPIES-SENT IS NOT NUMERIC
               MOVE 0 TO LA-COPIES-SENT
           END-IF
           IF LA-COPIES-SENT = 0
               PERFORM COPY-TO-THIRD-PARTIES
           END-IF

           EVALUATE PREFERRED-CHANNEL
               WHEN 'E'
                   PERFORM WRITE-E-DELIVERY-RECORD
      * One page header identifying the application, then the
      * letter's own print lines, exactly as ACCLTR built them.
       SPOOL-ONE-LETTER.
           PERFORM FIND-LETTER-FORMAT

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING '*** LETTER FOR ACCT ' LA-CUST-NO
                  ' SEQ ' LA-APPL-SEQ-NO
                  ' GENERATED ' LA-LETTER-DATE
                  ' RESULT ' LA-APPLICATION-RESULT
                  ' FMT=' LETTER-FORMAT ' ***'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           WRITE LETTER-PRINT-LINE
           .

      * The format the customer asked for - standard unless the
      * VULNMARK row says large print or braille.
       FIND-LETTER-FORMAT.
           MOVE 'S' TO LETTER-FORMAT

           IF VULNMARK-OPEN = 'Y'
               MOVE LA-CUST-NO TO VM-CUST-NO
               READ VULNMARK
                   KEY IS VM-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF VULNMARK-STATUS = '00'
                   EVALUATE TRUE
                       WHEN VM-LARGE-PRINT
                           MOVE 'L' TO LETTER-FORMAT
                           ADD 1 TO LETTERS-LARGE-PRINT
                       WHEN VM-BRAILLE
                           MOVE 'B' TO LETTER-FORMAT
                           ADD 1 TO LETTERS-BRAILLE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           .

      * Every party registered on the account, in party number
      * order - those marked for copies whose authority is ACTIVE
      * and in force on the run date get one.
       COPY-TO-THIRD-PARTIES.
           MOVE 0          TO COPIES-FOR-LETTER
           MOVE 'N'        TO END-OF-PARTIES
           MOVE LA-CUST-NO TO TA-CUST-NO
           MOVE 0          TO TA-PARTY-NO

           START TPAUTH KEY >= TA-AUTHORITY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-PARTIES
           END-START

           IF END-OF-PARTIES = 'N'
               PERFORM READ-NEXT-PARTY
               PERFORM COPY-TO-ONE-PARTY
                   UNTIL END-OF-PARTIES = 'Y'
           END-IF

           MOVE COPIES-FOR-LETTER TO LA-COPIES-SENT
           .

       READ-NEXT-PARTY.
           READ TPAUTH NEXT
               AT END
                   MOVE 'Y' TO END-OF-PARTIES
           END-READ

           IF TPAUTH-STATUS NOT = '00'
              OR TA-CUST-NO NOT = LA-CUST-NO
               MOVE 'Y' TO END-OF-PARTIES
           END-IF
           .

       COPY-TO-ONE-PARTY.
           IF TA-LETTER-COPY = 'Y'
              AND TA-IS-ACTIVE
              AND TA-START-DATE NOT > RUN-DATE
              AND (TA-END-DATE = SPACES
                   OR TA-END-DATE NOT < RUN-DATE)
              AND COPIES-FOR-LETTER < 9
               PERFORM SPOOL-THIRD-PARTY-COPY
               ADD 1 TO COPIES-FOR-LETTER
               ADD 1 TO LETTER-COPIES-SENT
           END-IF

           PERFORM READ-NEXT-PARTY
           .

      * A page header marking the copy, the party's own name and
      * address for the envelope window, then the letter as sent.
       SPOOL-THIRD-PARTY-COPY.
           MOVE 110 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT TA-ENCRYPT-KEY
               TA-PARTY-DETAILS CRYPT-FIELD-LEN

           MOVE SPACES TO LETTER-PRINT-LINE
           STRING '*** COPY TO PARTY ' TA-PARTY-NO
                  ' OF ACCT ' LA-CUST-NO
                  ' SEQ ' LA-APPL-SEQ-NO
                  ' GEN ' LA-LETTER-DATE
                  ' ' TA-AUTHORITY-TYPE ' FMT=S ***'
               DELIMITED BY SIZE INTO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE SPACES TO LETTER-PRINT-LINE
           MOVE TA-PARTY-NAME TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           MOVE TA-PARTY-ADDR-LINE-1 TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           IF TA-PARTY-ADDR-LINE-2 NOT = SPACES
               MOVE SPACES TO LETTER-PRINT-LINE
               MOVE TA-PARTY-ADDR-LINE-2 TO LETTER-PRINT-LINE
               WRITE LETTER-PRINT-LINE
           END-IF
           MOVE SPACES TO LETTER-PRINT-LINE
           MOVE TA-PARTY-POSTCODE TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE

           MOVE LA-LETTER-TEXT TO PRINT-LETTER

           MOVE 1 TO LINE-IX
           PERFORM SPOOL-ONE-LETTER-LINE
               UNTIL LINE-IX > PL-LINE-COUNT

           MOVE SPACES TO LETTER-PRINT-LINE
           WRITE LETTER-PRINT-LINE
           .

       SPOOL-ONE-LETTER-LINE.
           MOVE SPACES TO LETTER-PRINT-LINE
           MOVE PL-LINE (LINE-IX) TO LETTER-PRINT-LINE
           STRING 'ROWS ALREADY PRINTED:     ' ROWS-ALREADY-PRINTED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'THIRD-PARTY COPIES..: ' LETTER-COPIES-SENT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LARGE PRINT.........: ' LETTERS-LARGE-PRINT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'BRAILLE.............: ' LETTERS-BRAILLE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       COPY DAYCTLP.

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           MOVE LETTERS-PRINTED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSLTRPRT'.
