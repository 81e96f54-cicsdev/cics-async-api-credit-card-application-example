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
      *  CSDSAREX
      *
      * Data subject access request extract - the counterpart to
      * CSERASE. When a customer asks for a copy of everything we
      * hold, the answer used to be pieced together by hand from
      * ACCQUERY, CS360INQ, CSTCRTRV, CSCHGJRN and CSAUDRTV. This
      * job collects every record for the account across the same
      * file set CSERASE erases - CUSTMAS, CUSTADDR, EMPLMAS, POLMAS,
      * SPNDMAS, PAYHMAS, CRDTBUR, BALMAS, CUST360, C360HIST, CSCACHE
      * and REVIEWQ (every applicant sequence), CARDMAS, BURSNAP,
      * LTRARCH, DECPARM, CONSENT, PENDAPPL, PENDRTRY, AUDLKAS,
      * STATHIST, CUSTXREF and the AUDIT trail - and writes one
      * readable disclosure document to DISCLOS:
      *
      *   - the DSARCTL control card names the account and carries
      *     who authorized the release (AUTHBY=userid); a run
      *     without one, or for an account with no OPEN request on
      *     the DSARREG register (see copy/DSARREG.cpy and the DSAR
      *     transaction, src/CSDSAREG.cbl), is refused outright;
      *   - the encrypted name and address fields are decrypted
      *     through CSCRYPT;
      *   - codes are given in words: reason codes through the
      *     RSNCODE table, product codes through PRODCAT, and
      *     statuses, outcomes and channels through the tables
      *     below;
      *   - what may not be disclosed is left out and counted: the
      *     fraud-prevention internals (the DECPARM decision rule
      *     snapshots, the AUDLKAS screening lookaside, the abuse
      *     flag, fraud and watch-list referral reasons and the
      *     underwriter notes on those referrals), the credit
      *     reference agencies' scores (supplied under terms that do
      *     not allow them to be passed on - the customer gets them
      *     from the agency), and other people's data (the linked
      *     customer on a CUSTXREF household link, staff user IDs);
      *   - the request is then closed on the register as DISCLOSD
      *     with the run date, who authorized it, and the counts of
      *     items disclosed and withheld.
      *
      * The run summary also lists every request still open on the
      * register with its deadline, flagging those already overdue.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSDSAREX.jcl. It only reads the customer files.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDSAREX.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO DSARCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DSARCTL-STATUS.

           SELECT DISCLOSURE ASSIGN TO DISCLOS
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DISCLOS-STATUS.

           SELECT DSARREG ASSIGN TO DSARREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SR-REQUEST-KEY
                  FILE STATUS IS DSARREG-STATUS.

           SELECT RSNCODE ASSIGN TO RSNCODE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RS-REASON-CODE
                  FILE STATUS IS RSNCODE-STATUS.

           SELECT PRODCAT ASSIGN TO PRODCAT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PD-PRODUCT-CODE
                  FILE STATUS IS PRODCAT-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT CUSTMAS ASSIGN TO CUSTMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUST-NO
                  FILE STATUS IS CUSTMAS-STATUS.

           SELECT CUSTADDR ASSIGN TO CUSTADDR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CA-CUST-NO
                  FILE STATUS IS CUSTADDR-STATUS.

           SELECT EMPLMAS ASSIGN TO EMPLMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EM-CUST-NO
                  FILE STATUS IS EMPLMAS-STATUS.

           SELECT POLMAS ASSIGN TO POLMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PM-CUST-NO
                  FILE STATUS IS POLMAS-STATUS.

           SELECT SPNDMAS ASSIGN TO SPNDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SM-CUST-NO
                  FILE STATUS IS SPNDMAS-STATUS.

           SELECT PAYHMAS ASSIGN TO PAYHMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-CUST-NO
                  FILE STATUS IS PAYHMAS-STATUS.

           SELECT CRDTBUR ASSIGN TO CRDTBUR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CB-CUST-NO
                  FILE STATUS IS CRDTBUR-STATUS.

           SELECT BALMAS ASSIGN TO BALMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BL-CUST-NO
                  FILE STATUS IS BALMAS-STATUS.

           SELECT CUST360 ASSIGN TO CUST360
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS C3-CUST-NO
                  FILE STATUS IS CUST360-STATUS.

           SELECT C360HIST ASSIGN TO C360HIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS C3H-HISTORY-KEY
                  FILE STATUS IS C360HIST-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT BURSNAP ASSIGN TO BURSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-SNAP-KEY
                  FILE STATUS IS BURSNAP-STATUS.

           SELECT LTRARCH ASSIGN TO LTRARCH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LA-LETTER-KEY
                  FILE STATUS IS LTRARCH-STATUS.

           SELECT DECPARM ASSIGN TO DECPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DP-SNAP-KEY
                  FILE STATUS IS DECPARM-STATUS.

           SELECT CONSENT ASSIGN TO CONSENT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CN-CONSENT-KEY
                  FILE STATUS IS CONSENT-STATUS.

           SELECT PENDAPPL ASSIGN TO PENDAPPL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PA-TOKEN
                  FILE STATUS IS PENDAPPL-STATUS.

           SELECT PENDRTRY ASSIGN TO PENDRTRY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-RETRY-KEY
                  FILE STATUS IS PENDRTRY-STATUS.

           SELECT AUDLKAS ASSIGN TO AUDLKAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LK-LOOKASIDE-KEY
                  FILE STATUS IS AUDLKAS-STATUS.

           SELECT STATHIST ASSIGN TO STATHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SH-HIST-KEY
                  FILE STATUS IS STATHIST-STATUS.

           SELECT CUSTXREF ASSIGN TO CUSTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS XR-CUST-NO
                  FILE STATUS IS CUSTXREF-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  DISCLOSURE.
        01  DISCLOSURE-LINE         PIC X(80).

        FD  DSARREG.
           COPY DSARREG.

        FD  RSNCODE.
           COPY RSNCODE.

        FD  PRODCAT.
           COPY PRODCAT.

        FD  AUDIT-TRAIL.
           COPY AUDIT.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  EMPLMAS.
           COPY EMPLMAS.

        FD  POLMAS.
           COPY POLMAS.

        FD  SPNDMAS.
           COPY SPNDMAS.

        FD  PAYHMAS.
           COPY PAYHMAS.

        FD  CRDTBUR.
           COPY CRDTBUR.

        FD  BALMAS.
           COPY BALMAS.

        FD  CUST360.
           COPY CUST360.

        FD  C360HIST.
           COPY C360HIST.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  BURSNAP.
           COPY BURSNAP.

        FD  LTRARCH.
           COPY LTRARCH.

        FD  DECPARM.
           COPY DECPARM.

        FD  CONSENT.
           COPY CONSENT.

        FD  PENDAPPL.
           COPY PENDAPPL.

        FD  PENDRTRY.
           COPY PENDRTRY.

        FD  AUDLKAS.
           COPY AUDLKAS.

        FD  STATHIST.
           COPY STATHIST.

        FD  CUSTXREF.
           COPY CUSTXREF.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDSAREX'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDSAREX'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 DSARCTL-STATUS            PIC X(2) VALUE '00'.
       1 DISCLOS-STATUS            PIC X(2) VALUE '00'.
       1 DSARREG-STATUS            PIC X(2) VALUE '00'.
       1 RSNCODE-STATUS            PIC X(2) VALUE '00'.
       1 PRODCAT-STATUS            PIC X(2) VALUE '00'.
       1 AUDIT-STATUS              PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 EMPLMAS-STATUS            PIC X(2) VALUE '00'.
       1 POLMAS-STATUS             PIC X(2) VALUE '00'.
       1 SPNDMAS-STATUS            PIC X(2) VALUE '00'.
       1 PAYHMAS-STATUS            PIC X(2) VALUE '00'.
       1 CRDTBUR-STATUS            PIC X(2) VALUE '00'.
       1 BALMAS-STATUS             PIC X(2) VALUE '00'.
       1 CUST360-STATUS            PIC X(2) VALUE '00'.
       1 C360HIST-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 REVIEWQ-STATUS            PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS            PIC X(2) VALUE '00'.
       1 BURSNAP-STATUS            PIC X(2) VALUE '00'.
       1 LTRARCH-STATUS            PIC X(2) VALUE '00'.
       1 DECPARM-STATUS            PIC X(2) VALUE '00'.
       1 CONSENT-STATUS            PIC X(2) VALUE '00'.
       1 PENDAPPL-STATUS           PIC X(2) VALUE '00'.
       1 PENDRTRY-STATUS           PIC X(2) VALUE '00'.
       1 AUDLKAS-STATUS            PIC X(2) VALUE '00'.
       1 STATHIST-STATUS           PIC X(2) VALUE '00'.
       1 CUSTXREF-STATUS           PIC X(2) VALUE '00'.

       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-WALK               PIC X(1) VALUE 'N'.
       1 END-OF-AUDIT              PIC X(1) VALUE 'N'.

       1 DSAR-ACCOUNT              PIC X(8) VALUE SPACES.
       1 AUTHORIZED-BY             PIC X(8) VALUE SPACES.
       1 DSAR-REFUSED              PIC X(1) VALUE 'N'.
       1 DSAR-SEQ                  PIC 9(1) VALUE 0.

      * The open request being answered, found on the register.
       1 OPEN-REQUEST-FOUND        PIC X(1) VALUE 'N'.
       1 OPEN-REQUEST-KEY          PIC X(10) VALUE SPACES.
       1 EFFECTIVE-DUE-DATE        PIC X(8) VALUE SPACES.
       1 DISCLOSED-LATE            PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8).
       1 RUN-TIME                  PIC X(8).

       1 DSAR-TOTALS.
         2 ITEMS-DISCLOSED         PIC 9(5) VALUE 0.
         2 ITEMS-WITHHELD          PIC 9(5) VALUE 0.
         2 OPEN-REQUESTS           PIC 9(5) VALUE 0.
         2 OVERDUE-REQUESTS        PIC 9(5) VALUE 0.

      * Field-level PII protection - see src/CSCRYPT.cbl.
       1 CRYPT-DECRYPT             PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN           PIC S9(4) COMP VALUE 0.

      * Dates are shown as YYYY-MM-DD; a date never set shows as
      * a dash.
       1 DATE-WORK                 PIC X(8).
       1 DATE-DISPLAY              PIC X(10).
       1 DATE-SHOW-1               PIC X(10).
       1 DATE-SHOW-2               PIC X(10).
       1 DATE-SHOW-3               PIC X(10).

       1 AMOUNT-EDIT               PIC Z(6)9.99.
       1 AMOUNT-EDIT-2             PIC Z(6)9.99.
       1 LIMIT-EDIT                PIC Z(6)9.
       1 RATE-EDIT                 PIC Z9.99.
       1 RATE-EDIT-2               PIC Z9.99.
       1 COUNT-EDIT                PIC ZZ9.
       1 COUNT-EDIT-2              PIC ZZ9.
       1 TOTAL-EDIT                PIC ZZZZ9.

       1 STATUS-CODE               PIC X(1).
       1 STATUS-WORDING            PIC X(20).
       1 STATUS-WORDING-2          PIC X(20).
       1 CHANNEL-WORDING           PIC X(20).
       1 PRODUCT-WORDING           PIC X(20).
       1 REVIEW-WORDING            PIC X(40).
       1 REVIEW-WITHHELD           PIC X(1) VALUE 'N'.
       1 YES-NO-WORDING            PIC X(3).
       1 CARD-ENDING               PIC X(4).

      * Application and letter outcomes in words. A watch-list
      * outcome is never looked up here - see DESCRIBE-RESULT.
       1 RESULT-CODE               PIC X(7).
       1 RESULT-WORDING            PIC X(33).
       1 RESULT-IX                 PIC S9(4) COMP VALUE 0.
       1 RESULT-FOUND              PIC X(1) VALUE 'N'.
       1 RESULT-NAMES.
         2 FILLER PIC X(40) VALUE
               'SUCCESSAPPROVED                         '.
         2 FILLER PIC X(40) VALUE
               'FAILED DECLINED                         '.
         2 FILLER PIC X(40) VALUE
               'REVIEW REFERRED FOR MANUAL REVIEW       '.
         2 FILLER PIC X(40) VALUE
               'REFER  REFERRED FOR FURTHER CHECKS      '.
         2 FILLER PIC X(40) VALUE
               'BURDOWNCREDIT AGENCY UNAVAILABLE        '.
         2 FILLER PIC X(40) VALUE
               'FROZEN CREDIT FILE FROZEN AT THE AGENCY '.
         2 FILLER PIC X(40) VALUE
               'SECOFFRSECURED CARD OFFERED INSTEAD     '.
         2 FILLER PIC X(40) VALUE
               'DOCREQ PROOF OF INCOME REQUESTED        '.
         2 FILLER PIC X(40) VALUE
               'WITHDRWAPPLICATION WITHDRAWN            '.
         2 FILLER PIC X(40) VALUE
               'CLOSED ACCOUNT CLOSED                   '.
         2 FILLER PIC X(40) VALUE
               'DECEASDACCOUNT RECORDED AS DECEASED     '.
         2 FILLER PIC X(40) VALUE
               'BLOCKEDACCOUNT BLOCKED                  '.
         2 FILLER PIC X(40) VALUE
               'DORMANTACCOUNT DORMANT                  '.
         2 FILLER PIC X(40) VALUE
               'NOCONSNNO CONSENT TO A CREDIT CHECK     '.
         2 FILLER PIC X(40) VALUE
               'UNDRAGEBELOW THE MINIMUM AGE            '.
         2 FILLER PIC X(40) VALUE
               'INVALIDAPPLICATION INCOMPLETE           '.
         2 FILLER PIC X(40) VALUE
               'PENDINGAPPLICATION IN PROGRESS          '.
         2 FILLER PIC X(40) VALUE
               'BUSY   APPLICATION IN PROGRESS          '.
         2 FILLER PIC X(40) VALUE
               'HELD   APPLICATION IN PROGRESS          '.
         2 FILLER PIC X(40) VALUE
               'NOAUTH APPLICATION NOT SUBMITTED        '.
         2 FILLER PIC X(40) VALUE
               'CMPLUPHCOMPLAINT UPHELD                 '.
         2 FILLER PIC X(40) VALUE
               'CMPLREJCOMPLAINT NOT UPHELD             '.
         2 FILLER PIC X(40) VALUE
               'ADDRCHGADDRESS CHANGE CONFIRMED         '.
         2 FILLER PIC X(40) VALUE
               'CLOSECFACCOUNT CLOSURE CONFIRMED        '.
         2 FILLER PIC X(40) VALUE
               'STMT   MONTHLY STATEMENT                '.
         2 FILLER PIC X(40) VALUE
               'LIMCHG CREDIT LIMIT CHANGED             '.
         2 FILLER PIC X(40) VALUE
               'REPRICEINTEREST RATE CHANGED            '.
         2 FILLER PIC X(40) VALUE
               'NAMECHGNAME CHANGE CONFIRMED            '.
         2 FILLER PIC X(40) VALUE
               'PROMOEXPROMOTIONAL RATE ENDING          '.
         2 FILLER PIC X(40) VALUE
               'DDCANCLDIRECT DEBIT CANCELLED           '.
         2 FILLER PIC X(40) VALUE
               'GUARCNFGUARANTOR CONFIRMATION           '.
         2 FILLER PIC X(40) VALUE
               'APPREXPAPPROVAL EXPIRED                 '.
         2 FILLER PIC X(40) VALUE
               'TLREMNDTEMPORARY LIMIT ENDING           '.
       1 RESULT-TABLE REDEFINES RESULT-NAMES.
         2 RESULT-ENTRY            OCCURS 33.
           3 RN-CODE               PIC X(7).
           3 RN-WORDING            PIC X(33).

      * Receives LA-LETTER-TEXT back in the DECISION-LETTER shape
      * (see copy/DECLTR.cpy), the same way CSLTRPRT prints it.
       1 PRINT-LETTER.
         2 PL-LINE-COUNT           PIC 9(2).
         2 PL-LINE                 PIC X(72) OCCURS 15.
       1 LINE-IX                   PIC S9(4) COMP VALUE 0.
       1 REASON-IX                 PIC S9(4) COMP VALUE 0.

       1 DOC-LINE                  PIC X(80).
       1 SECTION-TITLE             PIC X(60).
       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-CARDS

           OPEN I-O DSARREG
           OPEN OUTPUT DISCLOSURE

           EVALUATE TRUE
               WHEN DSAR-ACCOUNT = SPACES
                   MOVE 'DISCLOSURE REFUSED: NO ACCOUNT NAMED'
                       TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
                   MOVE 'Y' TO DSAR-REFUSED
               WHEN AUTHORIZED-BY = SPACES
                   MOVE 'DISCLOSURE REFUSED: NO AUTHBY FOR THE RELEASE'
                       TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
                   MOVE 'Y' TO DSAR-REFUSED
               WHEN OTHER
                   PERFORM FIND-OPEN-REQUEST
                   IF OPEN-REQUEST-FOUND = 'N'
                       MOVE 'DISCLOSURE REFUSED: NO OPEN REQUEST'
                           TO DOC-LINE
                       PERFORM WRITE-DOC-LINE
                       MOVE 'Y' TO DSAR-REFUSED
                   END-IF
           END-EVALUATE

           IF DSAR-REFUSED = 'N'
               OPEN INPUT RSNCODE
               OPEN INPUT PRODCAT
               OPEN INPUT CUSTMAS
               OPEN INPUT CUSTADDR
               OPEN INPUT EMPLMAS
               OPEN INPUT POLMAS
               OPEN INPUT SPNDMAS
               OPEN INPUT PAYHMAS
               OPEN INPUT CRDTBUR
               OPEN INPUT BALMAS
               OPEN INPUT CUST360
               OPEN INPUT C360HIST
               OPEN INPUT CSCACHE
               OPEN INPUT REVIEWQ
               OPEN INPUT CARDMAS
               OPEN INPUT BURSNAP
               OPEN INPUT LTRARCH
               OPEN INPUT DECPARM
               OPEN INPUT CONSENT
               OPEN INPUT PENDAPPL
               OPEN INPUT PENDRTRY
               OPEN INPUT AUDLKAS
               OPEN INPUT STATHIST
               OPEN INPUT CUSTXREF

               PERFORM WRITE-DOCUMENT-HEADER
               PERFORM DISCLOSE-PERSONAL-DETAILS
               PERFORM DISCLOSE-FINANCIAL-DETAILS
               PERFORM DISCLOSE-CREDIT-REFERENCE
               PERFORM DISCLOSE-APPLICATIONS
               PERFORM DISCLOSE-DECISION-RECORDS
               PERFORM DISCLOSE-CARDS
               PERFORM DISCLOSE-CONSENTS
               PERFORM DISCLOSE-ACCOUNT-HISTORY
               PERFORM DISCLOSE-LETTERS
               PERFORM DISCLOSE-LINKED-RECORDS
               PERFORM COUNT-WITHHELD-RULE-DATA
               PERFORM WRITE-DOCUMENT-TRAILER

               CLOSE RSNCODE
               CLOSE PRODCAT
               CLOSE CUSTMAS
               CLOSE CUSTADDR
               CLOSE EMPLMAS
               CLOSE POLMAS
               CLOSE SPNDMAS
               CLOSE PAYHMAS
               CLOSE CRDTBUR
               CLOSE BALMAS
               CLOSE CUST360
               CLOSE C360HIST
               CLOSE CSCACHE
               CLOSE REVIEWQ
               CLOSE CARDMAS
               CLOSE BURSNAP
               CLOSE LTRARCH
               CLOSE DECPARM
               CLOSE CONSENT
               CLOSE PENDAPPL
               CLOSE PENDRTRY
               CLOSE AUDLKAS
               CLOSE STATHIST
               CLOSE CUSTXREF

               PERFORM CLOSE-THE-REQUEST
           END-IF

           CLOSE DISCLOSURE

           PERFORM PRINT-DSAR-SUMMARY
           PERFORM LIST-OPEN-REQUESTS

           CLOSE DSARREG

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF DSARCTL-STATUS = '00'
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

           IF DSARCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:8) = 'ACCOUNT='
                   MOVE CONTROL-CARD-RECORD(9:8) TO DSAR-ACCOUNT
               WHEN CONTROL-CARD-RECORD(1:7) = 'AUTHBY='
                   MOVE CONTROL-CARD-RECORD(8:8) TO AUTHORIZED-BY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * The register. The DSAR transaction allows one open request
      * per account, so the account's rows are walked and the open
      * one kept.
      ******************************************************************
       FIND-OPEN-REQUEST.
           MOVE 'N' TO OPEN-REQUEST-FOUND
           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO DSARREG-RECORD
           MOVE DSAR-ACCOUNT TO SR-CUST-NO
           MOVE 0 TO SR-REQUEST-NO

           START DSARREG KEY >= SR-REQUEST-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM CHECK-NEXT-REQUEST-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       CHECK-NEXT-REQUEST-ROW.
           READ DSARREG NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF DSARREG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF SR-CUST-NO = DSAR-ACCOUNT
                   IF SR-OPEN
                       MOVE 'Y' TO OPEN-REQUEST-FOUND
                       MOVE SR-REQUEST-KEY TO OPEN-REQUEST-KEY
                   END-IF
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

      * The request is re-read by key - the walk has moved the
      * record area on - and closed with the counts.
       CLOSE-THE-REQUEST.
           MOVE OPEN-REQUEST-KEY TO SR-REQUEST-KEY

           READ DSARREG
               KEY IS SR-REQUEST-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF DSARREG-STATUS = '00'
               PERFORM SET-EFFECTIVE-DUE-DATE
               IF RUN-DATE > EFFECTIVE-DUE-DATE
                   MOVE 'Y' TO DISCLOSED-LATE
               END-IF

               MOVE 'DISCLOSD'      TO SR-STATUS
               MOVE RUN-DATE        TO SR-CLOSED-DATE
               MOVE AUTHORIZED-BY   TO SR-CLOSED-BY
               MOVE ITEMS-DISCLOSED TO SR-ITEMS-DISCLOSED
               MOVE ITEMS-WITHHELD  TO SR-ITEMS-WITHHELD
               REWRITE DSARREG-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           .

       SET-EFFECTIVE-DUE-DATE.
           IF SR-EXTENDED-DUE-DATE NOT = SPACES
               MOVE SR-EXTENDED-DUE-DATE TO EFFECTIVE-DUE-DATE
           ELSE
               MOVE SR-DUE-DATE TO EFFECTIVE-DUE-DATE
           END-IF
           .

      ******************************************************************
      * The document.
      ******************************************************************
       WRITE-DOCUMENT-HEADER.
           MOVE 'PERSONAL DATA WE HOLD ABOUT YOU' TO DOC-LINE
           PERFORM WRITE-DOC-LINE

           MOVE SR-RECEIVED-DATE TO DATE-WORK
           PERFORM FORMAT-DATE
           MOVE DATE-DISPLAY TO DATE-SHOW-1
           MOVE RUN-DATE TO DATE-WORK
           PERFORM FORMAT-DATE
           MOVE DATE-DISPLAY TO DATE-SHOW-2

           MOVE SPACES TO DOC-LINE
           STRING 'ACCOUNT ' DSAR-ACCOUNT
                  '   REQUEST ' SR-REQUEST-NO
                  ' RECEIVED ' DATE-SHOW-1
                  '   PREPARED ' DATE-SHOW-2
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE

           MOVE SPACES TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE 'This document lists the personal data we hold about'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE 'you on our customer records, as at the date above.'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE 'Dates are shown as year-month-day.' TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           .

       DISCLOSE-PERSONAL-DETAILS.
           MOVE 'YOUR DETAILS' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE DSAR-ACCOUNT TO CM-CUST-NO
           READ CUSTMAS
               KEY IS CM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
                   CM-CUST-NAME CRYPT-FIELD-LEN

               MOVE SPACES TO DOC-LINE
               STRING 'Name:            ' CM-CUST-NAME(1:60)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE CM-DATE-OF-BIRTH TO DATE-WORK
               PERFORM FORMAT-DATE
               MOVE SPACES TO DOC-LINE
               STRING 'Date of birth:   ' DATE-DISPLAY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE SPACES TO DOC-LINE
               STRING 'National ID:     ' CM-NATIONAL-ID
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE CM-ACCT-STATUS TO STATUS-CODE
               PERFORM DESCRIBE-ACCOUNT-STATUS
               MOVE SPACES TO DOC-LINE
               STRING 'Account status:  ' STATUS-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF CM-IS-VIP
                   MOVE 'Yes' TO YES-NO-WORDING
               ELSE
                   MOVE 'No ' TO YES-NO-WORDING
               END-IF
               MOVE SPACES TO DOC-LINE
               STRING 'Priority service customer: ' YES-NO-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE SPACES TO DOC-LINE
               STRING 'Details last updated: ' CM-LAST-UPDATED(1:10)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO CA-CUST-NO
           READ CUSTADDR
               KEY IS CA-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUSTADDR-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                   CA-ADDR-LINE-1 CRYPT-FIELD-LEN

               MOVE SPACES TO DOC-LINE
               STRING 'Address:         ' CA-ADDR-LINE-1
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '                 ' CA-ADDR-LINE-2
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '                 ' CA-ADDR-LINE-3
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '                 ' CA-CITY ' ' CA-REGION
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '                 ' CA-POSTCODE
                      ' ' CA-COUNTRY-CODE
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF CA-GONE-AWAY
                   MOVE 'Mail to this address has been returned to us.'
                       TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF

               IF CA-ADDR-CHANGED-DATE NOT = SPACES
                   MOVE CA-ADDR-CHANGED-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   STRING 'Address last changed: ' DATE-DISPLAY
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF

           MOVE DSAR-ACCOUNT TO C3-CUST-NO
           READ CUST360
               KEY IS C3-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CUST360-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT C3-ENCRYPT-KEY
                   C3-CUSTOMER-NAME CRYPT-FIELD-LEN
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT C3-ENCRYPT-KEY
                   C3-ADDR-LINE-1 CRYPT-FIELD-LEN

               MOVE C3-LAST-UPDATED-DATE TO DATE-WORK
               PERFORM FORMAT-DATE
               MOVE SPACES TO DOC-LINE
               STRING 'Customer summary record, last updated '
                      DATE-DISPLAY ':'
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '  Name:          ' C3-CUSTOMER-NAME(1:60)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '  Address:       ' C3-ADDR-LINE-1 ' '
                      C3-POSTCODE
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE C3-POLICY-COUNT     TO COUNT-EDIT
               MOVE C3-ANNUAL-SPEND-USD TO AMOUNT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING '  Policies held: ' COUNT-EDIT
                      '   Annual spend (USD): ' AMOUNT-EDIT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '  Customer tier: ' C3-CUSTOMER-IMPORTANCE
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF C3-LAST-CREDIT-SCORE NOT = SPACES
                   ADD 1 TO ITEMS-WITHHELD
               END-IF
           END-IF
           .

       DISCLOSE-FINANCIAL-DETAILS.
           MOVE 'EMPLOYMENT AND FINANCES' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE DSAR-ACCOUNT TO EM-CUST-NO
           READ EMPLMAS
               KEY IS EM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF EMPLMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE EM-ANNUAL-INCOME TO LIMIT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING 'Employment status: ' EM-EMPLOYMENT-STATUS
                      '   Income band: ' EM-INCOME-BAND
                      '   Annual income: ' LIMIT-EDIT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO BL-CUST-NO
           READ BALMAS
               KEY IS BL-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF BALMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE BL-TOTAL-BALANCES      TO AMOUNT-EDIT
               MOVE BL-MONTHLY-OBLIGATIONS TO AMOUNT-EDIT-2
               MOVE SPACES TO DOC-LINE
               STRING 'Total balances owed: ' AMOUNT-EDIT
                      '   Monthly commitments: ' AMOUNT-EDIT-2
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO SM-CUST-NO
           READ SPNDMAS
               KEY IS SM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF SPNDMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE SM-SPEND-AMOUNT TO AMOUNT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING 'Recorded annual spend: ' AMOUNT-EDIT
                      ' ' SM-CURRENCY
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO PM-CUST-NO
           READ POLMAS
               KEY IS PM-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF POLMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE PM-POLICY-COUNT TO COUNT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING 'Insurance policies held with us: ' COUNT-EDIT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO PH-CUST-NO
           READ PAYHMAS
               KEY IS PH-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF PAYHMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE PH-MISSED-PAYMENTS TO COUNT-EDIT
               MOVE PH-LEDGER-MISSED   TO COUNT-EDIT-2
               MOVE SPACES TO DOC-LINE
               STRING 'Missed payments recorded: ' COUNT-EDIT
                      '   of which on this card account: '
                      COUNT-EDIT-2
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               IF PH-IN-COLLECTIONS = 'Y'
                   MOVE 'The account is with our collections team.'
                       TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

      * What the agencies told us, and when we searched. The scores
      * themselves are the agencies' to give.
       DISCLOSE-CREDIT-REFERENCE.
           MOVE 'CREDIT REFERENCE AGENCY SEARCHES' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE DSAR-ACCOUNT TO CB-CUST-NO
           READ CRDTBUR
               KEY IS CB-CUST-NO
               INVALID KEY
                   CONTINUE
           END-READ

           IF CRDTBUR-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               ADD 1 TO ITEMS-WITHHELD
               MOVE SPACES TO DOC-LINE
               STRING 'Credit file last received: '
                      CB-LAST-UPDATED(1:10)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               IF CB-FILE-FROZEN
                   MOVE CB-FREEZE-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   STRING 'Your credit file has been frozen since '
                          DATE-DISPLAY '.'
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO BURSNAP-RECORD
           MOVE DSAR-ACCOUNT TO BS-CUST-NO
           MOVE 0 TO BS-APPL-SEQ-NO
           MOVE LOW-VALUES TO BS-SNAP-DATE
           MOVE LOW-VALUES TO BS-SNAP-TIME

           START BURSNAP KEY >= BS-SNAP-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-BURSNAP-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       DISCLOSE-NEXT-BURSNAP-ROW.
           READ BURSNAP NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF BURSNAP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF BS-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   IF BS-SCORE NOT = SPACES
                       ADD 1 TO ITEMS-WITHHELD
                   END-IF

                   EVALUATE TRUE
                       WHEN BS-RECON-PULL
                           MOVE 'ACCOUNT REVIEW' TO CHANNEL-WORDING
                       WHEN BS-DRY-RUN-FLAG = 'Y'
                           MOVE 'QUOTATION' TO CHANNEL-WORDING
                       WHEN OTHER
                           MOVE 'APPLICATION' TO CHANNEL-WORDING
                   END-EVALUATE

                   MOVE BS-SNAP-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   IF BS-BUREAU-UNAVAILABLE = 'Y'
                       STRING DATE-DISPLAY ' search for '
                              CHANNEL-WORDING
                              ' - agency unavailable'
                           DELIMITED BY SIZE INTO DOC-LINE
                   ELSE
                       STRING DATE-DISPLAY ' search for '
                              CHANNEL-WORDING
                              ' - agency ' BS-BUREAU-USED
                              ', application ' BS-APPL-SEQ-NO
                           DELIMITED BY SIZE INTO DOC-LINE
                   END-IF
                   PERFORM WRITE-DOC-LINE
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

      * One block per applicant sequence: the decision as cached,
      * any manual review, and any application still parked or
      * awaiting a retry.
       DISCLOSE-APPLICATIONS.
           MOVE 'APPLICATIONS' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 0 TO DSAR-SEQ
           PERFORM DISCLOSE-ONE-APPLICATION 9 TIMES

           MOVE 'N' TO END-OF-WALK
           PERFORM DISCLOSE-NEXT-PENDAPPL-ROW
               UNTIL END-OF-WALK = 'Y'

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO PENDRTRY-RECORD
           MOVE DSAR-ACCOUNT TO PR-CUST-NO
           MOVE 0 TO PR-APPL-SEQ-NO

           START PENDRTRY KEY >= PR-RETRY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-PENDRTRY-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       DISCLOSE-ONE-APPLICATION.
           ADD 1 TO DSAR-SEQ
           MOVE DSAR-ACCOUNT TO CC-CUST-NO
           MOVE DSAR-SEQ     TO CC-APPL-SEQ-NO

           READ CSCACHE
               KEY IS CC-CACHE-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CSCACHE-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               IF CC-SCORE NOT = SPACES
                   ADD 1 TO ITEMS-WITHHELD
               END-IF

               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
                   CC-CUSTOMER-NAME CRYPT-FIELD-LEN
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
                   CC-ADDR-LINE-1 CRYPT-FIELD-LEN

               MOVE CC-PRODUCT-CODE TO PD-PRODUCT-CODE
               PERFORM DESCRIBE-PRODUCT
               MOVE CC-CHECKED-DATE TO DATE-WORK
               PERFORM FORMAT-DATE

               MOVE SPACES TO DOC-LINE
               STRING 'Application ' DSAR-SEQ ', decided '
                      DATE-DISPLAY ': ' CC-DECISION
                      ' - ' PRODUCT-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE SPACES TO DOC-LINE
               STRING '  Name given:    ' CC-CUSTOMER-NAME(1:60)
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '  Address given: ' CC-ADDR-LINE-1 ' '
                      CC-POSTCODE
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               MOVE CC-CREDIT-LIMIT-AMOUNT TO LIMIT-EDIT
               MOVE CC-CARD-APR            TO RATE-EDIT
               MOVE CC-ANNUAL-FEE          TO AMOUNT-EDIT
               MOVE SPACES TO DOC-LINE
               STRING '  Credit limit: ' LIMIT-EDIT
                      '   APR: ' RATE-EDIT '%'
                      '   Annual fee: ' AMOUNT-EDIT
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF CC-PROMO-MONTHS > 0
                   MOVE CC-PROMO-RATE   TO RATE-EDIT
                   MOVE CC-PROMO-MONTHS TO COUNT-EDIT
                   MOVE SPACES TO DOC-LINE
                   STRING '  Promotional rate: ' RATE-EDIT
                          '% for ' COUNT-EDIT ' months'
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF

               MOVE SPACES TO DOC-LINE
               STRING '  Customer tier: ' CC-CUSTOMER-IMPORTANCE
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           MOVE DSAR-ACCOUNT TO RQ-CUST-NO
           MOVE DSAR-SEQ     TO RQ-APPL-SEQ-NO

           READ REVIEWQ
               KEY IS RQ-REVIEW-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF REVIEWQ-STATUS = '00'
               PERFORM DISCLOSE-REVIEW-ROW
           END-IF
           .

      * A referral made for fraud or watch-list reasons is shown
      * only as a manual review - the reason and the underwriter's
      * note on it are withheld.
       DISCLOSE-REVIEW-ROW.
           ADD 1 TO ITEMS-DISCLOSED
           MOVE 'N' TO REVIEW-WITHHELD

           EVALUATE RQ-QUEUE-REASON
               WHEN 'MIDBAND '
                   MOVE 'your credit score needed a closer look'
                       TO REVIEW-WORDING
               WHEN 'ADDRFLAG'
                   MOVE 'we could not verify your address'
                       TO REVIEW-WORDING
               WHEN 'BADDOB  '
                   MOVE 'we could not verify your date of birth'
                       TO REVIEW-WORDING
               WHEN 'DISPUTE '
                   MOVE 'the credit data used is under dispute'
                       TO REVIEW-WORDING
               WHEN 'CIRCUIT '
                   MOVE 'we could not complete all of our checks'
                       TO REVIEW-WORDING
               WHEN 'FRAUDREF'
               WHEN 'WATCHLST'
               WHEN 'ABUSEFLG'
                   MOVE SPACES TO REVIEW-WORDING
                   MOVE 'Y' TO REVIEW-WITHHELD
                   ADD 1 TO ITEMS-WITHHELD
               WHEN OTHER
                   MOVE SPACES TO REVIEW-WORDING
           END-EVALUATE

           MOVE RQ-QUEUED-DATE TO DATE-WORK
           PERFORM FORMAT-DATE
           MOVE DATE-DISPLAY TO DATE-SHOW-1
           MOVE RQ-DECISION-DATE TO DATE-WORK
           PERFORM FORMAT-DATE
           MOVE DATE-DISPLAY TO DATE-SHOW-2

           MOVE SPACES TO DOC-LINE
           STRING '  Manual review from ' DATE-SHOW-1
                  ' (' RQ-QUEUE-STATUS ', decided ' DATE-SHOW-2 ')'
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE

           IF REVIEW-WORDING NOT = SPACES
               MOVE SPACES TO DOC-LINE
               STRING '    because ' REVIEW-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
           END-IF

           IF RQ-DECISION-NOTE NOT = SPACES
               IF REVIEW-WITHHELD = 'Y'
                   ADD 1 TO ITEMS-WITHHELD
               ELSE
                   MOVE SPACES TO DOC-LINE
                   STRING '    Reviewer note: ' RQ-DECISION-NOTE
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

      * PENDAPPL keys on the token, so it is walked whole, as
      * CSERASE does.
       DISCLOSE-NEXT-PENDAPPL-ROW.
           READ PENDAPPL NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF PENDAPPL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF PA-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   MOVE PA-PRODUCT-CODE TO PD-PRODUCT-CODE
                   PERFORM DESCRIBE-PRODUCT
                   MOVE PA-QUEUED-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   STRING 'Application ' PA-APPL-SEQ-NO
                          ' received ' DATE-DISPLAY ' for '
                          PRODUCT-WORDING ' - ' PA-STATUS
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

       DISCLOSE-NEXT-PENDRTRY-ROW.
           READ PENDRTRY NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF PENDRTRY-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF PR-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   MOVE PR-QUEUED-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE PR-ATTEMPT-COUNT TO COUNT-EDIT
                   MOVE SPACES TO DOC-LINE
                   STRING 'Application ' PR-APPL-SEQ-NO
                          ' waiting to be retried since '
                          DATE-DISPLAY ' (' COUNT-EDIT
                          ' attempts, via ' PR-INTAKE-CHANNEL ')'
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

      * Every decision the system recorded on the AUDIT trail, with
      * its reasons in the words the letters use.
       DISCLOSE-DECISION-RECORDS.
           MOVE 'DECISIONS RECORDED' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'N' TO END-OF-AUDIT
           OPEN INPUT AUDIT-TRAIL

           IF AUDIT-STATUS = '00'
               PERFORM READ-NEXT-AUDIT-ROW
               PERFORM DISCLOSE-ONE-AUDIT-ROW
                   UNTIL END-OF-AUDIT = 'Y'

               CLOSE AUDIT-TRAIL
           END-IF
           .

       READ-NEXT-AUDIT-ROW.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'Y' TO END-OF-AUDIT
           END-READ

           IF AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-AUDIT
           END-IF
           .

       DISCLOSE-ONE-AUDIT-ROW.
           IF AU-CUST-NO = DSAR-ACCOUNT
               ADD 1 TO ITEMS-DISCLOSED
               IF AU-CREDIT-SCORE NOT = SPACES
                   ADD 1 TO ITEMS-WITHHELD
               END-IF
               IF AU-ABUSE-FLAG = 'Y'
                   ADD 1 TO ITEMS-WITHHELD
               END-IF

               MOVE AU-APPLICATION-RESULT TO RESULT-CODE
               PERFORM DESCRIBE-RESULT
               MOVE AU-REQUESTED-PRODUCT TO PD-PRODUCT-CODE
               PERFORM DESCRIBE-PRODUCT
               MOVE AU-RUN-DATE TO DATE-WORK
               PERFORM FORMAT-DATE

               MOVE SPACES TO DOC-LINE
               STRING DATE-DISPLAY ' application ' AU-APPL-SEQ-NO
                      ' ' PRODUCT-WORDING ': ' RESULT-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF AU-ADDRESS-FLAG = 'Y'
                   MOVE '    We could not verify your address.'
                       TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF

               PERFORM DISCLOSE-ONE-REASON
                   VARYING REASON-IX FROM 1 BY 4
                   UNTIL REASON-IX > 13
           END-IF

           PERFORM READ-NEXT-AUDIT-ROW
           .

       DISCLOSE-ONE-REASON.
           IF AU-REASON-CODES(REASON-IX:4) NOT = SPACES
               MOVE AU-REASON-CODES(REASON-IX:4) TO RS-REASON-CODE
               READ RSNCODE
                   KEY IS RS-REASON-CODE
                   INVALID KEY
                       MOVE SPACES TO RS-REASON-TEXT
               END-READ

               IF RS-REASON-TEXT NOT = SPACES
                   MOVE SPACES TO DOC-LINE
                   STRING '    ' RS-REASON-TEXT
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

       DISCLOSE-CARDS.
           MOVE 'CARDS' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 0 TO DSAR-SEQ
           PERFORM DISCLOSE-ONE-CARD 9 TIMES
           .

      * Only the last four digits of a card number are shown.
       DISCLOSE-ONE-CARD.
           ADD 1 TO DSAR-SEQ
           MOVE DSAR-ACCOUNT TO CD-CUST-NO
           MOVE DSAR-SEQ     TO CD-APPL-SEQ-NO

           READ CARDMAS
               KEY IS CD-CARD-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF CARDMAS-STATUS = '00'
               ADD 1 TO ITEMS-DISCLOSED
               MOVE CD-CARD-NUMBER(13:4) TO CARD-ENDING
               PERFORM DESCRIBE-CARD-STATUS

               MOVE CD-MAIL-DATE TO DATE-WORK
               PERFORM FORMAT-DATE
               MOVE DATE-DISPLAY TO DATE-SHOW-1
               MOVE CD-ACTIVATION-DATE TO DATE-WORK
               PERFORM FORMAT-DATE
               MOVE DATE-DISPLAY TO DATE-SHOW-2
               MOVE CD-EXPIRY-DATE TO DATE-WORK
               PERFORM FORMAT-DATE
               MOVE DATE-DISPLAY TO DATE-SHOW-3

               MOVE SPACES TO DOC-LINE
               STRING 'Card ending ' CARD-ENDING
                      ' (application ' DSAR-SEQ '): '
                      STATUS-WORDING
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE
               MOVE SPACES TO DOC-LINE
               STRING '  Mailed ' DATE-SHOW-1
                      '   Activated ' DATE-SHOW-2
                      '   Expires ' DATE-SHOW-3
                   DELIMITED BY SIZE INTO DOC-LINE
               PERFORM WRITE-DOC-LINE

               IF CD-CARD-LOCKED
                   MOVE CD-LOCK-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   STRING '  Locked at your request since '
                          DATE-DISPLAY
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

       DISCLOSE-CONSENTS.
           MOVE 'CONSENTS YOU HAVE GIVEN' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO CONSENT-RECORD
           MOVE DSAR-ACCOUNT TO CN-CUST-NO
           MOVE 0 TO CN-APPL-SEQ-NO

           START CONSENT KEY >= CN-CONSENT-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-CONSENT-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       DISCLOSE-NEXT-CONSENT-ROW.
           READ CONSENT NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF CONSENT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF CN-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   EVALUATE CN-CHANNEL
                       WHEN 'W'
                           MOVE 'online' TO CHANNEL-WORDING
                       WHEN 'T'
                           MOVE 'in branch' TO CHANNEL-WORDING
                       WHEN 'J'
                           MOVE 'through a partner' TO CHANNEL-WORDING
                       WHEN 'M'
                           MOVE 'by message' TO CHANNEL-WORDING
                       WHEN OTHER
                           MOVE 'other' TO CHANNEL-WORDING
                   END-EVALUATE

                   MOVE SPACES TO DOC-LINE
                   IF CN-CONSENT-TYPE = 'CREDITCK'
                       STRING CN-CONSENT-TIMESTAMP(1:10)
                              ' consent to a credit check, given '
                              CHANNEL-WORDING
                              ' (application ' CN-APPL-SEQ-NO ')'
                           DELIMITED BY SIZE INTO DOC-LINE
                   ELSE
                       STRING CN-CONSENT-TIMESTAMP(1:10)
                              ' consent ' CN-CONSENT-TYPE
                              ', given ' CHANNEL-WORDING
                              ' (application ' CN-APPL-SEQ-NO ')'
                           DELIMITED BY SIZE INTO DOC-LINE
                   END-IF
                   PERFORM WRITE-DOC-LINE
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

       DISCLOSE-ACCOUNT-HISTORY.
           MOVE 'ACCOUNT HISTORY' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO STATHIST-RECORD
           MOVE DSAR-ACCOUNT TO SH-CUST-NO
           MOVE LOW-VALUES TO SH-CHANGE-DATE
           MOVE LOW-VALUES TO SH-CHANGE-TIME

           START STATHIST KEY >= SH-HIST-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-STATHIST-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO C360HIST-RECORD
           MOVE DSAR-ACCOUNT TO C3H-CUST-NO
           MOVE LOW-VALUES TO C3H-AS-OF-DATE

           START C360HIST KEY >= C3H-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-C360HIST-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       DISCLOSE-NEXT-STATHIST-ROW.
           READ STATHIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF STATHIST-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF SH-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   MOVE SH-OLD-STATUS TO STATUS-CODE
                   PERFORM DESCRIBE-ACCOUNT-STATUS
                   MOVE STATUS-WORDING TO STATUS-WORDING-2
                   MOVE SH-NEW-STATUS TO STATUS-CODE
                   PERFORM DESCRIBE-ACCOUNT-STATUS
                   MOVE SH-CHANGE-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE

                   MOVE SPACES TO DOC-LINE
                   STRING DATE-DISPLAY ' account status changed from '
                          STATUS-WORDING-2 ' to ' STATUS-WORDING
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

       DISCLOSE-NEXT-C360HIST-ROW.
           READ C360HIST NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF C360HIST-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF C3H-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   IF C3H-LAST-CREDIT-SCORE NOT = SPACES
                       ADD 1 TO ITEMS-WITHHELD
                   END-IF
                   MOVE C3H-AS-OF-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE C3H-POLICY-COUNT     TO COUNT-EDIT
                   MOVE C3H-ANNUAL-SPEND-USD TO AMOUNT-EDIT
                   MOVE C3H-CREDIT-LIMIT     TO LIMIT-EDIT

                   MOVE SPACES TO DOC-LINE
                   STRING DATE-DISPLAY ' summary: policies '
                          COUNT-EDIT ', spend ' AMOUNT-EDIT
                          ', limit ' LIMIT-EDIT
                          ', tier ' C3H-CUSTOMER-IMPORTANCE
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

      * Every letter and statement page exactly as it was sent.
       DISCLOSE-LETTERS.
           MOVE 'LETTERS AND STATEMENTS WE HAVE SENT YOU'
               TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO LTRARCH-RECORD
           MOVE DSAR-ACCOUNT TO LA-CUST-NO
           MOVE 0 TO LA-APPL-SEQ-NO
           MOVE LOW-VALUES TO LA-LETTER-DATE
           MOVE LOW-VALUES TO LA-LETTER-TIME

           START LTRARCH KEY >= LA-LETTER-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM DISCLOSE-NEXT-LTRARCH-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF
           .

       DISCLOSE-NEXT-LTRARCH-ROW.
           READ LTRARCH NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF LTRARCH-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF LA-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   MOVE LA-APPLICATION-RESULT TO RESULT-CODE
                   PERFORM DESCRIBE-RESULT
                   MOVE LA-LETTER-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE

                   MOVE SPACES TO DOC-LINE
                   PERFORM WRITE-DOC-LINE
                   MOVE SPACES TO DOC-LINE
                   STRING DATE-DISPLAY ' - ' RESULT-WORDING
                          ' (' LA-DISPATCH-STATUS ')'
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE

                   MOVE LA-LETTER-TEXT TO PRINT-LETTER
                   IF PL-LINE-COUNT NOT NUMERIC
                      OR PL-LINE-COUNT > 15
                       MOVE 15 TO PL-LINE-COUNT
                   END-IF
                   PERFORM WRITE-ONE-LETTER-LINE
                       VARYING LINE-IX FROM 1 BY 1
                       UNTIL LINE-IX > PL-LINE-COUNT
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

       WRITE-ONE-LETTER-LINE.
           MOVE SPACES TO DOC-LINE
           STRING '    ' PL-LINE(LINE-IX)
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           .

      * A household link is the customer's data, but the other
      * person on it is not - only the fact and date of the link
      * are shown. CUSTXREF is walked whole for both sides, as
      * CSERASE does.
       DISCLOSE-LINKED-RECORDS.
           MOVE 'LINKS TO OTHER RECORDS' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'N' TO END-OF-WALK
           PERFORM DISCLOSE-NEXT-CUSTXREF-ROW
               UNTIL END-OF-WALK = 'Y'
           .

       DISCLOSE-NEXT-CUSTXREF-ROW.
           READ CUSTXREF NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF CUSTXREF-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF XR-CUST-NO = DSAR-ACCOUNT
                OR XR-LINKED-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-DISCLOSED
                   ADD 1 TO ITEMS-WITHHELD
                   MOVE XR-CONFIRMED-DATE TO DATE-WORK
                   PERFORM FORMAT-DATE
                   MOVE SPACES TO DOC-LINE
                   STRING DATE-DISPLAY
                          ' your record was linked to another'
                          ' customer in your household'
                       DELIMITED BY SIZE INTO DOC-LINE
                   PERFORM WRITE-DOC-LINE
               END-IF
           END-IF
           .

      * The decision rule snapshots and the screening lookaside are
      * fraud-prevention internals - not shown, only counted.
       COUNT-WITHHELD-RULE-DATA.
           MOVE 'N' TO END-OF-WALK
           MOVE SPACES TO DECPARM-RECORD
           MOVE DSAR-ACCOUNT TO DP-CUST-NO
           MOVE 0 TO DP-APPL-SEQ-NO
           MOVE LOW-VALUES TO DP-RUN-DATE
           MOVE LOW-VALUES TO DP-RUN-TIME

           START DECPARM KEY >= DP-SNAP-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM COUNT-NEXT-DECPARM-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF

           MOVE 'N' TO END-OF-WALK
           PERFORM COUNT-NEXT-AUDLKAS-ROW
               UNTIL END-OF-WALK = 'Y'
           .

       COUNT-NEXT-DECPARM-ROW.
           READ DECPARM NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF DECPARM-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF DP-CUST-NO = DSAR-ACCOUNT
                   ADD 1 TO ITEMS-WITHHELD
               ELSE
                   MOVE 'Y' TO END-OF-WALK
               END-IF
           END-IF
           .

       COUNT-NEXT-AUDLKAS-ROW.
           READ AUDLKAS NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF AUDLKAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF (LK-ENTRY-TYPE = 'A'
                   AND LK-KEY-DATA(1:8) = DSAR-ACCOUNT)
                OR (LK-ENTRY-TYPE = 'P'
                   AND LK-KEY-DATA(11:8) = DSAR-ACCOUNT)
                   ADD 1 TO ITEMS-WITHHELD
               END-IF
           END-IF
           .

       WRITE-DOCUMENT-TRAILER.
           MOVE 'INFORMATION NOT INCLUDED' TO SECTION-TITLE
           PERFORM WRITE-SECTION-HEADING

           MOVE 'Some information has been left out of this document:'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ' - the internal rules and settings we use to assess'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE '   applications and to prevent fraud;' TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ' - credit scores from credit reference agencies, which'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE '   we may not pass on - ask the agency for yours;'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ' - information about other people, including staff.'
               TO DOC-LINE
           PERFORM WRITE-DOC-LINE

           MOVE SPACES TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ITEMS-DISCLOSED TO TOTAL-EDIT
           MOVE SPACES TO DOC-LINE
           STRING 'Records included: ' TOTAL-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ITEMS-WITHHELD TO TOTAL-EDIT
           MOVE SPACES TO DOC-LINE
           STRING 'Items withheld:   ' TOTAL-EDIT
               DELIMITED BY SIZE INTO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE 'END OF DISCLOSURE' TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           .

       WRITE-SECTION-HEADING.
           MOVE SPACES TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE SECTION-TITLE TO DOC-LINE
           PERFORM WRITE-DOC-LINE
           MOVE ALL '-' TO DOC-LINE(1:60)
           PERFORM WRITE-DOC-LINE
           .

       WRITE-DOC-LINE.
           MOVE DOC-LINE TO DISCLOSURE-LINE
           WRITE DISCLOSURE-LINE
           MOVE SPACES TO DOC-LINE
           .

      ******************************************************************
      * Codes into words.
      ******************************************************************
       FORMAT-DATE.
           IF DATE-WORK = SPACES
              OR DATE-WORK NOT NUMERIC
               MOVE '-' TO DATE-DISPLAY
           ELSE
               MOVE SPACES TO DATE-DISPLAY
               STRING DATE-WORK(1:4) '-' DATE-WORK(5:2) '-'
                      DATE-WORK(7:2) DELIMITED BY SIZE
                      INTO DATE-DISPLAY
           END-IF
           .

       DESCRIBE-ACCOUNT-STATUS.
           EVALUATE STATUS-CODE
               WHEN 'A'
               WHEN ' '
                   MOVE 'active' TO STATUS-WORDING
               WHEN 'C'
                   MOVE 'closed' TO STATUS-WORDING
               WHEN 'D'
                   MOVE 'deceased' TO STATUS-WORDING
               WHEN 'B'
                   MOVE 'blocked' TO STATUS-WORDING
               WHEN 'M'
                   MOVE 'dormant' TO STATUS-WORDING
               WHEN OTHER
                   MOVE 'other' TO STATUS-WORDING
           END-EVALUATE
           .

       DESCRIBE-CARD-STATUS.
           EVALUATE CD-PRODUCTION-STATUS
               WHEN 'ASSIGNED'
                   MOVE 'ordered' TO STATUS-WORDING
               WHEN 'EXTRACTD'
                   MOVE 'being made' TO STATUS-WORDING
               WHEN 'PRODUCED'
                   MOVE 'made and sent' TO STATUS-WORDING
               WHEN 'ACTIVATD'
                   MOVE 'in use' TO STATUS-WORDING
               WHEN 'BLOCKED '
                   MOVE 'blocked' TO STATUS-WORDING
               WHEN 'CLOSED  '
                   MOVE 'closed' TO STATUS-WORDING
               WHEN 'SPOILED '
               WHEN 'REJECTED'
                   MOVE 'not issued' TO STATUS-WORDING
               WHEN OTHER
                   MOVE 'status unknown' TO STATUS-WORDING
           END-EVALUATE
           .

       DESCRIBE-PRODUCT.
           READ PRODCAT
               KEY IS PD-PRODUCT-CODE
               INVALID KEY
                   CONTINUE
           END-READ

           IF PRODCAT-STATUS = '00'
               MOVE PD-PRODUCT-NAME TO PRODUCT-WORDING
           ELSE
               MOVE PD-PRODUCT-CODE TO PRODUCT-WORDING
           END-IF
           .

      * A watch-list outcome is a screening result, not something
      * that may be disclosed - it is shown only as not proceeded
      * with, and counted as withheld.
       DESCRIBE-RESULT.
           IF RESULT-CODE = 'WATCHLT'
               MOVE 'APPLICATION NOT PROCEEDED WITH' TO RESULT-WORDING
               ADD 1 TO ITEMS-WITHHELD
           ELSE
               MOVE 'N' TO RESULT-FOUND
               PERFORM CHECK-ONE-RESULT
                   VARYING RESULT-IX FROM 1 BY 1
                   UNTIL RESULT-IX > 33
                      OR RESULT-FOUND = 'Y'

               IF RESULT-FOUND = 'N'
                   MOVE SPACES TO RESULT-WORDING
                   STRING 'RECORDED AS ' RESULT-CODE
                       DELIMITED BY SIZE INTO RESULT-WORDING
               END-IF
           END-IF
           .

       CHECK-ONE-RESULT.
           IF RN-CODE(RESULT-IX) = RESULT-CODE
               MOVE RN-WORDING(RESULT-IX) TO RESULT-WORDING
               MOVE 'Y' TO RESULT-FOUND
           END-IF
           .

      ******************************************************************
      * Run summary and the register's open requests.
      ******************************************************************
       PRINT-DSAR-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'ACCESS REQUEST FOR ACCOUNT: ' DSAR-ACCOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'REFUSED:                    ' DSAR-REFUSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF DSAR-REFUSED = 'N'
               MOVE SPACES TO REPORT-LINE
               STRING 'REQUEST:                    ' OPEN-REQUEST-KEY
                      ' DUE ' EFFECTIVE-DUE-DATE
                      ' LATE ' DISCLOSED-LATE
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'AUTHORIZED BY:              ' AUTHORIZED-BY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'RECORDS DISCLOSED:          ' ITEMS-DISCLOSED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ITEMS WITHHELD:             ' ITEMS-WITHHELD
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       LIST-OPEN-REQUESTS.
           DISPLAY 'REQUESTS STILL OPEN ON THE REGISTER'
           DISPLAY 'ACCOUNT   NO  RECEIVED  DUE'

           MOVE 'N' TO END-OF-WALK
           MOVE LOW-VALUES TO SR-REQUEST-KEY

           START DSARREG KEY >= SR-REQUEST-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-WALK
           END-START

           IF END-OF-WALK = 'N'
               PERFORM LIST-NEXT-REQUEST-ROW
                   UNTIL END-OF-WALK = 'Y'
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'OPEN: ' OPEN-REQUESTS
                  '   OVERDUE: ' OVERDUE-REQUESTS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

       LIST-NEXT-REQUEST-ROW.
           READ DSARREG NEXT
               AT END
                   MOVE 'Y' TO END-OF-WALK
           END-READ

           IF DSARREG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-WALK
           ELSE
               IF SR-OPEN
                   ADD 1 TO OPEN-REQUESTS
                   PERFORM SET-EFFECTIVE-DUE-DATE

                   MOVE SPACES TO REPORT-LINE
                   IF RUN-DATE > EFFECTIVE-DUE-DATE
                       ADD 1 TO OVERDUE-REQUESTS
                       STRING SR-CUST-NO '  ' SR-REQUEST-NO
                              '  ' SR-RECEIVED-DATE
                              '  ' EFFECTIVE-DUE-DATE
                              '  OVERDUE'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING SR-CUST-NO '  ' SR-REQUEST-NO
                              '  ' SR-RECEIVED-DATE
                              '  ' EFFECTIVE-DUE-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
                   DISPLAY REPORT-LINE
               END-IF
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ITEMS-DISCLOSED TO RUN-LOG-WRITTEN
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDSAREX'.
