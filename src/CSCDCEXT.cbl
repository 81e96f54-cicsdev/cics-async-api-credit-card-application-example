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
      *  CSCDCEXT
      *
      * Nightly change-data extract for the analytics warehouse.
      * Writes one CDCEXTR generation holding every record that is
      * new or changed since the last good run, across the eight
      * files the warehouse takes, and a CDCMANF manifest generation
      * that lets the load prove the extract is whole:
      *
      *   AUDIT     append-only ESDS - everything after the record
      *             the last run stopped at, found by its run date,
      *             time and AU-CHAIN-VALUE (see copy/CDCCTL.cpy).
      *             If that record is not on the file any more (the
      *             trail has been rebuilt by CSAUDARC) the file is
      *             read again and every record stamped after it is
      *             sent, with RC 4.
      *   BURSNAP   append-only, stamped snapshots - every row
      *   DECPARM   stamped after the last run's cut-off and no
      *             later than this run's (the time it started).
      *   CSCACHE   updated in place - each record's extract row is
      *   CARDMAS   hashed and compared with what the warehouse was
      *   REVIEWQ   last sent (CDCSNAP - see copy/CDCSNAP.cpy), the
      *   FRAUDCAS  way CSAUTHFD finds a DELTA against AUTHSNAP. New
      *   APPEALS   rows go as I (insert), changed rows as U.
      *
      * Each CDCEXTR row is SOURCE|OP|RUN-NO|fields..., '|'
      * delimited. Binary fields are written as signed display
      * numbers and rates with their decimal point.
      *
      * No personal data leaves in clear. The customer's name,
      * address and postcode, card numbers and free-text notes are
      * replaced by a 16 digit token - CSCHKSUM of the value under
      * the TOKENKEY= control card on CDCXCTL, and again under that
      * result - so the warehouse can join and count on them and
      * never read them. The same value always gives the same token;
      * CSCACHE's name and address are decrypted (in storage only)
      * before they are tokenised, so a key rotation by CSKEYROT
      * does not change them. Account numbers and operator ids are
      * sent as they are. With no TOKENKEY= card the job does not
      * run (RC 8).
      *
      * Per source file the manifest carries the rows sent, inserts
      * and updates, the hash total of the account numbers on them
      * and a content hash (CSCHKSUM chained over every row sent),
      * with the window the file was extracted over; the trailer
      * says COMPLETE only once every file has been written. See
      * copy/CDCMANF.cpy.
      *
      * Re-runnable without gap or duplicate: the high-water marks
      * on CDCCTL are only moved once the extract and manifest are
      * closed, so a run that fails leaves them where the last good
      * run put them. Its rerun takes the same run number, re-reads
      * the same windows and re-sends every in-place row the failed
      * run had already marked on CDCSNAP - the manifest header
      * flags it as a repeat and the warehouse discards the failed
      * generation, which never had a trailer.
      *
      * A source file that cannot be opened is skipped with RC 4;
      * its marks stay as they are and the next run picks it up. If
      * CDCCTL, CDCSNAP or either output cannot be opened the run
      * stops with RC 8.
      *
      * Deletions are not extracted - records leave these files by
      * purge and archive jobs, which the warehouse applies from its
      * own retention rules.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSCDCEXT.jcl. Schedule nightly, after the overnight
      * batch has closed the day.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCDCEXT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT AUDIT-TRAIL ASSIGN TO AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDIT-STATUS.

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CARDMAS ASSIGN TO CARDMAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CD-CARD-KEY
                  FILE STATUS IS CARDMAS-STATUS.

           SELECT REVIEWQ ASSIGN TO REVIEWQ
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RQ-REVIEW-KEY
                  FILE STATUS IS REVIEWQ-STATUS.

           SELECT FRAUDCAS ASSIGN TO FRAUDCAS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FC-CASE-KEY
                  FILE STATUS IS FRAUDCAS-STATUS.

           SELECT APPEALS ASSIGN TO APPEALS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AP-APPEAL-KEY
                  FILE STATUS IS APPEALS-STATUS.

           SELECT BURSNAP ASSIGN TO BURSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BS-SNAP-KEY
                  FILE STATUS IS BURSNAP-STATUS.

           SELECT DECPARM ASSIGN TO DECPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS DP-SNAP-KEY
                  FILE STATUS IS DECPARM-STATUS.

           SELECT CDCSNAP ASSIGN TO CDCSNAP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CS-SNAP-KEY
                  FILE STATUS IS CDCSNAP-STATUS.

           SELECT CDCCTL ASSIGN TO CDCCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CX-SOURCE-ID
                  FILE STATUS IS CDCCTL-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO CDCXCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS CDCXCTL-STATUS.

           SELECT CDC-EXTRACT ASSIGN TO CDCEXTR
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CDCEXTR-STATUS.

           SELECT CDC-MANIFEST ASSIGN TO CDCMANF
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CDCMANF-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-TRAIL.
           COPY AUDIT.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CARDMAS.
           COPY CARDMAS.

        FD  REVIEWQ.
           COPY REVIEWQ.

        FD  FRAUDCAS.
           COPY FRAUDCAS.

        FD  APPEALS.
           COPY APPEALS.

        FD  BURSNAP.
           COPY BURSNAP.

        FD  DECPARM.
           COPY DECPARM.

        FD  CDCSNAP.
           COPY CDCSNAP.

        FD  CDCCTL.
           COPY CDCCTL.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  CDC-EXTRACT.
        01  EXTRACT-RECORD          PIC X(400).

        FD  CDC-MANIFEST.
           COPY CDCMANF.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSCDCEXT'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSCDCEXT'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDIT-STATUS             PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS           PIC X(2) VALUE '00'.
       1 CARDMAS-STATUS           PIC X(2) VALUE '00'.
       1 REVIEWQ-STATUS           PIC X(2) VALUE '00'.
       1 FRAUDCAS-STATUS          PIC X(2) VALUE '00'.
       1 APPEALS-STATUS           PIC X(2) VALUE '00'.
       1 BURSNAP-STATUS           PIC X(2) VALUE '00'.
       1 DECPARM-STATUS           PIC X(2) VALUE '00'.
       1 CDCSNAP-STATUS           PIC X(2) VALUE '00'.
       1 CDCCTL-STATUS            PIC X(2) VALUE '00'.
       1 CDCXCTL-STATUS           PIC X(2) VALUE '00'.
       1 CDCEXTR-STATUS           PIC X(2) VALUE '00'.
       1 CDCMANF-STATUS           PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-SOURCE            PIC X(1) VALUE 'N'.
       1 SOURCE-OPEN-STATUS       PIC X(2) VALUE '00'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

      * This run's cut-off, YYYYMMDDHHMMSS - the time it started.
       1 CUTOFF-STAMP.
         2 CUTOFF-DATE            PIC X(8).
         2 CUTOFF-TIME            PIC X(6).

      * The tokenising key off the TOKENKEY= control card.
       1 TOKEN-KEY                PIC X(8) VALUE SPACES.

      * This run, and whether it repeats one that failed.
       1 LAST-RUN-NO              PIC 9(7) VALUE 0.
       1 THIS-RUN-NO              PIC 9(7) VALUE 0.
       1 REPEAT-RUN               PIC X(1) VALUE 'N'.

      * The eight source files, in the order they are extracted.
       1 SOURCE-NAMES.
         2 FILLER                 PIC X(8) VALUE 'AUDIT   '.
         2 FILLER                 PIC X(8) VALUE 'CSCACHE '.
         2 FILLER                 PIC X(8) VALUE 'CARDMAS '.
         2 FILLER                 PIC X(8) VALUE 'REVIEWQ '.
         2 FILLER                 PIC X(8) VALUE 'FRAUDCAS'.
         2 FILLER                 PIC X(8) VALUE 'APPEALS '.
         2 FILLER                 PIC X(8) VALUE 'BURSNAP '.
         2 FILLER                 PIC X(8) VALUE 'DECPARM '.
       1 SOURCE-NAME-TABLE REDEFINES SOURCE-NAMES.
         2 SN-SOURCE-ID           PIC X(8) OCCURS 8.
       1 SOURCE-COUNT             PIC S9(4) COMP VALUE 8.
       1 SOURCE-IX                PIC S9(4) COMP VALUE 0.

      * What each source file gave this run, and the marks it will
      * leave on CDCCTL once the run is complete.
       1 SOURCE-TABLE.
         2 SOURCE-ENTRY           OCCURS 8.
           3 SR-AVAILABLE         PIC X(1).
           3 SR-ROWS-READ         PIC 9(9).
           3 SR-ROWS-SENT         PIC 9(9).
           3 SR-INSERTS           PIC 9(9).
           3 SR-UPDATES           PIC 9(9).
           3 SR-HASH-TOTAL        PIC 9(16).
           3 SR-CONTENT-HASH      PIC X(8).
           3 SR-FROM-STAMP        PIC X(14).
           3 SR-TO-STAMP          PIC X(14).
           3 SR-NEW-HWM-DATE      PIC X(8).
           3 SR-NEW-HWM-TIME      PIC X(8).
           3 SR-NEW-HWM-CHAIN     PIC X(8).

      * The marks the last good run left for the current source.
       1 OLD-HWM-CHAIN            PIC X(8) VALUE SPACES.
       1 OLD-HWM-DATE             PIC X(8) VALUE SPACES.
       1 OLD-HWM-TIME             PIC X(8) VALUE SPACES.
       1 OLD-HWM-STAMP.
         2 OLD-HWM-STAMP-DATE     PIC X(8).
         2 OLD-HWM-STAMP-TIME     PIC X(6).
       1 LAST-RUN-STAMP.
         2 LAST-RUN-STAMP-DATE    PIC X(8).
         2 LAST-RUN-STAMP-TIME    PIC X(6).
       1 RECORD-STAMP.
         2 RECORD-STAMP-DATE      PIC X(8).
         2 RECORD-STAMP-TIME      PIC X(6).

      * AUDIT - still looking for the last record sent, and
      * whether the file is being read again by date and time.
       1 AUDIT-SKIPPING           PIC X(1) VALUE 'N'.
       1 AUDIT-BY-STAMP           PIC X(1) VALUE 'N'.

      * The row being built for the current record.
       1 ROW-OP                   PIC X(1) VALUE SPACE.
       1 ROW-KEY                  PIC X(9) VALUE SPACES.
       1 ROW-CUST-NO              PIC X(8) VALUE SPACES.
       1 ROW-BODY                 PIC X(380) VALUE SPACES.
       1 ROW-HASH.
         2 ROW-HASH-1             PIC X(8).
         2 ROW-HASH-2             PIC X(8).
       1 ROW-HASH-LENGTH          PIC S9(4) COMP VALUE 0.
       1 EXTRACT-LENGTH           PIC S9(4) COMP VALUE 400.
       1 CHECKSUM-SEED            PIC X(8) VALUE '00000000'.
       1 CHECKSUM-RESULT          PIC X(8) VALUE SPACES.
       1 HASH-PIECE               PIC 9(8) VALUE 0.

      * Tokenising - see the header comment.
       1 TOKEN-SOURCE             PIC X(140) VALUE SPACES.
       1 TOKEN-LENGTH             PIC S9(4) COMP VALUE 0.
       1 TOKEN-VALUE.
         2 TOKEN-PART-1           PIC X(8).
         2 TOKEN-PART-2           PIC X(8).
       1 NAME-TOKEN               PIC X(16) VALUE SPACES.
       1 ADDRESS-TOKEN            PIC X(16) VALUE SPACES.
       1 POSTCODE-TOKEN           PIC X(16) VALUE SPACES.
       1 CARD-TOKEN               PIC X(16) VALUE SPACES.
       1 NOTE-TOKEN               PIC X(16) VALUE SPACES.

      * CSCACHE's name and address, decrypted for tokenising only
      * and cleared again straight after.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 CLEAR-NAME               PIC X(80) VALUE SPACES.
       1 CLEAR-ADDRESS.
         2 CLEAR-ADDRESS-LINES    PIC X(130).
         2 CLEAR-POSTCODE         PIC X(10).

      * Display forms of binary and decimal fields.
       1 SIGNED-EDIT-1            PIC -9(8).
       1 SIGNED-EDIT-2            PIC -9(8).
       1 RATE-EDIT-1              PIC 99.99.
       1 RATE-EDIT-2              PIC 99.99.

       1 RUN-TOTALS.
         2 TOTAL-ROWS-READ        PIC 9(9) VALUE 0.
         2 TOTAL-ROWS-SENT        PIC 9(9) VALUE 0.
         2 TOTAL-HASH             PIC 9(16) VALUE 0.
         2 SNAPSHOT-FAILURES      PIC 9(7) VALUE 0.
         2 SOURCES-SKIPPED        PIC 9(2) VALUE 0.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME
           MOVE RUN-DATE TO CUTOFF-DATE
           MOVE RUN-TIME(1:6) TO CUTOFF-TIME

           PERFORM READ-CONTROL-CARDS

           IF TOKEN-KEY IS NOT NUMERIC
               DISPLAY 'CDC EXTRACT NOT RUN - NO TOKENKEY CONTROL CARD'
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O CDCCTL
           IF CDCCTL-STATUS NOT = '00'
               DISPLAY 'CDC EXTRACT NOT RUN - CDCCTL STATUS '
                       CDCCTL-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O CDCSNAP
           IF CDCSNAP-STATUS NOT = '00'
               DISPLAY 'CDC EXTRACT NOT RUN - CDCSNAP STATUS '
                       CDCSNAP-STATUS
               CLOSE CDCCTL
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN OUTPUT CDC-EXTRACT
           OPEN OUTPUT CDC-MANIFEST
           IF CDCEXTR-STATUS NOT = '00'
           OR CDCMANF-STATUS NOT = '00'
               DISPLAY 'CDC EXTRACT NOT RUN - CDCEXTR STATUS '
                       CDCEXTR-STATUS ' CDCMANF STATUS '
                       CDCMANF-STATUS
               CLOSE CDCSNAP
               CLOSE CDCCTL
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           PERFORM START-EXTRACT-RUN
           PERFORM WRITE-MANIFEST-HEADER

           MOVE 1 TO SOURCE-IX
           PERFORM EXTRACT-AUDIT-TRAIL
           MOVE 2 TO SOURCE-IX
           PERFORM EXTRACT-CSCACHE
           MOVE 3 TO SOURCE-IX
           PERFORM EXTRACT-CARDMAS
           MOVE 4 TO SOURCE-IX
           PERFORM EXTRACT-REVIEWQ
           MOVE 5 TO SOURCE-IX
           PERFORM EXTRACT-FRAUDCAS
           MOVE 6 TO SOURCE-IX
           PERFORM EXTRACT-APPEALS
           MOVE 7 TO SOURCE-IX
           PERFORM EXTRACT-BURSNAP
           MOVE 8 TO SOURCE-IX
           PERFORM EXTRACT-DECPARM

           PERFORM WRITE-MANIFEST-FILE
               VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > SOURCE-COUNT
           PERFORM WRITE-MANIFEST-TRAILER

           CLOSE CDC-EXTRACT
           CLOSE CDC-MANIFEST
           CLOSE CDCSNAP

      * Extract and manifest are whole - only now move the marks.
           PERFORM COMMIT-SOURCE-MARKS
               VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > SOURCE-COUNT
           PERFORM COMMIT-EXTRACT-RUN
           CLOSE CDCCTL

           PERFORM PRINT-EXTRACT-SUMMARY

           IF SOURCES-SKIPPED > 0
           OR SNAPSHOT-FAILURES > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF CDCXCTL-STATUS = '00'
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
           IF CDCXCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:9) = 'TOKENKEY='
                AND CONTROL-CARD-RECORD(10:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(10:8) TO TOKEN-KEY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      * This run is one past the last that committed. If the run
      * before it got as far as starting that number and no further,
      * this run is its repeat.
       START-EXTRACT-RUN.
           MOVE 'RUN     ' TO CX-SOURCE-ID
           READ CDCCTL
               INVALID KEY
                   CONTINUE
           END-READ

           IF CDCCTL-STATUS = '00'
               MOVE CX-LAST-RUN-NO TO LAST-RUN-NO
               IF CX-ATTEMPT-RUN-NO > CX-LAST-RUN-NO
                   MOVE 'Y' TO REPEAT-RUN
               END-IF
           ELSE
               MOVE SPACES TO CDCCTL-RECORD
               MOVE 'RUN     ' TO CX-SOURCE-ID
               MOVE 0 TO CX-LAST-RUN-NO
               MOVE 0 TO CX-LAST-ROWS-SENT
           END-IF

           ADD 1 TO LAST-RUN-NO GIVING THIS-RUN-NO
           MOVE THIS-RUN-NO TO CX-ATTEMPT-RUN-NO

           IF CDCCTL-STATUS = '00'
               REWRITE CDCCTL-RECORD
           ELSE
               WRITE CDCCTL-RECORD
           END-IF

           IF REPEAT-RUN = 'Y'
               DISPLAY 'CDC EXTRACT RUN ' THIS-RUN-NO
                       ' REPEATS A RUN THAT DID NOT COMPLETE'
           END-IF

           INITIALIZE SOURCE-TABLE
           PERFORM START-SOURCE-ENTRY
               VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > SOURCE-COUNT
           .

       START-SOURCE-ENTRY.
           MOVE 'Y' TO SR-AVAILABLE(SOURCE-IX)
           MOVE '00000000' TO SR-CONTENT-HASH(SOURCE-IX)
           .

      * The marks the last good run left for the current source -
      * and, until this run moves them, the marks it will leave.
       LOAD-SOURCE-MARK.
           MOVE SN-SOURCE-ID(SOURCE-IX) TO CX-SOURCE-ID
           READ CDCCTL
               INVALID KEY
                   CONTINUE
           END-READ

           IF CDCCTL-STATUS = '00'
               MOVE CX-HWM-DATE TO OLD-HWM-DATE
               MOVE CX-HWM-TIME TO OLD-HWM-TIME
               MOVE CX-HWM-CHAIN-VALUE TO OLD-HWM-CHAIN
               MOVE CX-LAST-RUN-DATE TO LAST-RUN-STAMP-DATE
               MOVE CX-LAST-RUN-TIME(1:6) TO LAST-RUN-STAMP-TIME
           ELSE
               MOVE SPACES TO OLD-HWM-DATE
               MOVE SPACES TO OLD-HWM-TIME
               MOVE SPACES TO OLD-HWM-CHAIN
               MOVE SPACES TO LAST-RUN-STAMP
           END-IF
           MOVE OLD-HWM-DATE TO OLD-HWM-STAMP-DATE
           MOVE OLD-HWM-TIME(1:6) TO OLD-HWM-STAMP-TIME

           MOVE OLD-HWM-DATE TO SR-NEW-HWM-DATE(SOURCE-IX)
           MOVE OLD-HWM-TIME TO SR-NEW-HWM-TIME(SOURCE-IX)
           MOVE OLD-HWM-CHAIN TO SR-NEW-HWM-CHAIN(SOURCE-IX)
           .

       NOTE-SOURCE-UNAVAILABLE.
           MOVE 'N' TO SR-AVAILABLE(SOURCE-IX)
           ADD 1 TO SOURCES-SKIPPED
           DISPLAY 'SOURCE ' SN-SOURCE-ID(SOURCE-IX)
                   ' NOT EXTRACTED - OPEN STATUS ' SOURCE-OPEN-STATUS
                   ' - LEFT FOR THE NEXT RUN'
           .

      ******************************************************************
      * AUDIT - append only, read from the record after the mark.
      ******************************************************************
       EXTRACT-AUDIT-TRAIL.
           PERFORM LOAD-SOURCE-MARK
           MOVE OLD-HWM-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE OLD-HWM-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-STATUS NOT = '00'
               MOVE AUDIT-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               IF OLD-HWM-CHAIN = SPACES
                   MOVE 'N' TO AUDIT-SKIPPING
               ELSE
                   MOVE 'Y' TO AUDIT-SKIPPING
               END-IF
               MOVE 'N' TO AUDIT-BY-STAMP
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-AUDIT
               PERFORM TAKE-ONE-AUDIT
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE AUDIT-TRAIL

               IF AUDIT-SKIPPING = 'Y'
                   PERFORM EXTRACT-AUDIT-BY-STAMP
               END-IF

               MOVE SR-NEW-HWM-DATE(SOURCE-IX)
                 TO RECORD-STAMP-DATE
               MOVE SR-NEW-HWM-TIME(SOURCE-IX)(1:6)
                 TO RECORD-STAMP-TIME
               MOVE RECORD-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

      * The record the last run stopped at is not on the file - the
      * trail has been rebuilt since. Read it again and send every
      * record stamped after the mark.
       EXTRACT-AUDIT-BY-STAMP.
           DISPLAY 'AUDIT MARK ' OLD-HWM-DATE ' ' OLD-HWM-TIME
                   ' NOT FOUND - RE-READING BY DATE AND TIME'
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT AUDIT-TRAIL
           IF AUDIT-STATUS = '00'
               MOVE 'Y' TO AUDIT-BY-STAMP
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-AUDIT
               PERFORM TAKE-ONE-AUDIT
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE AUDIT-TRAIL
           END-IF
           .

       READ-NEXT-AUDIT.
           READ AUDIT-TRAIL
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-AUDIT.
           EVALUATE TRUE
               WHEN AUDIT-BY-STAMP = 'Y'
                   MOVE AU-RUN-DATE TO RECORD-STAMP-DATE
                   MOVE AU-RUN-TIME(1:6) TO RECORD-STAMP-TIME
                   IF RECORD-STAMP > OLD-HWM-STAMP
                       PERFORM SEND-AUDIT-ROW
                   END-IF
               WHEN AUDIT-SKIPPING = 'Y'
                   ADD 1 TO SR-ROWS-READ(SOURCE-IX)
                   IF AU-CHAIN-VALUE = OLD-HWM-CHAIN
                   AND AU-RUN-DATE = OLD-HWM-DATE
                   AND AU-RUN-TIME = OLD-HWM-TIME
                       MOVE 'N' TO AUDIT-SKIPPING
                   END-IF
               WHEN OTHER
                   ADD 1 TO SR-ROWS-READ(SOURCE-IX)
                   PERFORM SEND-AUDIT-ROW
           END-EVALUATE

           MOVE AU-RUN-DATE TO SR-NEW-HWM-DATE(SOURCE-IX)
           MOVE AU-RUN-TIME TO SR-NEW-HWM-TIME(SOURCE-IX)
           MOVE AU-CHAIN-VALUE TO SR-NEW-HWM-CHAIN(SOURCE-IX)

           PERFORM READ-NEXT-AUDIT
           .

       SEND-AUDIT-ROW.
           MOVE AU-CUSTOMER-NAME-MASKED TO TOKEN-SOURCE
           MOVE 80 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO NAME-TOKEN
           MOVE AU-POSTCODE-MASKED TO TOKEN-SOURCE
           MOVE 10 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO POSTCODE-TOKEN
           MOVE AU-ELAPSED-TIME TO SIGNED-EDIT-1
           MOVE AU-RUN-DAYCOUNT TO SIGNED-EDIT-2

           MOVE SPACES TO ROW-BODY
           STRING AU-CUST-NO '|' AU-APPL-SEQ-NO '|'
                  AU-SOURCE-PROGRAM '|' AU-RUN-DATE '|'
                  AU-RUN-TIME '|' AU-CREDIT-SCORE '|'
                  AU-CUSTOMER-IMPORTANCE '|'
                  AU-APPLICATION-RESULT '|' AU-FAILED-STEP '|'
                  SIGNED-EDIT-1 '|' NAME-TOKEN '|'
                  POSTCODE-TOKEN '|' AU-ADDRESS-FLAG '|'
                  AU-ABUSE-FLAG '|' SIGNED-EDIT-2 '|'
                  AU-NAME-LAST-UPDATED '|'
                  AU-ADDR-LAST-UPDATED '|'
                  AU-POLICY-LAST-UPDATED '|'
                  AU-SPEND-LAST-UPDATED '|'
                  AU-DRY-RUN-FLAG '|' AU-AFFORD-CAP-FLAG '|'
                  AU-HOUSEHOLD-CAP-FLAG '|' AU-REASON-CODES '|'
                  AU-REQUESTED-PRODUCT '|' AU-CONSENT-REF '|'
                  AU-INTAKE-CHANNEL '|' AU-CHAIN-VALUE
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE 'I' TO ROW-OP
           MOVE AU-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-EXTRACT-ROW
           .

      ******************************************************************
      * CSCACHE - updated in place, sent when its row has changed.
      ******************************************************************
       EXTRACT-CSCACHE.
           PERFORM LOAD-SOURCE-MARK
           MOVE LAST-RUN-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE LAST-RUN-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT CSCACHE
           IF CSCACHE-STATUS NOT = '00'
               MOVE CSCACHE-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-CSCACHE
               PERFORM TAKE-ONE-CSCACHE
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE CSCACHE
               MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

       READ-NEXT-CSCACHE.
           READ CSCACHE NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF CSCACHE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

      * CUSLOAD and CUSM encrypt the name and the 140-byte span from
      * CC-ADDR-LINE-1 through CC-POSTCODE under CC-ENCRYPT-KEY, so
      * they are decrypted into storage, tokenised and cleared.
       TAKE-ONE-CSCACHE.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE CC-CUSTOMER-NAME TO CLEAR-NAME
           MOVE CC-CUSTOMER-ADDRESS-DATA(1:140) TO CLEAR-ADDRESS
           IF CC-ENCRYPT-KEY NOT = SPACES
               MOVE 80 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
                   CLEAR-NAME CRYPT-FIELD-LEN
               MOVE 140 TO CRYPT-FIELD-LEN
               CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
                   CLEAR-ADDRESS CRYPT-FIELD-LEN
           END-IF

           MOVE CLEAR-NAME TO TOKEN-SOURCE
           MOVE 80 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO NAME-TOKEN
           MOVE CLEAR-ADDRESS-LINES TO TOKEN-SOURCE
           MOVE 130 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO ADDRESS-TOKEN
           MOVE CLEAR-POSTCODE TO TOKEN-SOURCE
           MOVE 10 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO POSTCODE-TOKEN
           MOVE SPACES TO CLEAR-NAME
           MOVE SPACES TO CLEAR-ADDRESS
           MOVE SPACES TO TOKEN-SOURCE

           MOVE CC-CARD-NUMBER TO TOKEN-SOURCE
           MOVE 16 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO CARD-TOKEN

           MOVE CC-CHECKED-DAYCNT TO SIGNED-EDIT-1
           MOVE CC-CARD-APR TO RATE-EDIT-1
           MOVE CC-PROMO-RATE TO RATE-EDIT-2

           MOVE SPACES TO ROW-BODY
           STRING CC-CUST-NO '|' CC-APPL-SEQ-NO '|' CC-SCORE '|'
                  CC-DECISION '|' CC-CHECKED-DATE '|'
                  CC-CHECKED-TIME '|' SIGNED-EDIT-1 '|'
                  NAME-TOKEN '|' ADDRESS-TOKEN '|'
                  POSTCODE-TOKEN '|' CC-COUNTRY-CODE '|'
                  CC-ADDR-VERIFIED '|' CC-CUSTOMER-IMPORTANCE '|'
                  CC-CREDIT-LIMIT-AMOUNT '|' RATE-EDIT-1 '|'
                  CC-ANNUAL-FEE '|' RATE-EDIT-2 '|'
                  CC-PROMO-MONTHS '|' CARD-TOKEN '|'
                  CC-PRODUCT-CODE '|' CC-REBUILT-FLAG
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE CC-CACHE-KEY TO ROW-KEY
           MOVE CC-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-IF-CHANGED

           PERFORM READ-NEXT-CSCACHE
           .

      ******************************************************************
      * CARDMAS - updated in place.
      ******************************************************************
       EXTRACT-CARDMAS.
           PERFORM LOAD-SOURCE-MARK
           MOVE LAST-RUN-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE LAST-RUN-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT CARDMAS
           IF CARDMAS-STATUS NOT = '00'
               MOVE CARDMAS-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-CARDMAS
               PERFORM TAKE-ONE-CARDMAS
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE CARDMAS
               MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

       READ-NEXT-CARDMAS.
           READ CARDMAS NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF CARDMAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-CARDMAS.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE CD-CARD-NUMBER TO TOKEN-SOURCE
           MOVE 16 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO CARD-TOKEN

           MOVE SPACES TO ROW-BODY
           STRING CD-CUST-NO '|' CD-APPL-SEQ-NO '|'
                  CD-PRODUCTION-STATUS '|' CD-EXTRACT-DATE '|'
                  CD-CONFIRMED-DATE '|' CD-MAIL-DATE '|'
                  CARD-TOKEN '|' CD-ACTIVATION-DATE '|'
                  CD-EXPIRY-DATE '|' CD-PIN-MAIL-DATE '|'
                  CD-LOCK-STATUS '|' CD-LOCK-DATE '|'
                  CD-LOCK-TIME '|' CD-UNLOCK-DATE '|'
                  CD-UNLOCK-TIME '|' CD-LOCK-CHANGED-BY
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE CD-CARD-KEY TO ROW-KEY
           MOVE CD-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-IF-CHANGED

           PERFORM READ-NEXT-CARDMAS
           .

      ******************************************************************
      * REVIEWQ - updated in place.
      ******************************************************************
       EXTRACT-REVIEWQ.
           PERFORM LOAD-SOURCE-MARK
           MOVE LAST-RUN-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE LAST-RUN-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT REVIEWQ
           IF REVIEWQ-STATUS NOT = '00'
               MOVE REVIEWQ-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-REVIEWQ
               PERFORM TAKE-ONE-REVIEWQ
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE REVIEWQ
               MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

       READ-NEXT-REVIEWQ.
           READ REVIEWQ NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF REVIEWQ-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-REVIEWQ.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE RQ-DECISION-NOTE TO TOKEN-SOURCE
           MOVE 40 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO NOTE-TOKEN

           MOVE SPACES TO ROW-BODY
           STRING RQ-CUST-NO '|' RQ-APPL-SEQ-NO '|'
                  RQ-QUEUE-STATUS '|' RQ-QUEUE-REASON '|'
                  RQ-CREDIT-SCORE '|' RQ-REQUESTED-PRODUCT '|'
                  RQ-CUSTOMER-IMPORTANCE '|'
                  RQ-CREDIT-LIMIT-AMOUNT '|' RQ-QUEUED-DATE '|'
                  RQ-QUEUED-TIME '|' RQ-UNDERWRITER-ID '|'
                  RQ-DECISION-DATE '|' NOTE-TOKEN '|'
                  RQ-DECISION-TIME
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE RQ-REVIEW-KEY TO ROW-KEY
           MOVE RQ-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-IF-CHANGED

           PERFORM READ-NEXT-REVIEWQ
           .

      ******************************************************************
      * FRAUDCAS - updated in place.
      ******************************************************************
       EXTRACT-FRAUDCAS.
           PERFORM LOAD-SOURCE-MARK
           MOVE LAST-RUN-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE LAST-RUN-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT FRAUDCAS
           IF FRAUDCAS-STATUS NOT = '00'
               MOVE FRAUDCAS-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-FRAUDCAS
               PERFORM TAKE-ONE-FRAUDCAS
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE FRAUDCAS
               MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

       READ-NEXT-FRAUDCAS.
           READ FRAUDCAS NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF FRAUDCAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-FRAUDCAS.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE FC-NOTE TO TOKEN-SOURCE
           MOVE 40 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO NOTE-TOKEN

           MOVE SPACES TO ROW-BODY
           STRING FC-CUST-NO '|' FC-APPL-SEQ-NO '|' FC-STATUS '|'
                  FC-REFER-DATE '|' FC-REFER-TIME '|'
                  FC-FRAUD-POINTS '|' FC-RULE-HIT(1) '|'
                  FC-RULE-HIT(2) '|' FC-RULE-HIT(3) '|'
                  FC-RULE-HIT(4) '|' FC-RULE-HIT(5) '|'
                  FC-ANALYST-ID '|' FC-DISPOSITION-DATE '|'
                  NOTE-TOKEN
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE FC-CASE-KEY TO ROW-KEY
           MOVE FC-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-IF-CHANGED

           PERFORM READ-NEXT-FRAUDCAS
           .

      ******************************************************************
      * APPEALS - updated in place.
      ******************************************************************
       EXTRACT-APPEALS.
           PERFORM LOAD-SOURCE-MARK
           MOVE LAST-RUN-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE LAST-RUN-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT APPEALS
           IF APPEALS-STATUS NOT = '00'
               MOVE APPEALS-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-APPEALS
               PERFORM TAKE-ONE-APPEALS
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE APPEALS
               MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           END-IF
           .

       READ-NEXT-APPEALS.
           READ APPEALS NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF APPEALS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-APPEALS.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE AP-DECISION-NOTE TO TOKEN-SOURCE
           MOVE 40 TO TOKEN-LENGTH
           PERFORM TOKENISE-VALUE
           MOVE TOKEN-VALUE TO NOTE-TOKEN

           MOVE SPACES TO ROW-BODY
           STRING AP-CUST-NO '|' AP-APPL-SEQ-NO '|' AP-STATUS '|'
                  AP-LOGGED-DATE '|' AP-LOGGED-TIME '|'
                  AP-LOGGED-BY '|' AP-ORIG-RESULT '|'
                  AP-ORIG-SCORE '|' AP-ORIG-REASONS '|'
                  AP-PARM-SET-USED '|' AP-DECLINE-THRESHOLD '|'
                  AP-APPROVE-THRESHOLD '|' AP-PRIOR-REVIEWER '|'
                  AP-REVIEWER-ID '|' AP-DECISION-DATE '|'
                  NOTE-TOKEN
                  DELIMITED BY SIZE INTO ROW-BODY
           END-STRING

           MOVE AP-APPEAL-KEY TO ROW-KEY
           MOVE AP-CUST-NO TO ROW-CUST-NO
           PERFORM SEND-IF-CHANGED

           PERFORM READ-NEXT-APPEALS
           .

      ******************************************************************
      * BURSNAP - append only, sent by its snapshot stamp.
      ******************************************************************
       EXTRACT-BURSNAP.
           PERFORM LOAD-SOURCE-MARK
           MOVE OLD-HWM-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE OLD-HWM-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT BURSNAP
           IF BURSNAP-STATUS NOT = '00'
               MOVE BURSNAP-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-BURSNAP
               PERFORM TAKE-ONE-BURSNAP
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE BURSNAP
               PERFORM MOVE-STAMP-MARK
           END-IF
           .

       READ-NEXT-BURSNAP.
           READ BURSNAP NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF BURSNAP-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-BURSNAP.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE BS-SNAP-DATE TO RECORD-STAMP-DATE
           MOVE BS-SNAP-TIME(1:6) TO RECORD-STAMP-TIME
           IF RECORD-STAMP > OLD-HWM-STAMP
           AND RECORD-STAMP NOT > CUTOFF-STAMP
               MOVE SPACES TO ROW-BODY
               STRING BS-CUST-NO '|' BS-APPL-SEQ-NO '|'
                      BS-SNAP-DATE '|' BS-SNAP-TIME '|'
                      BS-SCORE '|' BS-BUREAU-LAST-UPDATED '|'
                      BS-RETRY-COUNT '|' BS-BUREAU-UNAVAILABLE '|'
                      BS-RECORD-ON-FILE '|' BS-BUREAU-USED '|'
                      BS-PRODUCT-CODE '|' BS-DRY-RUN-FLAG '|'
                      BS-BUREAU1-PULLED '|' BS-BUREAU2-PULLED '|'
                      BS-PULL-SOURCE
                      DELIMITED BY SIZE INTO ROW-BODY
               END-STRING
               MOVE 'I' TO ROW-OP
               MOVE BS-CUST-NO TO ROW-CUST-NO
               PERFORM SEND-EXTRACT-ROW
           END-IF

           PERFORM READ-NEXT-BURSNAP
           .

      ******************************************************************
      * DECPARM - append only, sent by its snapshot stamp.
      ******************************************************************
       EXTRACT-DECPARM.
           PERFORM LOAD-SOURCE-MARK
           MOVE OLD-HWM-STAMP TO SR-FROM-STAMP(SOURCE-IX)
           MOVE OLD-HWM-STAMP TO SR-TO-STAMP(SOURCE-IX)

           OPEN INPUT DECPARM
           IF DECPARM-STATUS NOT = '00'
               MOVE DECPARM-STATUS TO SOURCE-OPEN-STATUS
               PERFORM NOTE-SOURCE-UNAVAILABLE
           ELSE
               MOVE 'N' TO END-OF-SOURCE
               PERFORM READ-NEXT-DECPARM
               PERFORM TAKE-ONE-DECPARM
                   UNTIL END-OF-SOURCE = 'Y'
               CLOSE DECPARM
               PERFORM MOVE-STAMP-MARK
           END-IF
           .

       READ-NEXT-DECPARM.
           READ DECPARM NEXT
               AT END
                   MOVE 'Y' TO END-OF-SOURCE
           END-READ
           IF DECPARM-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SOURCE
           END-IF
           .

       TAKE-ONE-DECPARM.
           ADD 1 TO SR-ROWS-READ(SOURCE-IX)

           MOVE DP-RUN-DATE TO RECORD-STAMP-DATE
           MOVE DP-RUN-TIME(1:6) TO RECORD-STAMP-TIME
           IF RECORD-STAMP > OLD-HWM-STAMP
           AND RECORD-STAMP NOT > CUTOFF-STAMP
               MOVE DP-DTI-MULTIPLE TO RATE-EDIT-1
               MOVE SPACES TO ROW-BODY
               STRING DP-CUST-NO '|' DP-APPL-SEQ-NO '|'
                      DP-RUN-DATE '|' DP-RUN-TIME '|'
                      DP-PARM-SET-USED '|' DP-DECLINE-THRESHOLD '|'
                      DP-APPROVE-THRESHOLD '|' DP-LIMIT-PLATINUM '|'
                      DP-LIMIT-GOLD '|' DP-LIMIT-SILVER '|'
                      DP-LIMIT-BRONZE '|' RATE-EDIT-1 '|'
                      DP-HOUSEHOLD-MAX '|' DP-FRAUD-REFER-POINTS '|'
                      DP-TC-VERSION
                      DELIMITED BY SIZE INTO ROW-BODY
               END-STRING
               MOVE 'I' TO ROW-OP
               MOVE DP-CUST-NO TO ROW-CUST-NO
               PERFORM SEND-EXTRACT-ROW
           END-IF

           PERFORM READ-NEXT-DECPARM
           .

      * A stamped file has been read up to this run's cut-off, so
      * that is where the next run starts.
       MOVE-STAMP-MARK.
           MOVE CUTOFF-DATE TO SR-NEW-HWM-DATE(SOURCE-IX)
           MOVE SPACES TO SR-NEW-HWM-TIME(SOURCE-IX)
           MOVE CUTOFF-TIME TO SR-NEW-HWM-TIME(SOURCE-IX)(1:6)
           MOVE CUTOFF-STAMP TO SR-TO-STAMP(SOURCE-IX)
           .

      ******************************************************************
      * Rows of an in-place file go when new or changed since they
      * were last sent - or again when this run number marked them
      * on CDCSNAP before (a repeat of a run that did not complete).
      * CDCSNAP is updated first; a row whose mark cannot be updated
      * is held back and found again by the next run.
      ******************************************************************
       SEND-IF-CHANGED.
           MOVE LENGTH OF ROW-BODY TO ROW-HASH-LENGTH
           CALL 'CSCHKSUM' USING ROW-BODY ROW-HASH-LENGTH
               CHECKSUM-SEED ROW-HASH-1
           CALL 'CSCHKSUM' USING ROW-BODY ROW-HASH-LENGTH
               ROW-HASH-1 ROW-HASH-2

           MOVE SN-SOURCE-ID(SOURCE-IX) TO CS-SOURCE-ID
           MOVE ROW-KEY TO CS-RECORD-KEY
           READ CDCSNAP
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CDCSNAP-STATUS = '23'
                   MOVE SPACES TO CDCSNAP-RECORD
                   MOVE SN-SOURCE-ID(SOURCE-IX) TO CS-SOURCE-ID
                   MOVE ROW-KEY TO CS-RECORD-KEY
                   MOVE 'I' TO ROW-OP
                   PERFORM MARK-SNAPSHOT-ROW
                   WRITE CDCSNAP-RECORD
                   PERFORM SEND-MARKED-ROW
               WHEN CDCSNAP-STATUS NOT = '00'
                   ADD 1 TO SNAPSHOT-FAILURES
               WHEN CS-ROW-HASH NOT = ROW-HASH
                   IF CS-RUN-NO = THIS-RUN-NO
                   AND CS-SENT-AS-INSERT
                       MOVE 'I' TO ROW-OP
                   ELSE
                       MOVE 'U' TO ROW-OP
                   END-IF
                   PERFORM MARK-SNAPSHOT-ROW
                   REWRITE CDCSNAP-RECORD
                   PERFORM SEND-MARKED-ROW
               WHEN CS-RUN-NO = THIS-RUN-NO
                   MOVE CS-LAST-OP TO ROW-OP
                   PERFORM SEND-EXTRACT-ROW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       MARK-SNAPSHOT-ROW.
           MOVE ROW-HASH TO CS-ROW-HASH
           MOVE ROW-OP TO CS-LAST-OP
           MOVE THIS-RUN-NO TO CS-RUN-NO
           MOVE RUN-DATE TO CS-SENT-DATE
           .

       SEND-MARKED-ROW.
           IF CDCSNAP-STATUS = '00'
               PERFORM SEND-EXTRACT-ROW
           ELSE
               ADD 1 TO SNAPSHOT-FAILURES
           END-IF
           .

       SEND-EXTRACT-ROW.
           MOVE SPACES TO EXTRACT-RECORD
           STRING SN-SOURCE-ID(SOURCE-IX) '|' ROW-OP '|'
                  THIS-RUN-NO '|' ROW-BODY
                  DELIMITED BY SIZE INTO EXTRACT-RECORD
           END-STRING
           WRITE EXTRACT-RECORD

           ADD 1 TO SR-ROWS-SENT(SOURCE-IX)
           IF ROW-OP = 'U'
               ADD 1 TO SR-UPDATES(SOURCE-IX)
           ELSE
               ADD 1 TO SR-INSERTS(SOURCE-IX)
           END-IF

           IF ROW-CUST-NO IS NUMERIC
               MOVE ROW-CUST-NO TO HASH-PIECE
               ADD HASH-PIECE TO SR-HASH-TOTAL(SOURCE-IX)
               IF SR-HASH-TOTAL(SOURCE-IX) > 999999999999999
                   SUBTRACT 1000000000000000
                       FROM SR-HASH-TOTAL(SOURCE-IX)
               END-IF
           END-IF

           CALL 'CSCHKSUM' USING EXTRACT-RECORD EXTRACT-LENGTH
               SR-CONTENT-HASH(SOURCE-IX) CHECKSUM-RESULT
           MOVE CHECKSUM-RESULT TO SR-CONTENT-HASH(SOURCE-IX)
           .

      * A 16 digit token for TOKEN-SOURCE(1:TOKEN-LENGTH) - CSCHKSUM
      * under the TOKENKEY, then under that result. A blank value
      * stays blank, so the warehouse can tell "none" from a value.
       TOKENISE-VALUE.
           IF TOKEN-SOURCE(1:TOKEN-LENGTH) = SPACES
               MOVE SPACES TO TOKEN-VALUE
           ELSE
               CALL 'CSCHKSUM' USING TOKEN-SOURCE TOKEN-LENGTH
                   TOKEN-KEY TOKEN-PART-1
               CALL 'CSCHKSUM' USING TOKEN-SOURCE TOKEN-LENGTH
                   TOKEN-PART-1 TOKEN-PART-2
           END-IF
           MOVE SPACES TO TOKEN-SOURCE
           .

      ******************************************************************
      * Manifest.
      ******************************************************************
       WRITE-MANIFEST-HEADER.
           MOVE SPACES TO CDCMANF-HEADER-RECORD
           MOVE 'H' TO MF-HDR-RECORD-TYPE
           MOVE THIS-RUN-NO TO MF-HDR-RUN-NO
           MOVE RUN-DATE TO MF-HDR-RUN-DATE
           MOVE RUN-TIME TO MF-HDR-RUN-TIME
           MOVE REPEAT-RUN TO MF-HDR-REPEAT-FLAG
           MOVE SOURCE-COUNT TO MF-HDR-SOURCE-COUNT
           WRITE CDCMANF-HEADER-RECORD
           .

       WRITE-MANIFEST-FILE.
           MOVE SPACES TO CDCMANF-RECORD
           MOVE 'F' TO MF-RECORD-TYPE
           MOVE THIS-RUN-NO TO MF-RUN-NO
           MOVE SN-SOURCE-ID(SOURCE-IX) TO MF-SOURCE-ID
           MOVE SR-ROWS-SENT(SOURCE-IX) TO MF-ROW-COUNT
           MOVE SR-INSERTS(SOURCE-IX) TO MF-INSERT-COUNT
           MOVE SR-UPDATES(SOURCE-IX) TO MF-UPDATE-COUNT
           MOVE SR-HASH-TOTAL(SOURCE-IX) TO MF-HASH-TOTAL
           MOVE SR-CONTENT-HASH(SOURCE-IX) TO MF-CONTENT-HASH
           MOVE SR-FROM-STAMP(SOURCE-IX) TO MF-FROM-STAMP
           MOVE SR-TO-STAMP(SOURCE-IX) TO MF-TO-STAMP
           WRITE CDCMANF-RECORD

           ADD SR-ROWS-READ(SOURCE-IX) TO TOTAL-ROWS-READ
           ADD SR-ROWS-SENT(SOURCE-IX) TO TOTAL-ROWS-SENT
           ADD SR-HASH-TOTAL(SOURCE-IX) TO TOTAL-HASH
           IF TOTAL-HASH > 999999999999999
               SUBTRACT 1000000000000000 FROM TOTAL-HASH
           END-IF
           .

       WRITE-MANIFEST-TRAILER.
           MOVE SPACES TO CDCMANF-TRAILER-RECORD
           MOVE 'T' TO MF-TRL-RECORD-TYPE
           MOVE THIS-RUN-NO TO MF-TRL-RUN-NO
           MOVE 'COMPLETE' TO MF-TRL-RUN-STATUS
           MOVE TOTAL-ROWS-SENT TO MF-TRL-ROW-COUNT
           MOVE TOTAL-HASH TO MF-TRL-HASH-TOTAL
           WRITE CDCMANF-TRAILER-RECORD
           .

      ******************************************************************
      * Commit - the marks move only once the run is complete. A
      * source that was not extracted keeps the marks it had.
      ******************************************************************
       COMMIT-SOURCE-MARKS.
           IF SR-AVAILABLE(SOURCE-IX) = 'Y'
               MOVE SN-SOURCE-ID(SOURCE-IX) TO CX-SOURCE-ID
               READ CDCCTL
                   INVALID KEY
                       CONTINUE
               END-READ
               IF CDCCTL-STATUS NOT = '00'
                   MOVE SPACES TO CDCCTL-RECORD
                   MOVE SN-SOURCE-ID(SOURCE-IX) TO CX-SOURCE-ID
                   MOVE 0 TO CX-ATTEMPT-RUN-NO
               END-IF

               MOVE THIS-RUN-NO TO CX-LAST-RUN-NO
               MOVE RUN-DATE TO CX-LAST-RUN-DATE
               MOVE RUN-TIME TO CX-LAST-RUN-TIME
               MOVE SR-NEW-HWM-DATE(SOURCE-IX) TO CX-HWM-DATE
               MOVE SR-NEW-HWM-TIME(SOURCE-IX) TO CX-HWM-TIME
               MOVE SR-NEW-HWM-CHAIN(SOURCE-IX) TO CX-HWM-CHAIN-VALUE
               MOVE SR-ROWS-SENT(SOURCE-IX) TO CX-LAST-ROWS-SENT

               IF CDCCTL-STATUS = '00'
                   REWRITE CDCCTL-RECORD
               ELSE
                   WRITE CDCCTL-RECORD
               END-IF
           END-IF
           .

       COMMIT-EXTRACT-RUN.
           MOVE 'RUN     ' TO CX-SOURCE-ID
           READ CDCCTL
               INVALID KEY
                   CONTINUE
           END-READ
           IF CDCCTL-STATUS = '00'
               MOVE THIS-RUN-NO TO CX-LAST-RUN-NO
               MOVE RUN-DATE TO CX-LAST-RUN-DATE
               MOVE RUN-TIME TO CX-LAST-RUN-TIME
               MOVE TOTAL-ROWS-SENT TO CX-LAST-ROWS-SENT
               REWRITE CDCCTL-RECORD
           END-IF
           IF CDCCTL-STATUS NOT = '00'
               DISPLAY 'CDCCTL RUN ROW NOT COMMITTED - STATUS '
                       CDCCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       PRINT-EXTRACT-SUMMARY.
           DISPLAY 'CDC EXTRACT RUN ' THIS-RUN-NO ' ON ' RUN-DATE
                   ' CUT-OFF ' CUTOFF-STAMP
           PERFORM PRINT-SOURCE-LINE
               VARYING SOURCE-IX FROM 1 BY 1
               UNTIL SOURCE-IX > SOURCE-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS READ: ' TOTAL-ROWS-READ
                  '  ROWS SENT: ' TOTAL-ROWS-SENT
                  '  HASH TOTAL: ' TOTAL-HASH
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'SNAPSHOT FAILURES: ' SNAPSHOT-FAILURES
                  '  SOURCES SKIPPED: ' SOURCES-SKIPPED
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING
           DISPLAY REPORT-LINE
           .

       PRINT-SOURCE-LINE.
           MOVE SPACES TO REPORT-LINE
           IF SR-AVAILABLE(SOURCE-IX) = 'Y'
               STRING SN-SOURCE-ID(SOURCE-IX)
                      ' READ ' SR-ROWS-READ(SOURCE-IX)
                      ' SENT ' SR-ROWS-SENT(SOURCE-IX)
                      ' I ' SR-INSERTS(SOURCE-IX)
                      ' U ' SR-UPDATES(SOURCE-IX)
                      ' HASH ' SR-CONTENT-HASH(SOURCE-IX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           ELSE
               STRING SN-SOURCE-ID(SOURCE-IX)
                      ' NOT EXTRACTED THIS RUN'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
           END-IF
           DISPLAY REPORT-LINE
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE TOTAL-ROWS-READ TO RUN-LOG-READ
           MOVE TOTAL-ROWS-SENT TO RUN-LOG-WRITTEN
           MOVE SNAPSHOT-FAILURES TO RUN-LOG-REJECTED
           .

           COPY RUNLOGP.

       END PROGRAM 'CSCDCEXT'.
