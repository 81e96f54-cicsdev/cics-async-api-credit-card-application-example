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
      *  CSAUDCNV
      *
      * One-time conversion of the AUDIT trail to the record with
      * AU-INTAKE-CHANNEL (316 bytes to 324 - see copy/AUDIT.cpy).
      * The trail is hash-chained, so it cannot go through the
      * CSACNV8 pad-and-reload the other grown files take: the chain
      * value covers every byte before AU-CHAIN-VALUE, and a record
      * with eight more bytes in front of it no longer matches the
      * value it was stamped with. Instead this job proves the old
      * chain and builds the new one in the same pass:
      *
      *   - each old record is re-verified through CSCHKSUM exactly
      *     as CSAUDVFY does (blank chain values accepted only as
      *     the legacy prefix, STARTVAL=nnnnnnnn on CONVCTL for a
      *     file already split by CSAUDARC). The FIRST BREAK stops
      *     the run with RETURN-CODE 8 - a trail that does not
      *     prove is never re-chained over, and the swap step in
      *     jcl/CSAUDCNV.jcl does not run;
      *   - each record is written to AUDNEW with its content
      *     unchanged, a blank intake channel (the "written before
      *     it existed" value CSFUNNEL already reads as unknown) and
      *     a chain value recomputed from '00000000' over the new
      *     layout. Legacy prefix rows stay blank, so the new file
      *     verifies with no STARTVAL card;
      *   - the AUDCHAIN head row is moved to the last new value, so
      *     the first record the region writes after the swap chains
      *     on from the converted trail.
      *
      * The run summary prints the old chain's last value beside the
      * new one - the pair ties the converted trail to the proven
      * original, and belongs with the archive generation CSAUDARC
      * last cut. This is a batch program (no CICS) driven by JCL -
      * see jcl/CSAUDCNV.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSAUDCNV.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT OLD-AUDIT ASSIGN TO AUDOLD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDOLD-STATUS.

           SELECT NEW-AUDIT ASSIGN TO AUDNEW
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS AUDNEW-STATUS.

           SELECT AUDCHAIN ASSIGN TO AUDCHAIN
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AC-CHAIN-ID
                  FILE STATUS IS AUDCHAIN-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO CONVCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CONVCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
      * The record as it stood before AU-INTAKE-CHANNEL - everything
      * up to AU-CONSENT-REF, then the chain value.
        FD  OLD-AUDIT.
        01  OLD-AUDIT-RECORD.
           05  OA-CHAINED-DATA      PIC X(308).
           05  OA-CHAIN-VALUE       PIC X(8).

        FD  NEW-AUDIT.
           COPY AUDIT.

        FD  AUDCHAIN.
           COPY AUDCHAIN.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSAUDCNV'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'CONVERT '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSAUDCNV'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 AUDOLD-STATUS             PIC X(2) VALUE '00'.
       1 AUDNEW-STATUS             PIC X(2) VALUE '00'.
       1 AUDCHAIN-STATUS           PIC X(2) VALUE '00'.
       1 CONVCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-OLD-AUDIT          PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.

      * The old chain, proven as it is read.
       1 OLD-PREVIOUS-VALUE        PIC X(8) VALUE '00000000'.
       1 OLD-EXPECTED-VALUE        PIC X(8) VALUE SPACES.
       1 OLD-CHAIN-LENGTH          PIC S9(4) COMP VALUE 308.
       1 CHAIN-STARTED             PIC X(1) VALUE 'N'.
       1 CHAIN-BROKEN              PIC X(1) VALUE 'N'.
       1 RECORD-POSITION           PIC 9(7) VALUE 0.

      * The new chain, built from zero over the new layout.
       1 NEW-PREVIOUS-VALUE        PIC X(8) VALUE '00000000'.
       1 CHAIN-DATA-LENGTH         PIC S9(4) COMP VALUE 0.

       1 CONVERT-TOTALS.
         2 ROWS-READ               PIC 9(7) VALUE 0.
         2 ROWS-RECHAINED          PIC 9(7) VALUE 0.
         2 LEGACY-PREFIX-ROWS      PIC 9(7) VALUE 0.

       1 REPORT-LINE               PIC X(80).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           PERFORM READ-CONTROL-CARDS

           COMPUTE CHAIN-DATA-LENGTH =
               LENGTH OF AUDIT-RECORD - LENGTH OF AU-CHAIN-VALUE

           OPEN INPUT OLD-AUDIT
           OPEN OUTPUT NEW-AUDIT

           PERFORM READ-NEXT-OLD-RECORD
           PERFORM CONVERT-ONE-RECORD
               UNTIL END-OF-OLD-AUDIT = 'Y'
                  OR CHAIN-BROKEN = 'Y'

           CLOSE OLD-AUDIT
           CLOSE NEW-AUDIT

           IF CHAIN-BROKEN = 'N'
               PERFORM MOVE-CHAIN-HEAD
           END-IF

           PERFORM PRINT-CONVERT-SUMMARY

           IF CHAIN-BROKEN = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

      * CONVCTL is optional - no card starts the old chain from
      * '00000000', as for a trail never archived.
       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF CONVCTL-STATUS = '00'
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

           IF CONVCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           IF CONTROL-CARD-RECORD(1:9) = 'STARTVAL='
              AND CONTROL-CARD-RECORD(10:8) IS NUMERIC
               MOVE CONTROL-CARD-RECORD(10:8)
                   TO OLD-PREVIOUS-VALUE
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-OLD-RECORD.
           READ OLD-AUDIT
               AT END
                   MOVE 'Y' TO END-OF-OLD-AUDIT
           END-READ
           .

       CONVERT-ONE-RECORD.
           ADD 1 TO ROWS-READ
           ADD 1 TO RECORD-POSITION

           MOVE SPACES          TO AUDIT-RECORD
           MOVE OA-CHAINED-DATA TO AUDIT-RECORD(1:308)
           MOVE SPACES          TO AU-INTAKE-CHANNEL

           EVALUATE TRUE
               WHEN OA-CHAIN-VALUE = SPACES
                AND CHAIN-STARTED = 'N'
      * The unverified legacy prefix - carried over as it stands.
                   ADD 1 TO LEGACY-PREFIX-ROWS
                   MOVE SPACES TO AU-CHAIN-VALUE
                   PERFORM WRITE-NEW-RECORD
               WHEN OA-CHAIN-VALUE = SPACES
                   MOVE 'Y' TO CHAIN-BROKEN
                   PERFORM REPORT-CHAIN-BREAK
               WHEN OTHER
                   MOVE 'Y' TO CHAIN-STARTED

                   CALL 'CSCHKSUM' USING OLD-AUDIT-RECORD
                       OLD-CHAIN-LENGTH OLD-PREVIOUS-VALUE
                       OLD-EXPECTED-VALUE

                   IF OLD-EXPECTED-VALUE = OA-CHAIN-VALUE
                       MOVE OA-CHAIN-VALUE TO OLD-PREVIOUS-VALUE

                       CALL 'CSCHKSUM' USING AUDIT-RECORD
                           CHAIN-DATA-LENGTH NEW-PREVIOUS-VALUE
                           AU-CHAIN-VALUE
                       MOVE AU-CHAIN-VALUE TO NEW-PREVIOUS-VALUE

                       ADD 1 TO ROWS-RECHAINED
                       PERFORM WRITE-NEW-RECORD
                   ELSE
                       MOVE 'Y' TO CHAIN-BROKEN
                       PERFORM REPORT-CHAIN-BREAK
                   END-IF
           END-EVALUATE

           PERFORM READ-NEXT-OLD-RECORD
           .

       WRITE-NEW-RECORD.
           WRITE AUDIT-RECORD

           IF AUDNEW-STATUS NOT = '00'
               MOVE 'Y' TO CHAIN-BROKEN
               MOVE SPACES TO REPORT-LINE
               STRING 'AUDNEW WRITE FAILED AT RECORD '
                      RECORD-POSITION ' STATUS ' AUDNEW-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       REPORT-CHAIN-BREAK.
           MOVE SPACES TO REPORT-LINE
           STRING 'CHAIN BREAK AT RECORD ' RECORD-POSITION
                  ' ACCT ' AU-CUST-NO
                  ' DATED ' AU-RUN-DATE
                  ' - STORED ' OA-CHAIN-VALUE
                  ' EXPECTED ' OLD-EXPECTED-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      * The head row moves to the last new value - or is seeded, on
      * a region that has never written a chained record.
       MOVE-CHAIN-HEAD.
           OPEN I-O AUDCHAIN

           MOVE 'CHAIN   ' TO AC-CHAIN-ID
           READ AUDCHAIN
               INVALID KEY
                   MOVE 'CHAIN   '         TO AC-CHAIN-ID
                   MOVE NEW-PREVIOUS-VALUE TO AC-LAST-CHAIN-VALUE
                   WRITE AUDCHAIN-RECORD
               NOT INVALID KEY
                   MOVE NEW-PREVIOUS-VALUE TO AC-LAST-CHAIN-VALUE
                   REWRITE AUDCHAIN-RECORD
           END-READ

           IF AUDCHAIN-STATUS NOT = '00'
               MOVE 'Y' TO CHAIN-BROKEN
               MOVE SPACES TO REPORT-LINE
               STRING 'AUDCHAIN HEAD NOT MOVED - STATUS '
                      AUDCHAIN-STATUS
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           CLOSE AUDCHAIN
           .

       PRINT-CONVERT-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'AUDIT ROWS READ.......: ' ROWS-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ROWS RE-CHAINED.......: ' ROWS-RECHAINED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'LEGACY PREFIX ROWS....: ' LEGACY-PREFIX-ROWS
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'OLD CHAIN LAST VALUE..: ' OLD-PREVIOUS-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NEW CHAIN LAST VALUE..: ' NEW-PREVIOUS-VALUE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF CHAIN-BROKEN = 'Y'
               DISPLAY 'VERDICT: NOT CONVERTED - SEE ERROR ABOVE'
           ELSE
               DISPLAY 'VERDICT: CONVERTED AND RE-CHAINED'
           END-IF
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE ROWS-READ TO RUN-LOG-READ
           COMPUTE RUN-LOG-WRITTEN =
               ROWS-RECHAINED + LEGACY-PREFIX-ROWS
           .

       COPY RUNLOGP.

       END PROGRAM 'CSAUDCNV'.
