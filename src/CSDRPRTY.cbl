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
      *  CSDRPRTY
      *
      * Recovery-site data parity check. Every KSDS and ESDS in the
      * suite is replicated to the recovery site; this job proves
      * the recovery copy of each one holds what the primary holds,
      * so that before a DR test we know whether the copies are
      * usable. It runs in two modes off the DRPCTL control cards.
      *
      * Compare (the default) - one file per run. The JCL unloads
      * both sites' copies of the file flat with IDCAMS REPRO (key
      * order for a KSDS, entry order for an ESDS) and this program
      * reads the two unloads side by side, taking for each copy:
      *
      *   - the record count;
      *   - the key range - the key of the first and last record,
      *     the key being the leading KEYLEN bytes (every keyed file
      *     in the suite carries its key at the front of the record);
      *   - a hash total - CSCHKSUM (see src/CSCHKSUM.cbl) chained
      *     over every byte of every record in file order, so any
      *     altered, missing, extra or reordered record changes it;
      *   - with a CHAINPOS= card, the chain value stored in the last
      *     record - the last AU-CHAIN-VALUE for the AUDIT trail.
      *
      * Record by record, the first position at which the copies
      * differ - in content, in length, or because one copy has run
      * out - is kept with its key (the lower of the two sides' keys
      * there, so a record missing from either copy is the one
      * named). The figures are printed and written to DRPARITY (see
      * copy/DRPARITY.cpy) against the run date; the step ends RC 4
      * when the copies differ and RC 8 when either unload, or
      * DRPARITY, cannot be opened.
      *
      * Summary (MODE=SUMMARY) - the last step. Lists every file
      * compared on the run date with its result, then every file
      * named on an EXPECT= card that has no DRPARITY row for that
      * date - a file whose unload or compare step did not run
      * cannot be called usable. Ends RC 8 when any expected file
      * was not compared, RC 4 when any compared file differs, and
      * says in its last line whether the recovery copies are
      * usable.
      *
      * Control cards off DRPCTL:
      *   FILE=xxxxxxxx     compare - the file being compared
      *   KEYLEN=nnn        compare - key length, 000 (the default)
      *                     for an ESDS
      *   CHAINPOS=nnnn     compare - position of an 8 byte stored
      *                     chain value in each record, if any
      *   MODE=SUMMARY      run the summary instead of a compare
      *   RUNDATE=YYYYMMDD  summary - run date reported, default
      *                     today
      *   EXPECT=xxxxxxxx   summary - a file the run should cover,
      *                     one card per file (up to 200)
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSDRPRTY.jcl.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSDRPRTY.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CONTROL-CARDS ASSIGN TO DRPCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS DRPCTL-STATUS.

           SELECT PRIMARY-UNLOAD ASSIGN TO PRIUNLD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS PRIUNLD-STATUS.

           SELECT RECOVERY-UNLOAD ASSIGN TO RECUNLD
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS RECUNLD-STATUS.

           SELECT DRPARITY ASSIGN TO DRPARITY
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DV-PARITY-KEY
                  FILE STATUS IS DRPARITY-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  PRIMARY-UNLOAD
           RECORD IS VARYING IN SIZE FROM 1 TO 1200
           DEPENDING ON PRIMARY-REC-LEN.
        01  PRIMARY-RECORD          PIC X(1200).

        FD  RECOVERY-UNLOAD
           RECORD IS VARYING IN SIZE FROM 1 TO 1200
           DEPENDING ON RECOVERY-REC-LEN.
        01  RECOVERY-RECORD         PIC X(1200).

        FD  DRPARITY.
           COPY DRPARITY.

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy. The step is logged under the file it
      * compared, or SUMMARY.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSDRPRTY'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSDRPRTY'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 DRPCTL-STATUS            PIC X(2) VALUE '00'.
       1 PRIUNLD-STATUS           PIC X(2) VALUE '00'.
       1 RECUNLD-STATUS           PIC X(2) VALUE '00'.
       1 DRPARITY-STATUS          PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-PRIMARY           PIC X(1) VALUE 'N'.
       1 END-OF-RECOVERY          PIC X(1) VALUE 'N'.
       1 END-OF-PARITY-ROWS       PIC X(1) VALUE 'N'.

       1 PRIMARY-REC-LEN          PIC 9(4) VALUE 0.
       1 RECOVERY-REC-LEN         PIC 9(4) VALUE 0.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

      * Control card settings.
       1 RUN-MODE                 PIC X(8) VALUE 'COMPARE '.
       1 COMPARE-FILE             PIC X(8) VALUE SPACES.
       1 KEY-LENGTH               PIC 9(3) VALUE 0.
       1 CHAIN-POSITION           PIC 9(4) VALUE 0.
       1 REPORT-DATE              PIC X(8) VALUE SPACES.

      * Compare - where the two copies have got to.
       1 PAIR-NO                  PIC 9(9) VALUE 0.
       1 PRIMARY-KEY              PIC X(40) VALUE SPACES.
       1 RECOVERY-KEY             PIC X(40) VALUE SPACES.
       1 PRIMARY-HASH             PIC X(8) VALUE '00000000'.
       1 RECOVERY-HASH            PIC X(8) VALUE '00000000'.
       1 RECORDS-READ             PIC 9(9) VALUE 0.
       1 COPIES-DIFFER            PIC X(1) VALUE 'N'.

      * One record's bytes folded into a running hash, 512 at a time
      * (the most CSCHKSUM takes in one call).
       1 HASH-BUFFER              PIC X(1200) VALUE SPACES.
       1 HASH-LENGTH              PIC 9(4) VALUE 0.
       1 HASH-OFFSET              PIC 9(4) VALUE 0.
       1 HASH-CHUNK-LENGTH        PIC S9(4) COMP VALUE 0.
       1 HASH-RUNNING             PIC X(8) VALUE '00000000'.
       1 HASH-NEXT                PIC X(8) VALUE SPACES.

      * Summary - the files the run should have covered.
       1 EXPECTED-TABLE.
         2 EXPECTED-ENTRY         OCCURS 200.
           3 EX-FILE-NAME         PIC X(8).
           3 EX-COMPARED          PIC X(1).
       1 EXPECTED-COUNT           PIC S9(4) COMP VALUE 0.
       1 EXPECTED-IX              PIC S9(4) COMP VALUE 0.

       1 SUMMARY-TOTALS.
         2 FILES-COMPARED         PIC 9(5) VALUE 0.
         2 FILES-MATCHED          PIC 9(5) VALUE 0.
         2 FILES-DIFFERING        PIC 9(5) VALUE 0.
         2 FILES-NOT-COMPARED     PIC 9(5) VALUE 0.
         2 EXPECT-CARDS-IGNORED   PIC 9(5) VALUE 0.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-CARDS

           IF RUN-MODE = 'SUMMARY '
               MOVE 'SUMMARY ' TO RUN-LOG-STEP
               PERFORM SUMMARISE-PARITY-RUN
           ELSE
               PERFORM COMPARE-ONE-FILE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN.

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF DRPCTL-STATUS = '00'
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
           IF DRPCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:5) = 'FILE='
                AND CONTROL-CARD-RECORD(6:8) NOT = SPACES
                   MOVE CONTROL-CARD-RECORD(6:8) TO COMPARE-FILE
               WHEN CONTROL-CARD-RECORD(1:7) = 'KEYLEN='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                AND CONTROL-CARD-RECORD(8:3) NOT > '040'
                   MOVE CONTROL-CARD-RECORD(8:3) TO KEY-LENGTH
               WHEN CONTROL-CARD-RECORD(1:9) = 'CHAINPOS='
                AND CONTROL-CARD-RECORD(10:4) IS NUMERIC
                AND CONTROL-CARD-RECORD(10:4) NOT > '1193'
                   MOVE CONTROL-CARD-RECORD(10:4) TO CHAIN-POSITION
               WHEN CONTROL-CARD-RECORD(1:12) = 'MODE=SUMMARY'
                   MOVE 'SUMMARY ' TO RUN-MODE
               WHEN CONTROL-CARD-RECORD(1:8) = 'RUNDATE='
                AND CONTROL-CARD-RECORD(9:8) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:8) TO REPORT-DATE
               WHEN CONTROL-CARD-RECORD(1:7) = 'EXPECT='
                AND CONTROL-CARD-RECORD(8:8) NOT = SPACES
                   PERFORM ADD-EXPECTED-FILE
               WHEN OTHER
                   DISPLAY 'DRPCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

       ADD-EXPECTED-FILE.
           IF EXPECTED-COUNT < 200
               ADD 1 TO EXPECTED-COUNT
               MOVE CONTROL-CARD-RECORD(8:8)
                   TO EX-FILE-NAME(EXPECTED-COUNT)
               MOVE 'N' TO EX-COMPARED(EXPECTED-COUNT)
           ELSE
               ADD 1 TO EXPECT-CARDS-IGNORED
               DISPLAY 'EXPECT CARD OVER 200 IGNORED: '
                       CONTROL-CARD-RECORD
           END-IF
           .

      ******************************************************************
      * Compare mode - one file's two copies, side by side.
      ******************************************************************
       COMPARE-ONE-FILE.
           IF COMPARE-FILE = SPACES
               DISPLAY 'PARITY CHECK NOT RUN - NO FILE= CARD'
               MOVE 8 TO RETURN-CODE
               GO TO COMPARE-ONE-FILE-EXIT
           END-IF
           MOVE COMPARE-FILE TO RUN-LOG-STEP

           OPEN INPUT PRIMARY-UNLOAD
           IF PRIUNLD-STATUS NOT = '00'
               DISPLAY 'PARITY CHECK NOT RUN FOR ' COMPARE-FILE
                       ' - PRIMARY UNLOAD STATUS ' PRIUNLD-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO COMPARE-ONE-FILE-EXIT
           END-IF

           OPEN INPUT RECOVERY-UNLOAD
           IF RECUNLD-STATUS NOT = '00'
               DISPLAY 'PARITY CHECK NOT RUN FOR ' COMPARE-FILE
                       ' - RECOVERY UNLOAD STATUS ' RECUNLD-STATUS
               CLOSE PRIMARY-UNLOAD
               MOVE 8 TO RETURN-CODE
               GO TO COMPARE-ONE-FILE-EXIT
           END-IF

           MOVE SPACES       TO DRPARITY-RECORD
           MOVE RUN-DATE     TO DV-RUN-DATE
           MOVE COMPARE-FILE TO DV-FILE-NAME
           MOVE RUN-TIME     TO DV-RUN-TIME
           MOVE KEY-LENGTH   TO DV-KEY-LENGTH
           MOVE 0            TO DV-PRI-COUNT
           MOVE 0            TO DV-REC-COUNT
           MOVE 0            TO DV-FIRST-DIFF-REC

           PERFORM READ-NEXT-PRIMARY
           PERFORM READ-NEXT-RECOVERY
           PERFORM COMPARE-RECORD-PAIR
               UNTIL END-OF-PRIMARY = 'Y'
                 AND END-OF-RECOVERY = 'Y'

           CLOSE PRIMARY-UNLOAD
           CLOSE RECOVERY-UNLOAD

           MOVE PRIMARY-HASH  TO DV-PRI-HASH
           MOVE RECOVERY-HASH TO DV-REC-HASH
           IF DV-FIRST-DIFF-REC = 0
               SET DV-COPIES-MATCH  TO TRUE
           ELSE
               SET DV-COPIES-DIFFER TO TRUE
               MOVE 'Y' TO COPIES-DIFFER
               MOVE 4 TO RETURN-CODE
           END-IF
           COMPUTE RECORDS-READ = DV-PRI-COUNT + DV-REC-COUNT

           PERFORM PRINT-FILE-FIGURES
           PERFORM SAVE-PARITY-ROW
           .
       COMPARE-ONE-FILE-EXIT.
           EXIT.

       READ-NEXT-PRIMARY.
           READ PRIMARY-UNLOAD
               AT END
                   MOVE 'Y' TO END-OF-PRIMARY
           END-READ
           IF PRIUNLD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-PRIMARY
           END-IF
           .

       READ-NEXT-RECOVERY.
           READ RECOVERY-UNLOAD
               AT END
                   MOVE 'Y' TO END-OF-RECOVERY
           END-READ
           IF RECUNLD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-RECOVERY
           END-IF
           .

      * The records at one position on each copy - either copy may
      * already have run out.
       COMPARE-RECORD-PAIR.
           ADD 1 TO PAIR-NO

           IF END-OF-PRIMARY = 'N'
               PERFORM TAKE-PRIMARY-FIGURES
           END-IF
           IF END-OF-RECOVERY = 'N'
               PERFORM TAKE-RECOVERY-FIGURES
           END-IF

           IF DV-FIRST-DIFF-REC = 0
               PERFORM CHECK-PAIR-DIFFERS
           END-IF

           IF END-OF-PRIMARY = 'N'
               PERFORM READ-NEXT-PRIMARY
           END-IF
           IF END-OF-RECOVERY = 'N'
               PERFORM READ-NEXT-RECOVERY
           END-IF
           .

       TAKE-PRIMARY-FIGURES.
           ADD 1 TO DV-PRI-COUNT

           MOVE SPACES TO PRIMARY-KEY
           IF KEY-LENGTH > 0
               MOVE PRIMARY-RECORD(1:KEY-LENGTH) TO PRIMARY-KEY
           END-IF
           IF DV-PRI-COUNT = 1
               MOVE PRIMARY-KEY TO DV-PRI-LOW-KEY
           END-IF
           MOVE PRIMARY-KEY TO DV-PRI-HIGH-KEY

           IF CHAIN-POSITION > 0
              AND PRIMARY-REC-LEN >= CHAIN-POSITION + 7
               MOVE PRIMARY-RECORD(CHAIN-POSITION:8) TO DV-PRI-CHAIN
           END-IF

           MOVE PRIMARY-RECORD  TO HASH-BUFFER
           MOVE PRIMARY-REC-LEN TO HASH-LENGTH
           MOVE PRIMARY-HASH    TO HASH-RUNNING
           PERFORM HASH-ONE-RECORD
           MOVE HASH-RUNNING    TO PRIMARY-HASH
           .

       TAKE-RECOVERY-FIGURES.
           ADD 1 TO DV-REC-COUNT

           MOVE SPACES TO RECOVERY-KEY
           IF KEY-LENGTH > 0
               MOVE RECOVERY-RECORD(1:KEY-LENGTH) TO RECOVERY-KEY
           END-IF
           IF DV-REC-COUNT = 1
               MOVE RECOVERY-KEY TO DV-REC-LOW-KEY
           END-IF
           MOVE RECOVERY-KEY TO DV-REC-HIGH-KEY

           IF CHAIN-POSITION > 0
              AND RECOVERY-REC-LEN >= CHAIN-POSITION + 7
               MOVE RECOVERY-RECORD(CHAIN-POSITION:8)
                   TO DV-REC-CHAIN
           END-IF

           MOVE RECOVERY-RECORD  TO HASH-BUFFER
           MOVE RECOVERY-REC-LEN TO HASH-LENGTH
           MOVE RECOVERY-HASH    TO HASH-RUNNING
           PERFORM HASH-ONE-RECORD
           MOVE HASH-RUNNING     TO RECOVERY-HASH
           .

       HASH-ONE-RECORD.
           MOVE 1 TO HASH-OFFSET
           PERFORM HASH-ONE-CHUNK
               UNTIL HASH-OFFSET > HASH-LENGTH
           .

       HASH-ONE-CHUNK.
           COMPUTE HASH-CHUNK-LENGTH = HASH-LENGTH - HASH-OFFSET + 1
           IF HASH-CHUNK-LENGTH > 512
               MOVE 512 TO HASH-CHUNK-LENGTH
           END-IF

           CALL 'CSCHKSUM' USING HASH-BUFFER(HASH-OFFSET:)
               HASH-CHUNK-LENGTH HASH-RUNNING HASH-NEXT
           MOVE HASH-NEXT TO HASH-RUNNING

           ADD HASH-CHUNK-LENGTH TO HASH-OFFSET
           .

      * The first position where the copies part company. Where both
      * copies still have a record the lower key is named - on a
      * keyed file that is the record the other copy is missing.
       CHECK-PAIR-DIFFERS.
           EVALUATE TRUE
               WHEN END-OF-PRIMARY = 'Y'
                   MOVE PAIR-NO      TO DV-FIRST-DIFF-REC
                   MOVE RECOVERY-KEY TO DV-FIRST-DIFF-KEY
               WHEN END-OF-RECOVERY = 'Y'
                   MOVE PAIR-NO      TO DV-FIRST-DIFF-REC
                   MOVE PRIMARY-KEY  TO DV-FIRST-DIFF-KEY
               WHEN PRIMARY-REC-LEN NOT = RECOVERY-REC-LEN
                 OR PRIMARY-RECORD(1:PRIMARY-REC-LEN)
                    NOT = RECOVERY-RECORD(1:RECOVERY-REC-LEN)
                   MOVE PAIR-NO      TO DV-FIRST-DIFF-REC
                   IF KEY-LENGTH > 0
                      AND RECOVERY-KEY < PRIMARY-KEY
                       MOVE RECOVERY-KEY TO DV-FIRST-DIFF-KEY
                   ELSE
                       MOVE PRIMARY-KEY  TO DV-FIRST-DIFF-KEY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       PRINT-FILE-FIGURES.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'RECOVERY-SITE PARITY - FILE ' DV-FILE-NAME
                  ' - ' DV-RESULT ' - RUN ' DV-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING 'PRIMARY   RECORDS ' DV-PRI-COUNT
                  ' HASH ' DV-PRI-HASH ' CHAIN ' DV-PRI-CHAIN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF KEY-LENGTH > 0
               MOVE SPACES TO REPORT-LINE
               STRING '          LOW KEY  ' DV-PRI-LOW-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '          HIGH KEY ' DV-PRI-HIGH-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           STRING 'RECOVERY  RECORDS ' DV-REC-COUNT
                  ' HASH ' DV-REC-HASH ' CHAIN ' DV-REC-CHAIN
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF KEY-LENGTH > 0
               MOVE SPACES TO REPORT-LINE
               STRING '          LOW KEY  ' DV-REC-LOW-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING '          HIGH KEY ' DV-REC-HIGH-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF

           IF DV-COPIES-DIFFER
               MOVE SPACES TO REPORT-LINE
               STRING 'FIRST DIFFERENCE AT RECORD ' DV-FIRST-DIFF-REC
                      ' KEY ' DV-FIRST-DIFF-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           DISPLAY '=============================================='
           .

      * Today's row for the file - a rerun replaces it.
       SAVE-PARITY-ROW.
           OPEN I-O DRPARITY
           IF DRPARITY-STATUS NOT = '00'
               DISPLAY 'DRPARITY NOT WRITTEN FOR ' COMPARE-FILE
                       ' - STATUS ' DRPARITY-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE DRPARITY-RECORD
                   INVALID KEY
                       REWRITE DRPARITY-RECORD
                           INVALID KEY
                               DISPLAY 'DRPARITY NOT WRITTEN FOR '
                                       COMPARE-FILE ' - STATUS '
                                       DRPARITY-STATUS
                               MOVE 8 TO RETURN-CODE
                       END-REWRITE
               END-WRITE
               CLOSE DRPARITY
           END-IF
           .

      ******************************************************************
      * Summary mode - every file compared on the run date, and every
      * expected file that was not.
      ******************************************************************
       SUMMARISE-PARITY-RUN.
           IF REPORT-DATE = SPACES
               MOVE RUN-DATE TO REPORT-DATE
           END-IF

           OPEN INPUT DRPARITY
           IF DRPARITY-STATUS NOT = '00'
               DISPLAY 'PARITY SUMMARY NOT RUN - DRPARITY STATUS '
                       DRPARITY-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SUMMARISE-PARITY-RUN-EXIT
           END-IF

           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'RECOVERY-SITE PARITY SUMMARY - RUN ' REPORT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY 'FILE     RESULT   PRIMARY   RECOVERY  '
                   'FIRST DIFFERING KEY'

           MOVE SPACES      TO DRPARITY-RECORD
           MOVE REPORT-DATE TO DV-RUN-DATE
           MOVE LOW-VALUES  TO DV-FILE-NAME
           START DRPARITY KEY IS NOT LESS THAN DV-PARITY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-PARITY-ROWS
           END-START

           IF END-OF-PARITY-ROWS = 'N'
               PERFORM READ-NEXT-PARITY-ROW
           END-IF
           PERFORM LIST-ONE-PARITY-ROW
               UNTIL END-OF-PARITY-ROWS = 'Y'

           CLOSE DRPARITY

           PERFORM LIST-UNCOMPARED-FILE
               VARYING EXPECTED-IX FROM 1 BY 1
               UNTIL EXPECTED-IX > EXPECTED-COUNT

           PERFORM PRINT-PARITY-SUMMARY

           EVALUATE TRUE
               WHEN FILES-NOT-COMPARED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN FILES-DIFFERING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       SUMMARISE-PARITY-RUN-EXIT.
           EXIT.

       READ-NEXT-PARITY-ROW.
           READ DRPARITY NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-PARITY-ROWS
           END-READ

           IF DRPARITY-STATUS NOT = '00'
              OR DV-RUN-DATE NOT = REPORT-DATE
               MOVE 'Y' TO END-OF-PARITY-ROWS
           END-IF
           .

       LIST-ONE-PARITY-ROW.
           ADD 1 TO FILES-COMPARED
           IF DV-COPIES-MATCH
               ADD 1 TO FILES-MATCHED
           ELSE
               ADD 1 TO FILES-DIFFERING
           END-IF

           PERFORM MARK-EXPECTED-FILE
               VARYING EXPECTED-IX FROM 1 BY 1
               UNTIL EXPECTED-IX > EXPECTED-COUNT

           MOVE SPACES TO REPORT-LINE
           IF DV-COPIES-MATCH
               STRING DV-FILE-NAME ' ' DV-RESULT ' ' DV-PRI-COUNT
                      ' ' DV-REC-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING DV-FILE-NAME ' ' DV-RESULT ' ' DV-PRI-COUNT
                      ' ' DV-REC-COUNT ' AT ' DV-FIRST-DIFF-REC
                      ' ' DV-FIRST-DIFF-KEY
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           DISPLAY REPORT-LINE

           PERFORM READ-NEXT-PARITY-ROW
           .

       MARK-EXPECTED-FILE.
           IF EX-FILE-NAME(EXPECTED-IX) = DV-FILE-NAME
               MOVE 'Y' TO EX-COMPARED(EXPECTED-IX)
           END-IF
           .

       LIST-UNCOMPARED-FILE.
           IF EX-COMPARED(EXPECTED-IX) = 'N'
               ADD 1 TO FILES-NOT-COMPARED
               MOVE SPACES TO REPORT-LINE
               STRING EX-FILE-NAME(EXPECTED-IX)
                      ' NOT COMPARED - NO PARITY FIGURES FOR THIS RUN'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           .

       PRINT-PARITY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'FILES COMPARED:           ' FILES-COMPARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  COPIES MATCH..........: ' FILES-MATCHED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING '  COPIES DIFFER.........: ' FILES-DIFFERING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'EXPECTED, NOT COMPARED:   ' FILES-NOT-COMPARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           IF EXPECT-CARDS-IGNORED > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'EXPECT CARDS IGNORED:     ' EXPECT-CARDS-IGNORED
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
           END-IF
           IF FILES-DIFFERING = 0
              AND FILES-NOT-COMPARED = 0
              AND FILES-COMPARED > 0
               DISPLAY 'RECOVERY COPIES USABLE:   YES'
           ELSE
               DISPLAY 'RECOVERY COPIES USABLE:   NO'
           END-IF
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           IF RUN-MODE = 'SUMMARY '
               MOVE FILES-COMPARED  TO RUN-LOG-READ
               MOVE FILES-DIFFERING TO RUN-LOG-REJECTED
           ELSE
               MOVE RECORDS-READ    TO RUN-LOG-READ
               IF COPIES-DIFFER = 'Y'
                   MOVE 1 TO RUN-LOG-REJECTED
               END-IF
           END-IF
           .

       COPY RUNLOGP.

       END PROGRAM 'CSDRPRTY'.
