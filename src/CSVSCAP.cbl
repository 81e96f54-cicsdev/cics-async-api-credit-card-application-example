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
      *  CSVSCAP
      *
      * Weekly VSAM capacity history and forecast. The AUDIT ESDS,
      * CSCACHE, LTRARCH, CHGJRNL and BURSNAP grow every day, and the
      * last time CSCACHE ran into its extent limit it took the whole
      * decision chain down mid-afternoon. This job sees it coming.
      *
      * The JCL lists the files' catalog entries with IDCAMS LISTCAT
      * ALL; this program reads that listing and, for each cluster,
      * takes the data component's figures - REC-TOTAL, HI-U-RBA (the
      * space the records use), HI-A-RBA (the space allocated so far),
      * the extents taken, and the primary and secondary allocation.
      * They are kept a row a week on CAPHIST (see copy/CAPHIST.cpy),
      * keyed on the file (the second qualifier of the cluster name)
      * and the run date; a rerun the same day replaces the row.
      *
      * From the file's trailing rows (the last WINDOW of them, a
      * week apart) it works out the growth in used space a week,
      * then projects:
      *
      *   - when the allocated space is used up and the next extent
      *     is taken (ALLOC FULL);
      *   - when the file reaches its extent limit and cannot grow at
      *     all (LIMIT FULL) - the allocation a unit holds is taken
      *     from HI-A-RBA over the units allocated so far (primary
      *     plus a secondary per extent after the first), and the
      *     limit is the primary plus a secondary for every further
      *     extent up to MAXEXT; with no secondary allocation, the
      *     limit is what is allocated now.
      *
      * A file with no earlier row is listed NEW and not projected; a
      * file whose used space is not growing is listed NOT GROWING.
      * Projections past HORIZON weeks are shown BEYOND.
      *
      * A file within WEEKS weeks of its extent limit is raised on
      * the ALERTS file the ALRT service keeps (see copy/ALERTS.cpy
      * and src/CSALERTS.cbl) - condition CAP and the first five
      * characters of the file name, e.g. CAPCSCAC, the way ALRT keys
      * plastic stock on STK and the product code - as a warning, or
      * as an error once it is a week or less from full. The next run
      * that finds the file clear of the threshold clears the alert;
      * a NEW file leaves its alert as it is. The run ends RC 4 when
      * any file is within the threshold, RC 8 when the listing or
      * CAPHIST cannot be opened.
      *
      * Control cards off CAPCTL (no card keeps the default):
      *   WEEKS=nn      alert threshold in weeks        - default 08
      *   WINDOW=nn     trailing weeks the growth is
      *                 averaged over (1-26)            - default 08
      *   MAXEXT=nnn    extent limit of a data set      - default 123
      *   HORIZON=nnnn  weeks projected before BEYOND   - default 0520
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSVSCAP.jcl. Schedule weekly.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSVSCAP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CATALOG-LISTING ASSIGN TO LISTCAT
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS LISTCAT-STATUS.

           SELECT CAPHIST ASSIGN TO CAPHIST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VH-HISTORY-KEY
                  FILE STATUS IS CAPHIST-STATUS.

           SELECT ALERTS ASSIGN TO ALERTS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AT-CONDITION-ID
                  FILE STATUS IS ALERTS-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO CAPCTL
                  ORGANIZATION IS SEQUENTIAL
                  ACCESS MODE IS SEQUENTIAL
                  FILE STATUS IS CAPCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CATALOG-LISTING.
        01  LISTING-LINE            PIC X(121).

        FD  CAPHIST.
           COPY CAPHIST.

        FD  ALERTS.
           COPY ALERTS.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSVSCAP '.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP2   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSVSCAP '.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 LISTCAT-STATUS           PIC X(2) VALUE '00'.
       1 CAPHIST-STATUS           PIC X(2) VALUE '00'.
       1 ALERTS-STATUS            PIC X(2) VALUE '00'.
       1 CAPCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-LISTING           PIC X(1) VALUE 'N'.
       1 END-OF-CONTROL-CARDS     PIC X(1) VALUE 'N'.
       1 END-OF-FILE-HISTORY      PIC X(1) VALUE 'N'.
       1 ALERTS-OPEN              PIC X(1) VALUE 'N'.

       1 RUN-DATE                 PIC X(8) VALUE SPACES.
       1 RUN-TIME                 PIC X(8) VALUE SPACES.

      * Thresholds - see the header comment.
       1 ALERT-WEEKS              PIC 9(2) VALUE 8.
       1 WINDOW-WEEKS             PIC 9(2) VALUE 8.
       1 EXTENT-LIMIT             PIC 9(3) VALUE 123.
       1 HORIZON-WEEKS            PIC 9(4) VALUE 520.

      * The cluster being read off the listing.
       1 CURRENT-FILE             PIC X(8) VALUE SPACES.
       1 CLUSTER-NAME             PIC X(44) VALUE SPACES.
       1 NAME-HLQ                 PIC X(8) VALUE SPACES.
       1 NAME-WORD-1              PIC X(20) VALUE SPACES.
       1 NAME-WORD-2              PIC X(20) VALUE SPACES.
       1 IN-DATA-COMPONENT        PIC X(1) VALUE 'N'.

       1 DATA-FIGURES.
         2 DF-RECORD-COUNT        PIC 9(11) VALUE 0.
         2 DF-EXTENTS             PIC 9(3)  VALUE 0.
         2 DF-ALLOC-BYTES         PIC 9(15) VALUE 0.
         2 DF-USED-BYTES          PIC 9(15) VALUE 0.
         2 DF-SPACE-PRI           PIC 9(7)  VALUE 0.
         2 DF-SPACE-SEC           PIC 9(7)  VALUE 0.
       1 FIGURES-TAKEN.
         2 TAKEN-RECORD-COUNT     PIC X(1) VALUE 'N'.
         2 TAKEN-EXTENTS          PIC X(1) VALUE 'N'.
         2 TAKEN-ALLOC-BYTES      PIC X(1) VALUE 'N'.
         2 TAKEN-USED-BYTES       PIC X(1) VALUE 'N'.
         2 TAKEN-SPACE-PRI        PIC X(1) VALUE 'N'.
         2 TAKEN-SPACE-SEC        PIC X(1) VALUE 'N'.

      * One LISTCAT field - the tag looked for, and the number that
      * follows its run of dashes.
       1 SCAN-TAG                 PIC X(12) VALUE SPACES.
       1 SCAN-TAG-LENGTH          PIC S9(4) COMP VALUE 0.
       1 SCAN-TALLY               PIC S9(4) COMP VALUE 0.
       1 SCAN-POSITION            PIC S9(4) COMP VALUE 0.
       1 SCAN-FOUND               PIC X(1) VALUE 'N'.
       1 SCAN-VALUE               PIC 9(15) VALUE 0.
       1 SCAN-DIGIT               PIC 9(1) VALUE 0.

      * The file's trailing used space, oldest overwritten first
      * once the window is full.
       1 HISTORY-TABLE.
         2 HISTORY-ENTRY          OCCURS 26.
           3 HS-USED-BYTES        PIC 9(15).
       1 HISTORY-COUNT            PIC S9(4) COMP VALUE 0.
       1 HISTORY-NEXT             PIC S9(4) COMP VALUE 1.
       1 OLDEST-IX                PIC S9(4) COMP VALUE 0.

      * The projection.
       1 GROWTH-BYTES             PIC S9(15) VALUE 0.
       1 UNITS-ALLOCATED          PIC 9(9)  VALUE 0.
       1 UNITS-AT-LIMIT           PIC 9(9)  VALUE 0.
       1 BYTES-PER-UNIT           PIC 9(15) VALUE 0.
       1 LIMIT-BYTES              PIC 9(15) VALUE 0.
       1 WEEKS-TO-ALLOC           PIC 9(4)  VALUE 0.
       1 WEEKS-TO-LIMIT           PIC 9(4)  VALUE 0.
       1 WEEKS-WORK               PIC 9(15) VALUE 0.
       1 ALLOC-DATE               PIC X(8) VALUE SPACES.
       1 LIMIT-DATE               PIC X(8) VALUE SPACES.
       1 FILE-STANDING            PIC X(12) VALUE SPACES.
       1 FILE-NEAR-FULL           PIC X(1) VALUE 'N'.

      * A date WEEKS-TO-PROJECT weeks on from the run date, stepped a
      * day at a time the way CSCYCCLS steps its cursor.
       1 WEEKS-TO-PROJECT         PIC 9(4) VALUE 0.
       1 DAYS-TO-STEP             PIC 9(5) VALUE 0.
       1 DAY-CURSOR-NUM           PIC 9(8) VALUE 0.
       1 DAY-CURSOR-PARTS REDEFINES DAY-CURSOR-NUM.
         2 DAY-CURSOR-YEAR        PIC 9(4).
         2 DAY-CURSOR-MONTH       PIC 9(2).
         2 DAY-CURSOR-DAY         PIC 9(2).
       1 PROJECTED-DATE           PIC X(8) VALUE SPACES.
       1 DIM-YEAR                 PIC 9(4) VALUE 0.
       1 DIM-MONTH                PIC 9(2) VALUE 0.
       1 DAYS-IN-MONTH            PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER           PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT            PIC 9(4) VALUE 0.

      * ALERTS settlement scratch - the same rules the ALRT service
      * applies to its own conditions.
       1 CONDITION-ID             PIC X(8) VALUE SPACES.
       1 CONDITION-TRIPPED        PIC X(1) VALUE 'N'.
       1 CONDITION-SEVERITY       PIC X(1) VALUE 'W'.
       1 CONDITION-DETAIL         PIC X(40) VALUE SPACES.

       1 CAPACITY-TOTALS.
         2 LISTING-LINES-READ     PIC 9(7) VALUE 0.
         2 FILES-MEASURED         PIC 9(5) VALUE 0.
         2 FILES-NO-FIGURES       PIC 9(5) VALUE 0.
         2 FILES-NEW              PIC 9(5) VALUE 0.
         2 FILES-NOT-GROWING      PIC 9(5) VALUE 0.
         2 FILES-NEAR-FULL        PIC 9(5) VALUE 0.
         2 HISTORY-ROWS-WRITTEN   PIC 9(5) VALUE 0.
         2 ALERTS-RAISED          PIC 9(5) VALUE 0.
         2 ALERTS-CLEARED         PIC 9(5) VALUE 0.

       1 CAPACITY-LINE.
         2 CL-FILE                PIC X(8).
         2 FILLER                 PIC X(1).
         2 CL-RECORDS             PIC Z(10)9.
         2 FILLER                 PIC X(1).
         2 CL-USED-KB             PIC Z(11)9.
         2 FILLER                 PIC X(1).
         2 CL-ALLOC-KB            PIC Z(11)9.
         2 FILLER                 PIC X(1).
         2 CL-EXTENTS             PIC ZZ9.
         2 FILLER                 PIC X(1).
         2 CL-GROWTH-KB           PIC -(9)9.
         2 FILLER                 PIC X(1).
         2 CL-ALLOC-DATE          PIC X(8).
         2 FILLER                 PIC X(1).
         2 CL-LIMIT-DATE          PIC X(8).
         2 FILLER                 PIC X(1).
         2 CL-STANDING            PIC X(12).
       1 WEEKS-EDIT               PIC ZZZ9.

       1 REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-TIME FROM TIME

           PERFORM READ-CONTROL-CARDS

           OPEN INPUT CATALOG-LISTING
           IF LISTCAT-STATUS NOT = '00'
               DISPLAY 'CAPACITY FORECAST NOT RUN - LISTCAT STATUS '
                       LISTCAT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O CAPHIST
           IF CAPHIST-STATUS NOT = '00'
               DISPLAY 'CAPACITY FORECAST NOT RUN - CAPHIST STATUS '
                       CAPHIST-STATUS
               CLOSE CATALOG-LISTING
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-LOG
               STOP RUN
           END-IF

           OPEN I-O ALERTS
           IF ALERTS-STATUS = '00'
               MOVE 'Y' TO ALERTS-OPEN
           ELSE
               DISPLAY 'ALERTS NOT SETTLED - ALERTS STATUS '
                       ALERTS-STATUS
           END-IF

           PERFORM PRINT-REPORT-HEADING

           PERFORM READ-NEXT-LISTING-LINE
           PERFORM TAKE-LISTING-LINE
               UNTIL END-OF-LISTING = 'Y'

           IF CURRENT-FILE NOT = SPACES
               PERFORM MEASURE-ONE-FILE
           END-IF

           CLOSE CATALOG-LISTING
           CLOSE CAPHIST
           IF ALERTS-OPEN = 'Y'
               CLOSE ALERTS
           END-IF

           PERFORM PRINT-CAPACITY-SUMMARY

           IF FILES-NEAR-FULL > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF CAPCTL-STATUS = '00'
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

           IF CAPCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:6) = 'WEEKS='
                AND CONTROL-CARD-RECORD(7:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:2) TO ALERT-WEEKS
               WHEN CONTROL-CARD-RECORD(1:7) = 'WINDOW='
                AND CONTROL-CARD-RECORD(8:2) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:2) TO WINDOW-WEEKS
               WHEN CONTROL-CARD-RECORD(1:7) = 'MAXEXT='
                AND CONTROL-CARD-RECORD(8:3) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(8:3) TO EXTENT-LIMIT
               WHEN CONTROL-CARD-RECORD(1:8) = 'HORIZON='
                AND CONTROL-CARD-RECORD(9:4) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(9:4) TO HORIZON-WEEKS
               WHEN OTHER
                   DISPLAY 'CAPCTL CARD IGNORED: '
                           CONTROL-CARD-RECORD
           END-EVALUATE

           IF WINDOW-WEEKS > 26
               MOVE 26 TO WINDOW-WEEKS
           END-IF
           IF WINDOW-WEEKS = 0
               MOVE 1 TO WINDOW-WEEKS
           END-IF
           IF EXTENT-LIMIT = 0
               MOVE 1 TO EXTENT-LIMIT
           END-IF
           IF HORIZON-WEEKS > 9998
               MOVE 9998 TO HORIZON-WEEKS
           END-IF

           PERFORM READ-NEXT-CONTROL-CARD
           .

       READ-NEXT-LISTING-LINE.
           READ CATALOG-LISTING
               AT END
                   MOVE 'Y' TO END-OF-LISTING
           END-READ

           IF LISTCAT-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-LISTING
           END-IF
           .

      ******************************************************************
      * One line of the LISTCAT listing. A CLUSTER line closes off the
      * cluster before it and starts the next; only the DATA
      * component's figures are taken - the INDEX component has its
      * own REC-TOTAL and RBAs.
      ******************************************************************
       TAKE-LISTING-LINE.
           ADD 1 TO LISTING-LINES-READ

           MOVE 'CLUSTER ----' TO SCAN-TAG
           MOVE 12 TO SCAN-TAG-LENGTH
           PERFORM FIND-SCAN-TAG
           IF SCAN-FOUND = 'Y'
               IF CURRENT-FILE NOT = SPACES
                   PERFORM MEASURE-ONE-FILE
               END-IF
               PERFORM START-NEXT-CLUSTER
               GO TO TAKE-LISTING-LINE-NEXT
           END-IF

           MOVE 'DATA -------' TO SCAN-TAG
           MOVE 12 TO SCAN-TAG-LENGTH
           PERFORM FIND-SCAN-TAG
           IF SCAN-FOUND = 'Y'
               MOVE 'Y' TO IN-DATA-COMPONENT
               GO TO TAKE-LISTING-LINE-NEXT
           END-IF

           MOVE 'INDEX ------' TO SCAN-TAG
           MOVE 12 TO SCAN-TAG-LENGTH
           PERFORM FIND-SCAN-TAG
           IF SCAN-FOUND = 'Y'
               MOVE 'N' TO IN-DATA-COMPONENT
               GO TO TAKE-LISTING-LINE-NEXT
           END-IF

           IF IN-DATA-COMPONENT = 'Y'
              AND CURRENT-FILE NOT = SPACES
               PERFORM TAKE-DATA-FIGURES
           END-IF
           .
       TAKE-LISTING-LINE-NEXT.
           PERFORM READ-NEXT-LISTING-LINE
           .

      * CLUSTER ------- CICSCC.CSCACHE.KSDS - the file is the second
      * qualifier.
       START-NEXT-CLUSTER.
           MOVE SPACES TO CURRENT-FILE
           MOVE SPACES TO CLUSTER-NAME
           MOVE SPACES TO NAME-WORD-1
           MOVE SPACES TO NAME-WORD-2
           MOVE SPACES TO NAME-HLQ
           MOVE 'N'    TO IN-DATA-COMPONENT

           UNSTRING LISTING-LINE(SCAN-POSITION:)
               DELIMITED BY ALL SPACE
               INTO NAME-WORD-1 NAME-WORD-2 CLUSTER-NAME
           END-UNSTRING
           UNSTRING CLUSTER-NAME DELIMITED BY '.'
               INTO NAME-HLQ CURRENT-FILE
           END-UNSTRING

           MOVE 0   TO DF-RECORD-COUNT
           MOVE 0   TO DF-EXTENTS
           MOVE 0   TO DF-ALLOC-BYTES
           MOVE 0   TO DF-USED-BYTES
           MOVE 0   TO DF-SPACE-PRI
           MOVE 0   TO DF-SPACE-SEC
           MOVE 'N' TO TAKEN-RECORD-COUNT
           MOVE 'N' TO TAKEN-EXTENTS
           MOVE 'N' TO TAKEN-ALLOC-BYTES
           MOVE 'N' TO TAKEN-USED-BYTES
           MOVE 'N' TO TAKEN-SPACE-PRI
           MOVE 'N' TO TAKEN-SPACE-SEC
           .

      * The first of each figure in the data component is the one
      * wanted - the VOLUME group further down repeats the RBAs per
      * volume.
       TAKE-DATA-FIGURES.
           IF TAKEN-RECORD-COUNT = 'N'
               MOVE 'REC-TOTAL-' TO SCAN-TAG
               MOVE 10 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-RECORD-COUNT
                   MOVE 'Y' TO TAKEN-RECORD-COUNT
               END-IF
           END-IF

           IF TAKEN-EXTENTS = 'N'
               MOVE 'EXTENTS-' TO SCAN-TAG
               MOVE 8 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-EXTENTS
                   MOVE 'Y' TO TAKEN-EXTENTS
               END-IF
           END-IF

           IF TAKEN-ALLOC-BYTES = 'N'
               MOVE 'HI-A-RBA-' TO SCAN-TAG
               MOVE 9 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-ALLOC-BYTES
                   MOVE 'Y' TO TAKEN-ALLOC-BYTES
               END-IF
           END-IF

           IF TAKEN-USED-BYTES = 'N'
               MOVE 'HI-U-RBA-' TO SCAN-TAG
               MOVE 9 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-USED-BYTES
                   MOVE 'Y' TO TAKEN-USED-BYTES
               END-IF
           END-IF

           IF TAKEN-SPACE-PRI = 'N'
               MOVE 'SPACE-PRI-' TO SCAN-TAG
               MOVE 10 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-SPACE-PRI
                   MOVE 'Y' TO TAKEN-SPACE-PRI
               END-IF
           END-IF

           IF TAKEN-SPACE-SEC = 'N'
               MOVE 'SPACE-SEC-' TO SCAN-TAG
               MOVE 10 TO SCAN-TAG-LENGTH
               PERFORM FIND-SCAN-VALUE
               IF SCAN-FOUND = 'Y'
                   MOVE SCAN-VALUE TO DF-SPACE-SEC
                   MOVE 'Y' TO TAKEN-SPACE-SEC
               END-IF
           END-IF
           .

       FIND-SCAN-TAG.
           MOVE 'N' TO SCAN-FOUND
           MOVE 0   TO SCAN-TALLY
           INSPECT LISTING-LINE TALLYING SCAN-TALLY
               FOR CHARACTERS
               BEFORE INITIAL SCAN-TAG(1:SCAN-TAG-LENGTH)
           IF SCAN-TALLY < LENGTH OF LISTING-LINE
               MOVE 'Y' TO SCAN-FOUND
               COMPUTE SCAN-POSITION = SCAN-TALLY + 1
           END-IF
           .

      * The tag, its run of dashes, then the digits - REC-TOTAL-----12.
       FIND-SCAN-VALUE.
           PERFORM FIND-SCAN-TAG
           IF SCAN-FOUND = 'Y'
               MOVE 0 TO SCAN-VALUE
               COMPUTE SCAN-POSITION = SCAN-POSITION + SCAN-TAG-LENGTH
               PERFORM SKIP-ONE-DASH
                   UNTIL SCAN-POSITION > LENGTH OF LISTING-LINE
                      OR LISTING-LINE(SCAN-POSITION:1) NOT = '-'
               IF SCAN-POSITION > LENGTH OF LISTING-LINE
                  OR LISTING-LINE(SCAN-POSITION:1) IS NOT NUMERIC
                   MOVE 'N' TO SCAN-FOUND
               ELSE
                   PERFORM TAKE-ONE-DIGIT
                       UNTIL SCAN-POSITION > LENGTH OF LISTING-LINE
                          OR LISTING-LINE(SCAN-POSITION:1)
                             IS NOT NUMERIC
               END-IF
           END-IF
           .

       SKIP-ONE-DASH.
           ADD 1 TO SCAN-POSITION
           .

       TAKE-ONE-DIGIT.
           MOVE LISTING-LINE(SCAN-POSITION:1) TO SCAN-DIGIT
           COMPUTE SCAN-VALUE = SCAN-VALUE * 10 + SCAN-DIGIT
           ADD 1 TO SCAN-POSITION
           .

      ******************************************************************
      * One cluster's figures - history, projection, CAPHIST row,
      * alert and report line.
      ******************************************************************
       MEASURE-ONE-FILE.
           IF TAKEN-ALLOC-BYTES = 'N'
              OR TAKEN-USED-BYTES = 'N'
               ADD 1 TO FILES-NO-FIGURES
               MOVE SPACES TO REPORT-LINE
               STRING CURRENT-FILE
                      ' NO DATA COMPONENT FIGURES ON THE LISTING'
                   DELIMITED BY SIZE INTO REPORT-LINE
               DISPLAY REPORT-LINE
               GO TO MEASURE-ONE-FILE-EXIT
           END-IF

           ADD 1 TO FILES-MEASURED
           MOVE 'N'    TO FILE-NEAR-FULL
           MOVE SPACES TO FILE-STANDING

           PERFORM LOAD-FILE-HISTORY
           PERFORM WORK-OUT-LIMIT

           IF HISTORY-COUNT = 0
               ADD 1 TO FILES-NEW
               MOVE 0      TO GROWTH-BYTES
               MOVE 9999   TO WEEKS-TO-ALLOC
               MOVE 9999   TO WEEKS-TO-LIMIT
               MOVE 'NEW     ' TO ALLOC-DATE
               MOVE 'NEW     ' TO LIMIT-DATE
               MOVE 'NEW'      TO FILE-STANDING
           ELSE
               PERFORM PROJECT-FILE-GROWTH
           END-IF

           PERFORM SAVE-HISTORY-ROW

           IF HISTORY-COUNT > 0
              AND ALERTS-OPEN = 'Y'
               PERFORM SETTLE-FILE-ALERT
           END-IF

           PERFORM PRINT-ONE-FILE
           .
       MEASURE-ONE-FILE-EXIT.
           EXIT.

      * The file's rows before today, the last WINDOW of them kept.
       LOAD-FILE-HISTORY.
           MOVE 0   TO HISTORY-COUNT
           MOVE 1   TO HISTORY-NEXT
           MOVE 'N' TO END-OF-FILE-HISTORY

           MOVE CURRENT-FILE TO VH-FILE-NAME
           MOVE LOW-VALUES   TO VH-RUN-DATE
           START CAPHIST KEY IS NOT LESS THAN VH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO END-OF-FILE-HISTORY
           END-START

           IF END-OF-FILE-HISTORY = 'N'
               PERFORM READ-NEXT-HISTORY-ROW
           END-IF
           PERFORM ADD-ROW-TO-HISTORY
               UNTIL END-OF-FILE-HISTORY = 'Y'
           .

       READ-NEXT-HISTORY-ROW.
           READ CAPHIST NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-HISTORY
           END-READ

           IF CAPHIST-STATUS NOT = '00'
              OR VH-FILE-NAME NOT = CURRENT-FILE
              OR VH-RUN-DATE NOT < RUN-DATE
               MOVE 'Y' TO END-OF-FILE-HISTORY
           END-IF
           .

       ADD-ROW-TO-HISTORY.
           MOVE VH-USED-BYTES TO HS-USED-BYTES(HISTORY-NEXT)

           ADD 1 TO HISTORY-NEXT
           IF HISTORY-NEXT > WINDOW-WEEKS
               MOVE 1 TO HISTORY-NEXT
           END-IF
           IF HISTORY-COUNT < WINDOW-WEEKS
               ADD 1 TO HISTORY-COUNT
           END-IF

           PERFORM READ-NEXT-HISTORY-ROW
           .

      * What a unit of allocation holds, from what is allocated now,
      * and what the file holds at its extent limit.
       WORK-OUT-LIMIT.
           MOVE DF-ALLOC-BYTES TO LIMIT-BYTES

           IF DF-SPACE-SEC > 0
              AND DF-EXTENTS > 0
              AND DF-EXTENTS < EXTENT-LIMIT
               COMPUTE UNITS-ALLOCATED =
                   DF-SPACE-PRI + (DF-EXTENTS - 1) * DF-SPACE-SEC
               COMPUTE UNITS-AT-LIMIT =
                   DF-SPACE-PRI + (EXTENT-LIMIT - 1) * DF-SPACE-SEC
               IF UNITS-ALLOCATED > 0
                   COMPUTE BYTES-PER-UNIT =
                       DF-ALLOC-BYTES / UNITS-ALLOCATED
                   COMPUTE LIMIT-BYTES =
                       BYTES-PER-UNIT * UNITS-AT-LIMIT
               END-IF
           END-IF

           IF LIMIT-BYTES < DF-ALLOC-BYTES
               MOVE DF-ALLOC-BYTES TO LIMIT-BYTES
           END-IF
           .

      * Growth a week over the window - the oldest row held is
      * HISTORY-COUNT weeks back.
       PROJECT-FILE-GROWTH.
           IF HISTORY-COUNT < WINDOW-WEEKS
               MOVE 1 TO OLDEST-IX
           ELSE
               MOVE HISTORY-NEXT TO OLDEST-IX
           END-IF

           COMPUTE GROWTH-BYTES =
               (DF-USED-BYTES - HS-USED-BYTES(OLDEST-IX))
                   / HISTORY-COUNT

           IF GROWTH-BYTES NOT > 0
               ADD 1 TO FILES-NOT-GROWING
               MOVE 9999       TO WEEKS-TO-ALLOC
               MOVE 9999       TO WEEKS-TO-LIMIT
               MOVE SPACES     TO ALLOC-DATE
               MOVE SPACES     TO LIMIT-DATE
               MOVE 'NOT GROWING' TO FILE-STANDING
           ELSE
               PERFORM PROJECT-ALLOC-FULL
               PERFORM PROJECT-LIMIT-FULL
               IF WEEKS-TO-LIMIT NOT > ALERT-WEEKS
                   MOVE 'Y' TO FILE-NEAR-FULL
                   ADD 1 TO FILES-NEAR-FULL
                   MOVE 'NEAR FULL' TO FILE-STANDING
               END-IF
           END-IF
           .

       PROJECT-ALLOC-FULL.
           IF DF-USED-BYTES NOT < DF-ALLOC-BYTES
               MOVE 0 TO WEEKS-WORK
           ELSE
               COMPUTE WEEKS-WORK =
                   (DF-ALLOC-BYTES - DF-USED-BYTES) / GROWTH-BYTES
           END-IF

           IF WEEKS-WORK > HORIZON-WEEKS
               MOVE 9999       TO WEEKS-TO-ALLOC
               MOVE 'BEYOND  ' TO ALLOC-DATE
           ELSE
               MOVE WEEKS-WORK TO WEEKS-TO-ALLOC
               MOVE WEEKS-WORK TO WEEKS-TO-PROJECT
               PERFORM PROJECT-DATE
               MOVE PROJECTED-DATE TO ALLOC-DATE
           END-IF
           .

       PROJECT-LIMIT-FULL.
           IF DF-USED-BYTES NOT < LIMIT-BYTES
               MOVE 0 TO WEEKS-WORK
           ELSE
               COMPUTE WEEKS-WORK =
                   (LIMIT-BYTES - DF-USED-BYTES) / GROWTH-BYTES
           END-IF

           IF WEEKS-WORK > HORIZON-WEEKS
               MOVE 9999       TO WEEKS-TO-LIMIT
               MOVE 'BEYOND  ' TO LIMIT-DATE
           ELSE
               MOVE WEEKS-WORK TO WEEKS-TO-LIMIT
               MOVE WEEKS-WORK TO WEEKS-TO-PROJECT
               PERFORM PROJECT-DATE
               MOVE PROJECTED-DATE TO LIMIT-DATE
           END-IF
           .

      ******************************************************************
      * Calendar arithmetic.
      ******************************************************************
       PROJECT-DATE.
           MOVE RUN-DATE TO DAY-CURSOR-NUM
           COMPUTE DAYS-TO-STEP = WEEKS-TO-PROJECT * 7
           PERFORM STEP-DAY-CURSOR-ONE-DAY DAYS-TO-STEP TIMES
           MOVE DAY-CURSOR-NUM TO PROJECTED-DATE
           .

       STEP-DAY-CURSOR-ONE-DAY.
           MOVE DAY-CURSOR-YEAR  TO DIM-YEAR
           MOVE DAY-CURSOR-MONTH TO DIM-MONTH
           PERFORM SET-DAYS-IN-MONTH

           IF DAY-CURSOR-DAY < DAYS-IN-MONTH
               ADD 1 TO DAY-CURSOR-DAY
           ELSE
               MOVE 1 TO DAY-CURSOR-DAY
               IF DAY-CURSOR-MONTH = 12
                   MOVE 1 TO DAY-CURSOR-MONTH
                   ADD 1 TO DAY-CURSOR-YEAR
               ELSE
                   ADD 1 TO DAY-CURSOR-MONTH
               END-IF
           END-IF
           .

       SET-DAYS-IN-MONTH.
           EVALUATE DIM-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE DIM-YEAR BY 4
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .

      * This week's row - a rerun the same day replaces it.
       SAVE-HISTORY-ROW.
           MOVE SPACES          TO CAPHIST-RECORD
           MOVE CURRENT-FILE    TO VH-FILE-NAME
           MOVE RUN-DATE        TO VH-RUN-DATE
           MOVE DF-RECORD-COUNT TO VH-RECORD-COUNT
           MOVE DF-USED-BYTES   TO VH-USED-BYTES
           MOVE DF-ALLOC-BYTES  TO VH-ALLOC-BYTES
           MOVE DF-EXTENTS      TO VH-EXTENTS
           MOVE DF-SPACE-PRI    TO VH-SPACE-PRI
           MOVE DF-SPACE-SEC    TO VH-SPACE-SEC
           MOVE GROWTH-BYTES    TO VH-GROWTH-BYTES
           MOVE LIMIT-BYTES     TO VH-LIMIT-BYTES
           MOVE WEEKS-TO-ALLOC  TO VH-WEEKS-TO-ALLOC
           MOVE WEEKS-TO-LIMIT  TO VH-WEEKS-TO-LIMIT
           IF ALLOC-DATE IS NUMERIC
               MOVE ALLOC-DATE  TO VH-ALLOC-DATE
           END-IF
           IF LIMIT-DATE IS NUMERIC
               MOVE LIMIT-DATE  TO VH-LIMIT-DATE
           END-IF

           WRITE CAPHIST-RECORD
               INVALID KEY
                   REWRITE CAPHIST-RECORD
                       INVALID KEY
                           DISPLAY 'CAPHIST ROW NOT WRITTEN FOR '
                                   CURRENT-FILE ' - STATUS '
                                   CAPHIST-STATUS
                   END-REWRITE
           END-WRITE
           IF CAPHIST-STATUS = '00'
               ADD 1 TO HISTORY-ROWS-WRITTEN
           END-IF
           .

      ******************************************************************
      * ALERTS - one condition per file, raised while the file is
      * within the threshold of its extent limit and cleared once a
      * run finds it clear. A new or re-raised alert is also put on
      * SYSOUT.
      ******************************************************************
       SETTLE-FILE-ALERT.
           MOVE SPACES TO CONDITION-ID
           STRING 'CAP' CURRENT-FILE(1:5)
               DELIMITED BY SIZE INTO CONDITION-ID
           MOVE FILE-NEAR-FULL TO CONDITION-TRIPPED

           IF WEEKS-TO-LIMIT NOT > 1
               MOVE 'E' TO CONDITION-SEVERITY
           ELSE
               MOVE 'W' TO CONDITION-SEVERITY
           END-IF
           MOVE WEEKS-TO-LIMIT TO WEEKS-EDIT
           MOVE SPACES TO CONDITION-DETAIL
           STRING CURRENT-FILE ' FULL IN' WEEKS-EDIT ' WKS ON '
                  LIMIT-DATE
               DELIMITED BY SIZE INTO CONDITION-DETAIL

           MOVE CONDITION-ID TO AT-CONDITION-ID
           READ ALERTS
               KEY IS AT-CONDITION-ID
               INVALID KEY
                   CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN CONDITION-TRIPPED = 'Y'
                AND ALERTS-STATUS NOT = '00'
                   PERFORM RAISE-NEW-ALERT
               WHEN CONDITION-TRIPPED = 'Y'
                AND ALERTS-STATUS = '00'
                   MOVE CONDITION-SEVERITY TO AT-SEVERITY
                   MOVE CONDITION-DETAIL   TO AT-DETAIL
                   IF AT-STATUS = 'CLEARED '
      * The file came back within the threshold - a fresh alert.
                       MOVE 'OPEN    ' TO AT-STATUS
                       MOVE RUN-DATE   TO AT-RAISED-DATE
                       MOVE RUN-TIME   TO AT-RAISED-TIME
                       MOVE SPACES     TO AT-ACKED-BY
                       MOVE SPACES     TO AT-ACKED-DATE
                       PERFORM TELL-THE-OPERATOR
                   END-IF
                   REWRITE ALERTS-RECORD
               WHEN CONDITION-TRIPPED = 'N'
                AND ALERTS-STATUS = '00'
                   IF AT-STATUS NOT = 'CLEARED '
                       MOVE 'CLEARED ' TO AT-STATUS
                       REWRITE ALERTS-RECORD
                       ADD 1 TO ALERTS-CLEARED
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       RAISE-NEW-ALERT.
           MOVE SPACES             TO ALERTS-RECORD
           MOVE CONDITION-ID       TO AT-CONDITION-ID
           MOVE CONDITION-SEVERITY TO AT-SEVERITY
           MOVE 'OPEN    '         TO AT-STATUS
           MOVE RUN-DATE           TO AT-RAISED-DATE
           MOVE RUN-TIME           TO AT-RAISED-TIME
           MOVE CONDITION-DETAIL   TO AT-DETAIL

           WRITE ALERTS-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           PERFORM TELL-THE-OPERATOR
           .

       TELL-THE-OPERATOR.
           ADD 1 TO ALERTS-RAISED

           MOVE SPACES TO REPORT-LINE
           STRING 'ALERT ' CONDITION-ID ' ' CONDITION-DETAIL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-REPORT-HEADING.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'VSAM CAPACITY FORECAST FOR ' RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'ALERT WITHIN ' ALERT-WEEKS ' WEEKS, GROWTH OVER '
                  WINDOW-WEEKS ' WEEKS, EXTENT LIMIT ' EXTENT-LIMIT
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           DISPLAY 'FILE         RECORDS      USED KB     ALLOC KB '
                   'EXT  GROWTH KB ALLOC FL  LIMIT FL'
           .

       PRINT-ONE-FILE.
           MOVE SPACES          TO CAPACITY-LINE
           MOVE CURRENT-FILE    TO CL-FILE
           MOVE DF-RECORD-COUNT TO CL-RECORDS
           COMPUTE CL-USED-KB   = DF-USED-BYTES / 1024
           COMPUTE CL-ALLOC-KB  = DF-ALLOC-BYTES / 1024
           MOVE DF-EXTENTS      TO CL-EXTENTS
           COMPUTE CL-GROWTH-KB = GROWTH-BYTES / 1024
           MOVE ALLOC-DATE      TO CL-ALLOC-DATE
           MOVE LIMIT-DATE      TO CL-LIMIT-DATE
           MOVE FILE-STANDING   TO CL-STANDING
           DISPLAY CAPACITY-LINE
           .

       PRINT-CAPACITY-SUMMARY.
           DISPLAY '=============================================='
           MOVE SPACES TO REPORT-LINE
           STRING 'LISTING LINES READ:      ' LISTING-LINES-READ
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FILES MEASURED:          ' FILES-MEASURED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FILES WITHOUT FIGURES:   ' FILES-NO-FIGURES
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NEW - NOT PROJECTED:     ' FILES-NEW
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'NOT GROWING:             ' FILES-NOT-GROWING
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'WITHIN THRESHOLD OF FULL:' FILES-NEAR-FULL
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FILE ALERTS RAISED:      ' ALERTS-RAISED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING 'FILE ALERTS CLEARED:     ' ALERTS-CLEARED
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           DISPLAY '=============================================='
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           MOVE LISTING-LINES-READ   TO RUN-LOG-READ
           MOVE HISTORY-ROWS-WRITTEN TO RUN-LOG-WRITTEN
           MOVE FILES-NO-FIGURES     TO RUN-LOG-REJECTED
           .

       COPY RUNLOGP.

       END PROGRAM 'CSVSCAP'.
