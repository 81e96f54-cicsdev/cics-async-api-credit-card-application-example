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
      *  CSKEYSWP
      *
      * Field-protection key retirement sweep. Rotating
      * CP-ACTIVE-CRYPT-KEY on CTLPARM only changes the key NEW PII
      * writes take (see src/CSCRYPT.cbl) - every record written
      * before the rotation still names, and still needs, the key
      * it was protected under. This program finds every record
      * whose ENCRYPT-KEY is a key on the KEYREG register (see
      * copy/KEYREG.cpy) as retired or destroyable, decrypts its
      * protected fields under that key, encrypts them again under
      * the active key and rewrites it:
      *
      *   CUSTMAS   CM-CUST-NAME
      *   CUSTADDR  CA-ADDR-LINE-1 onward (the address block)
      *   CSCACHE   CC-CUSTOMER-NAME and the address block
      *   CUST360   C3-CUSTOMER-NAME and the address block
      *   USRCARD   UC-USER-NAME
      *   TPAUTH    TA-PARTY-NAME through TA-PARTY-POSTCODE (a third
      *             party's name and address)
      *
      * walked in that order, each in key order. Every record read
      * is counted against the key it is left under, and the report
      * gives the records remaining per key per file.
      *
      * The run is restartable: every CHECKPOINT= records the file
      * being swept and the key of the last record finished are
      * written to KEYCKPT (see copy/KEYCKPT.cpy) under the run
      * identifier, and a rerun under the same RUNID= carries on
      * straight after it. A LIMIT= card caps the records
      * re-protected in one run, so a large estate can be worked
      * through a night at a time - the run checkpoints and stops
      * at the limit, and the next night picks up from there.
      *
      * A key is only ever marked destroyable here, on a DESTROY=
      * card, and only when this run was a complete pass from the
      * first record of CUSTMAS to the last of TPAUTH - not a
      * restart, not stopped short - that left nothing at all under
      * the key. Anything else is refused and says why. A complete
      * pass also stores its remaining counts on KEYREG, and puts a
      * destroyable key that somehow still has records back to
      * retired.
      *
      * The KEYSCTL control cards:
      *   RUNID=xxxxxxxx   run identifier (default KEYSWEEP)
      *   RETIRE=kk        put key kk on the register as retired
      *                    before sweeping - refused for the key
      *                    that is active
      *   DESTROY=kk       mark kk destroyable after the sweep, if
      *                    the pass allows it (see above)
      *   LIMIT=nnnnnnn    most records re-protected this run
      *                    (default 0 - no limit)
      *   CHECKPOINT=nnnnn records between checkpoints (default 500)
      *
      * No active key on CTLPARM means there is nothing to
      * re-protect under - the run says so and ends with
      * RETURN-CODE 8, as it does when the register or one of the
      * swept files will not open. RETURN-CODE 4 means the run
      * stopped at its LIMIT, or a RETIRE= or DESTROY= was refused.
      *
      * This is a batch program (no CICS) driven by JCL - see
      * jcl/CSKEYSWP.jcl. The swept files must be closed to CICS
      * while it runs.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSKEYSWP.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
        FILE-CONTROL.
           SELECT CTLPARM ASSIGN TO CTLPARM
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CP-PARM-ID
                  FILE STATUS IS CTLPARM-STATUS.

           SELECT KEYREG ASSIGN TO KEYREG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KR-KEY-ID
                  FILE STATUS IS KEYREG-STATUS.

           SELECT KEYCKPT ASSIGN TO KEYCKPT
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS KC-RUN-ID
                  FILE STATUS IS KEYCKPT-STATUS.

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

           SELECT CSCACHE ASSIGN TO CSCACHE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CC-CACHE-KEY
                  FILE STATUS IS CSCACHE-STATUS.

           SELECT CUST360 ASSIGN TO CUST360
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS C3-CUST-NO
                  FILE STATUS IS CUST360-STATUS.

           SELECT USRCARD ASSIGN TO USRCARD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS UC-USER-CARD-KEY
                  FILE STATUS IS USRCARD-STATUS.

           SELECT TPAUTH ASSIGN TO TPAUTH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TA-AUTHORITY-KEY
                  FILE STATUS IS TPAUTH-STATUS.

           SELECT CONTROL-CARDS ASSIGN TO KEYSCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS KEYSCTL-STATUS.

           SELECT RUNLOG ASSIGN TO RUNLOG
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS RL-RUN-KEY
                  FILE STATUS IS RUNLOG-STATUS.

       DATA DIVISION.
        FILE SECTION.
        FD  CTLPARM.
           COPY CTLPARM.

        FD  KEYREG.
           COPY KEYREG.

        FD  KEYCKPT.
           COPY KEYCKPT.

        FD  CUSTMAS.
           COPY CUSTMAS.

        FD  CUSTADDR.
           COPY CUSTADDR.

        FD  CSCACHE.
           COPY CSCACHE.

        FD  CUST360.
           COPY CUST360.

        FD  USRCARD.
           COPY USRCARD.

        FD  TPAUTH.
           COPY TPAUTH.

        FD  CONTROL-CARDS.
        01  CONTROL-CARD-RECORD     PIC X(80).

        FD  RUNLOG.
           COPY RUNLOG.

        WORKING-STORAGE SECTION.

      * Batch run log - see copy/RUNLOG.cpy and the shared
      * START-RUN-LOG/WRITE-RUN-LOG fragment in
      * copy/RUNLOGP.cpy.
       1 RUNLOG-STATUS            PIC X(2) VALUE '00'.
       1 RUN-LOG-JOB              PIC X(8) VALUE 'CSKEYSWP'.
       1 RUN-LOG-STEP             PIC X(8) VALUE 'STEP1   '.
       1 RUN-LOG-PROGRAM          PIC X(8) VALUE 'CSKEYSWP'.
       1 RUN-LOG-START-DATE       PIC X(8) VALUE SPACES.
       1 RUN-LOG-START-TIME       PIC X(8) VALUE SPACES.
       1 RUN-LOG-READ             PIC 9(9) VALUE 0.
       1 RUN-LOG-WRITTEN          PIC 9(9) VALUE 0.
       1 RUN-LOG-REJECTED         PIC 9(9) VALUE 0.

       1 CTLPARM-STATUS            PIC X(2) VALUE '00'.
       1 KEYREG-STATUS             PIC X(2) VALUE '00'.
       1 KEYCKPT-STATUS            PIC X(2) VALUE '00'.
       1 CUSTMAS-STATUS            PIC X(2) VALUE '00'.
       1 CUSTADDR-STATUS           PIC X(2) VALUE '00'.
       1 CSCACHE-STATUS            PIC X(2) VALUE '00'.
       1 CUST360-STATUS            PIC X(2) VALUE '00'.
       1 USRCARD-STATUS            PIC X(2) VALUE '00'.
       1 TPAUTH-STATUS             PIC X(2) VALUE '00'.
       1 KEYSCTL-STATUS            PIC X(2) VALUE '00'.
       1 END-OF-CONTROL-CARDS      PIC X(1) VALUE 'N'.
       1 END-OF-REGISTER           PIC X(1) VALUE 'N'.
       1 END-OF-SWEPT-FILE         PIC X(1) VALUE 'N'.

       1 RUN-DATE                  PIC X(8) VALUE SPACES.

      * Field-level PII protection - see src/CSCRYPT.cbl. The active
      * key comes off CTLPARM; blank means there is nothing to
      * re-protect under.
       1 CRYPT-ENCRYPT            PIC X(1) VALUE 'E'.
       1 CRYPT-DECRYPT            PIC X(1) VALUE 'D'.
       1 CRYPT-FIELD-LEN          PIC S9(4) COMP VALUE 0.
       1 ACTIVE-CRYPT-KEY         PIC X(2) VALUE SPACES.

      * From the KEYSCTL cards.
       1 RUN-ID                    PIC X(8) VALUE 'KEYSWEEP'.
       1 RETIRE-KEY-ID             PIC X(2) VALUE SPACES.
       1 DESTROY-KEY-ID            PIC X(2) VALUE SPACES.
       1 REPROTECT-LIMIT           PIC 9(7) VALUE 0.
       1 CHECKPOINT-INTERVAL       PIC 9(5) VALUE 500.

      * Where this run starts, and how it ended.
       1 START-FILE-NO             PIC 9(1) VALUE 1.
       1 FILE-NO                   PIC 9(1) VALUE 1.
       1 LAST-DONE-KEY             PIC X(16) VALUE LOW-VALUES.
       1 PASS-START-DATE           PIC X(8) VALUE SPACES.
       1 RESTARTED-RUN             PIC X(1) VALUE 'N'.
       1 STOP-SWEEP                PIC X(1) VALUE 'N'.
       1 LIMIT-REACHED             PIC X(1) VALUE 'N'.
       1 FILE-FAILED               PIC X(1) VALUE 'N'.
       1 PASS-COMPLETE             PIC X(1) VALUE 'N'.
       1 FULL-PASS                 PIC X(1) VALUE 'N'.
       1 RECORDS-SINCE-CHECKPOINT  PIC 9(5) VALUE 0.
       1 REPROTECTED-THIS-RUN      PIC 9(9) VALUE 0.
       1 REPROTECTED-THIS-PASS     PIC 9(9) VALUE 0.

      * The record in hand, whichever file it came from.
       1 CURRENT-RECORD-KEY        PIC X(16) VALUE SPACES.
       1 RECORD-KEY-ID             PIC X(2) VALUE SPACES.
       1 REPROTECT-WANTED          PIC X(1) VALUE 'N'.
       1 REPROTECT-DONE            PIC X(1) VALUE 'N'.
       1 SWEPT-FILE-STATUS         PIC X(2) VALUE '00'.

       1 SWEPT-FILE-NAMES-G.
         2 FILLER                  PIC X(8) VALUE 'CUSTMAS '.
         2 FILLER                  PIC X(8) VALUE 'CUSTADDR'.
         2 FILLER                  PIC X(8) VALUE 'CSCACHE '.
         2 FILLER                  PIC X(8) VALUE 'CUST360 '.
         2 FILLER                  PIC X(8) VALUE 'USRCARD '.
         2 FILLER                  PIC X(8) VALUE 'TPAUTH  '.
       1 SWEPT-FILE-NAMES REDEFINES SWEPT-FILE-NAMES-G.
         2 SWEPT-FILE-NAME         PIC X(8) OCCURS 6.

       1 FILE-TOTALS.
         2 FILE-TOTAL              OCCURS 6.
           3 FT-READ               PIC 9(9).
           3 FT-REPROTECTED        PIC 9(9).
           3 FT-REWRITE-FAILED     PIC 9(9).

      * Every key met this run - the active key, each key on the
      * register, cleartext (a blank key) and any key that is on
      * records but not on the register - with the records left
      * under it in each file.
      *   KT-KEY-STATUS  A active, R retired, D destroyable,
      *                  C cleartext, U unregistered
       1 KEY-TABLE.
         2 KEY-ENTRY               OCCURS 30.
           3 KT-KEY-ID             PIC X(2).
           3 KT-KEY-STATUS         PIC X(1).
           3 KT-FOUND              PIC 9(9).
           3 KT-LEFT               PIC 9(9) OCCURS 6.
       1 KEY-COUNT                 PIC S9(4) COMP VALUE 0.
       1 KEY-IX                    PIC S9(4) COMP VALUE 0.
       1 FOUND-KEY-IX              PIC S9(4) COMP VALUE 0.
       1 FILE-IX                   PIC S9(4) COMP VALUE 0.
       1 TABLE-FULL                PIC X(1) VALUE 'N'.
       1 KEY-LEFT-TOTAL            PIC 9(9) VALUE 0.

       1 KEY-TEXT                  PIC X(7) VALUE SPACES.
       1 KEY-STATUS-TEXT           PIC X(12) VALUE SPACES.
       1 COUNT-EDIT                PIC ZZZZZZZZ9.
       1 COUNT-EDIT-2              PIC ZZZZZZZZ9.
       1 COUNT-EDIT-3              PIC ZZZZZZZZ9.
       1 COUNT-EDIT-4              PIC ZZZZZZZZ9.
       1 COUNT-EDIT-5              PIC ZZZZZZZZ9.
       1 COUNT-EDIT-6              PIC ZZZZZZZZ9.

       1 REPORT-LINE               PIC X(100).

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           PERFORM START-RUN-LOG

           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO PASS-START-DATE

           PERFORM READ-CONTROL-CARDS
           PERFORM READ-ACTIVE-CRYPT-KEY

           INITIALIZE FILE-TOTALS
           INITIALIZE KEY-TABLE

           IF ACTIVE-CRYPT-KEY = SPACES
               DISPLAY 'NO ACTIVE KEY ON CTLPARM - NOTHING TO '
                       'RE-PROTECT UNDER'
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O KEYREG
               IF KEYREG-STATUS NOT = '00'
                   DISPLAY 'KEYREG REGISTER WILL NOT OPEN - STATUS '
                           KEYREG-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM SWEEP-FOR-RETIRED-KEYS
                   CLOSE KEYREG
               END-IF
           END-IF

           PERFORM WRITE-RUN-LOG
           STOP RUN
           .

       SWEEP-FOR-RETIRED-KEYS.
           IF RETIRE-KEY-ID NOT = SPACES
               PERFORM RETIRE-A-KEY
           END-IF

           PERFORM LOAD-KEY-TABLE
           PERFORM READ-CHECKPOINT

           PERFORM SWEEP-ONE-FILE
               VARYING FILE-NO FROM START-FILE-NO BY 1
               UNTIL FILE-NO > 6
                  OR STOP-SWEEP = 'Y'

           IF STOP-SWEEP = 'N'
               MOVE 'Y' TO PASS-COMPLETE
               PERFORM CLEAR-CHECKPOINT
               IF RESTARTED-RUN = 'N'
                  AND TABLE-FULL = 'N'
                   MOVE 'Y' TO FULL-PASS
                   PERFORM STORE-REMAINING-COUNTS
               END-IF
           END-IF

           PERFORM PRINT-SWEEP-REPORT

           IF DESTROY-KEY-ID NOT = SPACES
               PERFORM DESTROY-A-KEY
           END-IF

           EVALUATE TRUE
               WHEN FILE-FAILED = 'Y'
               WHEN TABLE-FULL = 'Y'
                   MOVE 8 TO RETURN-CODE
               WHEN LIMIT-REACHED = 'Y'
                AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      * The active protection key for PII writes - blank (or no
      * CTLPARM record) means new writes are cleartext.
       READ-ACTIVE-CRYPT-KEY.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           OPEN INPUT CTLPARM

           READ CTLPARM
               KEY IS CP-PARM-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF CTLPARM-STATUS = '00'
               MOVE CP-ACTIVE-CRYPT-KEY TO ACTIVE-CRYPT-KEY
           END-IF

           CLOSE CTLPARM
           .

       READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS

           IF KEYSCTL-STATUS = '00'
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

           IF KEYSCTL-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-CONTROL-CARDS
           END-IF
           .

       APPLY-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CONTROL-CARD-RECORD(1:6) = 'RUNID='
                AND CONTROL-CARD-RECORD(7:8) NOT = SPACES
                   MOVE CONTROL-CARD-RECORD(7:8) TO RUN-ID
               WHEN CONTROL-CARD-RECORD(1:7) = 'RETIRE='
                AND CONTROL-CARD-RECORD(8:2) NOT = SPACES
                   MOVE CONTROL-CARD-RECORD(8:2) TO RETIRE-KEY-ID
               WHEN CONTROL-CARD-RECORD(1:8) = 'DESTROY='
                AND CONTROL-CARD-RECORD(9:2) NOT = SPACES
                   MOVE CONTROL-CARD-RECORD(9:2) TO DESTROY-KEY-ID
               WHEN CONTROL-CARD-RECORD(1:6) = 'LIMIT='
                AND CONTROL-CARD-RECORD(7:7) IS NUMERIC
                   MOVE CONTROL-CARD-RECORD(7:7) TO REPROTECT-LIMIT
               WHEN CONTROL-CARD-RECORD(1:11) = 'CHECKPOINT='
                AND CONTROL-CARD-RECORD(12:5) IS NUMERIC
                AND CONTROL-CARD-RECORD(12:5) NOT = '00000'
                   MOVE CONTROL-CARD-RECORD(12:5)
                     TO CHECKPOINT-INTERVAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM READ-NEXT-CONTROL-CARD
           .

      ******************************************************************
      * The register - putting a key on it, and tabling what is on
      * it.
      ******************************************************************
      * New writes still go out under the active key, so it can
      * never be retired - rotate CP-ACTIVE-CRYPT-KEY first.
       RETIRE-A-KEY.
           IF RETIRE-KEY-ID = ACTIVE-CRYPT-KEY
               DISPLAY 'RETIRE=' RETIRE-KEY-ID ' REFUSED - IT IS THE '
                       'ACTIVE KEY'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE RETIRE-KEY-ID TO KR-KEY-ID
               READ KEYREG
                   KEY IS KR-KEY-ID
                   INVALID KEY
                       CONTINUE
               END-READ

               EVALUATE TRUE
                   WHEN KEYREG-STATUS = '00'
                       DISPLAY 'RETIRE=' RETIRE-KEY-ID
                               ' - ALREADY ON THE REGISTER'
                   WHEN OTHER
                       MOVE SPACES        TO KEYREG-RECORD
                       MOVE RETIRE-KEY-ID TO KR-KEY-ID
                       MOVE 'R'           TO KR-KEY-STATUS
                       MOVE RUN-DATE      TO KR-RETIRED-DATE
                       MOVE ZERO          TO KR-LEFT-CUSTMAS
                                             KR-LEFT-CUSTADDR
                                             KR-LEFT-CSCACHE
                                             KR-LEFT-CUST360
                                             KR-LEFT-USRCARD
                                             KR-LEFT-TPAUTH
                       WRITE KEYREG-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF KEYREG-STATUS = '00'
                           DISPLAY 'RETIRE=' RETIRE-KEY-ID
                                   ' - KEY RETIRED'
                       ELSE
                           DISPLAY 'RETIRE=' RETIRE-KEY-ID
                                   ' - KEYREG WRITE FAILED - STATUS '
                                   KEYREG-STATUS
                           MOVE 4 TO RETURN-CODE
                       END-IF
               END-EVALUATE
           END-IF
           .

      * The active key first, then every key on the register.
       LOAD-KEY-TABLE.
           MOVE ACTIVE-CRYPT-KEY TO RECORD-KEY-ID
           PERFORM FIND-KEY-ENTRY

           MOVE 'N'        TO END-OF-REGISTER
           MOVE LOW-VALUES TO KR-KEY-ID

           START KEYREG KEY >= KR-KEY-ID
               INVALID KEY
                   MOVE 'Y' TO END-OF-REGISTER
           END-START

           IF KEYREG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-REGISTER
           END-IF

           PERFORM TABLE-NEXT-REGISTERED-KEY
               UNTIL END-OF-REGISTER = 'Y'
           .

       TABLE-NEXT-REGISTERED-KEY.
           READ KEYREG NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-REGISTER
           END-READ

           IF KEYREG-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-REGISTER
           ELSE
               IF KR-KEY-ID NOT = ACTIVE-CRYPT-KEY
                   MOVE KR-KEY-ID TO RECORD-KEY-ID
                   PERFORM FIND-KEY-ENTRY
                   IF KEY-IX > 0
                       MOVE KR-KEY-STATUS TO KT-KEY-STATUS(KEY-IX)
                   END-IF
               END-IF
           END-IF
           .

      * KEY-IX to the table entry for RECORD-KEY-ID, adding one the
      * first time a key is met; zero when the table is full.
       FIND-KEY-ENTRY.
           MOVE 0 TO FOUND-KEY-IX
           PERFORM MATCH-KEY-ENTRY
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > KEY-COUNT
                  OR FOUND-KEY-IX > 0

           EVALUATE TRUE
               WHEN FOUND-KEY-IX > 0
                   MOVE FOUND-KEY-IX TO KEY-IX
               WHEN KEY-COUNT >= 30
                   MOVE 'Y' TO TABLE-FULL
                   MOVE 0   TO KEY-IX
               WHEN OTHER
                   ADD 1 TO KEY-COUNT
                   MOVE KEY-COUNT     TO KEY-IX
                   MOVE RECORD-KEY-ID TO KT-KEY-ID(KEY-IX)
                   EVALUATE TRUE
                       WHEN RECORD-KEY-ID = SPACES
                           MOVE 'C' TO KT-KEY-STATUS(KEY-IX)
                       WHEN RECORD-KEY-ID = ACTIVE-CRYPT-KEY
                           MOVE 'A' TO KT-KEY-STATUS(KEY-IX)
                       WHEN OTHER
                           MOVE 'U' TO KT-KEY-STATUS(KEY-IX)
                   END-EVALUATE
           END-EVALUATE
           .

       MATCH-KEY-ENTRY.
           IF KT-KEY-ID(KEY-IX) = RECORD-KEY-ID
               MOVE KEY-IX TO FOUND-KEY-IX
           END-IF
           .

      ******************************************************************
      * Restart checkpoint - one KEYCKPT row per RUN-ID, the same
      * way CSOVNT keeps OVCKPT.
      ******************************************************************
      * A row still pointing into the files means the last run
      * under this RUN-ID did not finish its pass - carry on after
      * the last record it finished.
       READ-CHECKPOINT.
           MOVE RUN-ID TO KC-RUN-ID

           OPEN INPUT KEYCKPT

           READ KEYCKPT
               KEY IS KC-RUN-ID
               INVALID KEY
                   CONTINUE
           END-READ

           IF KEYCKPT-STATUS = '00'
              AND KC-FILE-NO > 0
              AND KC-FILE-NO <= 6
               MOVE 'Y'                TO RESTARTED-RUN
               MOVE KC-FILE-NO         TO START-FILE-NO
               MOVE KC-LAST-KEY        TO LAST-DONE-KEY
               MOVE KC-REPROTECTED     TO REPROTECTED-THIS-PASS
               MOVE KC-PASS-START-DATE TO PASS-START-DATE
           END-IF

           CLOSE KEYCKPT
           .

       WRITE-CHECKPOINT.
           MOVE RUN-ID                TO KC-RUN-ID
           MOVE FILE-NO               TO KC-FILE-NO
           MOVE LAST-DONE-KEY         TO KC-LAST-KEY
           MOVE REPROTECTED-THIS-PASS TO KC-REPROTECTED
           MOVE PASS-START-DATE       TO KC-PASS-START-DATE

           ACCEPT KC-CHECKPOINT-DATE FROM DATE YYYYMMDD
           ACCEPT KC-CHECKPOINT-TIME FROM TIME

           OPEN I-O KEYCKPT

           REWRITE KEYCKPT-RECORD
               INVALID KEY
                   WRITE KEYCKPT-RECORD
           END-REWRITE

           CLOSE KEYCKPT

           MOVE 0 TO RECORDS-SINCE-CHECKPOINT
           .

      * The pass is done - the next run under this RUN-ID starts a
      * new one from the first record of CUSTMAS.
       CLEAR-CHECKPOINT.
           MOVE 0          TO FILE-NO
           MOVE LOW-VALUES TO LAST-DONE-KEY
           MOVE 0          TO REPROTECTED-THIS-PASS
           PERFORM WRITE-CHECKPOINT
           .

      ******************************************************************
      * The sweep - one file at a time, in key order.
      ******************************************************************
       SWEEP-ONE-FILE.
           MOVE 'N' TO END-OF-SWEPT-FILE

           EVALUATE FILE-NO
               WHEN 1
                   PERFORM SWEEP-CUSTMAS
               WHEN 2
                   PERFORM SWEEP-CUSTADDR
               WHEN 3
                   PERFORM SWEEP-CSCACHE
               WHEN 4
                   PERFORM SWEEP-CUST360
               WHEN 5
                   PERFORM SWEEP-USRCARD
               WHEN 6
                   PERFORM SWEEP-TPAUTH
           END-EVALUATE

      * Finished with this file - a restart goes straight to the
      * start of the next one.
           IF STOP-SWEEP = 'N'
              AND FILE-NO < 6
               ADD 1 TO FILE-NO
               MOVE LOW-VALUES TO LAST-DONE-KEY
               PERFORM WRITE-CHECKPOINT
               SUBTRACT 1 FROM FILE-NO
           END-IF
           .

      * A swept file that will not open stops the run where it
      * stands, checkpointed, so a rerun tries it again.
       SWEPT-FILE-WILL-NOT-OPEN.
           DISPLAY SWEPT-FILE-NAME(FILE-NO)
                   ' WILL NOT OPEN - SWEEP STOPPED'
           MOVE 'Y' TO FILE-FAILED
           MOVE 'Y' TO STOP-SWEEP
           PERFORM WRITE-CHECKPOINT
           .

       SWEEP-CUSTMAS.
           OPEN I-O CUSTMAS

           IF CUSTMAS-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:8) TO CM-CUST-NO
               IF LAST-DONE-KEY = LOW-VALUES
                   START CUSTMAS KEY >= CM-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START CUSTMAS KEY > CM-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-CUSTMAS
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE CUSTMAS
           END-IF
           .

       TAKE-NEXT-CUSTMAS.
           READ CUSTMAS NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF CUSTMAS-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE CM-CUST-NO     TO CURRENT-RECORD-KEY
               MOVE CM-ENCRYPT-KEY TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-CUSTMAS
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-CUSTMAS.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CM-ENCRYPT-KEY
               CM-CUST-NAME CRYPT-FIELD-LEN
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               CM-CUST-NAME CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO CM-ENCRYPT-KEY

           REWRITE CUSTMAS-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CUSTMAS-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE CUSTMAS-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

       SWEEP-CUSTADDR.
           OPEN I-O CUSTADDR

           IF CUSTADDR-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:8) TO CA-CUST-NO
               IF LAST-DONE-KEY = LOW-VALUES
                   START CUSTADDR KEY >= CA-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START CUSTADDR KEY > CA-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-CUSTADDR
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE CUSTADDR
           END-IF
           .

       TAKE-NEXT-CUSTADDR.
           READ CUSTADDR NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF CUSTADDR-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE CA-CUST-NO     TO CURRENT-RECORD-KEY
               MOVE CA-ENCRYPT-KEY TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-CUSTADDR
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-CUSTADDR.
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
               CA-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               CA-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO CA-ENCRYPT-KEY

           REWRITE CA-CUSTADDR-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CUSTADDR-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE CUSTADDR-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

       SWEEP-CSCACHE.
           OPEN I-O CSCACHE

           IF CSCACHE-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:9) TO CC-CACHE-KEY
               IF LAST-DONE-KEY = LOW-VALUES
                   START CSCACHE KEY >= CC-CACHE-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START CSCACHE KEY > CC-CACHE-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-CSCACHE
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE CSCACHE
           END-IF
           .

       TAKE-NEXT-CSCACHE.
           READ CSCACHE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF CSCACHE-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE CC-CACHE-KEY   TO CURRENT-RECORD-KEY
               MOVE CC-ENCRYPT-KEY TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-CSCACHE
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-CSCACHE.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               CC-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT CC-ENCRYPT-KEY
               CC-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               CC-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               CC-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO CC-ENCRYPT-KEY

           REWRITE CSCACHE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CSCACHE-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE CSCACHE-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

       SWEEP-CUST360.
           OPEN I-O CUST360

           IF CUST360-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:8) TO C3-CUST-NO
               IF LAST-DONE-KEY = LOW-VALUES
                   START CUST360 KEY >= C3-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START CUST360 KEY > C3-CUST-NO
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-CUST360
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE CUST360
           END-IF
           .

       TAKE-NEXT-CUST360.
           READ CUST360 NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF CUST360-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE C3-CUST-NO     TO CURRENT-RECORD-KEY
               MOVE C3-ENCRYPT-KEY TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-CUST360
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-CUST360.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT C3-ENCRYPT-KEY
               C3-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT C3-ENCRYPT-KEY
               C3-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               C3-CUSTOMER-NAME CRYPT-FIELD-LEN
           MOVE 140 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               C3-ADDR-LINE-1 CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO C3-ENCRYPT-KEY

           REWRITE CUST360-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF CUST360-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE CUST360-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

       SWEEP-USRCARD.
           OPEN I-O USRCARD

           IF USRCARD-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:10) TO UC-USER-CARD-KEY
               IF LAST-DONE-KEY = LOW-VALUES
                   START USRCARD KEY >= UC-USER-CARD-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START USRCARD KEY > UC-USER-CARD-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-USRCARD
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE USRCARD
           END-IF
           .

       TAKE-NEXT-USRCARD.
           READ USRCARD NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF USRCARD-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE UC-USER-CARD-KEY TO CURRENT-RECORD-KEY
               MOVE UC-ENCRYPT-KEY   TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-USRCARD
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-USRCARD.
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT UC-ENCRYPT-KEY
               UC-USER-NAME CRYPT-FIELD-LEN
           MOVE 80 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               UC-USER-NAME CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO UC-ENCRYPT-KEY

           REWRITE USRCARD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF USRCARD-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE USRCARD-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

       SWEEP-TPAUTH.
           OPEN I-O TPAUTH

           IF TPAUTH-STATUS NOT = '00'
               PERFORM SWEPT-FILE-WILL-NOT-OPEN
           ELSE
               MOVE LAST-DONE-KEY(1:10) TO TA-AUTHORITY-KEY
               IF LAST-DONE-KEY = LOW-VALUES
                   START TPAUTH KEY >= TA-AUTHORITY-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               ELSE
                   START TPAUTH KEY > TA-AUTHORITY-KEY
                       INVALID KEY
                           MOVE 'Y' TO END-OF-SWEPT-FILE
                   END-START
               END-IF

               PERFORM TAKE-NEXT-TPAUTH
                   UNTIL END-OF-SWEPT-FILE = 'Y'
                      OR STOP-SWEEP = 'Y'

               CLOSE TPAUTH
           END-IF
           .

       TAKE-NEXT-TPAUTH.
           READ TPAUTH NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-SWEPT-FILE
           END-READ

           IF TPAUTH-STATUS NOT = '00'
               MOVE 'Y' TO END-OF-SWEPT-FILE
           ELSE
               MOVE TA-AUTHORITY-KEY TO CURRENT-RECORD-KEY
               MOVE TA-ENCRYPT-KEY   TO RECORD-KEY-ID
               PERFORM DECIDE-REPROTECT
               IF REPROTECT-WANTED = 'Y'
                   PERFORM REPROTECT-TPAUTH
               END-IF
               IF STOP-SWEEP = 'N'
                   PERFORM NOTE-SWEPT-RECORD
               END-IF
           END-IF
           .

       REPROTECT-TPAUTH.
           MOVE 110 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-DECRYPT TA-ENCRYPT-KEY
               TA-PARTY-DETAILS CRYPT-FIELD-LEN
           MOVE 110 TO CRYPT-FIELD-LEN
           CALL 'CSCRYPT' USING CRYPT-ENCRYPT ACTIVE-CRYPT-KEY
               TA-PARTY-DETAILS CRYPT-FIELD-LEN
           MOVE ACTIVE-CRYPT-KEY TO TA-ENCRYPT-KEY

           REWRITE TPAUTH-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE

           IF TPAUTH-STATUS = '00'
               MOVE 'Y' TO REPROTECT-DONE
           ELSE
               MOVE TPAUTH-STATUS TO SWEPT-FILE-STATUS
               PERFORM NOTE-REWRITE-FAILED
           END-IF
           .

      ******************************************************************
      * Common to every swept record.
      ******************************************************************
      * A record under a retired or destroyable key is re-protected
      * - unless the run has used up its LIMIT, in which case the
      * sweep stops here, before this record, and checkpoints so the
      * next run starts with it.
       DECIDE-REPROTECT.
           MOVE 'N' TO REPROTECT-WANTED
           MOVE 'N' TO REPROTECT-DONE

           PERFORM FIND-KEY-ENTRY

           IF KEY-IX > 0
               IF KT-KEY-STATUS(KEY-IX) = 'R'
                  OR KT-KEY-STATUS(KEY-IX) = 'D'
                   IF REPROTECT-LIMIT > 0
                      AND REPROTECTED-THIS-RUN >= REPROTECT-LIMIT
                       MOVE 'Y' TO LIMIT-REACHED
                       MOVE 'Y' TO STOP-SWEEP
                       PERFORM WRITE-CHECKPOINT
                   ELSE
                       ADD 1 TO KT-FOUND(KEY-IX)
                       MOVE 'Y' TO REPROTECT-WANTED
                   END-IF
               END-IF
           END-IF
           .

       NOTE-REWRITE-FAILED.
           ADD 1 TO FT-REWRITE-FAILED(FILE-NO)
           DISPLAY SWEPT-FILE-NAME(FILE-NO) ' REWRITE FAILED - '
                   CURRENT-RECORD-KEY ' STATUS ' SWEPT-FILE-STATUS
           .

      * Count the record against the key it is now under, and
      * checkpoint when one is due.
       NOTE-SWEPT-RECORD.
           ADD 1 TO FT-READ(FILE-NO)

           IF REPROTECT-DONE = 'Y'
               ADD 1 TO FT-REPROTECTED(FILE-NO)
               ADD 1 TO REPROTECTED-THIS-RUN
               ADD 1 TO REPROTECTED-THIS-PASS
               MOVE ACTIVE-CRYPT-KEY TO RECORD-KEY-ID
               PERFORM FIND-KEY-ENTRY
           END-IF

           IF KEY-IX > 0
               ADD 1 TO KT-LEFT(KEY-IX, FILE-NO)
           END-IF

           MOVE CURRENT-RECORD-KEY TO LAST-DONE-KEY
           ADD 1 TO RECORDS-SINCE-CHECKPOINT

           IF RECORDS-SINCE-CHECKPOINT >= CHECKPOINT-INTERVAL
               PERFORM WRITE-CHECKPOINT
           END-IF
           .

      ******************************************************************
      * After the sweep.
      ******************************************************************
      * Only a complete pass from the first record knows what is
      * left under each key - store it on the register, and put
      * back to retired any destroyable key that still has records.
       STORE-REMAINING-COUNTS.
           PERFORM STORE-ONE-KEY-COUNT
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > KEY-COUNT
           .

       STORE-ONE-KEY-COUNT.
           IF KT-KEY-STATUS(KEY-IX) = 'R'
              OR KT-KEY-STATUS(KEY-IX) = 'D'
               MOVE KT-KEY-ID(KEY-IX) TO KR-KEY-ID
               READ KEYREG
                   KEY IS KR-KEY-ID
                   INVALID KEY
                       CONTINUE
               END-READ

               IF KEYREG-STATUS = '00'
                   PERFORM TOTAL-KEY-LEFT
                   PERFORM COPY-KEY-LEFT-COUNT
                       VARYING FILE-IX FROM 1 BY 1
                       UNTIL FILE-IX > 6
                   MOVE RUN-DATE TO KR-LAST-COUNT-DATE

                   IF KR-KEY-DESTROYABLE
                      AND KEY-LEFT-TOTAL > 0
                       MOVE 'R'    TO KR-KEY-STATUS
                       MOVE SPACES TO KR-DESTROYABLE-DATE
                       MOVE 'R'    TO KT-KEY-STATUS(KEY-IX)
                       DISPLAY 'KEY ' KR-KEY-ID ' WAS DESTROYABLE BUT '
                               'RECORDS STILL USE IT - BACK TO RETIRED'
                   END-IF

                   REWRITE KEYREG-RECORD
                       INVALID KEY
                           DISPLAY 'KEYREG REWRITE FAILED - '
                                   KR-KEY-ID ' STATUS ' KEYREG-STATUS
                   END-REWRITE
               END-IF
           END-IF
           .

       COPY-KEY-LEFT-COUNT.
           MOVE KT-LEFT(KEY-IX, FILE-IX) TO KR-LEFT-COUNT(FILE-IX)
           .

       TOTAL-KEY-LEFT.
           MOVE 0 TO KEY-LEFT-TOTAL
           PERFORM ADD-KEY-LEFT-COUNT
               VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > 6
           .

       ADD-KEY-LEFT-COUNT.
           ADD KT-LEFT(KEY-IX, FILE-IX) TO KEY-LEFT-TOTAL
           .

      * Destroyable only on a complete, from-the-start pass that
      * left nothing at all under the key, in any file.
       DESTROY-A-KEY.
           DISPLAY ' '

           MOVE DESTROY-KEY-ID TO KR-KEY-ID
           READ KEYREG
               KEY IS KR-KEY-ID
               INVALID KEY
                   CONTINUE
           END-READ

           MOVE DESTROY-KEY-ID TO RECORD-KEY-ID
           PERFORM FIND-KEY-ENTRY
           IF KEY-IX > 0
               PERFORM TOTAL-KEY-LEFT
           ELSE
               MOVE 1 TO KEY-LEFT-TOTAL
           END-IF

           EVALUATE TRUE
               WHEN KEYREG-STATUS NOT = '00'
                   DISPLAY 'DESTROY=' DESTROY-KEY-ID ' REFUSED - '
                           'KEY IS NOT ON THE REGISTER'
                   MOVE 4 TO RETURN-CODE
               WHEN KR-KEY-DESTROYABLE
                   DISPLAY 'DESTROY=' DESTROY-KEY-ID ' - ALREADY '
                           'DESTROYABLE SINCE ' KR-DESTROYABLE-DATE
               WHEN FULL-PASS = 'N'
                   DISPLAY 'DESTROY=' DESTROY-KEY-ID ' REFUSED - '
                           'THIS RUN WAS NOT A COMPLETE PASS'
                   MOVE 4 TO RETURN-CODE
               WHEN KEY-LEFT-TOTAL > 0
                   MOVE KEY-LEFT-TOTAL TO COUNT-EDIT
                   DISPLAY 'DESTROY=' DESTROY-KEY-ID ' REFUSED - '
                           COUNT-EDIT ' RECORDS STILL USE IT'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'D'      TO KR-KEY-STATUS
                   MOVE RUN-DATE TO KR-DESTROYABLE-DATE
                   REWRITE KEYREG-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF KEYREG-STATUS = '00'
                       DISPLAY 'DESTROY=' DESTROY-KEY-ID ' - NO RECORD '
                               'USES THE KEY - MARKED DESTROYABLE'
                   ELSE
                       DISPLAY 'DESTROY=' DESTROY-KEY-ID ' - KEYREG '
                               'REWRITE FAILED - STATUS ' KEYREG-STATUS
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .

      ******************************************************************
      * The report.
      ******************************************************************
       PRINT-SWEEP-REPORT.
           DISPLAY '=============================================='
           DISPLAY 'KEY RETIREMENT SWEEP - RUN ' RUN-ID
                   ' ON ' RUN-DATE
           DISPLAY 'ACTIVE KEY           : ' ACTIVE-CRYPT-KEY
           DISPLAY 'PASS STARTED         : ' PASS-START-DATE
           IF RESTARTED-RUN = 'Y'
               DISPLAY 'RESTARTED AT         : '
                       SWEPT-FILE-NAME(START-FILE-NO)
           END-IF
           EVALUATE TRUE
               WHEN FULL-PASS = 'Y'
                   DISPLAY 'PASS                 : COMPLETE'
               WHEN PASS-COMPLETE = 'Y'
                   DISPLAY 'PASS                 : COMPLETE (RESTARTED)'
               WHEN LIMIT-REACHED = 'Y'
                   DISPLAY 'PASS                 : STOPPED AT LIMIT'
               WHEN OTHER
                   DISPLAY 'PASS                 : STOPPED'
           END-EVALUATE
           MOVE REPROTECTED-THIS-RUN TO COUNT-EDIT
           DISPLAY 'RE-PROTECTED THIS RUN: ' COUNT-EDIT
           MOVE REPROTECTED-THIS-PASS TO COUNT-EDIT
           DISPLAY 'RE-PROTECTED IN PASS : ' COUNT-EDIT

           DISPLAY ' '
           DISPLAY 'FILE            READ RE-PROTECT  RW-FAILED'
           PERFORM PRINT-FILE-LINE
               VARYING FILE-IX FROM 1 BY 1
               UNTIL FILE-IX > 6

           DISPLAY ' '
           DISPLAY 'RECORDS REMAINING BY KEY'
           DISPLAY 'KEY     STATUS         CUSTMAS  CUSTADDR   CSCACHE'
                   '   CUST360   USRCARD    TPAUTH'
           PERFORM PRINT-KEY-LINE
               VARYING KEY-IX FROM 1 BY 1
               UNTIL KEY-IX > KEY-COUNT

           IF FULL-PASS = 'N'
               DISPLAY ' '
               DISPLAY 'COUNTS COVER ONLY THE RECORDS READ THIS RUN -'
               DISPLAY 'ONLY A COMPLETE PASS GIVES THE WHOLE PICTURE'
           END-IF
           IF TABLE-FULL = 'Y'
               DISPLAY 'MORE THAN 30 KEYS MET - COUNTS INCOMPLETE'
           END-IF
           DISPLAY '=============================================='
           .

       PRINT-FILE-LINE.
           MOVE FT-READ(FILE-IX)           TO COUNT-EDIT
           MOVE FT-REPROTECTED(FILE-IX)    TO COUNT-EDIT-2
           MOVE FT-REWRITE-FAILED(FILE-IX) TO COUNT-EDIT-3

           MOVE SPACES TO REPORT-LINE
           STRING SWEPT-FILE-NAME(FILE-IX)
                  ' ' COUNT-EDIT
                  '  ' COUNT-EDIT-2
                  '  ' COUNT-EDIT-3
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE
           .

       PRINT-KEY-LINE.
           IF KT-KEY-ID(KEY-IX) = SPACES
               MOVE '(CLEAR)' TO KEY-TEXT
           ELSE
               MOVE KT-KEY-ID(KEY-IX) TO KEY-TEXT
           END-IF

           EVALUATE KT-KEY-STATUS(KEY-IX)
               WHEN 'A'
                   MOVE 'ACTIVE'       TO KEY-STATUS-TEXT
               WHEN 'R'
                   MOVE 'RETIRED'      TO KEY-STATUS-TEXT
               WHEN 'D'
                   MOVE 'DESTROYABLE'  TO KEY-STATUS-TEXT
               WHEN 'C'
                   MOVE 'CLEARTEXT'    TO KEY-STATUS-TEXT
               WHEN OTHER
                   MOVE 'UNREGISTERED' TO KEY-STATUS-TEXT
           END-EVALUATE

           MOVE KT-LEFT(KEY-IX, 1) TO COUNT-EDIT
           MOVE KT-LEFT(KEY-IX, 2) TO COUNT-EDIT-2
           MOVE KT-LEFT(KEY-IX, 3) TO COUNT-EDIT-3
           MOVE KT-LEFT(KEY-IX, 4) TO COUNT-EDIT-4
           MOVE KT-LEFT(KEY-IX, 5) TO COUNT-EDIT-5
           MOVE KT-LEFT(KEY-IX, 6) TO COUNT-EDIT-6

           MOVE SPACES TO REPORT-LINE
           STRING KEY-TEXT
                  ' ' KEY-STATUS-TEXT
                  ' ' COUNT-EDIT
                  ' ' COUNT-EDIT-2
                  ' ' COUNT-EDIT-3
                  ' ' COUNT-EDIT-4
                  ' ' COUNT-EDIT-5
                  ' ' COUNT-EDIT-6
               DELIMITED BY SIZE INTO REPORT-LINE
           DISPLAY REPORT-LINE

           IF KT-KEY-STATUS(KEY-IX) = 'D'
              AND KT-FOUND(KEY-IX) > 0
               DISPLAY '        ^ RECORDS FOUND UNDER A DESTROYABLE KEY'
           END-IF
           .

      * The figures this run is logged with on RUNLOG.
       SET-RUN-LOG-COUNTS.
           COMPUTE RUN-LOG-READ =
               FT-READ(1) + FT-READ(2) + FT-READ(3) + FT-READ(4)
                 + FT-READ(5) + FT-READ(6)
           MOVE REPROTECTED-THIS-RUN TO RUN-LOG-WRITTEN
           COMPUTE RUN-LOG-REJECTED =
               FT-REWRITE-FAILED(1) + FT-REWRITE-FAILED(2)
                 + FT-REWRITE-FAILED(3) + FT-REWRITE-FAILED(4)
                 + FT-REWRITE-FAILED(5) + FT-REWRITE-FAILED(6)
           .

       COPY RUNLOGP.

       END PROGRAM 'CSKEYSWP'.
