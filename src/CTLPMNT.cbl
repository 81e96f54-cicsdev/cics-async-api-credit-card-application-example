       1 JRNL-TIE-BREAK          PIC 9(2)  VALUE 0.
       1 JRNL-RESP               PIC S9(8) COMP.
       1 JRNL-ABSTIME            PIC S9(15) COMP-3.
      * A CTLPARM set is wider than one journal image, so it is
      * journalled as two rows - the first 272 bytes under CTLPARM,
      * the rest under CTLPARM2 - cut from these whole-record copies.
       1 PARM-BEFORE-RECORD      PIC X(400) VALUE SPACES.
       1 PARM-AFTER-RECORD       PIC X(400) VALUE SPACES.
       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.

      * The before image is whatever the READ above found - spaces
      * when this is a brand-new set.
           MOVE SPACES TO PARM-BEFORE-RECORD
           IF CTLPARM-RESP = DFHRESP(NORMAL)
               MOVE CTLPARM-RECORD TO PARM-BEFORE-RECORD
           END-IF

           MOVE CS-STAGED-PARMS TO CTLPARM-RECORD

      * A retune of the live thresholds is exactly the change the
      * journal exists for. A parameter set has no account; the
      * set name rides in the account position of the key. The
      * CTLPARM2 row follows under the next tie-break.
           MOVE SPACES         TO PARM-AFTER-RECORD
           MOVE CTLPARM-RECORD TO PARM-AFTER-RECORD
           MOVE CP-PARM-ID     TO JRNL-ACCOUNT

           MOVE PARM-BEFORE-RECORD(1:272) TO JRNL-BEFORE-IMAGE
           MOVE PARM-AFTER-RECORD(1:272)  TO JRNL-AFTER-IMAGE
           MOVE 'CTLPARM '     TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL

           MOVE PARM-BEFORE-RECORD(273:128) TO JRNL-BEFORE-IMAGE
           MOVE PARM-AFTER-RECORD(273:128)  TO JRNL-AFTER-IMAGE
           MOVE 'CTLPARM2'     TO JRNL-FILE-NAME
           PERFORM WRITE-CHANGE-JOURNAL
           .

       BROWSE-PARAMETER-SET.
