      * pending table from REVIEWQ (so a case another underwriter
      * just took disappears on the next ENTER) and carries only
      * the page position and the selected case in the COMMAREA.
      *
      * Each time a case's detail panel is shown, a row goes to the
      * PII access log naming the underwriter and the account (see
      * copy/PIIACCS.cpy).
      ******************************************************************

       IDENTIFICATION DIVISION.

       1 REPORT-LINE               PIC X(80) VALUE ' '.

      * PII access log - see copy/PIIACCS.cpy and the shared
      * WRITE-PII-ACCESS-LOG fragment in copy/PIIACCSP.cpy.
           COPY PIIACCS.

       1 PIILOG-TYPE               PIC X(1)  VALUE 'D'.
       1 PIILOG-ACCOUNT            PIC X(8)  VALUE SPACES.
       1 PIILOG-SHOWN              PIC X(16) VALUE SPACES.
       1 PIILOG-ARGUMENT           PIC X(40) VALUE SPACES.
       1 PIILOG-MATCHES            PIC 9(3)  VALUE 0.
       1 PIILOG-TIE-BREAK          PIC 9(2)  VALUE 0.
       1 PIILOG-RESP               PIC S9(8) COMP.
       1 PIILOG-ABSTIME            PIC S9(15) COMP-3.

       1 COMMAND-RESP              PIC S9(8) COMP.
       1 COMMAND-RESP2             PIC S9(8) COMP.

               PERFORM FIND-LATEST-AUDIT-RECORD
               PERFORM FIND-LATEST-PARM-SNAPSHOT
               PERFORM PLACE-DETAIL-LINES
               MOVE RQ-CUST-NO    TO PIILOG-ACCOUNT
               MOVE 'REVIEW CASE' TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           END-IF
           .


       COPY OPAUTHP.

       COPY PIIACCSP.

       COPY CICSERR.

       END PROGRAM 'UNDWRKST'.
