      * where nnnnnnnn is the eight-digit account number and s is the
      * optional applicant sequence number (defaults to 1, same as
      * ACCA/SCCA - see ASYNCPNT.cbl/SEQPNT.cbl).
      *
      * Showing a customer's decision or bureau snapshot writes a
      * row to the PII access log first - who looked, at which
      * account, and when (see copy/PIIACCS.cpy).
      ******************************************************************

       IDENTIFICATION DIVISION.
      * write - the 'P' option plays the latest one back.
           COPY DECPARM.

      * PAPRFORM holds the paper application forms keyed through
      * PAPK - the 'F' option browses the PAPRPATH alternate index
      * for the latest form behind the application.
           COPY PAPRFORM.

       1 PAPRFORM-RESP           PIC S9(8) COMP.
       1 PAPERFORM-FOUND         PIC X(1) VALUE 'N'.
       1 END-OF-FORM-SCAN        PIC X(1) VALUE 'N'.
       1 FOUND-PAPERFORM         PIC X(400) VALUE SPACES.
       1 FOUND-FORM-STAMP        PIC X(16) VALUE LOW-VALUES.
       1 CANDIDATE-FORM-STAMP    PIC X(16) VALUE SPACES.
       1 FORM-APPL-KEY           PIC X(9) VALUE SPACES.
       1 FORM-HANDLED-BY         PIC X(8) VALUE SPACES.

       1 DECPARM-RESP            PIC S9(8) COMP.
       1 PARMSNAP-FOUND          PIC X(1) VALUE 'N'.
       1 END-OF-PARM-SCAN        PIC X(1) VALUE 'N'.

       1 REPORT-LINE             PIC X(80) VALUE ' '.

      * PII access log - see copy/PIIACCS.cpy and the shared
      * WRITE-PII-ACCESS-LOG fragment in copy/PIIACCSP.cpy.
           COPY PIIACCS.

       1 PIILOG-TYPE             PIC X(1)  VALUE 'D'.
       1 PIILOG-ACCOUNT          PIC X(8)  VALUE SPACES.
       1 PIILOG-SHOWN            PIC X(16) VALUE SPACES.
       1 PIILOG-ARGUMENT         PIC X(40) VALUE SPACES.
       1 PIILOG-MATCHES          PIC 9(3)  VALUE 0.
       1 PIILOG-TIE-BREAK        PIC 9(2)  VALUE 0.
       1 PIILOG-RESP             PIC S9(8) COMP.
       1 PIILOG-ABSTIME          PIC S9(15) COMP-3.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
      * 'ACCQ nnnnnnnn s P' shows the decision parameters in force
      * for the application's most recent run - the answer a
      * challenged decline deserves.
      * 'ACCQ nnnnnnnn s F' shows the paper form the application
      * was keyed from, if it came in on paper - who keyed and who
      * verified it, and what it became.
           EVALUATE OPTION-RAW
               WHEN 'B'
                   PERFORM LOOKUP-BUREAU-SNAPSHOT
               WHEN 'P'
                   PERFORM LOOKUP-PARAMETER-SNAPSHOT
               WHEN 'F'
                   PERFORM LOOKUP-PAPER-FORM
               WHEN OTHER
                   PERFORM LOOKUP-CACHED-APPLICATION
           END-EVALUATE

           IF CSCACHE-RESP = DFHRESP(NORMAL)
               PERFORM BUILD-APPLICATION-REPORT-LINE
               MOVE ACCOUNT-IN        TO PIILOG-ACCOUNT
               MOVE 'CACHED DECISION' TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           ELSE
               STRING 'ACCQ: NO APPLICATION ON FILE FOR ACCOUNT '
                      ACCOUNT-IN
                      ' UNAVAIL ' BS-BUREAU-UNAVAILABLE
                      ' ONFILE ' BS-RECORD-ON-FILE
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE ACCOUNT-IN        TO PIILOG-ACCOUNT
               MOVE 'BUREAU SNAPSHOT' TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           ELSE
               STRING 'ACCQ: NO BUREAU SNAPSHOT FOR ACCOUNT '
                      ACCOUNT-IN
           IF BURSNAP-RESP = DFHRESP(NORMAL)
               IF BS-CUST-NO = ACCOUNT-IN
                  AND BS-APPL-SEQ-NO = APPL-SEQ-NO
      * A CSRECON drift-check pull is not what any decision saw.
                   IF NOT BS-RECON-PULL
                       MOVE 'Y' TO SNAPSHOT-FOUND
                       MOVE BURSNAP-RECORD TO FOUND-SNAPSHOT
                   END-IF
               ELSE
                   MOVE 'Y' TO END-OF-SNAP-SCAN
               END-IF
           END-IF
           .

      * A form re-keyed after a rejection carries the same
      * application key, so the browse keeps the one submitted last
      * (or, if none was, the last one keyed).
       LOOKUP-PAPER-FORM.
           MOVE 'N' TO PAPERFORM-FOUND
           MOVE 'N' TO END-OF-FORM-SCAN
           MOVE LOW-VALUES TO FOUND-FORM-STAMP

           MOVE ACCOUNT-IN  TO PF-CUST-NO
           MOVE APPL-SEQ-NO TO PF-APPL-SEQ-NO
           MOVE PF-APPL-KEY TO FORM-APPL-KEY

           EXEC CICS STARTBR FILE ('PAPRPATH')
                             RIDFLD (PF-APPL-KEY)
                             EQUAL
                             RESP   (PAPRFORM-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-PAPER-FORM
                   UNTIL END-OF-FORM-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('PAPRPATH')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF PAPRFORM-RESP NOT = DFHRESP(NOTFND)
                   MOVE PAPRFORM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF PAPERFORM-FOUND = 'Y'
               MOVE FOUND-PAPERFORM TO PAPRFORM-RECORD
               IF PF-RESOLVED-BY NOT = SPACES
                   MOVE PF-RESOLVED-BY TO FORM-HANDLED-BY
               ELSE
                   MOVE PF-CHECKED-BY  TO FORM-HANDLED-BY
               END-IF
               STRING 'ACCQ: ' ACCOUNT-IN
                      ' FORM ' PF-BATCH-NO '/' PF-SERIAL-NO
                      ' ' PF-FORM-STATUS
                      ' KEYED ' PF-KEYED-BY
                      ' VERIFIED ' FORM-HANDLED-BY
                      ' RESULT ' PF-APPLICATION-RESULT
                   DELIMITED BY SIZE INTO REPORT-LINE
               MOVE ACCOUNT-IN        TO PIILOG-ACCOUNT
               MOVE 'PAPER FORM'      TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           ELSE
               STRING 'ACCQ: NO PAPER FORM FOR ACCOUNT '
                      ACCOUNT-IN
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF

           PERFORM SEND-REPORT-LINE
           .

      * DUPKEY just says more forms share this application key.
       SCAN-NEXT-PAPER-FORM.
           EXEC CICS READNEXT FILE ('PAPRPATH')
                              INTO  (PAPRFORM-RECORD)
                              RIDFLD(PF-APPL-KEY)
                              RESP  (PAPRFORM-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP = DFHRESP(NORMAL)
              OR PAPRFORM-RESP = DFHRESP(DUPKEY)
               IF PF-APPL-KEY = FORM-APPL-KEY
                   MOVE SPACES TO CANDIDATE-FORM-STAMP
                   STRING PF-SUBMITTED-DATE PF-SUBMITTED-TIME
                       DELIMITED BY SIZE INTO CANDIDATE-FORM-STAMP
                   IF CANDIDATE-FORM-STAMP NOT < FOUND-FORM-STAMP
                       MOVE 'Y' TO PAPERFORM-FOUND
                       MOVE PAPRFORM-RECORD TO FOUND-PAPERFORM
                       MOVE CANDIDATE-FORM-STAMP TO FOUND-FORM-STAMP
                   END-IF
               ELSE
                   MOVE 'Y' TO END-OF-FORM-SCAN
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-FORM-SCAN
               IF PAPRFORM-RESP NOT = DFHRESP(ENDFILE)
                   MOVE PAPRFORM-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       BUILD-APPLICATION-REPORT-LINE.
           STRING 'ACCQ: ' ACCOUNT-IN ' ' CC-DECISION
                  ' SCORE ' CC-SCORE
           .


       COPY PIIACCSP.

       COPY CICSERR.

       END PROGRAM 'ACCQUERY'.
