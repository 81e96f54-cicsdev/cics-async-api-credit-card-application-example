      * cleartext records). Records protected under a retired,
      * non-active key are not found until they are re-keyed - the
      * documented trade of searchable-at-rest protection.
      *
      * Every search is written to the PII access log (see
      * copy/PIIACCS.cpy) with what was typed and how many accounts
      * it listed - one operator sweeping through the customer base
      * by name is exactly what the weekly CSPIIRPT report looks
      * for.
      ******************************************************************

       IDENTIFICATION DIVISION.

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
               PERFORM SEARCH-ONE-FORM
           END-IF

           MOVE 'S'                TO PIILOG-TYPE
           MOVE SPACES             TO PIILOG-ACCOUNT
           MOVE 'NAME SEARCH'      TO PIILOG-SHOWN
           MOVE SEARCH-NAME(1:40)  TO PIILOG-ARGUMENT
           MOVE LIST-COUNT         TO PIILOG-MATCHES
           PERFORM WRITE-PII-ACCESS-LOG

           IF LIST-COUNT = 0
               ADD 1 TO LIST-COUNT
               STRING 'NSRC: NO MATCH FOR ' SEARCH-NAME(1:30)

           COPY PIIMASK.

       COPY PIIACCSP.

       COPY CICSERR.

       END PROGRAM 'CUSNSRCH'.
