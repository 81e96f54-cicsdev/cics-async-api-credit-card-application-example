      * The history rows carry position figures only, never name or
      * address, so nothing here needs decrypting or masking.
      *
      * Ahead of the history, any of the account's cards the
      * cardholder has under a temporary lock today (see
      * src/CSCRDLCK.cbl) gets a line of its own - the number shows
      * only its last four digits - so nobody reads the position
      * without knowing the card is stopped.
      *
      * A legacy four-digit account entry is zero-padded on the left,
      * the same compatibility window ACCQUERY honors.
      *
      * A playback that shows anything for the account writes a row
      * to the PII access log first (see copy/PIIACCS.cpy).
      ******************************************************************

       IDENTIFICATION DIVISION.

           COPY C360HIST.

           COPY CARDMAS.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 HB-CUST-NO            PIC X(8).
         2 HB-AS-OF-DATE         PIC X(8).
       1 C360HIST-RESP           PIC S9(8) COMP.
       1 CARDMAS-RESP            PIC S9(8) COMP.
       1 END-OF-CARD-SCAN        PIC X(1) VALUE 'N'.
       1 END-OF-HISTORY-SCAN     PIC X(1) VALUE 'N'.
       1 SNAPSHOTS-LISTED        PIC S9(4) COMP VALUE 0.


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
           MOVE 0      TO SNAPSHOTS-LISTED
           MOVE 'N'    TO END-OF-HISTORY-SCAN

           PERFORM LIST-LOCKED-CARDS

           MOVE ACCOUNT-IN TO HB-CUST-NO
           MOVE LOW-VALUES TO HB-AS-OF-DATE

               END-EXEC
           END-IF

           IF LIST-COUNT > 0
               MOVE ACCOUNT-IN     TO PIILOG-ACCOUNT
               MOVE 'C360 HISTORY' TO PIILOG-SHOWN
               PERFORM WRITE-PII-ACCESS-LOG
           END-IF

           IF SNAPSHOTS-LISTED = 0
               ADD 1 TO LIST-COUNT
               STRING 'C360: NO HISTORY ON FILE FOR ' ACCOUNT-IN
           END-EXEC
           .

      * The account's card positions, one browse - a locked card is
      * listed with when it was locked.
       LIST-LOCKED-CARDS.
           MOVE 'N'        TO END-OF-CARD-SCAN
           MOVE ACCOUNT-IN TO CD-CUST-NO
           MOVE 0          TO CD-APPL-SEQ-NO

           EXEC CICS STARTBR FILE ('CARDMAS')
                             RIDFLD (CD-CARD-KEY)
                             GTEQ
                             RESP   (CARDMAS-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP = DFHRESP(NORMAL)
               PERFORM LIST-ONE-LOCKED-CARD
                   UNTIL END-OF-CARD-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('CARDMAS')
                               RESP  (COMMAND-RESP)
                               RESP2 (COMMAND-RESP2)
               END-EXEC
           END-IF
           .

       LIST-ONE-LOCKED-CARD.
           EXEC CICS READNEXT FILE ('CARDMAS')
                              INTO   (CARDMAS-RECORD)
                              RIDFLD (CD-CARD-KEY)
                              RESP   (CARDMAS-RESP)
                              RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CARDMAS-RESP NOT = DFHRESP(NORMAL)
            OR CD-CUST-NO NOT = ACCOUNT-IN
               MOVE 'Y' TO END-OF-CARD-SCAN
           ELSE
               IF CD-CARD-LOCKED
                   ADD 1 TO LIST-COUNT
                   STRING 'C360 CARD SEQ ' CD-APPL-SEQ-NO
                          ' ****' CD-CARD-NUMBER(13:4)
                          ' LOCKED BY CARDHOLDER SINCE ' CD-LOCK-DATE
                       DELIMITED BY SIZE
                       INTO LIST-LINE (LIST-COUNT)
                   END-STRING
               END-IF
           END-IF
           .

       LIST-NEXT-SNAPSHOT.
           EXEC CICS READNEXT FILE ('C360HIST')
                              INTO   (C360HIST-RECORD)
           .


       COPY PIIACCSP.

       COPY CICSERR.

       END PROGRAM 'CS360INQ'.
