      *     decision;
      *   - LTRARCH letters with their dispatch status;
      *   - CARDMAS production milestones (extract, confirmation,
      *     mailing, activation, PIN despatch) and the cardholder's
      *     last temporary lock and its end (see src/CSCRDLCK.cbl);
      *   - STATHIST customer status changes;
      *   - COMPLNT complaints - logged, acknowledged and answered
      *     (see src/CSCMPLNT.cbl). A complaint naming no applicant
      *     shows whichever applicant is asked for;
      *   - HARDSHIP arrangements - set up, any agreed payment that
      *     fell short, and the day each was broken or ended (see
      *     src/CSHARDSH.cbl and src/CSHRDCHK.cbl).
      *
      * PII stays masked the PIIMASK way: the header shows the
      * masked name/postcode already recorded on the audit trail
       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * AUDIT, REVIEWQ, LTRARCH, CARDMAS, STATHIST, COMPLNT and
      * HARDSHIP are CICS-owned VSAM files (defined in the FCT, not
      * opened by this program) - accessed entirely through EXEC
      * CICS commands below, never native COBOL I/O.
           COPY AUDIT.

           COPY REVIEWQ.

           COPY STATHIST.

           COPY COMPLNT.

           COPY HARDSHIP.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
       1 STATHIST-RESP           PIC S9(8) COMP.
       1 END-OF-STATUS-SCAN      PIC X(1) VALUE 'N'.

       1 COMPLNT-RESP            PIC S9(8) COMP.
       1 END-OF-COMPLAINT-SCAN   PIC X(1) VALUE 'N'.

       1 HARDSHIP-RESP           PIC S9(8) COMP.
       1 END-OF-HARDSHIP-SCAN    PIC X(1) VALUE 'N'.
       1 ARRANGED-DISPLAY        PIC Z(6)9.99.

      * Paging - fourteen event lines per screen.
       1 PAGE-WANTED             PIC S9(4) COMP VALUE 1.
       1 PAGE-TOTAL              PIC S9(4) COMP VALUE 1.
           PERFORM GATHER-LETTER-EVENTS
           PERFORM GATHER-CARD-EVENTS
           PERFORM GATHER-STATUS-EVENTS
           PERFORM GATHER-COMPLAINT-EVENTS
           PERFORM GATHER-HARDSHIP-EVENTS

           PERFORM SORT-EVENTS-BY-TIME
           PERFORM PLACE-TIMELINE-PAGE
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF

           IF CD-LOCK-DATE NOT = SPACES
               MOVE CD-LOCK-DATE TO NE-DATE
               MOVE CD-LOCK-TIME TO NE-TIME
               MOVE SPACES TO NE-TEXT
               STRING 'CARD LOCKED SEQ ' CD-APPL-SEQ-NO
                      ' ****' CARD-LAST-FOUR
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF

           IF CD-UNLOCK-DATE NOT = SPACES
               MOVE CD-UNLOCK-DATE TO NE-DATE
               MOVE CD-UNLOCK-TIME TO NE-TIME
               MOVE SPACES TO NE-TEXT
               IF CD-LOCK-REPLACED
                   STRING 'CARD LOCK ENDED BY REPLACEMENT SEQ '
                          CD-APPL-SEQ-NO
                       DELIMITED BY SIZE INTO NE-TEXT
               ELSE
                   STRING 'CARD UNLOCKED SEQ ' CD-APPL-SEQ-NO
                          ' ****' CARD-LAST-FOUR
                       DELIMITED BY SIZE INTO NE-TEXT
               END-IF
               PERFORM BUILD-ONE-EVENT
           END-IF
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
      * COMPLNT: each complaint's logging, acknowledgement and final
      * response. A complaint naming no applicant is account-level
      * and shows for either applicant's view, as status changes do.
      ******************************************************************
       GATHER-COMPLAINT-EVENTS.
           MOVE 'N' TO END-OF-COMPLAINT-SCAN
           MOVE ACCOUNT-IN TO CQ-CUST-NO
           MOVE 0          TO CQ-COMPLAINT-NO

           EXEC CICS STARTBR FILE ('COMPLNT')
                             RIDFLD (CQ-COMPLAINT-KEY)
                             GTEQ
                             RESP   (COMPLNT-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF COMPLNT-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-COMPLAINT
                   UNTIL END-OF-COMPLAINT-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('COMPLNT')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF COMPLNT-RESP NOT = DFHRESP(NOTFND)
                   MOVE COMPLNT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SCAN-ONE-COMPLAINT.
           EXEC CICS READNEXT FILE ('COMPLNT')
                              INTO  (COMPLNT-RECORD)
                              RIDFLD(CQ-COMPLAINT-KEY)
                              RESP  (COMPLNT-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF COMPLNT-RESP = DFHRESP(NORMAL)
              AND CQ-CUST-NO = ACCOUNT-IN
               IF SEQ-IN = SPACE
                  OR CQ-APPL-SEQ-NO = SPACE
                  OR CQ-APPL-SEQ-NO = SEQ-IN
                   PERFORM PLACE-COMPLAINT-EVENTS
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-COMPLAINT-SCAN
               IF COMPLNT-RESP NOT = DFHRESP(ENDFILE)
                  AND COMPLNT-RESP NOT = DFHRESP(NORMAL)
                   MOVE COMPLNT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       PLACE-COMPLAINT-EVENTS.
           MOVE CQ-LOGGED-DATE TO NE-DATE
           MOVE CQ-LOGGED-TIME TO NE-TIME
           MOVE SPACES TO NE-TEXT
           STRING 'COMPLAINT ' CQ-COMPLAINT-NO ' LOGGED '
                  CQ-CATEGORY ' BY ' CQ-CHANNEL
                  ' OWNER ' CQ-OWNER-ID
               DELIMITED BY SIZE INTO NE-TEXT
           PERFORM BUILD-ONE-EVENT

           IF CQ-ACKED-DATE NOT = SPACES
               MOVE CQ-ACKED-DATE TO NE-DATE
               MOVE SPACES TO NE-TIME
               MOVE SPACES TO NE-TEXT
               STRING 'COMPLAINT ' CQ-COMPLAINT-NO ' ACKNOWLEDGED'
                      ' DUE ' CQ-ACK-DUE-DATE
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF

           IF CQ-FINAL-DATE NOT = SPACES
               MOVE CQ-FINAL-DATE TO NE-DATE
               MOVE SPACES TO NE-TIME
               MOVE SPACES TO NE-TEXT
               STRING 'COMPLAINT ' CQ-COMPLAINT-NO ' ' CQ-STATUS
                      ' RC ' CQ-ROOT-CAUSE
                      ' DUE ' CQ-FINAL-DUE-DATE
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF
           .

      ******************************************************************
      * HARDSHIP: each arrangement's set-up, a shortfall against the
      * agreed payment, and its breaking or ending.
      ******************************************************************
       GATHER-HARDSHIP-EVENTS.
           MOVE 'N' TO END-OF-HARDSHIP-SCAN
           MOVE ACCOUNT-IN TO HA-CUST-NO
           MOVE 0          TO HA-APPL-SEQ-NO
           MOVE LOW-VALUES TO HA-START-DATE

           EXEC CICS STARTBR FILE ('HARDSHIP')
                             RIDFLD (HA-ARRANGEMENT-KEY)
                             GTEQ
                             RESP   (HARDSHIP-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF HARDSHIP-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-ONE-ARRANGEMENT
                   UNTIL END-OF-HARDSHIP-SCAN = 'Y'

               EXEC CICS ENDBR FILE ('HARDSHIP')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF HARDSHIP-RESP NOT = DFHRESP(NOTFND)
                   MOVE HARDSHIP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       SCAN-ONE-ARRANGEMENT.
           EXEC CICS READNEXT FILE ('HARDSHIP')
                              INTO  (HARDSHIP-RECORD)
                              RIDFLD(HA-ARRANGEMENT-KEY)
                              RESP  (HARDSHIP-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF HARDSHIP-RESP = DFHRESP(NORMAL)
              AND HA-CUST-NO = ACCOUNT-IN
               IF SEQ-IN = SPACE
                  OR HA-APPL-SEQ-NO = SEQ-IN
                   PERFORM PLACE-ARRANGEMENT-EVENTS
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-HARDSHIP-SCAN
               IF HARDSHIP-RESP NOT = DFHRESP(ENDFILE)
                  AND HARDSHIP-RESP NOT = DFHRESP(NORMAL)
                   MOVE HARDSHIP-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       PLACE-ARRANGEMENT-EVENTS.
           MOVE HA-SET-UP-DATE TO NE-DATE
           MOVE SPACES TO NE-TIME
           MOVE HA-REDUCED-PAYMENT TO ARRANGED-DISPLAY
           MOVE SPACES TO NE-TEXT
           STRING 'HARDSHIP SEQ ' HA-APPL-SEQ-NO ' SET UP '
                  HA-START-DATE '-' HA-END-DATE
                  ' PAY ' ARRANGED-DISPLAY
               DELIMITED BY SIZE INTO NE-TEXT
           PERFORM BUILD-ONE-EVENT

           IF HA-SHORTFALL-DATE NOT = SPACES
               MOVE HA-SHORTFALL-DATE TO NE-DATE
               MOVE SPACES TO NE-TIME
               MOVE HA-SHORTFALL-AMOUNT TO ARRANGED-DISPLAY
               MOVE SPACES TO NE-TEXT
               STRING 'HARDSHIP SEQ ' HA-APPL-SEQ-NO
                      ' PAYMENT SHORT ' ARRANGED-DISPLAY
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF

           IF HA-CLOSED-DATE NOT = SPACES
               MOVE HA-CLOSED-DATE TO NE-DATE
               MOVE SPACES TO NE-TIME
               MOVE SPACES TO NE-TEXT
               STRING 'HARDSHIP SEQ ' HA-APPL-SEQ-NO ' ' HA-STATUS
                      ' BY ' HA-CLOSED-BY
                   DELIMITED BY SIZE INTO NE-TEXT
               PERFORM BUILD-ONE-EVENT
           END-IF
           .

      * Selection sort on date then time, oldest first - the table
      * is screen-history-sized, not file-sized.
       SORT-EVENTS-BY-TIME.
