      ******************************************************************
      *  PIIACCSP
      *
      * WRITE-PII-ACCESS-LOG - shared fragment, COPYed into the
      * PROCEDURE DIVISION of every transaction that displays a
      * customer's personal data, the CICSERR host-declaration
      * convention. The importer declares COPY PIIACCS plus:
      *
      *   PIILOG-TYPE       PIC X(1)   D display / S name search
      *   PIILOG-ACCOUNT    PIC X(8)   the account shown (spaces
      *                                for a search)
      *   PIILOG-SHOWN      PIC X(16)  what the screen showed
      *   PIILOG-ARGUMENT   PIC X(40)  the search argument
      *   PIILOG-MATCHES    PIC 9(3)   accounts a search listed
      *   PIILOG-TIE-BREAK  PIC 9(2)   bumped per write in one task
      *   PIILOG-RESP       PIC S9(8) COMP
      *   PIILOG-ABSTIME    PIC S9(15) COMP-3
      *
      * and PERFORMs this just before the SEND that puts the data on
      * the screen. The program name comes from CE-PROGRAM, which
      * every importer already carries for CICSERR. As with the
      * change journal, the log write is never allowed to fail the
      * inquiry - a DUPREC or an I/O error is logged to CCERRLOG
      * and the screen still goes out.
      ******************************************************************
       WRITE-PII-ACCESS-LOG.
           ADD 1 TO PIILOG-TIE-BREAK

           MOVE SPACES            TO PIIACCS-RECORD
           MOVE EIBTASKN          TO AX-TASK-NO
           MOVE PIILOG-TIE-BREAK  TO AX-TIE-BREAK
           MOVE EIBTRNID          TO AX-TRANID
           MOVE CE-PROGRAM        TO AX-PROGRAM
           MOVE PIILOG-TYPE       TO AX-ACCESS-TYPE
           MOVE PIILOG-ACCOUNT    TO AX-ACCOUNT
           MOVE PIILOG-SHOWN      TO AX-WHAT-SHOWN
           MOVE PIILOG-ARGUMENT   TO AX-SEARCH-ARGUMENT
           MOVE PIILOG-MATCHES    TO AX-MATCH-COUNT

           EXEC CICS ASKTIME ABSTIME(PIILOG-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(PIILOG-ABSTIME)
                     YYYYMMDD(AX-ACCESS-DATE)
                     TIME(AX-ACCESS-TIME)
           END-EXEC

           EXEC CICS ASSIGN USERID(AX-USER-ID)
           END-EXEC

           EXEC CICS WRITE FILE ('PIIACCS')
                           FROM   (PIIACCS-RECORD)
                           RIDFLD (AX-ACCESS-KEY)
                           RESP   (PIILOG-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PIILOG-RESP NOT = DFHRESP(NORMAL)
              AND PIILOG-RESP NOT = DFHRESP(DUPREC)
               MOVE PIILOG-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .
