       PROCESS CICS,NODYNAM,NSYMBOL(NATIONAL),TRUNC(STD)
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
      *  CSPAPWRK
      *
      * Paper application worker (run as PAPW, STARTed by CSPAPKEY
      * once a keyed form is verified). Drives ASYNCPNT for the one
      * application the form carries - the same PUT/LINK/GET shape
      * CSOVWRK uses for the overnight queue, but with the full
      * application image the form supplies (bureau consent, balance
      * transfer, guarantor, payment protection, direct debit mandate
      * and referral consent), under intake channel PAPRKEY. The
      * decision is then written back onto the form's PAPRFORM row,
      * so PAPK and ACCQ can show what the paper form became.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSPAPWRK.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * PAPRFORM is a CICS-owned VSAM file (defined in the FCT, not
      * opened by this program) - accessed entirely through EXEC CICS
      * below, never native COBOL I/O.
           COPY PAPRFORM.

      * As built by SUBMIT-VERIFIED-FORM in src/CSPAPKEY.cbl - the
      * form key, then the ASYNCPNT container image exactly.
       1 PAPW-REQUEST.
         2 PW-FORM-KEY             PIC X(10).
         2 PW-APPLICATION-IMAGE    PIC X(46).

       COPY ASYNCSTS.

       1 WORK-CHANNEL      PIC X(16) VALUE 'PAPWCHANNEL     '.
       1 INTAKE-CHANNEL    PIC X(8)  VALUE 'PAPRKEY '.
       1 ASYNC-PROG        PIC X(8)  VALUE 'ASYNCPNT'.

       1 DECIDED-ABSTIME   PIC S9(15) COMP-3.
       1 PAPRFORM-RESP     PIC S9(8) COMP.

       1 COMMAND-RESP  PIC S9(8) COMP.
       1 COMMAND-RESP2 PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSPAPWRK'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

        LINKAGE SECTION.


       PROCEDURE DIVISION .

       MAINLINE SECTION.

           EXEC CICS GET CONTAINER ('PAPWREQ')
                           INTO    ( PAPW-REQUEST )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS PUT CONTAINER ('ASYNCPNT')
                           FROM    ( PW-APPLICATION-IMAGE )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

      * The front door this application came in through - see
      * AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
           EXEC CICS PUT CONTAINER ('INTAKECHAN')
                           FROM    ( INTAKE-CHANNEL )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS LINK PROGRAM ( ASYNC-PROG )
                          CHANNEL ( WORK-CHANNEL )
                          RESP    ( COMMAND-RESP )
                          RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           MOVE SPACES TO AS-RETURN-DATA
           EXEC CICS GET CONTAINER ('ASYNCPNT')
                           INTO    ( AS-RETURN-DATA )
                           CHANNEL ( WORK-CHANNEL )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           PERFORM RECORD-FORM-OUTCOME

      * --------------------------------------------------------------
      * Finished - no caller is waiting on this transaction; the
      * outcome on the PAPRFORM row is what PAPK and ACCQ show.
      * --------------------------------------------------------------
           EXEC CICS RETURN
           END-EXEC
           .

      * CSPAPKEY still holds the row for update while it marks the
      * form SUBMITTD after the START, so this READ UPDATE waits for
      * that rewrite and never loses it.
       RECORD-FORM-OUTCOME.
           MOVE PW-FORM-KEY TO PF-FORM-KEY

           EXEC CICS READ FILE ('PAPRFORM')
                           INTO   (PAPRFORM-RECORD)
                           RIDFLD (PF-FORM-KEY)
                           UPDATE
                           RESP   (PAPRFORM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF PAPRFORM-RESP = DFHRESP(NORMAL)
               IF AS-APPLICATION-RESULT = SPACES
                   MOVE 'NORESLT' TO PF-APPLICATION-RESULT
               ELSE
                   MOVE AS-APPLICATION-RESULT TO PF-APPLICATION-RESULT
               END-IF
               IF AS-CREDIT-LIMIT-AMOUNT IS NUMERIC
                   MOVE AS-CREDIT-LIMIT-AMOUNT
                       TO PF-CREDIT-LIMIT-AMOUNT
               ELSE
                   MOVE 0 TO PF-CREDIT-LIMIT-AMOUNT
               END-IF

               EXEC CICS ASKTIME ABSTIME(DECIDED-ABSTIME)
               END-EXEC
               EXEC CICS FORMATTIME ABSTIME(DECIDED-ABSTIME)
                         YYYYMMDD(PF-DECIDED-DATE)
               END-EXEC

               EXEC CICS REWRITE FILE ('PAPRFORM')
                                 FROM (PAPRFORM-RECORD)
                                 RESP  (COMMAND-RESP)
                                 RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE PAPRFORM-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

       COPY CICSERR.

       END PROGRAM 'CSPAPWRK'.
