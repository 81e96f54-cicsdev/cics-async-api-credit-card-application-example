      ******************************************************************
      *  CIRCUITP
      *
      * CHECK-CHILD-CIRCUIT / RECORD-CHILD-OUTCOME - shared fragment,
      * COPYed into the PROCEDURE DIVISION of every parent that
      * starts the credit-check child programs (ASYNCPNT, SEQPNT),
      * the CICSERR host-declaration convention. The importer
      * declares COPY CIRCUIT plus:
      *
      *   CIRCUIT-REQUEST.
      *     CIRCUIT-PROGRAM   PIC X(8)   the child asked about
      *     CIRCUIT-EVENT     PIC X(1)
      *     CIRCUIT-CALLER    PIC X(8)
      *   CIRCUIT-VERDICT     PIC X(1)   R run / T trial / S skip
      *   CIRCUIT-CHILD-OK    PIC X(1)   Y the call worked / N not
      *   CIRCUIT-RESP        PIC S9(8) COMP
      *   CIRCUIT-ABSTIME     PIC S9(15) COMP-3
      *   CIRCUIT-TRIAL-DUE   PIC S9(15) COMP-3
      *
      * Before starting a child: MOVE its program name to
      * CIRCUIT-PROGRAM and PERFORM CHECK-CHILD-CIRCUIT - a verdict
      * of S means skip the child and take the fallback outcome.
      * After the child has answered (or failed to): set
      * CIRCUIT-CHILD-OK and PERFORM RECORD-CHILD-OUTCOME.
      *
      * Both paragraphs read the CIRCUIT row (see copy/CIRCUIT.cpy)
      * without a lock and LINK to the CSCIRCT service only when the
      * row has to change, so a healthy child costs one read each
      * way. A row not on file, or any trouble reading it, runs the
      * child - the breaker can only ever take a child out of a run
      * on the strength of its own failures.
      ******************************************************************
       CHECK-CHILD-CIRCUIT.
           MOVE 'R' TO CIRCUIT-VERDICT
           MOVE CIRCUIT-PROGRAM TO CB-PROGRAM

           EXEC CICS READ FILE ('CIRCUIT')
                           INTO   (CIRCUIT-RECORD)
                           RIDFLD (CB-PROGRAM)
                           RESP   (CIRCUIT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CIRCUIT-RESP = DFHRESP(NORMAL)
                   IF NOT CB-CIRCUIT-CLOSED
                       MOVE 'S' TO CIRCUIT-VERDICT
                       EXEC CICS ASKTIME ABSTIME(CIRCUIT-ABSTIME)
                       END-EXEC
                       COMPUTE CIRCUIT-TRIAL-DUE =
                           CB-TRIAL-ABSTIME + (CB-TRIAL-SECS * 1000)
      * A trial looks due - only CSCIRCT, under the row's lock,
      * decides which one caller actually gets it.
                       IF CIRCUIT-ABSTIME >= CIRCUIT-TRIAL-DUE
                           MOVE 'T' TO CIRCUIT-EVENT
                           PERFORM LINK-CIRCUIT-SERVICE
                           EVALUATE CIRCUIT-VERDICT
                               WHEN 'T'
                                   CONTINUE
                               WHEN 'C'
                                   MOVE 'R' TO CIRCUIT-VERDICT
                               WHEN OTHER
                                   MOVE 'S' TO CIRCUIT-VERDICT
                           END-EVALUATE
                       END-IF
                   END-IF
               WHEN CIRCUIT-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE CIRCUIT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
           END-EVALUATE
           .

      * A failure always goes to the service to be counted; a
      * success only when it ends a run of failures or a trial.
       RECORD-CHILD-OUTCOME.
           MOVE CIRCUIT-PROGRAM TO CB-PROGRAM

           EXEC CICS READ FILE ('CIRCUIT')
                           INTO   (CIRCUIT-RECORD)
                           RIDFLD (CB-PROGRAM)
                           RESP   (CIRCUIT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CIRCUIT-RESP NOT = DFHRESP(NORMAL)
              AND CIRCUIT-RESP NOT = DFHRESP(NOTFND)
               MOVE CIRCUIT-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF

           EVALUATE TRUE
               WHEN CIRCUIT-CHILD-OK NOT = 'Y'
                   MOVE 'F' TO CIRCUIT-EVENT
                   PERFORM LINK-CIRCUIT-SERVICE
               WHEN CIRCUIT-RESP NOT = DFHRESP(NORMAL)
                   CONTINUE
               WHEN NOT CB-CIRCUIT-CLOSED
                 OR CB-CONSEC-FAILS > 0
                   MOVE 'S' TO CIRCUIT-EVENT
                   PERFORM LINK-CIRCUIT-SERVICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LINK-CIRCUIT-SERVICE.
           MOVE CE-PROGRAM TO CIRCUIT-CALLER
           MOVE SPACES     TO CIRCUIT-VERDICT

           EXEC CICS PUT CONTAINER ('CIRCIN')
                           FROM    (CIRCUIT-REQUEST)
                           CHANNEL ('CSCIRCT')
                           RESP    (CIRCUIT-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC

           IF CIRCUIT-RESP = DFHRESP(NORMAL)
               EXEC CICS LINK PROGRAM ('CSCIRCT ')
                              CHANNEL ('CSCIRCT')
                              RESP    (CIRCUIT-RESP)
                              RESP2   (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF CIRCUIT-RESP = DFHRESP(NORMAL)
               EXEC CICS GET CONTAINER ('CIRCOUT')
                               INTO    (CIRCUIT-VERDICT)
                               CHANNEL ('CSCIRCT')
                               RESP    (CIRCUIT-RESP)
                               RESP2   (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF CIRCUIT-RESP NOT = DFHRESP(NORMAL)
               MOVE CIRCUIT-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .
