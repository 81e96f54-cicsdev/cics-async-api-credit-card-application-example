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
      *  CSCIRCT
      *
      * Circuit breaker service - the only program that changes a
      * CIRCUIT row (see copy/CIRCUIT.cpy). LINKed with one container
      * on the CSCIRCT channel, and hands one back:
      *
      *   CIRCIN    PROGRAM(8) EVENT(1) CALLER(8)
      *             EVENT  S  the child just worked
      *                    F  the child just failed
      *                    T  the caller wants to send a trial call
      *                       to a child whose circuit is open
      *   CIRCOUT   VERDICT(1) - for a T event, T if this caller
      *             has the trial and S (skip) if not; otherwise
      *             whatever state the circuit was left in
      *
      * Callers: ASYNCPNT and SEQPNT, through the shared
      * CHECK-CHILD-CIRCUIT / RECORD-CHILD-OUTCOME fragment
      * (copy/CIRCUITP.cpy), which only LINKs here when a read of
      * the row says there is something to change.
      *
      * The failure count that opens a circuit and the interval
      * between trial calls come from CTLPARM's DEFAULT set
      * (CP-CIRCUIT-FAIL-MAX, CP-CIRCUIT-TRIAL-SECS). Every update
      * happens under READ UPDATE, so two tasks failing at once
      * both count, and only one of them can win a trial.
      *
      * When a circuit opens the child's ALERTS row is raised and a
      * message goes to the console; when it closes again the row
      * is CLEARED and the console told that too. Nothing here is
      * allowed to fail the caller - any trouble goes to CCERRLOG,
      * and a caller that gets no verdict back runs the child.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSCIRCT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * CTLPARM, CIRCUIT and ALERTS are CICS-owned VSAM files
      * (defined in the FCT, not opened by this program) - accessed
      * entirely through EXEC CICS commands below, never native
      * COBOL I/O.
           COPY CTLPARM.

           COPY CIRCUIT.

           COPY ALERTS.

       1 CIRCUIT-REQUEST.
         2 CIRC-PROGRAM          PIC X(8).
         2 CIRC-EVENT            PIC X(1).
           88 CIRC-CHILD-WORKED  VALUE 'S'.
           88 CIRC-CHILD-FAILED  VALUE 'F'.
           88 CIRC-TRIAL-WANTED  VALUE 'T'.
         2 CIRC-CALLER           PIC X(8).
       1 CIRCUIT-REQUEST-LENGTH  PIC S9(8) COMP VALUE 17.

       1 CIRCUIT-VERDICT         PIC X(1) VALUE SPACES.

       1 CTLPARM-RESP            PIC S9(8) COMP.
       1 CIRCUIT-RESP            PIC S9(8) COMP.
       1 ALERTS-RESP             PIC S9(8) COMP.

      * Breaker controls off CTLPARM - the VALUE clauses are the
      * defaults when no record is loaded.
       1 CIRCUIT-FAIL-MAX        PIC 9(3) VALUE 5.
       1 CIRCUIT-TRIAL-SECS      PIC 9(4) VALUE 60.

       1 ROW-ON-FILE             PIC X(1) VALUE 'N'.
       1 ROW-CHANGED             PIC X(1) VALUE 'N'.
       1 TRIAL-DUE-MS            PIC S9(15) COMP-3.
       1 ALERT-STATUS            PIC X(8).
       1 ALERT-SEVERITY          PIC X(1).
       1 ALERT-DETAIL            PIC X(40).
       1 FAIL-COUNT-DISPLAY      PIC Z(3)9.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).

       1 OPERATOR-MESSAGE        PIC X(60) VALUE SPACES.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSCIRCT '.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE SPACES TO CIRCUIT-REQUEST

           EXEC CICS GET CONTAINER ('CIRCIN')
                           INTO    (CIRCUIT-REQUEST)
                           FLENGTH (CIRCUIT-REQUEST-LENGTH)
                           CHANNEL ('CSCIRCT')
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF COMMAND-RESP = DFHRESP(NORMAL)
              AND CIRC-PROGRAM NOT = SPACES
              AND (CIRC-CHILD-WORKED OR CIRC-CHILD-FAILED
                   OR CIRC-TRIAL-WANTED)
               PERFORM READ-CONTROL-PARAMETERS
               PERFORM UPDATE-CIRCUIT
           END-IF

           EXEC CICS PUT CONTAINER ('CIRCOUT')
                           FROM    (CIRCUIT-VERDICT)
                           FLENGTH (LENGTH OF CIRCUIT-VERDICT)
                           CHANNEL ('CSCIRCT')
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS RETURN
           END-EXEC
           .

       READ-CONTROL-PARAMETERS.
           MOVE 'DEFAULT ' TO CP-PARM-ID

           EXEC CICS READ FILE ('CTLPARM')
                           INTO   (CTLPARM-RECORD)
                           RIDFLD (CP-PARM-ID)
                           RESP   (CTLPARM-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CTLPARM-RESP = DFHRESP(NORMAL)
               IF CP-CIRCUIT-FAIL-MAX IS NUMERIC
                  AND CP-CIRCUIT-FAIL-MAX > 0
                   MOVE CP-CIRCUIT-FAIL-MAX TO CIRCUIT-FAIL-MAX
               END-IF
               IF CP-CIRCUIT-TRIAL-SECS IS NUMERIC
                  AND CP-CIRCUIT-TRIAL-SECS > 0
                   MOVE CP-CIRCUIT-TRIAL-SECS TO CIRCUIT-TRIAL-SECS
               END-IF
           END-IF
           .

      * One locked read, one decision, then a rewrite (or a first
      * write) only if the row actually moved.
       UPDATE-CIRCUIT.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           MOVE CIRC-PROGRAM TO CB-PROGRAM

           EXEC CICS READ FILE ('CIRCUIT')
                           INTO   (CIRCUIT-RECORD)
                           RIDFLD (CB-PROGRAM)
                           UPDATE
                           RESP   (CIRCUIT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN CIRCUIT-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO ROW-ON-FILE
               WHEN CIRCUIT-RESP = DFHRESP(NOTFND)
                   MOVE 'N' TO ROW-ON-FILE
                   MOVE SPACES       TO CIRCUIT-RECORD
                   MOVE CIRC-PROGRAM TO CB-PROGRAM
                   MOVE 'C'          TO CB-STATE
                   MOVE 0            TO CB-CONSEC-FAILS
                   MOVE 0            TO CB-TRIAL-ABSTIME
                   MOVE 0            TO CB-TRIPS
               WHEN OTHER
                   MOVE CIRCUIT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
           END-EVALUATE

           IF CIRCUIT-RESP = DFHRESP(NORMAL)
              OR CIRCUIT-RESP = DFHRESP(NOTFND)
               MOVE 'N' TO ROW-CHANGED
               EVALUATE TRUE
                   WHEN CIRC-CHILD-WORKED
                       PERFORM RECORD-CHILD-WORKED
                   WHEN CIRC-CHILD-FAILED
                       PERFORM RECORD-CHILD-FAILED
                   WHEN OTHER
                       PERFORM DECIDE-TRIAL-CALL
               END-EVALUATE
               PERFORM SAVE-CIRCUIT-ROW
           END-IF
           .

      * A call that worked - a trial that worked closes the circuit;
      * on a closed circuit it just ends any run of failures.
       RECORD-CHILD-WORKED.
           IF CB-CIRCUIT-CLOSED
               IF CB-CONSEC-FAILS > 0
                   MOVE 0   TO CB-CONSEC-FAILS
                   MOVE 'Y' TO ROW-CHANGED
               END-IF
           ELSE
               MOVE 'C'          TO CB-STATE
               MOVE 0            TO CB-CONSEC-FAILS
               MOVE CURRENT-DATE TO CB-CLOSED-DATE
               MOVE CURRENT-TIME TO CB-CLOSED-TIME
               MOVE 'Y'          TO ROW-CHANGED

               MOVE 'CLEARED ' TO ALERT-STATUS
               MOVE 'I'        TO ALERT-SEVERITY
               MOVE SPACES     TO ALERT-DETAIL
               STRING 'CIRCUIT CLOSED - TRIAL BY ' CIRC-CALLER
                   DELIMITED BY SIZE INTO ALERT-DETAIL
               PERFORM RAISE-CIRCUIT-ALERT
           END-IF
           MOVE 'C' TO CIRCUIT-VERDICT
           .

      * A call that failed - count it; the failure that reaches the
      * limit opens the circuit, and a failed trial keeps it open
      * for another interval.
       RECORD-CHILD-FAILED.
           ADD 1 TO CB-CONSEC-FAILS
               ON SIZE ERROR
                   MOVE 9999 TO CB-CONSEC-FAILS
           END-ADD
           MOVE CURRENT-DATE       TO CB-LAST-FAIL-DATE
           MOVE CURRENT-TIME       TO CB-LAST-FAIL-TIME
           MOVE CIRCUIT-FAIL-MAX   TO CB-FAIL-MAX
           MOVE CIRCUIT-TRIAL-SECS TO CB-TRIAL-SECS
           MOVE 'Y'                TO ROW-CHANGED

           EVALUATE TRUE
               WHEN CB-CIRCUIT-CLOSED
                AND CB-CONSEC-FAILS >= CIRCUIT-FAIL-MAX
                   MOVE 'O'             TO CB-STATE
                   MOVE CURRENT-DATE    TO CB-OPENED-DATE
                   MOVE CURRENT-TIME    TO CB-OPENED-TIME
                   MOVE CURRENT-ABSTIME TO CB-TRIAL-ABSTIME
                   ADD 1 TO CB-TRIPS
                       ON SIZE ERROR
                           MOVE 0 TO CB-TRIPS
                   END-ADD

                   MOVE CB-CONSEC-FAILS TO FAIL-COUNT-DISPLAY
                   MOVE 'OPEN    ' TO ALERT-STATUS
                   MOVE 'E'        TO ALERT-SEVERITY
                   MOVE SPACES     TO ALERT-DETAIL
                   STRING 'CIRCUIT OPEN - ' FAIL-COUNT-DISPLAY
                          ' FAILURES IN A ROW'
                       DELIMITED BY SIZE INTO ALERT-DETAIL
                   PERFORM RAISE-CIRCUIT-ALERT
               WHEN CB-CIRCUIT-CLOSED
                   CONTINUE
               WHEN OTHER
                   MOVE 'O'             TO CB-STATE
                   MOVE CURRENT-ABSTIME TO CB-TRIAL-ABSTIME
           END-EVALUATE
           MOVE CB-STATE TO CIRCUIT-VERDICT
           .

      * Only one caller per interval gets to try the child - the
      * lock on the row is what makes that one caller.
       DECIDE-TRIAL-CALL.
           MOVE 'S' TO CIRCUIT-VERDICT
           IF CB-CIRCUIT-CLOSED
               MOVE 'C' TO CIRCUIT-VERDICT
           ELSE
               COMPUTE TRIAL-DUE-MS =
                   CB-TRIAL-ABSTIME + (CIRCUIT-TRIAL-SECS * 1000)
               IF CURRENT-ABSTIME >= TRIAL-DUE-MS
                   MOVE 'T'                TO CB-STATE
                   MOVE CURRENT-ABSTIME    TO CB-TRIAL-ABSTIME
                   MOVE CIRCUIT-TRIAL-SECS TO CB-TRIAL-SECS
                   MOVE 'Y'                TO ROW-CHANGED
                   MOVE 'T'                TO CIRCUIT-VERDICT
               END-IF
           END-IF
           .

       SAVE-CIRCUIT-ROW.
           EVALUATE TRUE
               WHEN ROW-CHANGED = 'N' AND ROW-ON-FILE = 'Y'
                   EXEC CICS UNLOCK FILE ('CIRCUIT')
                                    RESP  (COMMAND-RESP)
                                    RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               WHEN ROW-CHANGED = 'N'
                   CONTINUE
               WHEN ROW-ON-FILE = 'Y'
                   EXEC CICS REWRITE FILE ('CIRCUIT')
                                     FROM  (CIRCUIT-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               WHEN OTHER
      * Two tasks failing on a child never seen before - the loser
      * gets DUPREC, and its one failure goes uncounted.
                   EXEC CICS WRITE FILE ('CIRCUIT')
                                   FROM   (CIRCUIT-RECORD)
                                   RIDFLD (CB-PROGRAM)
                                   RESP   (COMMAND-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC
                   IF COMMAND-RESP NOT = DFHRESP(DUPREC)
                       PERFORM LOG-CICS-ERROR
                   END-IF
           END-EVALUATE
           .

      * The child's own ALERTS row - raised OPEN when the circuit
      * opens, set CLEARED when it closes - and the same news on the
      * operator console either way.
       RAISE-CIRCUIT-ALERT.
           MOVE CIRC-PROGRAM TO AT-CONDITION-ID

           EXEC CICS READ FILE ('ALERTS')
                           INTO   (ALERTS-RECORD)
                           RIDFLD (AT-CONDITION-ID)
                           UPDATE
                           RESP   (ALERTS-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF ALERTS-RESP NOT = DFHRESP(NORMAL)
              AND ALERTS-RESP NOT = DFHRESP(NOTFND)
               MOVE ALERTS-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           ELSE
               MOVE CIRC-PROGRAM   TO AT-CONDITION-ID
               MOVE ALERT-SEVERITY TO AT-SEVERITY
               MOVE ALERT-STATUS   TO AT-STATUS
               MOVE ALERT-DETAIL   TO AT-DETAIL
               IF ALERT-STATUS = 'OPEN    '
                   MOVE CURRENT-DATE TO AT-RAISED-DATE
                   MOVE CURRENT-TIME TO AT-RAISED-TIME
                   MOVE SPACES       TO AT-ACKED-BY
                   MOVE SPACES       TO AT-ACKED-DATE
               END-IF

               IF ALERTS-RESP = DFHRESP(NORMAL)
                   EXEC CICS REWRITE FILE ('ALERTS')
                                     FROM (ALERTS-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
               ELSE
                   IF ALERT-STATUS = 'CLEARED '
                       MOVE CURRENT-DATE TO AT-RAISED-DATE
                       MOVE CURRENT-TIME TO AT-RAISED-TIME
                       MOVE SPACES       TO AT-ACKED-BY
                       MOVE SPACES       TO AT-ACKED-DATE
                   END-IF
                   EXEC CICS WRITE FILE ('ALERTS')
                                   FROM   (ALERTS-RECORD)
                                   RIDFLD (AT-CONDITION-ID)
                                   RESP   (COMMAND-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC
               END-IF
               PERFORM LOG-CICS-ERROR
           END-IF

           MOVE SPACES TO OPERATOR-MESSAGE
           STRING 'CSCIRCT ' ALERT-SEVERITY ' ' CIRC-PROGRAM ' - '
                  ALERT-DETAIL
               DELIMITED BY SIZE INTO OPERATOR-MESSAGE

           EXEC CICS WRITE OPERATOR TEXT(OPERATOR-MESSAGE)
                           RESP (COMMAND-RESP)
                           RESP2(COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .


       COPY CICSERR.

       END PROGRAM 'CSCIRCT'.
