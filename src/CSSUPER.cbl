      * 'S' record, plus a leading count of how many distinct accounts
      * that covers. Read-only, like CSCHMON/CSSLAMON - it never
      * resets or trims CCCHILDR.
      *
      * Underneath, one line per child program on the CIRCUIT file
      * (see copy/CIRCUIT.cpy) - whether its circuit breaker is
      * closed, open or letting a trial call through, its failures
      * in a row, when it last opened and how often it has. A child
      * never seen failing has no row and is simply closed.
      ******************************************************************

       IDENTIFICATION DIVISION.

       1 CURRENT-ABSTIME        PIC S9(15) COMP-3.
       1 PENDING-AGE-SECONDS    PIC S9(8) COMP.
       1 PENDING-AGE-DISPLAY    PIC Z(7)9.

       1 REPORT-LINE            PIC X(80) VALUE SPACES.

      * CIRCUIT is a CICS-owned VSAM file (defined in the FCT, not
      * opened by this program) - browsed through EXEC CICS
      * commands below, never native COBOL I/O.
           COPY CIRCUIT.

       1 CIRCUIT-RESP           PIC S9(8) COMP.
       1 END-OF-CIRCUITS        PIC X(1)  VALUE 'N'.
       1 CIRCUIT-ROW-COUNT      PIC 9(3)  VALUE 0.
       1 CIRCUIT-STATE-TEXT     PIC X(6)  VALUE SPACES.

       1 COMMAND-RESP           PIC S9(8) COMP.
       1 COMMAND-RESP2          PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.

           PERFORM REPORT-INFLIGHT-APPLICATIONS

           PERFORM REPORT-CHILD-CIRCUITS

           IF IS-TERMINAL-BASED = 'Y'
               EXEC CICS SEND PAGE
               END-EXEC
      * SECONDS calculation.
               COMPUTE PENDING-AGE-SECONDS =
                   (CURRENT-ABSTIME - PS-ABSTIME(PS-IDX)) / 1000
               MOVE PENDING-AGE-SECONDS TO PENDING-AGE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING 'ACCT=' PS-ACCOUNT(PS-IDX)
                      ' STEP='       PS-STEP-NAME(PS-IDX)
                      ' RUNNING='    PENDING-AGE-DISPLAY
                      ' SEC'
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM SEND-REPORT-LINE
           ADD 1 TO SA-IDX
           .

      * One line per CIRCUIT row, in program-name order.
       REPORT-CHILD-CIRCUITS.
           MOVE SPACES TO REPORT-LINE
           MOVE 'CHILD CIRCUITS' TO REPORT-LINE
           PERFORM SEND-REPORT-LINE

           MOVE 0          TO CIRCUIT-ROW-COUNT
           MOVE 'N'        TO END-OF-CIRCUITS
           MOVE LOW-VALUES TO CB-PROGRAM

           EXEC CICS STARTBR FILE ('CIRCUIT')
                             RIDFLD (CB-PROGRAM)
                             GTEQ
                             RESP   (CIRCUIT-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CIRCUIT-RESP = DFHRESP(NORMAL)
               PERFORM REPORT-NEXT-CIRCUIT
                   UNTIL END-OF-CIRCUITS = 'Y'

               EXEC CICS ENDBR FILE ('CIRCUIT')
                               RESP  (COMMAND-RESP)
                               RESP2 (COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF CIRCUIT-RESP NOT = DFHRESP(NOTFND)
                   MOVE CIRCUIT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF CIRCUIT-ROW-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               MOVE '  NONE ON FILE - EVERY CHILD CLOSED'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
           END-IF
           .

       REPORT-NEXT-CIRCUIT.
           EXEC CICS READNEXT FILE ('CIRCUIT')
                              INTO   (CIRCUIT-RECORD)
                              RIDFLD (CB-PROGRAM)
                              RESP   (CIRCUIT-RESP)
                              RESP2  (COMMAND-RESP2)
           END-EXEC

           IF CIRCUIT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO END-OF-CIRCUITS
               IF CIRCUIT-RESP NOT = DFHRESP(ENDFILE)
                   MOVE CIRCUIT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               ADD 1 TO CIRCUIT-ROW-COUNT
               EVALUATE TRUE
                   WHEN CB-CIRCUIT-OPEN
                       MOVE 'OPEN  ' TO CIRCUIT-STATE-TEXT
                   WHEN CB-CIRCUIT-TRIAL
                       MOVE 'TRIAL ' TO CIRCUIT-STATE-TEXT
                   WHEN OTHER
                       MOVE 'CLOSED' TO CIRCUIT-STATE-TEXT
               END-EVALUATE

               MOVE SPACES TO REPORT-LINE
               STRING '  ' CB-PROGRAM
                      ' '         CIRCUIT-STATE-TEXT
                      ' FAILS='   CB-CONSEC-FAILS
                      ' OPENED='  CB-OPENED-DATE
                      ' '         CB-OPENED-TIME
                      ' TRIPS='   CB-TRIPS
                      DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM SEND-REPORT-LINE
           END-IF
           .

       SEND-REPORT-LINE.
           IF IS-TERMINAL-BASED = 'Y'
               IF FIRST-LINE-SENT = 'N'
