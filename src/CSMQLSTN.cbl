       1 MESSAGES-SIDELINED       PIC 9(5)  VALUE 0.

       1 WORK-CHANNEL             PIC X(16) VALUE 'MQINCHANNEL     '.
       1 INTAKE-CHANNEL           PIC X(8)  VALUE 'MQIN    '.
       1 ASYNC-PROG               PIC X(8)  VALUE 'ASYNCPNT'.

       1 COMMAND-RESP  PIC S9(8) COMP.
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
