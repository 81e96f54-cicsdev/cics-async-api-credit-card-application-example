       1 PARKED-CANCELLED  PIC X(1) VALUE 'N'.

       1 WORK-CHANNEL      PIC X(16) VALUE 'OVNWCHANNEL     '.
       1 INTAKE-CHANNEL    PIC X(8)  VALUE 'CSOVNT  '.
       1 ASYNC-PROG        PIC X(8)  VALUE 'ASYNCPNT'.

       1 RUN-START-ABSTIME PIC S9(15) COMP-3.
               PERFORM LOG-CICS-ERROR
           END-IF

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
