      * the calendar must be loaded well ahead (see CSBCLOAD).
      * Callers: ASYNCPNT/SEQPNT's repeat-application window, and
      * any future CICS consumer of business-day arithmetic.
      *
      * The other direction - a deadline N business days on - is
      * asked for with a different pair of containers instead:
      *
      *   BDAYSADD  FROM-DATE(8) YYYYMMDD, then the number of
      *             business days to add (S9(8) COMP)
      *   BDAYSDUE  the due date, YYYYMMDD - the Nth business day
      *             strictly after FROM-DATE
      *
      * Past the last loaded row every date counts as a business
      * day, the calendar-day fallback copy/BUSCAL.cpy describes,
      * so a deadline beyond the loaded calendar comes out early
      * rather than never. Callers: the CMPL complaints register's
      * acknowledgement and final-response deadlines.
      ******************************************************************

       IDENTIFICATION DIVISION.
       1 BDAYS-RESULT.
         2 BUSINESS-DAYS-OUT   PIC S9(8) COMP.

       1 BDAYS-ADD-REQUEST.
         2 ADD-FROM-DATE-IN    PIC X(8).
         2 DAYS-TO-ADD-IN      PIC S9(8) COMP.

       1 BDAYS-DUE-RESULT.
         2 DUE-DATE-OUT        PIC X(8).

       1 ADD-CONTAINER-RESP    PIC S9(8) COMP.
       1 BUSINESS-DAYS-FOUND   PIC S9(8) COMP VALUE 0.
       1 LAST-CALENDAR-DATE    PIC X(8) VALUE SPACES.
       1 DAYS-BEYOND-CALENDAR  PIC S9(8) COMP VALUE 0.
       1 STEP-DATE-NUM         PIC 9(8) VALUE 0.
       1 STEP-DATE-PARTS REDEFINES STEP-DATE-NUM.
         2 STEP-YEAR           PIC 9(4).
         2 STEP-MONTH          PIC 9(2).
         2 STEP-DAY            PIC 9(2).
       1 DAYS-IN-MONTH         PIC 9(2) VALUE 0.
       1 LEAP-REMAINDER        PIC 9(4) VALUE 0.
       1 LEAP-QUOTIENT         PIC 9(4) VALUE 0.

       1 BUSCAL-RESP           PIC S9(8) COMP.
       1 END-OF-CALENDAR       PIC X(1) VALUE 'N'.
       1 BROWSE-DATE           PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.

       MAINLINE SECTION.
      * A deadline request comes in BDAYSADD; anything else is the
      * original count between two dates.
           EXEC CICS GET CONTAINER ('BDAYSADD')
                           INTO    ( BDAYS-ADD-REQUEST )
                           RESP    ( ADD-CONTAINER-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF ADD-CONTAINER-RESP = DFHRESP(NORMAL)
               PERFORM FIND-DUE-DATE

               EXEC CICS PUT CONTAINER ('BDAYSDUE')
                               FROM    ( BDAYS-DUE-RESULT )
                               RESP    ( COMMAND-RESP )
                               RESP2   ( COMMAND-RESP2 )
               END-EXEC
               PERFORM LOG-CICS-ERROR

               EXEC CICS RETURN
               END-EXEC
           END-IF

           EXEC CICS GET CONTAINER ('BDAYSIN')
                           INTO    ( BDAYS-REQUEST )
                           RESP    ( COMMAND-RESP )
           END-IF
           .

      * Walk forward from FROM until the Nth business day is seen.
      * If the loaded calendar runs out first, the days still owed
      * are added as calendar days past the last row read.
       FIND-DUE-DATE.
           MOVE 0 TO BUSINESS-DAYS-FOUND
           MOVE ADD-FROM-DATE-IN TO DUE-DATE-OUT
           MOVE ADD-FROM-DATE-IN TO LAST-CALENDAR-DATE

           IF DAYS-TO-ADD-IN > 0
               MOVE 'N' TO END-OF-CALENDAR
               MOVE ADD-FROM-DATE-IN TO BC-DATE

               EXEC CICS STARTBR FILE ('BUSCAL')
                                 RIDFLD (BC-DATE)
                                 GTEQ
                                 RESP   (BUSCAL-RESP)
                                 RESP2  (COMMAND-RESP2)
               END-EXEC

               IF BUSCAL-RESP = DFHRESP(NORMAL)
                   PERFORM STEP-ONE-CALENDAR-DAY
                       UNTIL END-OF-CALENDAR = 'Y'

                   EXEC CICS ENDBR FILE ('BUSCAL')
                                   RESP (COMMAND-RESP)
                                   RESP2(COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               ELSE
                   IF BUSCAL-RESP NOT = DFHRESP(NOTFND)
                       MOVE BUSCAL-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF

               IF BUSINESS-DAYS-FOUND < DAYS-TO-ADD-IN
                   COMPUTE DAYS-BEYOND-CALENDAR =
                       DAYS-TO-ADD-IN - BUSINESS-DAYS-FOUND
                   MOVE LAST-CALENDAR-DATE TO STEP-DATE-NUM
                   PERFORM STEP-DATE-ON-ONE-DAY
                       DAYS-BEYOND-CALENDAR TIMES
                   MOVE STEP-DATE-NUM TO DUE-DATE-OUT
               END-IF
           END-IF
           .

       STEP-ONE-CALENDAR-DAY.
           EXEC CICS READNEXT FILE ('BUSCAL')
                              INTO  (BUSCAL-RECORD)
                              RIDFLD(BC-DATE)
                              RESP  (BUSCAL-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           IF BUSCAL-RESP = DFHRESP(NORMAL)
               IF BC-DATE > ADD-FROM-DATE-IN
                   MOVE BC-DATE TO LAST-CALENDAR-DATE
                   IF BC-IS-BUSINESS
                       ADD 1 TO BUSINESS-DAYS-FOUND
                       MOVE BC-DATE TO DUE-DATE-OUT
                       IF BUSINESS-DAYS-FOUND >= DAYS-TO-ADD-IN
                           MOVE 'Y' TO END-OF-CALENDAR
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO END-OF-CALENDAR
               IF BUSCAL-RESP NOT = DFHRESP(ENDFILE)
                   MOVE BUSCAL-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

       STEP-DATE-ON-ONE-DAY.
           PERFORM SET-DAYS-IN-STEP-MONTH

           IF STEP-DAY < DAYS-IN-MONTH
               ADD 1 TO STEP-DAY
           ELSE
               MOVE 1 TO STEP-DAY
               IF STEP-MONTH = 12
                   MOVE 1 TO STEP-MONTH
                   ADD 1 TO STEP-YEAR
               ELSE
                   ADD 1 TO STEP-MONTH
               END-IF
           END-IF
           .

       SET-DAYS-IN-STEP-MONTH.
           EVALUATE STEP-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DAYS-IN-MONTH
               WHEN 2
                   DIVIDE STEP-YEAR BY 4
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       MOVE 29 TO DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO DAYS-IN-MONTH
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DAYS-IN-MONTH
           END-EVALUATE
           .


       COPY CICSERR.

