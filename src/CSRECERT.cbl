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
      *  CSRECERT
      *
      * Access recertification transaction (run as RCRT). The
      * quarterly CSRCRTGN run puts every OPERROLE role and AUTHSUB
      * submitter entry on the RECERT register (see
      * copy/RECERT.cpy) under the operator's line manager; this is
      * where the manager answers for each line, driven by a single
      * input line:
      *
      *   RCRT LST cccccc
      *        - list the open lines of campaign cccccc (YYYYQn)
      *          waiting on this manager - for a SUPERVISOR, the
      *          lines with no manager on file as well.
      *   RCRT CRT cccccc userid t
      *        - certify the line: user id, and R for the OPERROLE
      *          role or S for the AUTHSUB submitter entry.
      *   RCRT REV cccccc userid t
      *        - revoke it. The grant is taken away there and then -
      *          the OPERROLE row or the AUTHSUB entry is deleted -
      *          and the revocation written to AUTHAUD (see
      *          copy/AUTHAUD.cpy).
      *
      * Only the line's manager may decide it - or, for a line with
      * no manager on file, any SUPERVISOR - nobody decides a line
      * for their own access, and nothing is decided after the
      * deadline: CSRCCLOS revokes whatever is still open (see
      * src/CSRCCLOS.cbl). RCRT is not behind the OPERROLE role gate
      * - managers hold all sorts of roles, and the line's manager
      * is the whole of the check.
      *
      * An OPERROLE row reloaded with a different role since the
      * campaign opened is a new grant, not the one being decided:
      * revoking the old line leaves it alone and says so.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSRECERT.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * RECERT, OPERROLE, AUTHSUB and AUTHAUD are CICS-owned VSAM
      * files (defined in the FCT, not opened by this program) - all
      * accessed entirely through EXEC CICS commands below, never
      * native COBOL I/O.
           COPY RECERT.

           COPY OPERROLE.

           COPY AUTHSUB.

           COPY AUTHAUD.

       1 READ-INPUT.
         2 TRANID                PIC X(4).
         2 FILLER                PIC X(1).
         2 ACTION-IN             PIC X(3).
         2 FILLER                PIC X(1).
         2 CAMPAIGN-IN           PIC X(6).
         2 FILLER                PIC X(1).
         2 TARGET-USER-IN        PIC X(8).
         2 FILLER                PIC X(1).
         2 GRANT-TYPE-IN         PIC X(1).
       1 READ-INPUT-LENGTH       PIC S9(4) COMP-5 SYNC VALUE 26.

       1 MANAGER-USER-ID         PIC X(8)  VALUE SPACES.
       1 CALLER-IS-SUPERVISOR    PIC X(1)  VALUE 'N'.
       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).
       1 CURRENT-TIME            PIC X(8).

       1 RECERT-RESP             PIC S9(8) COMP.
       1 OPERROLE-RESP           PIC S9(8) COMP.
       1 AUTHSUB-RESP            PIC S9(8) COMP.
       1 END-OF-RECERT-SCAN      PIC X(1)  VALUE 'N'.

      * Set by REMOVE-THE-GRANT - whether anything was taken away.
       1 GRANT-REMOVED           PIC X(1)  VALUE 'N'.

       1 LIST-BLOCK.
         2 LIST-LINE             PIC X(80) OCCURS 15.
       1 LIST-COUNT              PIC S9(4) COMP VALUE 0.
       1 LAST-USED-TEXT          PIC X(8)  VALUE SPACES.

       1 REPORT-LINE             PIC X(80) VALUE ' '.

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSRECERT'.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE SPACES TO READ-INPUT

           EXEC CICS RECEIVE INTO     ( READ-INPUT )
                           LENGTH     ( READ-INPUT-LENGTH )
                           NOTRUNCATE
                           RESP       ( COMMAND-RESP )
                           RESP2      ( COMMAND-RESP2 )
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS ASSIGN USERID(MANAGER-USER-ID)
           END-EXEC

           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
                     TIME(CURRENT-TIME)
           END-EXEC

           PERFORM CHECK-CALLER-SUPERVISOR

           EVALUATE ACTION-IN
               WHEN 'LST'
                   PERFORM LIST-OPEN-LINES
               WHEN 'CRT'
                   PERFORM DECIDE-RECERT-LINE
               WHEN 'REV'
                   PERFORM DECIDE-RECERT-LINE
               WHEN OTHER
                   MOVE 'RCRT: UNKNOWN ACTION - USE LST/CRT/REV'
                       TO REPORT-LINE
                   PERFORM SEND-REPORT-LINE
           END-EVALUATE

           EXEC CICS RETURN
           END-EXEC
           .

      * A SUPERVISOR may also decide the lines with no manager.
       CHECK-CALLER-SUPERVISOR.
           MOVE 'N' TO CALLER-IS-SUPERVISOR
           MOVE MANAGER-USER-ID TO OR-USER-ID

           EXEC CICS READ FILE ('OPERROLE')
                           INTO   (OPERROLE-RECORD)
                           RIDFLD (OR-USER-ID)
                           RESP   (OPERROLE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF OPERROLE-RESP = DFHRESP(NORMAL)
               IF OR-ROLE = 'SUPERVISOR'
                   MOVE 'Y' TO CALLER-IS-SUPERVISOR
               END-IF
           ELSE
               IF OPERROLE-RESP NOT = DFHRESP(NOTFND)
                   MOVE OPERROLE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF
           .

      ******************************************************************
      * Certify or revoke one line. Every refusal leaves the line as
      * it was.
      ******************************************************************
       DECIDE-RECERT-LINE.
           MOVE CAMPAIGN-IN    TO RE-CAMPAIGN
           MOVE TARGET-USER-IN TO RE-USER-ID
           MOVE GRANT-TYPE-IN  TO RE-GRANT-TYPE

           EXEC CICS READ FILE ('RECERT')
                           INTO   (RECERT-RECORD)
                           RIDFLD (RE-RECERT-KEY)
                           UPDATE
                           RESP   (RECERT-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           IF RECERT-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RCRT: NO SUCH LINE IN THAT CAMPAIGN'
                   TO REPORT-LINE
               IF RECERT-RESP NOT = DFHRESP(NOTFND)
                   MOVE RECERT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN NOT RE-LINE-OPEN
                       STRING 'RCRT: LINE ALREADY DECIDED BY '
                              RE-DECIDED-BY ' ON ' RE-DECIDED-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM RELEASE-RECERT-LINE
                   WHEN CURRENT-DATE > RE-DEADLINE
                       MOVE 'RCRT: PAST THE DEADLINE - CANNOT DECIDE'
                           TO REPORT-LINE
                       PERFORM RELEASE-RECERT-LINE
                   WHEN RE-USER-ID = MANAGER-USER-ID
                       MOVE 'RCRT: NOBODY DECIDES THEIR OWN ACCESS'
                           TO REPORT-LINE
                       PERFORM RELEASE-RECERT-LINE
                   WHEN RE-MANAGER-ID = MANAGER-USER-ID
                       PERFORM APPLY-RECERT-DECISION
                   WHEN RE-MANAGER-ID = SPACES
                    AND CALLER-IS-SUPERVISOR = 'Y'
                       PERFORM APPLY-RECERT-DECISION
                   WHEN OTHER
                       MOVE 'RCRT: NOT A LINE YOU MAY DECIDE'
                           TO REPORT-LINE
                       PERFORM RELEASE-RECERT-LINE
               END-EVALUATE
           END-IF

           PERFORM SEND-REPORT-LINE
           .

       RELEASE-RECERT-LINE.
           EXEC CICS UNLOCK FILE ('RECERT')
                            RESP  (COMMAND-RESP)
                            RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR
           .

       APPLY-RECERT-DECISION.
           MOVE MANAGER-USER-ID TO RE-DECIDED-BY
           MOVE CURRENT-DATE    TO RE-DECIDED-DATE
           IF ACTION-IN = 'CRT'
               MOVE 'C' TO RE-STATUS
           ELSE
               MOVE 'R' TO RE-STATUS
           END-IF

           EXEC CICS REWRITE FILE ('RECERT')
                             FROM  (RECERT-RECORD)
                             RESP  (COMMAND-RESP)
                             RESP2 (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RCRT: REGISTER UPDATE FAILED - TRY AGAIN'
                   TO REPORT-LINE
           ELSE
               IF ACTION-IN = 'CRT'
                   STRING 'RCRT: ' RE-USER-ID ' ' RE-GRANT
                          ' CERTIFIED FOR ' RE-CAMPAIGN
                       DELIMITED BY SIZE INTO REPORT-LINE
               ELSE
                   PERFORM REMOVE-THE-GRANT
                   IF GRANT-REMOVED = 'Y'
                       MOVE 'RECERTRV' TO AA-ACTION
                       PERFORM WRITE-ADMIN-AUDIT-RECORD
                       STRING 'RCRT: ' RE-USER-ID ' ' RE-GRANT
                              ' REVOKED AND REMOVED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING 'RCRT: ' RE-USER-ID ' ' RE-GRANT
                              ' REVOKED - GRANT ALREADY GONE'
                              ' OR CHANGED'
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
               END-IF
           END-IF
           .

      * Take the grant away - the OPERROLE row only while it still
      * holds the role the line was raised for.
       REMOVE-THE-GRANT.
           MOVE 'N' TO GRANT-REMOVED

           IF RE-ROLE-GRANT
               MOVE RE-USER-ID TO OR-USER-ID

               EXEC CICS READ FILE ('OPERROLE')
                               INTO   (OPERROLE-RECORD)
                               RIDFLD (OR-USER-ID)
                               UPDATE
                               RESP   (OPERROLE-RESP)
                               RESP2  (COMMAND-RESP2)
               END-EXEC

               IF OPERROLE-RESP = DFHRESP(NORMAL)
                   IF OR-ROLE = RE-GRANT
                       EXEC CICS DELETE FILE ('OPERROLE')
                                        RESP  (COMMAND-RESP)
                                        RESP2 (COMMAND-RESP2)
                       END-EXEC
                       PERFORM LOG-CICS-ERROR
                       IF COMMAND-RESP = DFHRESP(NORMAL)
                           MOVE 'Y' TO GRANT-REMOVED
                       END-IF
                   ELSE
                       EXEC CICS UNLOCK FILE ('OPERROLE')
                                        RESP  (COMMAND-RESP)
                                        RESP2 (COMMAND-RESP2)
                       END-EXEC
                       PERFORM LOG-CICS-ERROR
                   END-IF
               ELSE
                   IF OPERROLE-RESP NOT = DFHRESP(NOTFND)
                       MOVE OPERROLE-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           ELSE
               MOVE RE-USER-ID TO AS-USER-ID

               EXEC CICS DELETE FILE ('AUTHSUB')
                                RIDFLD (AS-USER-ID)
                                RESP   (AUTHSUB-RESP)
                                RESP2  (COMMAND-RESP2)
               END-EXEC

               IF AUTHSUB-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO GRANT-REMOVED
               ELSE
                   IF AUTHSUB-RESP NOT = DFHRESP(NOTFND)
                       MOVE AUTHSUB-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               END-IF
           END-IF
           .

      ******************************************************************
      * The lines still waiting on this manager.
      ******************************************************************
       LIST-OPEN-LINES.
           MOVE 0      TO LIST-COUNT
           MOVE 'N'    TO END-OF-RECERT-SCAN
           MOVE SPACES TO LIST-BLOCK
           MOVE LOW-VALUES  TO RE-RECERT-KEY
           MOVE CAMPAIGN-IN TO RE-CAMPAIGN

           EXEC CICS STARTBR FILE ('RECERT')
                             RIDFLD (RE-RECERT-KEY)
                             GTEQ
                             RESP   (RECERT-RESP)
                             RESP2  (COMMAND-RESP2)
           END-EXEC

           IF RECERT-RESP = DFHRESP(NORMAL)
               PERFORM SCAN-NEXT-RECERT-LINE
                   UNTIL END-OF-RECERT-SCAN = 'Y'
                      OR LIST-COUNT >= 15

               EXEC CICS ENDBR FILE ('RECERT')
                               RESP (COMMAND-RESP)
                               RESP2(COMMAND-RESP2)
               END-EXEC
               PERFORM LOG-CICS-ERROR
           ELSE
               IF RECERT-RESP NOT = DFHRESP(NOTFND)
                   MOVE RECERT-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
               END-IF
           END-IF

           IF LIST-COUNT = 0
               MOVE 'RCRT: NO OPEN LINES FOR YOU IN THAT CAMPAIGN'
                   TO REPORT-LINE
               PERFORM SEND-REPORT-LINE
           ELSE
               EXEC CICS SEND TEXT FROM ( LIST-BLOCK )
                         TERMINAL WAIT
                         FREEKB
                         ERASE
               END-EXEC
           END-IF
           .

       SCAN-NEXT-RECERT-LINE.
           EXEC CICS READNEXT FILE ('RECERT')
                              INTO  (RECERT-RECORD)
                              RIDFLD(RE-RECERT-KEY)
                              RESP  (RECERT-RESP)
                              RESP2 (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN RECERT-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO END-OF-RECERT-SCAN
                   IF RECERT-RESP NOT = DFHRESP(ENDFILE)
                       MOVE RECERT-RESP TO COMMAND-RESP
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN RE-CAMPAIGN NOT = CAMPAIGN-IN
                   MOVE 'Y' TO END-OF-RECERT-SCAN
               WHEN NOT RE-LINE-OPEN
                   CONTINUE
               WHEN RE-USER-ID = MANAGER-USER-ID
                   CONTINUE
               WHEN RE-MANAGER-ID = MANAGER-USER-ID
                   PERFORM LIST-ONE-LINE
               WHEN RE-MANAGER-ID = SPACES
                AND CALLER-IS-SUPERVISOR = 'Y'
                   PERFORM LIST-ONE-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       LIST-ONE-LINE.
           IF RE-LAST-USED-DATE = SPACES
               MOVE 'NOT SEEN' TO LAST-USED-TEXT
           ELSE
               MOVE RE-LAST-USED-DATE TO LAST-USED-TEXT
           END-IF

           ADD 1 TO LIST-COUNT
           STRING 'RCRT: ' RE-USER-ID
                  ' ' RE-GRANT-TYPE
                  ' ' RE-GRANT
                  ' LAST USED ' LAST-USED-TEXT
                  ' BY ' RE-DEADLINE
               DELIMITED BY SIZE INTO LIST-LINE (LIST-COUNT)
           .

      * One audit row per revocation, keyed on the moment it
      * happened - a second change inside the same second bumps the
      * tie-break sequence until its row lands, as AUSM does.
       WRITE-ADMIN-AUDIT-RECORD.
           MOVE CURRENT-DATE    TO AA-AUDIT-DATE
           MOVE CURRENT-TIME    TO AA-AUDIT-TIME
           MOVE 0               TO AA-AUDIT-SEQ
           MOVE RE-USER-ID      TO AA-TARGET-USER-ID
           MOVE MANAGER-USER-ID TO AA-ADMIN-USER-ID
           MOVE RE-GRANT        TO AA-GRANT

           PERFORM WRITE-ADMIN-AUDIT-ATTEMPT

           PERFORM WRITE-ADMIN-AUDIT-RETRY
               UNTIL COMMAND-RESP NOT = DFHRESP(DUPREC)
                  OR AA-AUDIT-SEQ > 99

           PERFORM LOG-CICS-ERROR
           .

       WRITE-ADMIN-AUDIT-ATTEMPT.
           EXEC CICS WRITE FILE ('AUTHAUD')
                           FROM   (AUTHAUD-RECORD)
                           RIDFLD (AA-AUDIT-KEY)
                           RESP   (COMMAND-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC
           .

       WRITE-ADMIN-AUDIT-RETRY.
           ADD 1 TO AA-AUDIT-SEQ
           PERFORM WRITE-ADMIN-AUDIT-ATTEMPT
           .

       SEND-REPORT-LINE.
           EXEC CICS SEND TEXT FROM ( REPORT-LINE )
                     TERMINAL WAIT
                     FREEKB
                     ERASE
           END-EXEC
           .


       COPY CICSERR.

       END PROGRAM 'CSRECERT'.
