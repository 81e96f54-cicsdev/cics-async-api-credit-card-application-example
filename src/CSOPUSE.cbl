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
      *  CSOPUSE
      *
      * Grant last-use stamp - keeps OPERUSE (see copy/OPERUSE.cpy)
      * up to date with the day each operator last actually used
      * their OPERROLE role or their AUTHSUB submitter entry, which
      * the quarterly access recertification puts in front of the
      * operator's manager. LINKed with one container on the
      * CSOPUSE channel:
      *
      *   OPUSEIN   USER-ID(8) TRANID(4) GRANT(10), then anything -
      *             the shape of the OPAUTH-LOG-RECORD every role-
      *             gated program already declares. GRANT is the role
      *             just let through, or SUBMITTER.
      *
      * Callers: the shared CHECK-OPERATOR-AUTHORITY fragment
      * (copy/OPAUTHP.cpy) when the role gate lets an operator in,
      * and ASYNCPNT/SEQPNT's CHECK-SUBMITTER-AUTHORIZED when an
      * AUTHSUB entry lets a submission through.
      *
      * A read for every call, a rewrite only the first time a grant
      * is used on a given day. Nothing here is allowed to fail the
      * caller - any trouble goes to CCERRLOG and the caller carries
      * on.
      ******************************************************************

       IDENTIFICATION DIVISION.
        PROGRAM-ID. CSOPUSE.
        AUTHOR. GOHILPR.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

      * OPERUSE is a CICS-owned VSAM file (defined in the FCT, not
      * opened by this program) - accessed entirely through EXEC
      * CICS commands below, never native COBOL I/O.
           COPY OPERUSE.

       1 USE-REQUEST.
         2 USE-USER-ID           PIC X(8).
         2 USE-TRANID            PIC X(4).
         2 USE-GRANT             PIC X(10).
         2 FILLER                PIC X(8).
       1 USE-REQUEST-LENGTH      PIC S9(8) COMP VALUE 30.

       1 OPERUSE-RESP            PIC S9(8) COMP.

       1 CURRENT-ABSTIME         PIC S9(15) COMP-3.
       1 CURRENT-DATE            PIC X(8).

       1 COMMAND-RESP            PIC S9(8) COMP.
       1 COMMAND-RESP2           PIC S9(8) COMP.
       1 CICSERR-QUEUE PIC X(8)   VALUE 'CCERRLOG'.
       1 CICSERR-RECORD.
         2 CE-PROGRAM  PIC X(8) VALUE 'CSOPUSE '.
         2 CE-RESP     PIC S9(8) COMP.
         2 CE-RESP2    PIC S9(8) COMP.
         2 CE-ABSTIME  PIC S9(15) COMP-3.

       PROCEDURE DIVISION.

       MAINLINE SECTION.
           MOVE SPACES TO USE-REQUEST

           EXEC CICS GET CONTAINER ('OPUSEIN')
                           INTO    (USE-REQUEST)
                           FLENGTH (USE-REQUEST-LENGTH)
                           CHANNEL ('CSOPUSE')
                           RESP    (COMMAND-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC
           PERFORM LOG-CICS-ERROR

           IF COMMAND-RESP = DFHRESP(NORMAL)
              AND USE-USER-ID NOT = SPACES
              AND USE-GRANT NOT = SPACES
               PERFORM STAMP-GRANT-USE
           END-IF

           EXEC CICS RETURN
           END-EXEC
           .

      * Today's use of this grant - a new row the first time it is
      * ever seen, a rewrite the first time it is seen today, and
      * nothing at all after that.
       STAMP-GRANT-USE.
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME ABSTIME(CURRENT-ABSTIME)
                     YYYYMMDD(CURRENT-DATE)
           END-EXEC

           MOVE USE-USER-ID TO OU-USER-ID
           IF USE-GRANT = 'SUBMITTER '
               MOVE 'S' TO OU-GRANT-TYPE
           ELSE
               MOVE 'R' TO OU-GRANT-TYPE
           END-IF

           EXEC CICS READ FILE ('OPERUSE')
                           INTO   (OPERUSE-RECORD)
                           RIDFLD (OU-USE-KEY)
                           UPDATE
                           RESP   (OPERUSE-RESP)
                           RESP2  (COMMAND-RESP2)
           END-EXEC

           EVALUATE TRUE
               WHEN OPERUSE-RESP = DFHRESP(NORMAL)
                AND OU-LAST-USED-DATE = CURRENT-DATE
                AND OU-GRANT = USE-GRANT
                   EXEC CICS UNLOCK FILE ('OPERUSE')
                                    RESP  (COMMAND-RESP)
                                    RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               WHEN OPERUSE-RESP = DFHRESP(NORMAL)
      * A different role than the one on file is a role change -
      * the row starts again for the role now held.
                   IF OU-GRANT NOT = USE-GRANT
                       MOVE USE-GRANT    TO OU-GRANT
                       MOVE CURRENT-DATE TO OU-FIRST-SEEN-DATE
                   END-IF
                   MOVE CURRENT-DATE TO OU-LAST-USED-DATE
                   MOVE USE-TRANID   TO OU-LAST-TRANID

                   EXEC CICS REWRITE FILE ('OPERUSE')
                                     FROM  (OPERUSE-RECORD)
                                     RESP  (COMMAND-RESP)
                                     RESP2 (COMMAND-RESP2)
                   END-EXEC
                   PERFORM LOG-CICS-ERROR
               WHEN OPERUSE-RESP = DFHRESP(NOTFND)
                   MOVE SPACES       TO OPERUSE-RECORD
                   MOVE USE-USER-ID  TO OU-USER-ID
                   IF USE-GRANT = 'SUBMITTER '
                       MOVE 'S' TO OU-GRANT-TYPE
                   ELSE
                       MOVE 'R' TO OU-GRANT-TYPE
                   END-IF
                   MOVE USE-GRANT    TO OU-GRANT
                   MOVE CURRENT-DATE TO OU-LAST-USED-DATE
                   MOVE USE-TRANID   TO OU-LAST-TRANID
                   MOVE CURRENT-DATE TO OU-FIRST-SEEN-DATE

      * Two tasks for one new user in the same instant - the loser
      * gets DUPREC, and the winner's row already says today.
                   EXEC CICS WRITE FILE ('OPERUSE')
                                   FROM   (OPERUSE-RECORD)
                                   RIDFLD (OU-USE-KEY)
                                   RESP   (COMMAND-RESP)
                                   RESP2  (COMMAND-RESP2)
                   END-EXEC
                   IF COMMAND-RESP NOT = DFHRESP(DUPREC)
                       PERFORM LOG-CICS-ERROR
                   END-IF
               WHEN OTHER
                   MOVE OPERUSE-RESP TO COMMAND-RESP
                   PERFORM LOG-CICS-ERROR
           END-EVALUATE
           .


       COPY CICSERR.

       END PROGRAM 'CSOPUSE'.
