      *   OPAUTH-LOG-RECORD (per the layout in any importer) and
      *     OPAUTH-LOG-QUEUE value 'CCAUTHLG' - the refusal log,
      *     fed the way LOG-CICS-ERROR feeds CCERRLOG;
      *   COMMAND-RESP2 (already declared everywhere), and the
      *     CICSERR fragment's LOG-CICS-ERROR.
      *
      * Every operator the gate lets in has the day's use of their
      * role stamped on OPERUSE through the CSOPUSE helper, which
      * the quarterly access recertification reads.
      *
      * The gate only enforces when CP-REQUIRE-OPER-ROLES is 'Y' -
      * a region loads OPERROLE first, then switches enforcement

               IF OPERATOR-AUTHORIZED = 'N'
                   PERFORM LOG-AUTHORITY-REFUSAL
               ELSE
                   PERFORM RECORD-ROLE-USE
               END-IF
           END-IF
           .

      * The role just let through was used today - stamped on
      * OPERUSE by the CSOPUSE helper for the quarterly access
      * recertification (see copy/OPERUSE.cpy). The refusal record
      * is free on this path, and already has the helper's shape.
      * Like the refusal trail, never allowed to fail the caller.
       RECORD-ROLE-USE.
           MOVE OPAUTH-USER-ID TO OG-USER-ID
           MOVE EIBTRNID       TO OG-TRANID
           MOVE OR-ROLE        TO OG-NEEDED-ROLE

           EXEC CICS PUT CONTAINER ('OPUSEIN')
                           FROM    (OPAUTH-LOG-RECORD)
                           CHANNEL ('CSOPUSE')
                           RESP    (OPAUTH-ROLE-RESP)
                           RESP2   (COMMAND-RESP2)
           END-EXEC

           IF OPAUTH-ROLE-RESP = DFHRESP(NORMAL)
               EXEC CICS LINK PROGRAM ('CSOPUSE ')
                              CHANNEL ('CSOPUSE')
                              RESP    (OPAUTH-ROLE-RESP)
                              RESP2   (COMMAND-RESP2)
               END-EXEC
           END-IF

           IF OPAUTH-ROLE-RESP NOT = DFHRESP(NORMAL)
               MOVE OPAUTH-ROLE-RESP TO COMMAND-RESP
               PERFORM LOG-CICS-ERROR
           END-IF
           .

      * The refusal trail - same mechanism and spirit as CCERRLOG:
      * a small record on a shared TS queue, never allowed to fail
      * the caller.
