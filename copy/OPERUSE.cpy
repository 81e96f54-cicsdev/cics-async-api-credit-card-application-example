      ******************************************************************
      *  OPERUSE
      *
      * Record layout for the OPERUSE VSAM KSDS - when each access
      * grant was last actually used. One row per user id and kind
      * of grant:
      *
      *   OU-GRANT-TYPE  R  the operator's OPERROLE role, stamped
      *                     each time the CHECK-OPERATOR-AUTHORITY
      *                     gate (copy/OPAUTHP.cpy) lets them in
      *                  S  the AUTHSUB submitter entry, stamped each
      *                     time ASYNCPNT/SEQPNT accept a submission
      *                     under it
      *
      * Written by the CSOPUSE helper (see src/CSOPUSE.cbl), which
      * rewrites the row at most once a day per grant, so the gate
      * costs a read rather than an update on every transaction. A
      * role change resets the row to the new role - the date is the
      * last use of the role now held, not of some earlier one.
      *
      * Read by the quarterly access recertification run (see
      * src/CSRCRTGN.cbl) so a manager sees, next to every grant,
      * whether it is still being used at all.
      ******************************************************************
       01  OPERUSE-RECORD.
           05  OU-USE-KEY.
               10  OU-USER-ID          PIC X(8).
               10  OU-GRANT-TYPE       PIC X(1).
                   88  OU-ROLE-GRANT   VALUE 'R'.
                   88  OU-SUBMIT-GRANT VALUE 'S'.
      * The role name, or SUBMITTER for an AUTHSUB entry.
           05  OU-GRANT                PIC X(10).
           05  OU-LAST-USED-DATE       PIC X(8).
           05  OU-LAST-TRANID          PIC X(4).
           05  OU-FIRST-SEEN-DATE      PIC X(8).
           05  FILLER                  PIC X(11).
