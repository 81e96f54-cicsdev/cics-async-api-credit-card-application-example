      * entry, the CONFIRM row shows the second admin who let it take
      * effect, the REVOKE row shows who took it away - each with the
      * admin's CICS user ID and the date/time.
      *
      * The quarterly access recertification (see copy/RECERT.cpy)
      * writes here too, for OPERROLE roles as well as AUTHSUB
      * entries:
      *   RECERTRV  a manager revoked the grant through RCRT - the
      *             manager is in AA-ADMIN-USER-ID;
      *   RECERTEX  nobody certified it by the deadline and CSRCCLOS
      *             revoked it - AA-ADMIN-USER-ID is 'CSRCCLOS'.
      * AA-GRANT names what was taken away: the role, or SUBMITTER.
      ******************************************************************
       01  AUTHAUD-RECORD.
           05  AA-AUDIT-KEY.
           05  AA-ACTION           PIC X(8).
           05  AA-TARGET-USER-ID   PIC X(8).
           05  AA-ADMIN-USER-ID    PIC X(8).
           05  AA-GRANT            PIC X(10).
           05  FILLER              PIC X(7).
