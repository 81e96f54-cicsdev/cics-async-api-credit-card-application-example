      ******************************************************************
      *  RECERT
      *
      * Record layout for the RECERT VSAM KSDS - the quarterly
      * operator access recertification register. OPERROLE roles and
      * AUTHSUB submitter entries otherwise stand forever; each
      * quarter every one of them is put in front of the operator's
      * line manager to certify or revoke.
      *
      * One row per grant per campaign, keyed on the campaign
      * (YYYYQn), the user id and the kind of grant:
      *
      *   RE-GRANT-TYPE  R  the operator's OPERROLE role
      *                  S  the operator's AUTHSUB submitter entry
      *
      * Lifecycle:
      *   CSRCRTGN (batch) opens the campaign - a row per grant, the
      *     manager from the line-manager extract, the grant's last
      *     use from OPERUSE, and the deadline - and lists the lines
      *     by manager (see src/CSRCRTGN.cbl);
      *   RCRT (src/CSRECERT.cbl) is how the manager certifies or
      *     revokes each line - a revocation takes the grant away
      *     there and then;
      *   CSRCCLOS (batch) revokes every line still open after the
      *     deadline and prints the completion report by manager for
      *     the auditors (see src/CSRCCLOS.cbl).
      *
      * Every revocation, by a manager or by the deadline, is also
      * written to AUTHAUD (see copy/AUTHAUD.cpy).
      ******************************************************************
       01  RECERT-RECORD.
           05  RE-RECERT-KEY.
               10  RE-CAMPAIGN         PIC X(6).
               10  RE-USER-ID          PIC X(8).
               10  RE-GRANT-TYPE       PIC X(1).
                   88  RE-ROLE-GRANT   VALUE 'R'.
                   88  RE-SUBMIT-GRANT VALUE 'S'.
      * The role name, or SUBMITTER for an AUTHSUB entry.
           05  RE-GRANT                PIC X(10).
      * Spaces when the operator has no line manager on the extract -
      * such a line may be decided by any SUPERVISOR instead.
           05  RE-MANAGER-ID           PIC X(8).
      * YYYYMMDD, or spaces when OPERUSE has never seen it used.
           05  RE-LAST-USED-DATE       PIC X(8).
           05  RE-DEADLINE             PIC X(8).
           05  RE-STATUS               PIC X(1).
               88  RE-LINE-OPEN        VALUE 'O'.
               88  RE-LINE-CERTIFIED   VALUE 'C'.
               88  RE-LINE-REVOKED     VALUE 'R'.
               88  RE-LINE-EXPIRED     VALUE 'X'.
      * Who certified or revoked the line, and when - CSRCCLOS on an
      * expired line.
           05  RE-DECIDED-BY           PIC X(8).
           05  RE-DECIDED-DATE         PIC X(8).
           05  RE-GENERATED-DATE       PIC X(8).
           05  FILLER                  PIC X(16).
