      *            MAINTAINER master-data and letter servicing
      *            UNDERWRITR review-queue decisions
      *            SUPERVISOR everything, including the region hold
      *            KEYCLERK   paper application keying (PAPK)
      *
      * ONE role per user id, which is also how the separation rule
      * is enforced: the underwriter role and the CTLM maintainer
           05  OR-USER-ID          PIC X(8).
           05  OR-ROLE             PIC X(10).
           05  OR-LAST-UPDATED     PIC X(26).
      * The day the operator started (YYYYMMDD) - spaces for staff
      * loaded before it was kept. The CSQASAMP four-eyes sampling
      * (see src/CSQASAMP.cbl) checks more of a new starter's
      * decisions.
           05  OR-START-DATE       PIC X(8).
      * The operator's own customer account, if they hold one with
      * us - spaces otherwise. The CSPIIRPT access report (see
      * src/CSPIIRPT.cbl) flags staff looking at their own account
      * or a colleague's.
           05  OR-CUST-NO          PIC X(8).
