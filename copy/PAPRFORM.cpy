      ******************************************************************
      *  PAPRFORM
      *
      * Record layout for the PAPRFORM VSAM KSDS - one row per paper
      * application form posted in by a branch, keyed on the batch
      * number the branch wrote on the batch header and the form's
      * serial within it. Written and worked by the PAPK keying
      * transaction (see src/CSPAPKEY.cbl):
      *
      *   KEYED     a first clerk has keyed the form (PF-FIRST-IMAGE)
      *   MISMATCH  a second clerk re-keyed it blind and one or more
      *             fields differ (PF-SECOND-IMAGE, PF-MISMATCH-FLAGS)
      *             - held until a clerk other than the first resolves
      *             it against the paper
      *   VERIFIED  both keyings agree, or a mismatch was resolved -
      *             PF-VERIFIED-IMAGE is what will be submitted
      *   SUBMITTD  handed to the PAPW worker (src/CSPAPWRK.cbl),
      *             which runs it through ASYNCPNT and records the
      *             outcome in PF-APPLICATION-RESULT
      *   REJECTED  illegible or incomplete - returned to the branch
      *
      * A form image is the application form field for field, in
      * the order the form prints them; the account, income and
      * amounts are right-aligned and zero-filled, and an unanswered
      * Y/N question is held as N, so a blank and an N never count
      * as a difference. The first and second keyings are kept raw
      * (see PF-FORM-IMAGE-FIELDS in src/CSPAPKEY.cbl for the byte
      * map); the verified image is broken out by name.
      *
      * PF-APPL-KEY is the application the form became - filled in
      * when the form is verified. The PAPRPATH alternate index over
      * it (see jcl/PAPRAAIX.jcl) lets ACCQ find the paper form
      * behind an application. PF-DECLARED-INCOME is kept for the
      * underwriter only: the decision takes income from EMPLMAS
      * through GETEMPL, never from the form.
      *
      * The keying, second keying, resolution and rejection each
      * carry the operator and the date/time, which the CSPAPRPT
      * daily clerk report counts from.
      ******************************************************************
       01  PAPRFORM-RECORD.
           05  PF-FORM-KEY.
               10  PF-BATCH-NO         PIC X(6).
               10  PF-SERIAL-NO        PIC X(4).
           05  PF-APPL-KEY.
               10  PF-CUST-NO          PIC X(8).
               10  PF-APPL-SEQ-NO      PIC X(1).
           05  PF-FORM-STATUS          PIC X(8).
               88  PF-KEYED            VALUE 'KEYED   '.
               88  PF-MISMATCH         VALUE 'MISMATCH'.
               88  PF-VERIFIED         VALUE 'VERIFIED'.
               88  PF-SUBMITTED        VALUE 'SUBMITTD'.
               88  PF-REJECTED         VALUE 'REJECTED'.
           05  PF-FIRST-IMAGE          PIC X(53).
           05  PF-SECOND-IMAGE         PIC X(53).
           05  PF-VERIFIED-IMAGE.
               10  PF-ACCOUNT-NO       PIC X(8).
               10  PF-PRODUCT-CODE     PIC X(4).
               10  PF-APPLICANT-NO     PIC X(1).
               10  PF-DECLARED-INCOME  PIC X(7).
               10  PF-BUREAU-CONSENT   PIC X(1).
               10  PF-TRANSFER-AMOUNT  PIC X(7).
               10  PF-GUARANTOR-NO     PIC X(8).
               10  PF-PPI-OPTIN        PIC X(1).
               10  PF-DD-SORT-CODE     PIC X(6).
               10  PF-DD-ACCOUNT       PIC X(8).
               10  PF-DD-OPTION        PIC X(1).
               10  PF-REFERRAL-CONSENT PIC X(1).
      * One byte per form field, X where the two keyings differed.
           05  PF-MISMATCH-FLAGS       PIC X(12).
           05  PF-MISMATCH-COUNT       PIC 9(2).
           05  PF-KEYED-BY             PIC X(8).
           05  PF-KEYED-DATE           PIC X(8).
           05  PF-KEYED-TIME           PIC X(8).
           05  PF-CHECKED-BY           PIC X(8).
           05  PF-CHECKED-DATE         PIC X(8).
           05  PF-CHECKED-TIME         PIC X(8).
           05  PF-RESOLVED-BY          PIC X(8).
           05  PF-RESOLVED-DATE        PIC X(8).
           05  PF-RESOLVED-TIME        PIC X(8).
           05  PF-REJECTED-BY          PIC X(8).
           05  PF-REJECTED-DATE        PIC X(8).
           05  PF-REJECTED-TIME        PIC X(8).
           05  PF-REJECT-REASON        PIC X(40).
           05  PF-SUBMITTED-DATE       PIC X(8).
           05  PF-SUBMITTED-TIME       PIC X(8).
      * The outcome the PAPW worker got back from ASYNCPNT.
           05  PF-APPLICATION-RESULT   PIC X(7).
           05  PF-CREDIT-LIMIT-AMOUNT  PIC 9(7).
           05  PF-DECIDED-DATE         PIC X(8).
           05  FILLER                  PIC X(20).
