      ******************************************************************
      *  PPICLAIM
      *
      * Record layout for the PPICLAIM VSAM KSDS - claims made on
      * payment protection cover. The PPIC transaction (see
      * src/CSPPICLM.cbl) logs one against a card position whose
      * PPIOPTIN row is ENROLLED (see copy/PPIOPTIN.cpy), keyed on
      * the account, applicant sequence and the date the claim was
      * logged, so every claim a card has ever had keeps its own
      * row. A position has at most one open claim at a time.
      *
      *   PC-CLAIM-TYPE   UNEM  involuntary unemployment
      *                   SICK  sickness
      *                   ACDT  accident
      *   PC-EVENT-DATE   the day the cardholder lost their job,
      *                   fell ill or had the accident
      *   PC-EVIDENCE     what has been received in support (a P45,
      *                   a fit note, ...) - the latest word on it,
      *                   as at PC-EVIDENCE-DATE
      *
      *   PC-STATUS  LOGGED    taken by PPIC, not yet sent to the
      *                        insurer
      *              ASSESSNG  sent on the CSPPICEX claims extract
      *                        (see src/CSPPICEX.cbl), with the
      *                        insurer for a decision
      *              ACCEPTED  the insurer pays PC-MONTHLY-BENEFIT
      *                        each month until PC-BENEFIT-END-DATE
      *                        (spaces - until they say it ends)
      *              DECLINED  the insurer turned it down, for
      *                        PC-DECISION-REASON
      *              ENDED     the insurer has stopped paying - the
      *                        cardholder is back at work, or the
      *                        cover has run its course
      *              WITHDRWN  withdrawn through PPIC before a
      *                        decision, at the cardholder's request
      *
      * PC-EXTRACT-PENDING says what the next claims extract has to
      * tell the insurer: N - a new claim, E - further evidence on
      * one they are assessing, W - one they are assessing has been
      * withdrawn; spaces once it has been sent. The insurer's
      * decisions and monthly payments come back on the CSPPIRTN
      * return feed (see src/CSPPIRTN.cbl), which sets the
      * decision fields and posts each payment to the card's CARDLDG
      * ledger as a PAYMENT credit (source PPICLAIM), keeping the
      * running count and total here.
      *
      * While a claim is LOGGED or ASSESSNG (PC-UNDER-ASSESSMENT):
      * the CSDELINQ due-date run (see src/CSDELINQ.cbl) posts no
      * late fee and counts no missed payment on the card - a
      * shortfall is still carried as past due; and CSCOLLEX holds
      * back the collections handoff of the account. Once the
      * insurer decides, normal terms apply again - an accepted
      * claim's benefit pays the card like any other payment. The
      * weekly CSPPIAGE report (see src/CSPPIAGE.cbl) ages claims
      * under assessment, and accepted claims awaiting a payment,
      * in business days.
      ******************************************************************
       01  PPICLAIM-RECORD.
           05  PC-CLAIM-KEY.
               10  PC-CUST-NO          PIC X(8).
               10  PC-APPL-SEQ-NO      PIC 9(1).
               10  PC-CLAIM-DATE       PIC X(8).
           05  PC-CLAIM-TYPE           PIC X(4).
               88  PC-IS-UNEMPLOYMENT  VALUE 'UNEM'.
               88  PC-IS-SICKNESS      VALUE 'SICK'.
               88  PC-IS-ACCIDENT      VALUE 'ACDT'.
           05  PC-EVENT-DATE           PIC X(8).
           05  PC-STATUS               PIC X(8).
               88  PC-IS-LOGGED        VALUE 'LOGGED  '.
               88  PC-IS-ASSESSING     VALUE 'ASSESSNG'.
               88  PC-IS-ACCEPTED      VALUE 'ACCEPTED'.
               88  PC-IS-DECLINED      VALUE 'DECLINED'.
               88  PC-IS-ENDED         VALUE 'ENDED   '.
               88  PC-IS-WITHDRAWN     VALUE 'WITHDRWN'.
               88  PC-UNDER-ASSESSMENT VALUE 'LOGGED  ' 'ASSESSNG'.
               88  PC-IS-OPEN          VALUE 'LOGGED  ' 'ASSESSNG'
                                             'ACCEPTED'.
           05  PC-EVIDENCE             PIC X(40).
           05  PC-EVIDENCE-DATE        PIC X(8).
           05  PC-LOGGED-BY            PIC X(8).
           05  PC-EXTRACT-PENDING      PIC X(1).
               88  PC-SEND-NEW         VALUE 'N'.
               88  PC-SEND-EVIDENCE    VALUE 'E'.
               88  PC-SEND-WITHDRAWAL  VALUE 'W'.
           05  PC-EXTRACT-DATE         PIC X(8).
           05  PC-DECISION-DATE        PIC X(8).
           05  PC-DECISION-REASON      PIC X(4).
           05  PC-MONTHLY-BENEFIT      PIC 9(7)V99.
           05  PC-BENEFIT-END-DATE     PIC X(8).
           05  PC-PAYMENTS-POSTED      PIC 9(3).
           05  PC-BENEFIT-PAID         PIC 9(7)V99.
           05  PC-LAST-PAYMENT-DATE    PIC X(8).
           05  PC-CLOSED-DATE          PIC X(8).
           05  PC-CLOSED-BY            PIC X(8).
           05  FILLER                  PIC X(20).
