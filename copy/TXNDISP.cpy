      ******************************************************************
      *  TXNDISP
      *
      * Record layout for the TXNDISP VSAM KSDS - cardholder
      * transaction disputes ("I never received the goods", "charged
      * twice"). Not to be confused with DISPUTES (see
      * copy/DISPUTES.cpy), which holds disputes about bureau data.
      * The TDSP transaction (see src/CSTXDISP.cbl) raises a case
      * against one PURCHASE or CASHADV debit on the card's CARDLDG
      * ledger, and the case is keyed on that posting's own ledger
      * key - so a posting can only ever be disputed once.
      *
      *   TD-REASON  NREC  goods or services not received
      *              DUPL  charged twice
      *              AMNT  charged the wrong amount
      *              CANC  recurring payment charged after it was
      *                    cancelled
      *              DEFC  goods defective or not as described
      *              CRNP  refund promised, never credited
      *
      *   TD-STATUS  RAISED    taken by TDSP, not yet sent to the
      *                        scheme
      *              CHGBKSNT  charged back to the merchant on the
      *                        CSCBKEXT chargeback extract (see
      *                        src/CSCBKEXT.cbl)
      *              REPRSNTD  the merchant has re-presented the
      *                        charge, for TD-SCHEME-REASON - waiting
      *                        on our decision through TDSP: take it
      *                        to arbitration, or accept it
      *              ARBREQ    arbitration asked for through TDSP,
      *                        not yet sent to the scheme
      *              ARBITRTN  with the scheme for a ruling
      *              WON       the merchant accepted the chargeback
      *                        or the scheme ruled for us - the
      *                        provisional credit is made final
      *              LOST      the representment was accepted, or
      *                        the scheme ruled for the merchant -
      *                        the provisional credit is reversed
      *              WITHDRWN  withdrawn through TDSP at the
      *                        cardholder's request - the provisional
      *                        credit is reversed
      *
      * TD-SEND-PENDING says what the next chargeback extract has to
      * tell the scheme: C - a new chargeback, A - a case going to
      * arbitration, W - a case the scheme has that was withdrawn;
      * spaces once it has been sent.
      *
      * The provisional credit: CSCBKEXT posts TD-DISPUTED-AMOUNT to
      * the card as a DISPUTE credit (source TXNDISP) the night the
      * case is raised and stamps TD-CREDIT-DATE; a case that ends
      * LOST or WITHDRWN has it reversed as a DISPUTE debit and
      * TD-CREDIT-REVERSED-DATE stamped - by CSCBKRTN (see
      * src/CSCBKRTN.cbl, source CBRETURN) when the scheme rules
      * against us, by CSCBKEXT otherwise. A case WON has the
      * provisional credit swapped by CSCBKRTN for the CHGBACK
      * credit the scheme actually paid (both source CBRETURN), and
      * a purchase's rewards points are taken back with it - a
      * chargeback settles through the scheme's response feed only;
      * CSPOSTNG refuses one on the CLEARING file. Whatever
      * the outcome, a provisional credit still on the ledger once
      * the case is closed is reversed by the next CSCBKEXT run.
      *
      * The CSCYCCLS cycle close (see src/CSCYCCLS.cbl) charges no
      * interest on the disputed amount from the day the posting
      * went on until the provisional credit did, for a case open
      * or won, and leaves it out of the minimum payment while a
      * case is open and its credit not yet on the ledger; once the
      * credit is posted the balance itself no longer carries it.
      * The weekly CSTXDAGE report (see src/CSTXDAGE.cbl) ages each
      * open case in business days against the deadline for the
      * stage it is at.
      ******************************************************************
       01  TXNDISP-RECORD.
           05  TD-DISPUTE-KEY.
               10  TD-CUST-NO          PIC X(8).
               10  TD-APPL-SEQ-NO      PIC 9(1).
               10  TD-POST-DATE        PIC X(8).
               10  TD-POST-SEQ         PIC 9(4).
           05  TD-REASON               PIC X(4).
               88  TD-NOT-RECEIVED     VALUE 'NREC'.
               88  TD-DUPLICATE        VALUE 'DUPL'.
               88  TD-WRONG-AMOUNT     VALUE 'AMNT'.
               88  TD-CANCELLED        VALUE 'CANC'.
               88  TD-DEFECTIVE        VALUE 'DEFC'.
               88  TD-CREDIT-NOT-PAID  VALUE 'CRNP'.
           05  TD-DISPUTED-AMOUNT      PIC 9(7)V99.
           05  TD-TRAN-TYPE            PIC X(8).
           05  TD-TRAN-AMOUNT          PIC 9(7)V99.
           05  TD-TRAN-DATE            PIC X(8).
           05  TD-CARD-NUMBER          PIC X(16).
           05  TD-MERCHANT             PIC X(25).
           05  TD-SCHEME-REF           PIC X(23).
           05  TD-RAISED-DATE          PIC X(8).
           05  TD-RAISED-BY            PIC X(8).
           05  TD-STATUS               PIC X(8).
               88  TD-IS-RAISED        VALUE 'RAISED  '.
               88  TD-IS-CHARGED-BACK  VALUE 'CHGBKSNT'.
               88  TD-IS-REPRESENTED   VALUE 'REPRSNTD'.
               88  TD-IS-ARB-REQUESTED VALUE 'ARBREQ  '.
               88  TD-IS-IN-ARBITRATION VALUE 'ARBITRTN'.
               88  TD-IS-WON           VALUE 'WON     '.
               88  TD-IS-LOST          VALUE 'LOST    '.
               88  TD-IS-WITHDRAWN     VALUE 'WITHDRWN'.
               88  TD-IS-OPEN          VALUE 'RAISED  ' 'CHGBKSNT'
                                             'REPRSNTD' 'ARBREQ  '
                                             'ARBITRTN'.
               88  TD-WITH-SCHEME      VALUE 'CHGBKSNT' 'REPRSNTD'
                                             'ARBREQ  ' 'ARBITRTN'.
           05  TD-STATUS-DATE          PIC X(8).
           05  TD-SEND-PENDING         PIC X(1).
               88  TD-SEND-CHARGEBACK  VALUE 'C'.
               88  TD-SEND-ARBITRATION VALUE 'A'.
               88  TD-SEND-WITHDRAWAL  VALUE 'W'.
           05  TD-SENT-DATE            PIC X(8).
           05  TD-CREDIT-DATE          PIC X(8).
           05  TD-CREDIT-REVERSED-DATE PIC X(8).
           05  TD-SCHEME-CASE-REF      PIC X(12).
           05  TD-SCHEME-REASON        PIC X(4).
           05  TD-CLOSED-DATE          PIC X(8).
           05  TD-CLOSED-BY            PIC X(8).
           05  FILLER                  PIC X(20).
