      ******************************************************************
      *  COMPLNT
      *
      * Record layout for the COMPLNT VSAM KSDS - the customer
      * complaints register. Complaints by phone or letter used to
      * live in a spreadsheet, which could not show the regulator
      * that each one was answered inside its deadline. One row per
      * complaint, keyed on the account and a running complaint
      * number for it (01, 02, ...), logged and worked through the
      * CMPL transaction (see src/CSCMPLNT.cbl).
      *
      * A complaint may name what it is about - an application
      * (applicant sequence number), a card number, and/or a letter
      * on the LTRARCH archive (the letter's date/time; with the
      * account and applicant sequence that is its archive key).
      * Unnamed references stay spaces.
      *
      * Both deadlines are fixed when the complaint is logged, in
      * BUSCAL business days after the day it arrived (CP-CMPL-ACK-
      * BDAYS and CP-CMPL-FINAL-BDAYS on CTLPARM), and never move -
      * the CSCMPRPT monthly report (see src/CSCMPRPT.cbl) measures
      * breaches against them. The final response goes out as an
      * ACCLTR letter (outcome CMPUPHLD or CMPREJCT on LTRTMPL).
      *
      *   Categories -
      *     DECN  credit decision or decline
      *     LIMT  credit limit, rate or fees charged
      *     CARD  card production, delivery or activation
      *     SERV  servicing, staff or call handling
      *     COLL  collections and arrears handling
      *     FRAU  fraud, disputes or unrecognised transactions
      *     DATA  personal data handling or marketing
      *     OTHR  anything else
      *
      *   Root causes (set at the final response) -
      *     PROC  procedure not followed
      *     SYST  system or processing error
      *     STAF  staff conduct or advice
      *     COMM  communication unclear or not sent
      *     THRD  third party (credit bureau, courier, embosser)
      *     POLC  policy applied as designed
      *     NONE  no fault found
      ******************************************************************
       01  COMPLNT-RECORD.
           05  CQ-COMPLAINT-KEY.
               10  CQ-CUST-NO          PIC X(8).
               10  CQ-COMPLAINT-NO     PIC 9(2).
           05  CQ-STATUS               PIC X(8).
               88  CQ-OPEN             VALUE 'OPEN    '.
               88  CQ-ACKED            VALUE 'ACKED   '.
               88  CQ-UPHELD           VALUE 'UPHELD  '.
               88  CQ-REJECTED         VALUE 'REJECTED'.
               88  CQ-CLOSED           VALUE 'UPHELD  ' 'REJECTED'.
           05  CQ-CHANNEL              PIC X(1).
               88  CQ-BY-PHONE         VALUE 'P'.
               88  CQ-BY-LETTER        VALUE 'L'.
               88  CQ-VALID-CHANNEL    VALUE 'P' 'L'.
           05  CQ-CATEGORY             PIC X(4).
               88  CQ-VALID-CATEGORY   VALUE 'DECN' 'LIMT' 'CARD'
                                             'SERV' 'COLL' 'FRAU'
                                             'DATA' 'OTHR'.
           05  CQ-ROOT-CAUSE           PIC X(4).
               88  CQ-VALID-ROOT-CAUSE VALUE 'PROC' 'SYST' 'STAF'
                                             'COMM' 'THRD' 'POLC'
                                             'NONE'.
      * What the complaint is about - each optional.
           05  CQ-APPL-SEQ-NO          PIC X(1).
           05  CQ-CARD-NUMBER          PIC X(16).
           05  CQ-LETTER-DATE          PIC X(8).
           05  CQ-LETTER-TIME          PIC X(8).
      * Who logged it and who owns it now.
           05  CQ-LOGGED-DATE          PIC X(8).
           05  CQ-LOGGED-TIME          PIC X(8).
           05  CQ-LOGGED-BY            PIC X(8).
           05  CQ-OWNER-ID             PIC X(8).
      * The regulatory deadlines, fixed at logging.
           05  CQ-ACK-DUE-DATE         PIC X(8).
           05  CQ-FINAL-DUE-DATE       PIC X(8).
      * What actually happened, and when.
           05  CQ-ACKED-DATE           PIC X(8).
           05  CQ-ACKED-BY             PIC X(8).
           05  CQ-FINAL-DATE           PIC X(8).
           05  CQ-FINAL-BY             PIC X(8).
           05  CQ-FINAL-NOTE           PIC X(40).
           05  FILLER                  PIC X(20).
