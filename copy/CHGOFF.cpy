      ******************************************************************
      *  CHGOFF
      *
      * Record layout for the CHGOFF VSAM KSDS - the loss record of
      * each charged-off card position, keyed like CSCACHE (account
      * plus applicant sequence). Written once, by the monthly
      * CSCHGOFF charge-off run (see src/CSCHGOFF.cbl), on the day
      * the balance is written off; it also stops a position being
      * charged off twice. CSVINTAG reads it to show each approval
      * cohort's actual losses (see src/CSVINTAG.cbl).
      *
      *   WO-REASON  DPD       WO-CYCLES-DELINQUENT due dates missed
      *                        in a row - the days-past-due rule
      *              BANKRUPT  bankruptcy reported by collections
      *              DECEASED  the account is flagged deceased
      *                        (CSDCSDFD or CUSM STA)
      *              SETTLED   settled for less - collections
      *                        agreed a final payment short of the
      *                        balance
      *
      *   WO-BALANCE          the CARDBAL balance before charge-off
      *   WO-DEPOSIT-APPLIED  the secured deposit (DEPTRACK) set
      *                       against it first
      *   WO-LOSS-AMOUNT      what was written off - the loss
      *
      * WO-LEDGER-REF is the CARDLDG key of the WRITEOFF row;
      * WO-CASE-REF the collections case reference, where the
      * outcome file gave one.
      ******************************************************************
       01  CHGOFF-RECORD.
           05  WO-CHGOFF-KEY.
               10  WO-CUST-NO          PIC X(8).
               10  WO-APPL-SEQ-NO      PIC 9(1).
           05  WO-CHGOFF-DATE          PIC X(8).
           05  WO-REASON               PIC X(8).
               88  WO-FOR-DPD          VALUE 'DPD     '.
               88  WO-FOR-BANKRUPTCY   VALUE 'BANKRUPT'.
               88  WO-FOR-DECEASED     VALUE 'DECEASED'.
               88  WO-FOR-SETTLEMENT   VALUE 'SETTLED '.
           05  WO-PRODUCT-CODE         PIC X(4).
           05  WO-CYCLES-DELINQUENT    PIC 9(2).
           05  WO-BALANCE              PIC 9(7)V99.
           05  WO-DEPOSIT-APPLIED      PIC 9(7)V99.
           05  WO-LOSS-AMOUNT          PIC 9(7)V99.
           05  WO-LEDGER-REF           PIC X(21).
           05  WO-CASE-REF             PIC X(12).
           05  FILLER                  PIC X(20).
