      * the same rollout convention CP-REQUIRE-SUBMIT-AUTH
      * established: load OPERROLE first, then switch on.
      *
      * CP-MIN-PAY-PCT/CP-MIN-PAY-FLOOR/CP-PAY-DUE-BDAYS set the
      * minimum payment and due date the CSCYCCLS cycle close puts
      * on each card (see src/CSCYCCLS.cbl): the percentage of the
      * closing balance charged on top of the cycle's interest and
      * fees, the whole-currency floor below which no minimum
      * falls, and how many BUSCAL business days after the close
      * the payment is due. Keep the due window inside a cycle - the
      * CSDELINQ run (see src/CSDELINQ.cbl) must assess one due date
      * before the next close sets another. A zero/missing value
      * leaves the run's own VALUE-clause default in place.
      *
      * CP-DD-LEAD-BDAYS is how many BUSCAL business days ahead of
      * a card's payment due date the CSDDCOLL run puts its direct
      * debit on the bank's collection file; CP-DD-MAX-RETURNS is
      * how many returned (unpaid) debits cancel a mandate - see
      * copy/DDMANDT.cpy and src/CSDDCOLL.cbl. Zero/missing values
      * leave the run's own VALUE-clause defaults in place.
      *
      * CP-AUTH-HOLD-DAYS is how many days a hold the CAUT stand-in
      * authorization approved keeps reducing open-to-buy if the
      * scheme never clears it; CP-AUTH-REFER-AMT is the USD amount
      * above which CAUT refers a request rather than approving it -
      * see copy/AUTHHOLD.cpy and src/CSAUTHDC.cbl. Zero/missing
      * values leave the transaction's own defaults in place.
      *
      * CP-LOCK-ESCALATE-DAYS is how many days a card can stay under
      * a cardholder's temporary lock before the CLCK escalation
      * sweep treats it as lost and replaces it through CRPL - see
      * src/CSCRDLCK.cbl. Zero/missing leaves the sweep's own
      * default in place.
      *
      * CP-TEMP-LIMIT-MAX-DAYS is the longest temporary limit
      * increase ACLI will grant; CP-TEMP-LIMIT-REMIND-DAYS is how
      * many days before its end date the CSTMPREV reversion run
      * queues the reminder letter - see copy/TEMPLIM.cpy. Zero/
      * missing values leave each program's own defaults in place.
      *
      * CP-NAMECHG-LOOKBACK-DAYS is how many days back the nightly
      * CSNAMCHG run reads the change journal for cardholder name
      * changes - wide enough to cover a missed night or two; a
      * change it has already handled is recognised and not acted
      * on twice. Zero/missing leaves the run's own default.
      *
      * CP-ADDR-HOLD-DAYS is how many days after a CUSM address
      * change a card replacement, limit increase or PIN mailer on
      * the account is held on FRAUDHLD for fraud review instead of
      * being fulfilled - see copy/FRAUDHLD.cpy. Zero/missing
      * leaves the 14-day default.
      *
      * CP-CMPL-ACK-BDAYS / CP-CMPL-FINAL-BDAYS are the regulatory
      * deadlines the CMPL complaints register fixes on each new
      * complaint - how many BUSCAL business days after it arrived
      * it must be acknowledged, and given its final response. See
      * copy/COMPLNT.cpy. Zero/missing values leave the register's
      * own defaults (3 and 35) in place.
      *
      * CP-CIRCUIT-FAIL-MAX / CP-CIRCUIT-TRIAL-SECS drive the circuit
      * breaker ASYNCPNT/SEQPNT keep on their child programs - how
      * many calls to a child must fail in a row before its circuit
      * opens and the child is skipped, and how many seconds apart
      * a single trial call is then let through to see whether it
      * is back. See copy/CIRCUIT.cpy and src/CSCIRCT.cbl.
      * Zero/missing values leave the service's own defaults (5 and
      * 60) in place.
      *
      * CP-REFERRAL-FEE is the fee the partner lender pays us for
      * each referral it funds - CSREFRTN prices every newly FUNDED
      * referral at it and reconciles the fee lines we invoice the
      * partner against that. See copy/REFERRAL.cpy and
      * src/CSREFRTN.cbl. Zero/missing leaves the job's own default
      * (50.00) in place.
      *
      * CP-POINT-VALUE / CP-POINTS-EXPIRY-MONTHS /
      * CP-POINTS-MIN-REDEEM drive the rewards points programme -
      * what one point is worth when redeemed as a statement credit
      * (and so what the outstanding points are carried at as a
      * liability), how many months a card may go without earning
      * or redeeming before its points lapse, and the fewest points
      * one redemption may take. See copy/PTSBAL.cpy,
      * src/CSPTSRDM.cbl and src/CSPTSEXP.cbl. Zero/missing values
      * leave the programme's own defaults (0.0100, 24 and 1000) in
      * place.
      *
      * CP-DORMANT-MONTHS / CP-DORMANT-ACTIVATE-MONTHS /
      * CP-DORMANT-NOTICE-MONTHS drive the CSDORMNT dormancy run -
      * how many months a card position may go without cardholder
      * activity on its ledger, and how many months since its card
      * was activated (or mailed, if never activated), before the
      * account is marked dormant; and how many months the
      * use-it-or-lose-it notice gives before a still-dormant
      * account's positions are closed. See src/CSDORMNT.cbl.
      * Zero/missing values leave the run's own defaults (12, 6 and
      * 2) in place.
      *
      * CP-CHGOFF-CYCLES is the days-past-due rule of the CSCHGOFF
      * charge-off run - how many due dates in a row a card may miss
      * (CB-CYCLES-DELINQUENT) before its balance is written off.
      * See src/CSCHGOFF.cbl. Zero/missing leaves the run's own
      * default (6 - 180 days past due) in place.
      *
      * CP-AGENCY-COMMISSION-PCT is the collections agency's
      * commission, as a percentage of what it collects, which the
      * monthly CSAGYREC reconciliation bills (see
      * src/CSAGYREC.cbl). Zero/missing leaves the run's own
      * default (25.00) in place.
      *
      * CP-HARDSHIP-MAX-MONTHS is the longest term, in months, the
      * HARD transaction will agree a hardship arrangement for (see
      * src/CSHARDSH.cbl). Zero/missing leaves the transaction's own
      * default (12) in place.
      *
      * CP-C360-HISTORY-DEPTH is how many dated customer-360
      * snapshots CUST360 keeps per account on C360HIST before
      * trimming the oldest - see copy/C360HIST.cpy. Zero/missing
           05  CP-APPROVAL-MAX-DAYS        PIC 9(3).
           05  CP-COLLECT-MISSED-MAX       PIC 9(3).
           05  CP-REQUIRE-OPER-ROLES       PIC X(1).
           05  CP-MIN-PAY-PCT              PIC 9(2)V99.
           05  CP-MIN-PAY-FLOOR            PIC 9(3).
           05  CP-PAY-DUE-BDAYS            PIC 9(2).
           05  CP-DD-LEAD-BDAYS            PIC 9(2).
           05  CP-DD-MAX-RETURNS           PIC 9(2).
           05  CP-AUTH-HOLD-DAYS           PIC 9(2).
           05  CP-AUTH-REFER-AMT           PIC 9(7).
           05  CP-LOCK-ESCALATE-DAYS       PIC 9(3).
           05  CP-TEMP-LIMIT-MAX-DAYS      PIC 9(3).
           05  CP-TEMP-LIMIT-REMIND-DAYS   PIC 9(3).
           05  CP-NAMECHG-LOOKBACK-DAYS    PIC 9(3).
           05  CP-ADDR-HOLD-DAYS           PIC 9(3).
           05  CP-CMPL-ACK-BDAYS           PIC 9(2).
           05  CP-CMPL-FINAL-BDAYS         PIC 9(3).
           05  CP-CIRCUIT-FAIL-MAX         PIC 9(3).
           05  CP-CIRCUIT-TRIAL-SECS       PIC 9(4).
           05  CP-REFERRAL-FEE             PIC 9(3)V99.
           05  CP-POINT-VALUE              PIC 9V9(4).
           05  CP-POINTS-EXPIRY-MONTHS     PIC 9(3).
           05  CP-POINTS-MIN-REDEEM        PIC 9(7).
           05  CP-DORMANT-MONTHS           PIC 9(3).
           05  CP-DORMANT-ACTIVATE-MONTHS  PIC 9(3).
           05  CP-DORMANT-NOTICE-MONTHS    PIC 9(2).
           05  CP-CHGOFF-CYCLES            PIC 9(2).
           05  CP-AGENCY-COMMISSION-PCT    PIC 9(2)V99.
           05  CP-HARDSHIP-MAX-MONTHS      PIC 9(2).
