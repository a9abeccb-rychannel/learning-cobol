      *      FEE-OD-OCCURRENCE    per-occurrence overdraft fee
      *      FEE-RETURNED-ITEM    returned-item fee
      *      FEE-WAIVER-BALANCE   monthly-fee waiver balance
      *      FEE-LATE-CHARGE      flat loan late charge
      *      LATE-GRACE-DAYS      loan late-charge grace days
      *      NONACCRUAL-DAYS      days past due to loan nonaccrual
      *      ACCRUAL-RESTORE-PMTS on-time payments to resume accrual
      *      COLL-INS-WARN-DAYS   days ahead to warn of insurance
      *      COLL-APPR-STALE-DAYS age at which an appraisal is stale
      *      COLL-LTV-LIMIT       loan-to-value percent flagged
      *      ALLL-LOOKBACK-DAYS   loss-history window for allowance
      *      ALLL-QUAL-ADJ-PCT    allowance qualitative adjustment
      *      ALLL-MULT-CURRENT    allowance multiplier, current loans
      *      ALLL-MULT-1-29       (and -30-59, -60-89, -90-PLUS)
      *      SCRA-RATE-CAP        servicemember rate cap, percent
      *      SCRA-EXTENSION-DAYS  SCRA protection past end of duty
      *      INT-CYCLE-DAYS       days one deposit interest cycle
      *                           spans, for the daily accrual
      *      DI-COVERAGE-LIMIT    deposit insurance limit per owner
      *                           per ownership category
      *      IRA-LIMIT            IRA annual contribution limit
      *      IRA-CATCHUP          IRA age catch-up allowance
      *      IRA-CATCHUP-AGE      age the IRA catch-up starts
      *      HSA-LIMIT-SELF       HSA limit, self-only coverage
      *      HSA-LIMIT-FAM        HSA limit, family coverage
      *      HSA-CATCHUP          HSA age catch-up allowance
      *      HSA-CATCHUP-AGE      age the HSA catch-up starts
      *                           (limits and catch-ups also take a
      *                           year suffix, e.g. IRA-LIMIT-2026)
      *      TAX-DEADLINE-MMDD    last day for prior-year contributions
      *      BACKUP-WHLD-RATE     backup withholding percent
      *      BNOTICE-GRACE-DAYS   days after a first B-notice before
      *                           withholding starts
      *      SDB-DRILL-DAYS       days safe deposit rent is past due
      *                           before the drill notice
      *      SDB-NOTICE-DAYS      days after the drill notice before
      *                           the box may be drilled
      *      POA-EXPIRY-WARN-DAYS days ahead a power of attorney's
      *                           expiry is reported
      *      BO-RECERT-DAYS       days a beneficial ownership
      *                           certification stands
      *      BO-RECERT-WARN-DAYS  days ahead a recertification is
      *                           reported as due
      *      RM-WATCH-DAYS        days after an undeliverable address
      *                           is corrected that address changes
      *                           and official checks are reviewed
      *      AML-SAR-DAYS         days from detection to decide on
      *                           filing a SAR for an AML case
      *      AML-SAR-LOOKBACK-DAYS days of activity before detection
      *                           included in a SAR extract
      *      RR-LOOKBACK-DAYS     activity window for risk rating
      *      RR-CASH-THRESHOLD    cash deposits in the window that
      *                           count toward a risk rating
      *      RR-WIRE-THRESHOLD    outbound wires in the window that
      *                           count toward a risk rating
      *      RR-HIGH-SCORE        risk score rated high
      *      RR-MEDIUM-SCORE      risk score rated medium
      *      KYC-CYCLE-HIGH       days between KYC reviews, high
      *                           risk (and -MEDIUM, -LOW)
      *      STD-LOAN-RATE        standard loan rate, percent, that
      *                           insider loans are compared to
      *      STD-LOC-RATE         standard credit line rate, percent
      *      SETTLE-GRACE-DAYS    settlement recon date tolerance
      *      PROFIT-FUND-RATE     profitability funding credit, percent
      *      MAINT-RISK-DAYS      days after an address or phone
      *                           change that limit raises, card
      *                           replacements and official checks
      *                           go on the maintenance exceptions
      *                           list
      *      COV-REMIND-DAYS      days before a borrower's financial
      *                           statements fall due to remind
      *      STAFF-FEE-WAIVE-PCT  percent of the maintenance fee
      *                           waived for staff customers
      *      STAFF-ACCT-WAIVE-PCT percent of a product account's
      *                           monthly fee waived for staff
      *      STAFF-RATE-BONUS     percent added to the savings and
      *                           money market rate for staff
      *    Each row carries an effective date the consumers' common
      *    lookup honors: a value keyed ahead of time stays dormant
      *    (the legacy file governs) until the date arrives.
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
