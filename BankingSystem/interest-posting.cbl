       identification division.
       program-id. interest-posting.

      *    Pays one cycle's tiered interest on checking and on the
      *    customer's savings, money market, IRA and HSA accounts. Each
      *    credit relieves the interest payable
      *    deposit-interest-accrual.cbl built up for that balance
      *    since the last payment: the whole accrual comes off the
      *    payable (a P line on the accrual log, with what was
      *    accrued and what was paid side by side for
      *    deposit-accrual-report.cbl) and the 'I' transaction
      *    books the interest paid.
      *    Interest on checking, savings and money market is subject
      *    to backup withholding when the customer has no profile or
      *    no tax ID, has not certified the TIN on a W-9, has a
      *    second B-notice outstanding, or has a first B-notice
      *    older than the BNOTICE-GRACE-DAYS allowed to return a
      *    new W-9 (customer-profile-maint.cbl keeps the status).
      *    The BACKUP-WHLD-RATE percent of the interest is kept back
      *    and posted as its own BACKUP-WHLD transaction against the
      *    same balance; interest-1099.cbl reports it and
      *    backup-withholding-report.cbl totals it for deposit.
      *    IRA and HSA interest is not reportable and never withheld.
      *    Each balance is rated on the tier set of its product in
      *    the deposit product catalog (product-maint.cbl) --
      *    checking on product C -- and every account the customer
      *    holds on ACCOUNT-FILE is paid, catalog products included.
      *    Staff customers (see EMP-BANK-XREF-FILE below) earn the
      *    STAFF-RATE-BONUS percent (param-maint.cbl) on top of the
      *    tier rate on savings and money market accounts. The extra
      *    is paid in the same 'I' credit and logged as a fringe
      *    benefit.

       environment division.
       input-output section.
       file-control.
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select PRODUCT-FILE
           assign to 'products.dat'
           organization is indexed
           access mode is dynamic
           record key is PROD-CODE
           lock mode is automatic
           file status is WS-PRODUCT-STATUS.
       select DEPOSIT-ACCRUAL-FILE
           assign to 'deposit_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is DACR-KEY
           lock mode is automatic
           file status is WS-DACR-STATUS.
       select DEPOSIT-ACCRUAL-LOG-FILE
           assign to 'deposit_accruals.dat'
           organization is line sequential
           file status is WS-DAL-STATUS.
       select CUSTOMER-PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.

       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

      *    Staff-account pricing: a customer linked to an employee in
      *    emp_bank_xref.dat (emp-bank-xref-maint.cbl) is priced as
      *    staff while the employee is on the payroll master; the
      *    latest terminations.dat date ends the benefit the month
      *    after it, unless an emp_personal.dat rehire date comes
      *    later. Each benefit given is logged to staff_benefits.dat,
      *    which staff-benefit-impute.cbl rolls into
      *    fringe_benefits.dat as imputed income.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is XREF-EMP-ID
           lock mode is automatic
           file status is WS-XREF-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           file status is WS-TERM-STATUS.
       select STAFF-BENEFIT-FILE
           assign to 'staff_benefits.dat'
           organization is line sequential
           file status is WS-SB-STATUS.

       data division.
       file section.
       fd CUSTOMER-FILE.
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

       fd PRODUCT-FILE.
       01 PRODUCT-RECORD.
          05 PROD-CODE              pic x(1).
          05 PROD-NAME              pic x(20).
          05 PROD-CATEGORY          pic x(1).
             88 PROD-CHECKING       value 'C'.
             88 PROD-SAVINGS        value 'S'.
             88 PROD-MONEY-MARKET   value 'M'.
             88 PROD-TAX-PLAN       value 'T'.
             88 PROD-DEPOSIT-ACCT   values 'S' 'M'.
          05 PROD-STATUS            pic x(1).
             88 PROD-OFFERED        value 'A'.
             88 PROD-RETIRED        value 'R'.
          05 PROD-NUMBER-SUFFIX     pic 9(1).
          05 PROD-TIER-SET.
             10 PROD-TIER-1-CEILING pic 9(8)v99.
             10 PROD-TIER-2-CEILING pic 9(8)v99.
             10 PROD-TIER-1-RATE    pic 9v9999.
             10 PROD-TIER-2-RATE    pic 9v9999.
             10 PROD-TIER-3-RATE    pic 9v9999.
          05 PROD-MONTHLY-FEE       pic 9(4)v99.
          05 PROD-MIN-BALANCE       pic 9(8)v99.
          05 PROD-OD-ELIGIBLE       pic x(1).
             88 PROD-OD-ALLOWED     value 'Y'.
          05 PROD-WDR-LIMIT         pic 9(2).
          05 PROD-STMT-CYCLE        pic x(1).
             88 PROD-CYCLE-MONTHLY  value 'M'.
             88 PROD-CYCLE-QUARTERLY value 'Q'.
          05 PROD-CHANGED-BY        pic 9(4).
          05 PROD-CHANGED-DATE      pic 9(8).

       fd DEPOSIT-ACCRUAL-FILE.
       01 DEPOSIT-ACCRUAL-RECORD.
          05 DACR-KEY.
             10 DACR-ACCT-TYPE      pic x(1).
             10 DACR-ACCT-ID        pic 9(6).
          05 DACR-CUST-ID           pic 9(6).
          05 DACR-ACCRUED-UNPAID    pic 9(8)v99.
          05 DACR-LAST-ACCRUAL-DATE pic 9(8).
          05 DACR-LAST-PAID-DATE    pic 9(8).
          05 DACR-LAST-PAID-AMOUNT  pic 9(8)v99.
          05 DACR-LAST-RELIEVED     pic 9(8)v99.
          05 DACR-STATUS            pic x(1).
             88 DACR-ACTIVE         value 'A'.
             88 DACR-CLOSED         value 'C'.

       fd DEPOSIT-ACCRUAL-LOG-FILE.
       01 DEPOSIT-ACCRUAL-LOG-RECORD.
          05 DAL-DATE               pic 9(8).
          05 DAL-ACCT-TYPE          pic x(1).
          05 DAL-ACCT-ID            pic 9(6).
          05 DAL-CUST-ID            pic 9(6).
          05 DAL-TYPE               pic x(1).
             88 DAL-ACCRUAL         value 'A'.
             88 DAL-PAID            value 'P'.
             88 DAL-CD-PAID         value 'M'.
             88 DAL-CD-TRUE-UP      value 'T'.
             88 DAL-REVERSAL        value 'R'.
          05 DAL-AMOUNT             pic 9(8)v99.
          05 DAL-CYCLE-END          pic x(1).
          05 DAL-CYCLE-ACCRUED      pic 9(8)v99.
          05 DAL-CYCLE-PAID         pic 9(8)v99.

       fd CUSTOMER-PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
          05 XREF-CUST-ID          pic 9(6).
          05 XREF-ACCOUNT-NUMBER   pic 9(10).
          05 XREF-ROUTING-NUMBER   pic 9(9).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID                pic 9(6).
          05 filler                pic x(157).
          05 EMP-HIRE-DATE         pic 9(8).
          05 filler                pic x(13).

       fd EMP-PERSONAL-FILE.
       01 EMP-PERSONAL-RECORD.
          05 EPD-EMP-ID             pic 9(6).
          05 EPD-SSN                pic 9(9).
          05 EPD-ADDRESS            pic x(30).
          05 EPD-CITY               pic x(20).
          05 EPD-STATE              pic x(2).
          05 EPD-ZIP                pic x(10).
          05 EPD-BIRTH-DATE         pic 9(8).
          05 EPD-REHIRE-DATE        pic 9(8).
          05 EPD-NH-REPORTED-HIRE   pic 9(8).
          05 EPD-NH-REPORTED-DATE   pic 9(8).
          05 EPD-WORK-LOCALITY      pic x(6).
          05 EPD-TIPPED             pic x(1).

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

      *    One line per staff benefit given: a fee waived (F) or the
      *    extra interest of the staff rate (I).
       fd STAFF-BENEFIT-FILE.
       01 STAFF-BENEFIT-RECORD.
          05 SB-MONTH               pic 9(6).
          05 SB-EMP-ID              pic 9(6).
          05 SB-CUST-ID             pic 9(6).
          05 SB-TYPE                pic x(1).
             88 SB-FEE-WAIVED       value 'F'.
             88 SB-EXTRA-INTEREST   value 'I'.
          05 SB-ACCT-TYPE           pic x(1).
          05 SB-AMOUNT              pic 9(6)v99.
          05 SB-DATE                pic 9(8).

       working-storage section.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-DACR-STATUS            pic xx.
       01 WS-DAL-STATUS             pic xx.
       01 WS-RELIEVED-AMOUNT        pic 9(8)v99.
       01 WS-RELIEVED-TOTAL         pic 9(10)v99 value zero.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-INTEREST-BASIS         pic 9(8)v99.
       01 WS-INTEREST-RATE          pic 9v9999.
      *    Tier set of the product being rated (LOAD-PRODUCT-TIERS).
       01 WS-TIER-1-RATE            pic 9v9999 value 0.0050.
       01 WS-TIER-2-RATE            pic 9v9999 value 0.0100.
       01 WS-TIER-3-RATE            pic 9v9999 value 0.0150.
       01 WS-INT-ACCT-TYPE          pic x(1).
       01 WS-CUSTOMERS-PROCESSED    pic 9(5) value zero.

       01 WS-PROFILE-STATUS         pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

      *    Backup withholding. WS-BACKUP-SUBJECT is set once per
      *    customer from the profile.
       01 WS-BACKUP-RATE            pic 9v9999 value 0.2400.
       01 WS-BNOTICE-GRACE-DAYS     pic 9(3) value 30.
       01 WS-BNOTICE-AGE-DAYS       pic s9(6).
       01 WS-BACKUP-SUBJECT         pic x value 'N'.
          88 BACKUP-WITHHOLDING     value 'Y'.
       01 WS-BACKUP-AMOUNT          pic 9(8)v99.
       01 WS-BACKUP-TOTAL           pic 9(10)v99 value zero.
       01 WS-BACKUP-CUSTOMERS       pic 9(5) value zero.

      *    Staff savings rate bonus, held as a rate (0.0025 for a
      *    STAFF-RATE-BONUS of 0.25 percent).
       01 WS-STAFF-RATE-BONUS       pic 9v9999 value zero.
       01 WS-STAFF-EXTRA            pic 9(8)v99.
       01 WS-STAFF-EXTRA-COUNT      pic 9(5) value zero.
       01 WS-STAFF-EXTRA-TOTAL      pic 9(10)v99 value zero.

      *    Staff-account pricing. WS-STAFF-EMP-ID is set per customer
      *    from the staff table, zero when the customer is not staff.
       01 WS-XREF-STATUS            pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-EPD-OPEN               pic x value 'N'.
       01 WS-TERM-STATUS            pic xx.
       01 WS-SB-STATUS              pic xx.
       01 WS-SB-OPEN                pic x value 'N'.
       01 WS-STAFF-EOF-FLAG         pic x value 'N'.
          88 STAFF-EOF-REACHED      value 'Y'.
       01 WS-STAFF-MONTH            pic 9(6).
       01 WS-STAFF-EMP-ID           pic 9(6).
       01 WS-STAFF-ACTIVE           pic x.
       01 WS-STAFF-START            pic 9(8).
       01 WS-STAFF-TERM-DATE        pic 9(8).
       01 WS-STAFF-TERM-MONTH       pic 9(6).
       01 WS-STAFF-USED             pic 9(3) value zero.
       01 WS-STAFF-IDX              pic 9(3).
       01 WS-STAFF-TABLE.
          05 WS-STAFF-ENTRY occurs 500 times.
             10 WS-STF-CUST-ID      pic 9(6).
             10 WS-STF-EMP-ID       pic 9(6).
       01 WS-STAFF-TERM-USED        pic 9(4) value zero.
       01 WS-STAFF-TERM-IDX         pic 9(4).
       01 WS-STAFF-TERM-TABLE.
          05 WS-STAFF-TERM-ENTRY occurs 2000 times.
             10 WS-STT-EMP-ID       pic 9(6).
             10 WS-STT-DATE         pic 9(8).

       procedure division.
       MAIN-LOGIC.
           display "Interest Posting Batch Job Starting...".
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform LOAD-BACKUP-PARAMETERS.
           perform LOAD-STAFF-PARAMETERS.
           move WS-BUSINESS-DATE(1:6) to WS-STAFF-MONTH.
           if WS-STAFF-RATE-BONUS > 0
               perform LOAD-STAFF-CUSTOMERS
                   thru LOAD-STAFF-CUSTOMERS-DONE
           end-if.
           perform OPEN-STAFF-BENEFIT-FILE.
           perform FIND-LAST-TRANS-ID.
           open i-o CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           open i-o DEPOSIT-ACCRUAL-FILE.
           open extend DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-DAL-STATUS not = '00'
               open output DEPOSIT-ACCRUAL-LOG-FILE
           end-if.
           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               display "Customer profile file not found -- no tax "
                   "IDs on file, all interest is backup withheld."
           end-if.

           read CUSTOMER-FILE next record
               at end

           close CUSTOMER-FILE.
           close TRANSACTION-FILE.
           if WS-DACR-STATUS = '00'
               close DEPOSIT-ACCRUAL-FILE
           end-if.
           close DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-PROFILE-STATUS = '00'
               close CUSTOMER-PROFILE-FILE
           end-if.
           perform CLOSE-STAFF-BENEFIT-FILE.
           display "Interest posted to " WS-CUSTOMERS-PROCESSED
               " customer(s).".
           display "Backup withholding " WS-BACKUP-TOTAL " from "
               WS-BACKUP-CUSTOMERS " posting(s).".
           display "Accrued interest payable relieved "
               WS-RELIEVED-TOTAL ".".
           display "Staff rate bonus " WS-STAFF-EXTRA-TOTAL " on "
               WS-STAFF-EXTRA-COUNT " account(s).".
           stop run.

      *    Scans the current transaction file for the highest TRANS-ID
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Loads the tier set of product WS-PROD-LOOKUP-CODE -- the
      *    catalog row, or the built-in tiers when it has none.
       LOAD-PRODUCT-TIERS.
           perform LOOKUP-PRODUCT.
           move PROD-TIER-1-RATE to WS-TIER-1-RATE.
           move PROD-TIER-2-RATE to WS-TIER-2-RATE.
           move PROD-TIER-3-RATE to WS-TIER-3-RATE.
           move PROD-TIER-1-CEILING to WS-TIER-1-CEILING.
           move PROD-TIER-2-CEILING to WS-TIER-2-CEILING.

      *    Picks the tiered interest rate for WS-INTEREST-BASIS (the
      *    balance -- checking or a Savings/Money Market account --
      *    currently being rated).
           end-if.

       POST-INTEREST.
           move 0 to WS-INTEREST-AMOUNT.
           if CUST-ACTIVE
               perform CHECK-BACKUP-WITHHOLDING
               perform FIND-STAFF-CUSTOMER
           end-if.
           if CUST-ACTIVE and CUST-BALANCE > 0
               move CUST-BALANCE to WS-INTEREST-BASIS
               move 'C' to WS-PROD-LOOKUP-CODE
               perform LOAD-PRODUCT-TIERS
               perform SELECT-INTEREST-RATE
               compute WS-INTEREST-AMOUNT rounded =
                   CUST-BALANCE * WS-INTEREST-RATE
               if WS-INTEREST-AMOUNT > 0
                   move 'C' to WS-INT-ACCT-TYPE
                   perform COMPUTE-BACKUP-WITHHOLDING
                   add WS-INTEREST-AMOUNT to CUST-BALANCE
                   subtract WS-BACKUP-AMOUNT from CUST-BALANCE
                   rewrite CUSTOMER-RECORD
                   perform WRITE-INTEREST-TRANSACTION
                   if WS-BACKUP-AMOUNT > 0
                       perform WRITE-BACKUP-TRANSACTION
                   end-if
                   add 1 to WS-CUSTOMERS-PROCESSED
               end-if
           end-if.
           if CUST-ACTIVE
               move 'C' to WS-INT-ACCT-TYPE
               perform RELIEVE-DEPOSIT-ACCRUAL
               perform POST-ACCOUNT-INTEREST
           end-if.

      *    Applies tiered interest to every account this customer
      *    holds in ACCOUNT-FILE -- savings, money market and the
      *    other catalog products, IRA and HSA -- the balances this
      *    batch job's "savings" interest is actually meant to pay.
      *    Plan interest stays inside the plan.
       POST-ACCOUNT-INTEREST.
           open i-o ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move CUST-ID to ACCT-CUST-ID
               move low-values to ACCT-TYPE
               move 'N' to WS-ACCT-EOF-FLAG
               start ACCOUNT-FILE key is greater than or equal to
                   ACCT-KEY
                   invalid key
                       move 'Y' to WS-ACCT-EOF-FLAG
               end-start
               perform until ACCT-EOF-REACHED
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-ACCT-EOF-FLAG
                   end-read
                   if not ACCT-EOF-REACHED
                       if ACCT-CUST-ID not = CUST-ID
                           move 'Y' to WS-ACCT-EOF-FLAG
                       else
                           perform POST-ONE-ACCOUNT-INTEREST
                       end-if
                   end-if
               end-perform
               close ACCOUNT-FILE
           end-if.

       POST-ONE-ACCOUNT-INTEREST.
           move 0 to WS-INTEREST-AMOUNT.
           if ACCT-BALANCE > 0
               move ACCT-BALANCE to WS-INTEREST-BASIS
               move ACCT-TYPE to WS-PROD-LOOKUP-CODE
               perform LOAD-PRODUCT-TIERS
               perform SELECT-INTEREST-RATE
               compute WS-INTEREST-AMOUNT rounded =
                   ACCT-BALANCE * WS-INTEREST-RATE
               perform COMPUTE-STAFF-EXTRA
               add WS-STAFF-EXTRA to WS-INTEREST-AMOUNT
               if WS-INTEREST-AMOUNT > 0
                   move ACCT-TYPE to WS-INT-ACCT-TYPE
                   perform COMPUTE-BACKUP-WITHHOLDING
                   add WS-INTEREST-AMOUNT to ACCT-BALANCE
                   subtract WS-BACKUP-AMOUNT from ACCT-BALANCE
                   rewrite ACCOUNT-RECORD
                   perform WRITE-INTEREST-TRANSACTION
                   if WS-BACKUP-AMOUNT > 0
                       perform WRITE-BACKUP-TRANSACTION
                   end-if
                   if WS-STAFF-EXTRA > 0
                       set SB-EXTRA-INTEREST to true
                       move ACCT-TYPE to SB-ACCT-TYPE
                       move WS-STAFF-EXTRA to SB-AMOUNT
                       perform WRITE-STAFF-BENEFIT
                       add 1 to WS-STAFF-EXTRA-COUNT
                       add WS-STAFF-EXTRA to WS-STAFF-EXTRA-TOTAL
                   end-if
                   add 1 to WS-CUSTOMERS-PROCESSED
               end-if
           end-if.
           move ACCT-TYPE to WS-INT-ACCT-TYPE.
           perform RELIEVE-DEPOSIT-ACCRUAL.

      *    Writes the one TRANSACTION-RECORD shape every interest
      *    accrual site above shares -- TRANS-CUST-ID/CUST-ID must
      *    already be set by the caller.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
      *    Attributes the accrual to the balance it actually paid --
      *    'C' for checking, or the Savings/Money Market/IRA/HSA
      *    account type.
           move WS-INT-ACCT-TYPE to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.

      *    The withheld share of the interest just credited, posted
      *    against the same balance.
       WRITE-BACKUP-TRANSACTION.
           add 1 to WS-TRANS-ID.
           move WS-TRANS-ID to TRANS-ID.
           move CUST-ID to TRANS-CUST-ID.
           move WS-BACKUP-AMOUNT to TRANS-AMOUNT.
           move 'BACKUP-WHLD' to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move WS-INT-ACCT-TYPE to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           add WS-BACKUP-AMOUNT to WS-BACKUP-TOTAL.
           add 1 to WS-BACKUP-CUSTOMERS.

      *    Decides from the customer's profile whether this run's
      *    interest is backup withheld. A first B-notice leaves the
      *    grace period to return a new W-9 before withholding
      *    starts.
       CHECK-BACKUP-WITHHOLDING.
           move 'Y' to WS-BACKUP-SUBJECT.
           if WS-PROFILE-STATUS = '00'
               move CUST-ID to PROF-CUST-ID
               read CUSTOMER-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       if PROF-TAX-ID not = 0
                           perform CHECK-TIN-STATUS
                       end-if
               end-read
           end-if.

       CHECK-TIN-STATUS.
           evaluate true
               when PROF-TIN-CERTIFIED
                   move 'N' to WS-BACKUP-SUBJECT
               when PROF-TIN-BNOTICE-1
                   move 'N' to WS-BACKUP-SUBJECT
                   if PROF-BNOTICE-1-DATE > 0
                      and PROF-BNOTICE-1-DATE <= WS-BUSINESS-DATE
                       compute WS-BNOTICE-AGE-DAYS =
                           function integer-of-date(WS-BUSINESS-DATE)
                         - function integer-of-date(PROF-BNOTICE-1-DATE)
                       if WS-BNOTICE-AGE-DAYS > WS-BNOTICE-GRACE-DAYS
                           move 'Y' to WS-BACKUP-SUBJECT
                       end-if
                   end-if
               when other
                   move 'Y' to WS-BACKUP-SUBJECT
           end-evaluate.

       COMPUTE-BACKUP-WITHHOLDING.
           move 0 to WS-BACKUP-AMOUNT.
           if BACKUP-WITHHOLDING
              and WS-INT-ACCT-TYPE not = 'I'
              and WS-INT-ACCT-TYPE not = 'H'
               compute WS-BACKUP-AMOUNT rounded =
                   WS-INTEREST-AMOUNT * WS-BACKUP-RATE
           end-if.

      *    The staff bonus on the account just rated: savings and
      *    money market products only, for a staff customer.
      *    PRODUCT-RECORD still holds the row LOAD-PRODUCT-TIERS read.
       COMPUTE-STAFF-EXTRA.
           move 0 to WS-STAFF-EXTRA.
           if WS-STAFF-EMP-ID not = 0 and WS-STAFF-RATE-BONUS > 0
              and PROD-DEPOSIT-ACCT
               compute WS-STAFF-EXTRA rounded =
                   ACCT-BALANCE * WS-STAFF-RATE-BONUS
           end-if.

      *    STAFF-RATE-BONUS is kept as a percent (0.25).
       LOAD-STAFF-PARAMETERS.
           move 'STAFF-RATE-BONUS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               compute WS-STAFF-RATE-BONUS = WS-PRM-VALUE / 100
           end-if.

      *    BACKUP-WHLD-RATE is kept as a percent (24.00).
       LOAD-BACKUP-PARAMETERS.
           move 'BACKUP-WHLD-RATE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               compute WS-BACKUP-RATE = WS-PRM-VALUE / 100
           end-if.
           move 'BNOTICE-GRACE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-BNOTICE-GRACE-DAYS
           end-if.

      *    Keyed read against the parameter master.
       LOOKUP-PARAMETER.
           move 'N' to WS-PRM-FOUND.
           move 0 to WS-PRM-VALUE.
           move WS-BUSINESS-DATE to WS-PRM-ASOF.
           if WS-PRM-ASOF = 0
               move function current-date(1:8) to WS-PRM-ASOF
           end-if.
           open input PARAMETER-FILE.
           if WS-PRM-STATUS = '00'
               move WS-PRM-LOOKUP-NAME to PRM-NAME
               read PARAMETER-FILE
                   invalid key
                       continue
                   not invalid key
                       if PRM-EFFECTIVE-DATE <= WS-PRM-ASOF
                           move PRM-VALUE to WS-PRM-VALUE
                           move 'Y' to WS-PRM-FOUND
                       end-if
               end-read
               close PARAMETER-FILE
           end-if.

      *    Takes the whole accrual for the balance just rated off the
      *    payable -- whatever the cycle's paid amount turns out to
      *    be, the 'I' transaction books it to expense and this
      *    line backs the accrued estimate out. A balance with
      *    nothing accrued and nothing paid leaves no line.
       RELIEVE-DEPOSIT-ACCRUAL.
           move 0 to WS-RELIEVED-AMOUNT.
           move WS-INT-ACCT-TYPE to DACR-ACCT-TYPE.
           move CUST-ID to DACR-ACCT-ID.
           if WS-DACR-STATUS = '00'
               read DEPOSIT-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move DACR-ACCRUED-UNPAID to WS-RELIEVED-AMOUNT
                       move 0 to DACR-ACCRUED-UNPAID
                       move WS-BUSINESS-DATE to DACR-LAST-PAID-DATE
                       move WS-INTEREST-AMOUNT
                           to DACR-LAST-PAID-AMOUNT
                       move WS-RELIEVED-AMOUNT to DACR-LAST-RELIEVED
                       rewrite DEPOSIT-ACCRUAL-RECORD
               end-read
           end-if.
           if WS-RELIEVED-AMOUNT > 0 or WS-INTEREST-AMOUNT > 0
               move WS-BUSINESS-DATE to DAL-DATE
               move WS-INT-ACCT-TYPE to DAL-ACCT-TYPE
               move CUST-ID to DAL-ACCT-ID
               move CUST-ID to DAL-CUST-ID
               move 'P' to DAL-TYPE
               move WS-RELIEVED-AMOUNT to DAL-AMOUNT
               move 'Y' to DAL-CYCLE-END
               move WS-RELIEVED-AMOUNT to DAL-CYCLE-ACCRUED
               move WS-INTEREST-AMOUNT to DAL-CYCLE-PAID
               write DEPOSIT-ACCRUAL-LOG-RECORD
               add WS-RELIEVED-AMOUNT to WS-RELIEVED-TOTAL
           end-if.

      *    Reads the catalog row for WS-PROD-LOOKUP-CODE into
      *    PRODUCT-RECORD. A code with no row -- or no catalog at
      *    all -- gets the built-in rules its account type carried
      *    before the catalog existed; PROD-CATEGORY is left space
      *    for a code that is neither.
       LOOKUP-PRODUCT.
           move 'N' to WS-PROD-ON-FILE.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS = '00'
               move WS-PROD-LOOKUP-CODE to PROD-CODE
               read PRODUCT-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-PROD-ON-FILE
               end-read
               close PRODUCT-FILE
           end-if.
           if not PRODUCT-ON-FILE
               perform SET-BUILTIN-PRODUCT
           end-if.

       SET-BUILTIN-PRODUCT.
           initialize PRODUCT-RECORD.
           move WS-PROD-LOOKUP-CODE to PROD-CODE.
           move 'A' to PROD-STATUS.
           move 'N' to PROD-OD-ELIGIBLE.
           move 'M' to PROD-STMT-CYCLE.
           move 1000.00 to PROD-TIER-1-CEILING.
           move 10000.00 to PROD-TIER-2-CEILING.
           move 0.0050 to PROD-TIER-1-RATE.
           move 0.0100 to PROD-TIER-2-RATE.
           move 0.0150 to PROD-TIER-3-RATE.
           evaluate WS-PROD-LOOKUP-CODE
               when 'C'
                   move 'Checking' to PROD-NAME
                   move 'C' to PROD-CATEGORY
                   move 'Y' to PROD-OD-ELIGIBLE
               when 'S'
                   move 'Savings' to PROD-NAME
                   move 'S' to PROD-CATEGORY
                   move 1 to PROD-NUMBER-SUFFIX
               when 'M'
                   move 'Money Market' to PROD-NAME
                   move 'M' to PROD-CATEGORY
                   move 2 to PROD-NUMBER-SUFFIX
               when 'I'
                   move 'IRA' to PROD-NAME
                   move 'T' to PROD-CATEGORY
                   move 3 to PROD-NUMBER-SUFFIX
               when 'H'
                   move 'HSA' to PROD-NAME
                   move 'T' to PROD-CATEGORY
                   move 4 to PROD-NUMBER-SUFFIX
               when other
                   move space to PROD-CATEGORY
                   initialize PROD-TIER-SET
           end-evaluate.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
               end-read
               close BUSINESS-DATE-FILE
           end-if.

      *    Builds the staff customer table: every emp_bank_xref.dat
      *    link whose employee is on the payroll master and still
      *    entitled in WS-STAFF-MONTH. A termination ends the
      *    benefit from the month after its date; a rehire dated
      *    after the termination restores it.
       LOAD-STAFF-CUSTOMERS.
           move 0 to WS-STAFF-USED.
           perform LOAD-STAFF-TERMINATIONS.
           open input EMP-BANK-XREF-FILE.
           if WS-XREF-STATUS not = '00'
               go to LOAD-STAFF-CUSTOMERS-DONE
           end-if.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               close EMP-BANK-XREF-FILE
               go to LOAD-STAFF-CUSTOMERS-DONE
           end-if.
           move 'N' to WS-EPD-OPEN.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS = '00'
               move 'Y' to WS-EPD-OPEN
           end-if.
           move 'N' to WS-STAFF-EOF-FLAG.
           read EMP-BANK-XREF-FILE next record
               at end
                   move 'Y' to WS-STAFF-EOF-FLAG
           end-read.
           perform until STAFF-EOF-REACHED
               perform CHECK-STAFF-LINK
               read EMP-BANK-XREF-FILE next record
                   at end
                       move 'Y' to WS-STAFF-EOF-FLAG
               end-read
           end-perform.
           close EMP-BANK-XREF-FILE.
           close EMPLOYEE-FILE.
           if WS-EPD-OPEN = 'Y'
               close EMP-PERSONAL-FILE
           end-if.
       LOAD-STAFF-CUSTOMERS-DONE.
           continue.

      *    Latest termination date per employee.
       LOAD-STAFF-TERMINATIONS.
           move 0 to WS-STAFF-TERM-USED.
           open input TERMINATION-FILE.
           if WS-TERM-STATUS = '00'
               move 'N' to WS-STAFF-EOF-FLAG
               read TERMINATION-FILE
                   at end
                       move 'Y' to WS-STAFF-EOF-FLAG
               end-read
               perform until STAFF-EOF-REACHED
                   move TERM-EMP-ID to WS-STAFF-EMP-ID
                   perform FIND-STAFF-TERMINATION
                   if WS-STAFF-TERM-IDX = 0
                      and WS-STAFF-TERM-USED < 2000
                       add 1 to WS-STAFF-TERM-USED
                       move WS-STAFF-TERM-USED to WS-STAFF-TERM-IDX
                       move TERM-EMP-ID
                           to WS-STT-EMP-ID (WS-STAFF-TERM-IDX)
                       move 0 to WS-STT-DATE (WS-STAFF-TERM-IDX)
                   end-if
                   if WS-STAFF-TERM-IDX > 0
                      and TERM-DATE > WS-STT-DATE (WS-STAFF-TERM-IDX)
                       move TERM-DATE to WS-STT-DATE (WS-STAFF-TERM-IDX)
                   end-if
                   read TERMINATION-FILE
                       at end
                           move 'Y' to WS-STAFF-EOF-FLAG
                   end-read
               end-perform
               close TERMINATION-FILE
           end-if.

       FIND-STAFF-TERMINATION.
           move 0 to WS-STAFF-TERM-IDX.
           move 0 to WS-STAFF-TERM-DATE.
           perform varying WS-STAFF-IDX from 1 by 1
               until WS-STAFF-IDX > WS-STAFF-TERM-USED
               or WS-STAFF-TERM-IDX > 0
               if WS-STT-EMP-ID (WS-STAFF-IDX) = WS-STAFF-EMP-ID
                   move WS-STAFF-IDX to WS-STAFF-TERM-IDX
                   move WS-STT-DATE (WS-STAFF-IDX)
                       to WS-STAFF-TERM-DATE
               end-if
           end-perform.

       CHECK-STAFF-LINK.
           move 'N' to WS-STAFF-ACTIVE.
           move XREF-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-STAFF-ACTIVE
                   move EMP-HIRE-DATE to WS-STAFF-START
           end-read.
           if WS-STAFF-ACTIVE = 'Y' and WS-EPD-OPEN = 'Y'
               move XREF-EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       if EPD-REHIRE-DATE > 0
                           move EPD-REHIRE-DATE to WS-STAFF-START
                       end-if
               end-read
           end-if.
           if WS-STAFF-ACTIVE = 'Y'
               move XREF-EMP-ID to WS-STAFF-EMP-ID
               perform FIND-STAFF-TERMINATION
               compute WS-STAFF-TERM-MONTH = WS-STAFF-TERM-DATE / 100
               if WS-STAFF-TERM-DATE > 0
                  and WS-STAFF-TERM-DATE >= WS-STAFF-START
                  and WS-STAFF-TERM-MONTH < WS-STAFF-MONTH
                   move 'N' to WS-STAFF-ACTIVE
               end-if
           end-if.
           if WS-STAFF-ACTIVE = 'Y' and WS-STAFF-USED < 500
               add 1 to WS-STAFF-USED
               move XREF-CUST-ID to WS-STF-CUST-ID (WS-STAFF-USED)
               move XREF-EMP-ID to WS-STF-EMP-ID (WS-STAFF-USED)
           end-if.

      *    Sets WS-STAFF-EMP-ID for the customer in CUSTOMER-RECORD.
       FIND-STAFF-CUSTOMER.
           move 0 to WS-STAFF-EMP-ID.
           perform varying WS-STAFF-IDX from 1 by 1
               until WS-STAFF-IDX > WS-STAFF-USED
               or WS-STAFF-EMP-ID not = 0
               if WS-STF-CUST-ID (WS-STAFF-IDX) = CUST-ID
                   move WS-STF-EMP-ID (WS-STAFF-IDX) to WS-STAFF-EMP-ID
               end-if
           end-perform.

       OPEN-STAFF-BENEFIT-FILE.
           if WS-STAFF-USED > 0
               open extend STAFF-BENEFIT-FILE
               if WS-SB-STATUS not = '00'
                   open output STAFF-BENEFIT-FILE
               end-if
               move 'Y' to WS-SB-OPEN
           end-if.

       CLOSE-STAFF-BENEFIT-FILE.
           if WS-SB-OPEN = 'Y'
               close STAFF-BENEFIT-FILE
               move 'N' to WS-SB-OPEN
           end-if.

      *    Logs one benefit for the current customer; the caller sets
      *    SB-TYPE, SB-ACCT-TYPE and SB-AMOUNT.
       WRITE-STAFF-BENEFIT.
           move WS-STAFF-MONTH to SB-MONTH.
           move WS-STAFF-EMP-ID to SB-EMP-ID.
           move CUST-ID to SB-CUST-ID.
           move WS-BUSINESS-DATE to SB-DATE.
           write STAFF-BENEFIT-RECORD.
