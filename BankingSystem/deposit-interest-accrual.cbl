       identification division.
       program-id. deposit-interest-accrual.

      *    Daily accrual of interest payable on deposits. Every
      *    interest-bearing balance earns its share of the interest
      *    the posting jobs will eventually pay, so month-end books
      *    carry the expense as it is incurred rather than the day it
      *    is credited:
      *      C/S/M  checking, savings and money market balances
      *             (and any other catalog product account),
      *      I/H    and IRA and HSA plan balances, at
      *             the tier rate interest-posting.cbl pays (the
      *             tier set of the balance's product in the deposit
      *             product catalog, checking on product C), spread
      *             over INT-CYCLE-DAYS (30 unless the parameter
      *             master says otherwise) -- the tier rate is what
      *             one posting cycle pays;
      *      T      open term deposits, at the CD's annual rate on
      *             actual days, up to the maturity date.
      *    The running balance per account is kept on
      *    DEPOSIT-ACCRUAL-FILE and each day's figures go to
      *    DEPOSIT-ACCRUAL-LOG-FILE, which banking-gl-export.cbl
      *    books the way it books loan_accruals.dat:
      *      A  accrual             Dr Interest Expense
      *                             Cr Interest Payable
      *    interest-posting.cbl, cd-maturity.cbl and cd-maint.cbl
      *    relieve the payable when the real credit posts (P, M, T
      *    and R lines), and deposit-accrual-report.cbl ties each
      *    cycle's accrual to what was paid. Modeled on
      *    loan-interest-accrual.cbl's batch-job shape.

       environment division.
       input-output section.
       file-control.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
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
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.
      *    Interest payable per account, shared with the posting
      *    jobs that relieve it.
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

       data division.
       file section.
       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 CUST-NAME             pic x(30).
          05 CUST-BALANCE          pic s9(8)v99.
          05 CUST-OD-LIMIT         pic 9(6)v99.
          05 CUST-STATUS           pic x(1).
             88 CUST-ACTIVE        value 'A'.
             88 CUST-FROZEN        value 'F'.
             88 CUST-CLOSED        value 'C'.
          05 CUST-CURRENCY         pic x(3).

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
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

       fd TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ID                  pic 9(6).
          05 TD-CUST-ID             pic 9(6).
          05 TD-PRINCIPAL           pic 9(8)v99.
          05 TD-RATE                pic 9(2)v9(4).
          05 TD-TERM-MONTHS         pic 9(3).
          05 TD-OPEN-DATE           pic 9(8).
          05 TD-MATURITY-DATE       pic 9(8).
          05 TD-RENEWAL             pic x(1).
             88 TD-AUTO-RENEW       value 'R'.
             88 TD-PAY-AT-MATURITY  value 'P'.
          05 TD-STATUS              pic x(1).
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

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
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-TD-STATUS              pic xx.
       01 WS-DACR-STATUS            pic xx.
       01 WS-DAL-STATUS             pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

      *    The same tiers interest-posting.cbl pays on, loaded from
      *    the balance's product by LOAD-PRODUCT-TIERS.
       01 WS-INTEREST-BASIS         pic 9(8)v99.
       01 WS-INTEREST-RATE          pic 9v9999.
       01 WS-TIER-1-RATE            pic 9v9999 value 0.0050.
       01 WS-TIER-2-RATE            pic 9v9999 value 0.0100.
       01 WS-TIER-3-RATE            pic 9v9999 value 0.0150.
       01 WS-TIER-1-CEILING         pic 9(8)v99 value 1000.00.
       01 WS-TIER-2-CEILING         pic 9(8)v99 value 10000.00.
       01 WS-CYCLE-DAYS             pic 9(3) value 30.

       01 WS-ACR-ACCT-TYPE          pic x(1).
       01 WS-ACR-ACCT-ID            pic 9(6).
       01 WS-ACR-CUST-ID            pic 9(6).
       01 WS-ACR-START-DATE         pic 9(8).
       01 WS-ACR-THRU-DATE          pic 9(8).
       01 WS-DACR-ON-FILE           pic x.
       01 WS-ACCRUAL-DAYS           pic s9(6).
       01 WS-DAILY-RATE             pic 9v9(10).
       01 WS-ACCRUAL-AMOUNT         pic 9(8)v99.

       01 WS-DEP-ACCRUED-COUNT      pic 9(5) value zero.
       01 WS-DEP-ACCRUED-TOTAL      pic 9(10)v99 value zero.
       01 WS-CD-ACCRUED-COUNT       pic 9(5) value zero.
       01 WS-CD-ACCRUED-TOTAL       pic 9(10)v99 value zero.

       procedure division.
       MAIN-LOGIC.
           display "Deposit Interest Accrual Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform READ-ACCRUAL-PARAMETERS.

           open i-o DEPOSIT-ACCRUAL-FILE.
           if WS-DACR-STATUS not = '00'
               open output DEPOSIT-ACCRUAL-FILE
               close DEPOSIT-ACCRUAL-FILE
               open i-o DEPOSIT-ACCRUAL-FILE
           end-if.
           open extend DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-DAL-STATUS not = '00'
               open output DEPOSIT-ACCRUAL-LOG-FILE
           end-if.

           perform ACCRUE-CUSTOMER-DEPOSITS
               thru ACCRUE-CUSTOMER-DEPOSITS-DONE.
           perform ACCRUE-TERM-DEPOSITS
               thru ACCRUE-TERM-DEPOSITS-DONE.

           close DEPOSIT-ACCRUAL-FILE.
           close DEPOSIT-ACCRUAL-LOG-FILE.
           display WS-DEP-ACCRUED-COUNT " deposit balance(s) accrued, "
               "total " WS-DEP-ACCRUED-TOTAL ".".
           display WS-CD-ACCRUED-COUNT " term deposit(s) accrued, "
               "total " WS-CD-ACCRUED-TOTAL ".".
           stop run.

      *    Checking on the customer master, then the customer's
      *    savings and money market accounts -- the balances
      *    interest-posting.cbl pays on, under the same rule: the
      *    customer must be active and the balance positive.
       ACCRUE-CUSTOMER-DEPOSITS.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found. No deposit accrual."
               go to ACCRUE-CUSTOMER-DEPOSITS-DONE
           end-if.
           open input ACCOUNT-FILE.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if CUST-ACTIVE
                   perform ACCRUE-ONE-CUSTOMER
               end-if
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-FILE.
           if WS-ACCOUNT-STATUS = '00'
               close ACCOUNT-FILE
           end-if.
       ACCRUE-CUSTOMER-DEPOSITS-DONE.
           exit.

       ACCRUE-ONE-CUSTOMER.
           move CUST-ID to WS-ACR-ACCT-ID.
           move CUST-ID to WS-ACR-CUST-ID.
           if CUST-BALANCE > 0
               move CUST-BALANCE to WS-INTEREST-BASIS
           else
               move 0 to WS-INTEREST-BASIS
           end-if.
           move 'C' to WS-ACR-ACCT-TYPE.
           perform ACCRUE-ONE-BALANCE.
      *    Every account the customer holds on ACCOUNT-FILE, in key
      *    order.
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
                           perform ACCRUE-ONE-ACCOUNT
                       end-if
                   end-if
               end-perform
           end-if.

       ACCRUE-ONE-ACCOUNT.
           move ACCT-BALANCE to WS-INTEREST-BASIS.
           move ACCT-TYPE to WS-ACR-ACCT-TYPE.
           perform ACCRUE-ONE-BALANCE.

      *    One cycle's tiered interest on today's balance, spread
      *    over the cycle's days and accrued for each day since the
      *    last run, so a weekend or a missed run catches up. A
      *    balance seen here for the first time starts accruing
      *    today; a zero balance simply advances the date.
       ACCRUE-ONE-BALANCE.
           move WS-BUSINESS-DATE to WS-ACR-START-DATE.
           move WS-BUSINESS-DATE to WS-ACR-THRU-DATE.
           perform READ-ACCRUAL-RECORD.
           compute WS-ACCRUAL-DAYS =
               function integer-of-date (WS-ACR-THRU-DATE)
               - function integer-of-date (DACR-LAST-ACCRUAL-DATE).
           if WS-ACCRUAL-DAYS > 0 and WS-INTEREST-BASIS > 0
               move WS-ACR-ACCT-TYPE to WS-PROD-LOOKUP-CODE
               perform LOAD-PRODUCT-TIERS
               perform SELECT-INTEREST-RATE
               compute WS-DAILY-RATE =
                   WS-INTEREST-RATE / WS-CYCLE-DAYS
               compute WS-ACCRUAL-AMOUNT rounded =
                   WS-INTEREST-BASIS * WS-DAILY-RATE * WS-ACCRUAL-DAYS
               if WS-ACCRUAL-AMOUNT > 0
                   perform LOG-ACCRUAL
                   add 1 to WS-DEP-ACCRUED-COUNT
                   add WS-ACCRUAL-AMOUNT to WS-DEP-ACCRUED-TOTAL
               end-if
           end-if.
           if WS-ACCRUAL-DAYS > 0
               move WS-ACR-THRU-DATE to DACR-LAST-ACCRUAL-DATE
           end-if.
           perform SAVE-ACCRUAL-RECORD.

      *    Open CDs accrue at their annual rate on actual days, from
      *    the open date when first seen, through the maturity date
      *    at the latest -- cd-maturity.cbl pays or rolls them then.
       ACCRUE-TERM-DEPOSITS.
           open input TERM-DEPOSIT-FILE.
           if WS-TD-STATUS not = '00'
               go to ACCRUE-TERM-DEPOSITS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read TERM-DEPOSIT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if TD-OPEN
                   perform ACCRUE-ONE-DEPOSIT
               end-if
               read TERM-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TERM-DEPOSIT-FILE.
       ACCRUE-TERM-DEPOSITS-DONE.
           exit.

       ACCRUE-ONE-DEPOSIT.
           move 'T' to WS-ACR-ACCT-TYPE.
           move TD-ID to WS-ACR-ACCT-ID.
           move TD-CUST-ID to WS-ACR-CUST-ID.
           if TD-OPEN-DATE < WS-BUSINESS-DATE
               move TD-OPEN-DATE to WS-ACR-START-DATE
           else
               move WS-BUSINESS-DATE to WS-ACR-START-DATE
           end-if.
           if TD-MATURITY-DATE < WS-BUSINESS-DATE
               move TD-MATURITY-DATE to WS-ACR-THRU-DATE
           else
               move WS-BUSINESS-DATE to WS-ACR-THRU-DATE
           end-if.
           perform READ-ACCRUAL-RECORD.
           compute WS-ACCRUAL-DAYS =
               function integer-of-date (WS-ACR-THRU-DATE)
               - function integer-of-date (DACR-LAST-ACCRUAL-DATE).
           if WS-ACCRUAL-DAYS > 0
               compute WS-DAILY-RATE = TD-RATE / 36500
               compute WS-ACCRUAL-AMOUNT rounded =
                   TD-PRINCIPAL * WS-DAILY-RATE * WS-ACCRUAL-DAYS
               move WS-ACR-THRU-DATE to DACR-LAST-ACCRUAL-DATE
               if WS-ACCRUAL-AMOUNT > 0
                   perform LOG-ACCRUAL
                   add 1 to WS-CD-ACCRUED-COUNT
                   add WS-ACCRUAL-AMOUNT to WS-CD-ACCRUED-TOTAL
               end-if
           end-if.
           perform SAVE-ACCRUAL-RECORD.

      *    Reads the payable record for WS-ACR-ACCT-TYPE and
      *    WS-ACR-ACCT-ID, or sets up a fresh one accruing from
      *    WS-ACR-START-DATE.
       READ-ACCRUAL-RECORD.
           move WS-ACR-ACCT-TYPE to DACR-ACCT-TYPE.
           move WS-ACR-ACCT-ID to DACR-ACCT-ID.
           move 'Y' to WS-DACR-ON-FILE.
           read DEPOSIT-ACCRUAL-FILE
               invalid key
                   move 'N' to WS-DACR-ON-FILE
                   move WS-ACR-ACCT-TYPE to DACR-ACCT-TYPE
                   move WS-ACR-ACCT-ID to DACR-ACCT-ID
                   move WS-ACR-CUST-ID to DACR-CUST-ID
                   move 0 to DACR-ACCRUED-UNPAID
                   move WS-ACR-START-DATE to DACR-LAST-ACCRUAL-DATE
                   move 0 to DACR-LAST-PAID-DATE
                   move 0 to DACR-LAST-PAID-AMOUNT
                   move 0 to DACR-LAST-RELIEVED
                   set DACR-ACTIVE to true
           end-read.
           if DACR-CLOSED
      *    A closed balance that is accruing again (a reopened
      *    account) starts over from today.
               set DACR-ACTIVE to true
               move WS-BUSINESS-DATE to DACR-LAST-ACCRUAL-DATE
           end-if.

       SAVE-ACCRUAL-RECORD.
           if WS-DACR-ON-FILE = 'Y'
               rewrite DEPOSIT-ACCRUAL-RECORD
           else
               write DEPOSIT-ACCRUAL-RECORD
           end-if.

       LOG-ACCRUAL.
           add WS-ACCRUAL-AMOUNT to DACR-ACCRUED-UNPAID.
           move WS-BUSINESS-DATE to DAL-DATE.
           move DACR-ACCT-TYPE to DAL-ACCT-TYPE.
           move DACR-ACCT-ID to DAL-ACCT-ID.
           move DACR-CUST-ID to DAL-CUST-ID.
           move 'A' to DAL-TYPE.
           move WS-ACCRUAL-AMOUNT to DAL-AMOUNT.
           move 'N' to DAL-CYCLE-END.
           move 0 to DAL-CYCLE-ACCRUED.
           move 0 to DAL-CYCLE-PAID.
           write DEPOSIT-ACCRUAL-LOG-RECORD.

      *    Loads the tier set of product WS-PROD-LOOKUP-CODE -- the
      *    catalog row, or the built-in tiers when it has none.
       LOAD-PRODUCT-TIERS.
           perform LOOKUP-PRODUCT.
           move PROD-TIER-1-RATE to WS-TIER-1-RATE.
           move PROD-TIER-2-RATE to WS-TIER-2-RATE.
           move PROD-TIER-3-RATE to WS-TIER-3-RATE.
           move PROD-TIER-1-CEILING to WS-TIER-1-CEILING.
           move PROD-TIER-2-CEILING to WS-TIER-2-CEILING.

      *    Picks the tiered rate for WS-INTEREST-BASIS, exactly as
      *    interest-posting.cbl does.
       SELECT-INTEREST-RATE.
           if WS-INTEREST-BASIS < WS-TIER-1-CEILING
               move WS-TIER-1-RATE to WS-INTEREST-RATE
           else
               if WS-INTEREST-BASIS < WS-TIER-2-CEILING
                   move WS-TIER-2-RATE to WS-INTEREST-RATE
               else
                   move WS-TIER-3-RATE to WS-INTEREST-RATE
               end-if
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

       READ-ACCRUAL-PARAMETERS.
           move 'INT-CYCLE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CYCLE-DAYS
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

      *    Reads the open business date, the same rule the teller
      *    screen applies: a missing control file falls back to the
      *    calendar date, a closed day refuses the run.
       GET-BUSINESS-DATE.
           move 'Y' to WS-BUSDATE-OK.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
                       if BUSDATE-CLOSED
                           move 'N' to WS-BUSDATE-OK
                       end-if
               end-read
               close BUSINESS-DATE-FILE
           end-if.
