       identification division.
       program-id. profitability-report.

      *    Monthly customer and relationship profitability. For the
      *    month entered (YYYYMM; blank takes the business date's
      *    month), every open customer is credited with what the
      *    bank earned from it and charged with what it cost:
      *      + fee income        'FEE-MAINT', 'FEE-OD', 'FEE-RET' and
      *                          'SDB-RENT' transactions
      *      + analysis charges  'FEE-ANLYS' transactions posted by
      *                          account-analysis.cbl
      *      + loan interest     accruals and cash-basis income less
      *                          reversals on loan_accruals.dat
      *      + line interest     one month at the line rate on the
      *                          drawn credit-line balance -- the line
      *                          cycle keeps no interest history
      *      + funding credit    one month at PROFIT-FUND-RATE
      *                          (parameter master, 2.00 percent when
      *                          no row exists) on the deposit
      *                          balances: checking, accounts.dat and
      *                          open CDs
      *      - interest paid     'I' transactions
      *      - processing cost   every transaction of the month priced
      *                          from processing_costs.dat, the cost
      *                          table laid out like the analysis
      *                          price sheet (type, cost); a 'DEFAULT'
      *                          row, or 0.25 without one, prices any
      *                          type not listed
      *    Reversed transactions and their '-RV' entries are left out.
      *    Customers sharing a relationships.dat group are totalled as
      *    one relationship (key G + group ID); a customer in no group
      *    is a relationship of one (key C + customer ID). The report
      *    (profitability_report.txt) ranks relationships by net
      *    contribution, lists the top and bottom tiers -- the best
      *    and worst fifth -- and closes with the customer detail;
      *    profitability.csv carries the same lines for the
      *    relationship managers.

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
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.
       select CREDIT-LINE-FILE
           assign to 'credit_lines.dat'
           organization is indexed
           access mode is dynamic
           record key is CL-CUST-ID
           lock mode is automatic
           file status is WS-CL-STATUS.
       select LOAN-ACCRUAL-LOG-FILE
           assign to 'loan_accruals.dat'
           organization is line sequential
           file status is WS-ACR-LOG-STATUS.
       select RELATIONSHIP-FILE
           assign to 'relationships.dat'
           organization is indexed
           access mode is dynamic
           record key is REL-CUST-ID
           lock mode is automatic
           file status is WS-REL-STATUS.
       select PROCESSING-COST-FILE
           assign to 'processing_costs.dat'
           organization is line sequential
           file status is WS-COST-STATUS.
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
      *    Customer lines, then the same lines in relationship order;
      *    relationship totals, then the same totals in rank order.
       select PROFIT-WORK-FILE
           assign to 'prf_customers.tmp'
           organization is line sequential
           file status is WS-WORK-STATUS.
       select SORT-WORK-FILE
           assign to 'prf_sortwk.tmp'.
       select SORTED-PROFIT-FILE
           assign to 'prf_customers_sorted.tmp'
           organization is line sequential
           file status is WS-SORTED-STATUS.
       select REL-WORK-FILE
           assign to 'prf_relationships.tmp'
           organization is line sequential
           file status is WS-REL-WORK-STATUS.
       select REL-SORT-FILE
           assign to 'prf_relsortwk.tmp'.
       select RANKED-REL-FILE
           assign to 'prf_relationships_ranked.tmp'
           organization is line sequential
           file status is WS-RANKED-STATUS.
       select PROFIT-REPORT-FILE
           assign to 'profitability_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select PROFIT-CSV-FILE
           assign to 'profitability.csv'
           organization is line sequential
           file status is WS-CSV-STATUS.

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

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 TRANS-CUST-ID          pic 9(6).
          05 TRANS-AMOUNT           pic 9(8)v99.
          05 TRANS-TYPE             pic x(11).
          05 TRANS-DATE             pic 9(8).
          05 TRANS-TIME             pic 9(6).
          05 TRANS-REVERSED         pic x(1).
          05 TRANS-ACCT-TYPE        pic x(1).
          05 TRANS-BRANCH           pic 9(3).

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

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

       fd CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CL-CUST-ID             pic 9(6).
          05 CL-LIMIT               pic 9(8)v99.
          05 CL-DRAWN-BALANCE       pic s9(8)v99.
          05 CL-RATE                pic 9(2)v9(4).
          05 CL-ACCRUED-INTEREST    pic 9(8)v99.
          05 CL-ADB-SUM             pic s9(12)v99.
          05 CL-ADB-DAYS            pic 9(4).
          05 CL-LAST-ACCRUAL-DATE   pic 9(8).
          05 CL-MIN-PAYMENT         pic 9(8)v99.
          05 CL-CYCLE-DATE          pic 9(8).
          05 CL-STATUS              pic x(1).
             88 CL-ACTIVE           value 'A'.
             88 CL-CLOSED           value 'C'.

       fd LOAN-ACCRUAL-LOG-FILE.
       01 LOAN-ACCRUAL-LOG-RECORD.
          05 ACR-DATE               pic 9(8).
          05 ACR-LOAN-ID            pic 9(6).
          05 ACR-CUST-ID            pic 9(6).
          05 ACR-TYPE               pic x(1).
             88 ACR-ACCRUAL         value 'A'.
             88 ACR-REVERSAL        value 'R'.
             88 ACR-COLLECTED       value 'C'.
             88 ACR-CASH-INCOME     value 'I'.
          05 ACR-AMOUNT             pic 9(8)v99.

       fd RELATIONSHIP-FILE.
       01 RELATIONSHIP-RECORD.
          05 REL-CUST-ID            pic 9(6).
          05 REL-GROUP-ID           pic 9(6).
          05 REL-ADDED-DATE         pic 9(8).

       fd PROCESSING-COST-FILE.
       01 PROCESSING-COST-RECORD.
          05 PC-TRANS-TYPE          pic x(11).
          05 PC-COST                pic 9(4)v99.

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

       fd PROFIT-WORK-FILE.
       01 PROFIT-WORK-RECORD.
          05 PRF-REL-KEY            pic x(7).
          05 PRF-CUST-ID            pic 9(6).
          05 PRF-CUST-NAME          pic x(30).
          05 PRF-INT-PAID           pic 9(8)v99.
          05 PRF-FEE-INCOME         pic 9(8)v99.
          05 PRF-ANALYSIS           pic 9(8)v99.
          05 PRF-LOAN-INT           pic 9(8)v99.
          05 PRF-LINE-INT           pic 9(8)v99.
          05 PRF-FUNDING            pic 9(8)v99.
          05 PRF-TRANS-COUNT        pic 9(6).
          05 PRF-PROC-COST          pic 9(8)v99.
          05 PRF-NET                pic s9(9)v99.

       sd SORT-WORK-FILE.
       01 SORT-PROFIT-RECORD.
          05 SRT-REL-KEY            pic x(7).
          05 SRT-CUST-ID            pic 9(6).
          05 filler                 pic x(117).

       fd SORTED-PROFIT-FILE.
       01 SORTED-PROFIT-RECORD.
          05 SPR-REL-KEY            pic x(7).
          05 SPR-CUST-ID            pic 9(6).
          05 SPR-CUST-NAME          pic x(30).
          05 SPR-INT-PAID           pic 9(8)v99.
          05 SPR-FEE-INCOME         pic 9(8)v99.
          05 SPR-ANALYSIS           pic 9(8)v99.
          05 SPR-LOAN-INT           pic 9(8)v99.
          05 SPR-LINE-INT           pic 9(8)v99.
          05 SPR-FUNDING            pic 9(8)v99.
          05 SPR-TRANS-COUNT        pic 9(6).
          05 SPR-PROC-COST          pic 9(8)v99.
          05 SPR-NET                pic s9(9)v99.

       fd REL-WORK-FILE.
       01 REL-WORK-RECORD.
          05 RLW-NET                pic s9(10)v99.
          05 RLW-REL-KEY            pic x(7).
          05 RLW-MEMBERS            pic 9(4).
          05 RLW-INT-PAID           pic 9(9)v99.
          05 RLW-FEE-INCOME         pic 9(9)v99.
          05 RLW-ANALYSIS           pic 9(9)v99.
          05 RLW-LOAN-INT           pic 9(9)v99.
          05 RLW-LINE-INT           pic 9(9)v99.
          05 RLW-FUNDING            pic 9(9)v99.
          05 RLW-TRANS-COUNT        pic 9(7).
          05 RLW-PROC-COST          pic 9(9)v99.

       sd REL-SORT-FILE.
       01 REL-SORT-RECORD.
          05 RLS-NET                pic s9(10)v99.
          05 RLS-REL-KEY            pic x(7).
          05 filler                 pic x(88).

       fd RANKED-REL-FILE.
       01 RANKED-REL-RECORD.
          05 RNK-NET                pic s9(10)v99.
          05 RNK-REL-KEY            pic x(7).
          05 RNK-MEMBERS            pic 9(4).
          05 RNK-INT-PAID           pic 9(9)v99.
          05 RNK-FEE-INCOME         pic 9(9)v99.
          05 RNK-ANALYSIS           pic 9(9)v99.
          05 RNK-LOAN-INT           pic 9(9)v99.
          05 RNK-LINE-INT           pic 9(9)v99.
          05 RNK-FUNDING            pic 9(9)v99.
          05 RNK-TRANS-COUNT        pic 9(7).
          05 RNK-PROC-COST          pic 9(9)v99.

       fd PROFIT-REPORT-FILE.
       01 PROFIT-REPORT-LINE        pic x(132).

       fd PROFIT-CSV-FILE.
       01 PROFIT-CSV-LINE           pic x(200).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-CL-STATUS              pic xx.
       01 WS-ACR-LOG-STATUS         pic xx.
       01 WS-REL-STATUS             pic xx.
       01 WS-COST-STATUS            pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-WORK-STATUS            pic xx.
       01 WS-SORTED-STATUS          pic xx.
       01 WS-REL-WORK-STATUS        pic xx.
       01 WS-RANKED-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-CSV-STATUS             pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-SCAN-EOF-FLAG          pic x value 'N'.
          88 SCAN-EOF-REACHED       value 'Y'.
       01 WS-TRANS-OPEN-FLAG        pic x value 'N'.
          88 TRANSACTIONS-AVAILABLE value 'Y'.
       01 WS-ACCT-OPEN-FLAG         pic x value 'N'.
          88 ACCOUNTS-AVAILABLE     value 'Y'.
       01 WS-CL-OPEN-FLAG           pic x value 'N'.
          88 CREDIT-LINES-AVAILABLE value 'Y'.
       01 WS-REL-OPEN-FLAG          pic x value 'N'.
          88 RELATIONSHIPS-AVAILABLE value 'Y'.

       01 WS-PROFIT-MONTH           pic x(6).
       01 WS-FUND-RATE              pic 9(2)v9(4) value 2.00.
       01 WS-DEFAULT-COST           pic 9(4)v99 value 0.25.

      *    Processing cost per transaction type, from the cost table.
       01 WS-COST-TABLE.
          05 WS-COST-ENTRY occurs 50 times.
             10 WS-COST-TYPE        pic x(11).
             10 WS-COST-AMOUNT      pic 9(4)v99.
       01 WS-COST-USED              pic 9(2) value zero.
       01 WS-COST-SUB               pic 9(2).
       01 WS-TRANS-COST             pic 9(4)v99.

      *    Per-customer loan interest earned and open CD balances,
      *    gathered in one pass over each file before the customer
      *    pass (neither file is keyed by customer).
       01 WS-XTR-USED               pic 9(4) value zero.
       01 WS-XTR-TABLE.
          05 WS-XTR-ENTRY occurs 500 times indexed by WS-XTR-IDX.
             10 WS-XTR-CUST-ID       pic 9(6).
             10 WS-XTR-LOAN-INT      pic s9(8)v99.
             10 WS-XTR-CD-BALANCE    pic 9(9)v99.
       01 WS-XTR-SEARCH-IDX         pic 9(4).
       01 WS-XTR-CUST-ID-KEY        pic 9(6).

      *    The customer being measured.
       01 WS-LOAN-INT               pic s9(8)v99.
       01 WS-DEPOSIT-BALANCE        pic 9(10)v99.
       01 WS-CUST-NET               pic s9(9)v99.
       01 WS-RV-SUFFIX              pic x(3).
       01 WS-TYPE-LENGTH            pic 9(2).

      *    Relationship control break.
       01 WS-CURRENT-REL-KEY        pic x(7) value spaces.
       01 WS-REL-COUNT              pic 9(6) value zero.
       01 WS-CUSTOMER-COUNT         pic 9(6) value zero.
       01 WS-RANK                   pic 9(6) value zero.
       01 WS-TIER-SIZE              pic 9(6) value zero.
       01 WS-BOTTOM-START           pic 9(6) value zero.
       01 WS-TIER-WORD              pic x(6).

       01 WS-BANK-NET               pic s9(11)v99 value zero.
       01 WS-BANK-INCOME            pic 9(11)v99 value zero.
       01 WS-BANK-EXPENSE           pic 9(11)v99 value zero.

       01 WS-FMT-RANK               pic z(5)9.
       01 WS-FMT-MEMBERS            pic zzz9.
       01 WS-FMT-COUNT              pic z(6)9.
       01 WS-FMT-A1                 pic -(8)9.99.
       01 WS-FMT-A2                 pic -(8)9.99.
       01 WS-FMT-A3                 pic -(8)9.99.
       01 WS-FMT-A4                 pic -(8)9.99.
       01 WS-FMT-A5                 pic -(8)9.99.
       01 WS-FMT-A6                 pic -(8)9.99.
       01 WS-FMT-A7                 pic -(8)9.99.
       01 WS-FMT-NET                pic -(10)9.99.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           display "Enter Month (YYYYMM, blank for current): ".
           accept WS-PROFIT-MONTH.
           if WS-PROFIT-MONTH = spaces
               move WS-BUSINESS-DATE(1:6) to WS-PROFIT-MONTH
           end-if.
           if WS-PROFIT-MONTH is not numeric
               display "Invalid month. Aborting."
               stop run
           end-if.
           move 'PROFIT-FUND-RATE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               move WS-PRM-VALUE to WS-FUND-RATE
           end-if.
           perform LOAD-PROCESSING-COSTS.
           perform LOAD-LOAN-INTEREST.
           perform LOAD-CD-BALANCES.

           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found. Aborting."
               stop run
           end-if.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move 'Y' to WS-TRANS-OPEN-FLAG
           end-if.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move 'Y' to WS-ACCT-OPEN-FLAG
           end-if.
           open input CREDIT-LINE-FILE.
           if WS-CL-STATUS = '00'
               move 'Y' to WS-CL-OPEN-FLAG
           end-if.
           open input RELATIONSHIP-FILE.
           if WS-REL-STATUS = '00'
               move 'Y' to WS-REL-OPEN-FLAG
           end-if.
           open output PROFIT-WORK-FILE.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if not CUST-CLOSED
                   perform MEASURE-ONE-CUSTOMER
               end-if
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-FILE.
           if TRANSACTIONS-AVAILABLE
               close TRANSACTION-FILE
           end-if.
           if ACCOUNTS-AVAILABLE
               close ACCOUNT-FILE
           end-if.
           if CREDIT-LINES-AVAILABLE
               close CREDIT-LINE-FILE
           end-if.
           if RELATIONSHIPS-AVAILABLE
               close RELATIONSHIP-FILE
           end-if.
           close PROFIT-WORK-FILE.

           sort SORT-WORK-FILE
               on ascending key SRT-REL-KEY SRT-CUST-ID
               using PROFIT-WORK-FILE
               giving SORTED-PROFIT-FILE.
           perform BUILD-RELATIONSHIP-TOTALS.
           sort REL-SORT-FILE
               on descending key RLS-NET
               on ascending key RLS-REL-KEY
               using REL-WORK-FILE
               giving RANKED-REL-FILE.

           compute WS-TIER-SIZE = WS-REL-COUNT / 5.
           if WS-TIER-SIZE = 0 and WS-REL-COUNT > 0
               move 1 to WS-TIER-SIZE
           end-if.
           compute WS-BOTTOM-START = WS-REL-COUNT - WS-TIER-SIZE + 1.

           open output PROFIT-REPORT-FILE.
           open output PROFIT-CSV-FILE.
           move spaces to PROFIT-CSV-LINE.
           string "Type,Rank,Relationship,CustID,Name,InterestPaid,"
                  delimited by size
                  "FeeIncome,AnalysisCharges,LoanInterest,"
                  delimited by size
                  "LineInterest,FundingCredit,Transactions,"
                  delimited by size
                  "ProcessingCost,NetContribution,Tier"
                  delimited by size
                  into PROFIT-CSV-LINE
           end-string.
           write PROFIT-CSV-LINE.
           perform WRITE-RANKING-SECTION.
           perform WRITE-TIER-SECTIONS.
           perform WRITE-CUSTOMER-SECTION.
           close PROFIT-REPORT-FILE.
           close PROFIT-CSV-FILE.

           display WS-CUSTOMER-COUNT " customer(s) in "
               WS-REL-COUNT " relationship(s) measured for "
               WS-PROFIT-MONTH ".".
           display "Report written to profitability_report.txt; "
               "profitability.csv for the relationship managers.".
           stop run.

      *    The cost table, held for the run; a 'DEFAULT' row replaces
      *    the compiled default for types the table does not list.
       LOAD-PROCESSING-COSTS.
           move 'N' to WS-SCAN-EOF-FLAG.
           open input PROCESSING-COST-FILE.
           if WS-COST-STATUS = '00'
               read PROCESSING-COST-FILE
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
               perform until SCAN-EOF-REACHED
                   if PC-TRANS-TYPE = 'DEFAULT'
                       move PC-COST to WS-DEFAULT-COST
                   else
                       if WS-COST-USED < 50
                           add 1 to WS-COST-USED
                           move PC-TRANS-TYPE
                               to WS-COST-TYPE (WS-COST-USED)
                           move PC-COST
                               to WS-COST-AMOUNT (WS-COST-USED)
                       end-if
                   end-if
                   read PROCESSING-COST-FILE
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-perform
               close PROCESSING-COST-FILE
           end-if.

      *    Interest earned on loans in the month: accruals and
      *    cash-basis income, less accruals reversed on non-accrual.
      *    Collections only move accrued interest into paid, so they
      *    are not income twice.
       LOAD-LOAN-INTEREST.
           move 'N' to WS-SCAN-EOF-FLAG.
           open input LOAN-ACCRUAL-LOG-FILE.
           if WS-ACR-LOG-STATUS = '00'
               read LOAN-ACCRUAL-LOG-FILE
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
               perform until SCAN-EOF-REACHED
                   if ACR-DATE(1:6) = WS-PROFIT-MONTH
                      and (ACR-ACCRUAL or ACR-CASH-INCOME
                           or ACR-REVERSAL)
                       move ACR-CUST-ID to WS-XTR-CUST-ID-KEY
                       perform FIND-EXTRA-ENTRY
                       if WS-XTR-SEARCH-IDX not = 0
                           if ACR-REVERSAL
                               subtract ACR-AMOUNT from
                                   WS-XTR-LOAN-INT (WS-XTR-SEARCH-IDX)
                           else
                               add ACR-AMOUNT to
                                   WS-XTR-LOAN-INT (WS-XTR-SEARCH-IDX)
                           end-if
                       end-if
                   end-if
                   read LOAN-ACCRUAL-LOG-FILE
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-perform
               close LOAN-ACCRUAL-LOG-FILE
           end-if.

       LOAD-CD-BALANCES.
           move 'N' to WS-SCAN-EOF-FLAG.
           open input TERM-DEPOSIT-FILE.
           if WS-TD-STATUS = '00'
               read TERM-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
               perform until SCAN-EOF-REACHED
                   if TD-OPEN
                       move TD-CUST-ID to WS-XTR-CUST-ID-KEY
                       perform FIND-EXTRA-ENTRY
                       if WS-XTR-SEARCH-IDX not = 0
                           add TD-PRINCIPAL to
                               WS-XTR-CD-BALANCE (WS-XTR-SEARCH-IDX)
                       end-if
                   end-if
                   read TERM-DEPOSIT-FILE next record
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-perform
               close TERM-DEPOSIT-FILE
           end-if.

      *    Finds (or adds) WS-XTR-CUST-ID-KEY in the extras table;
      *    WS-XTR-SEARCH-IDX is zero when the table is full.
       FIND-EXTRA-ENTRY.
           move 0 to WS-XTR-SEARCH-IDX.
           perform varying WS-XTR-IDX from 1 by 1
               until WS-XTR-IDX > WS-XTR-USED
               if WS-XTR-CUST-ID (WS-XTR-IDX) = WS-XTR-CUST-ID-KEY
                   set WS-XTR-SEARCH-IDX to WS-XTR-IDX
               end-if
           end-perform.
           if WS-XTR-SEARCH-IDX = 0
               if WS-XTR-USED < 500
                   add 1 to WS-XTR-USED
                   move WS-XTR-USED to WS-XTR-SEARCH-IDX
                   move WS-XTR-CUST-ID-KEY
                       to WS-XTR-CUST-ID (WS-XTR-SEARCH-IDX)
                   move 0 to WS-XTR-LOAN-INT (WS-XTR-SEARCH-IDX)
                   move 0 to WS-XTR-CD-BALANCE (WS-XTR-SEARCH-IDX)
               else
                   display "More than 500 borrowers and CD holders; "
                       "customer " WS-XTR-CUST-ID-KEY " left out."
               end-if
           end-if.

      *    One customer's line: the month's transactions, the loans
      *    and CDs gathered above, the credit line and the deposit
      *    balances.
       MEASURE-ONE-CUSTOMER.
           move spaces to PROFIT-WORK-RECORD.
           move CUST-ID to PRF-CUST-ID.
           move CUST-NAME to PRF-CUST-NAME.
           move 0 to PRF-INT-PAID PRF-FEE-INCOME PRF-ANALYSIS
               PRF-LOAN-INT PRF-LINE-INT PRF-FUNDING
               PRF-TRANS-COUNT PRF-PROC-COST.
           move spaces to PRF-REL-KEY.
           if RELATIONSHIPS-AVAILABLE
               move CUST-ID to REL-CUST-ID
               read RELATIONSHIP-FILE
                   invalid key
                       continue
                   not invalid key
                       string "G" delimited by size
                              REL-GROUP-ID delimited by size
                              into PRF-REL-KEY
                       end-string
               end-read
           end-if.
           if PRF-REL-KEY = spaces
               string "C" delimited by size
                      CUST-ID delimited by size
                      into PRF-REL-KEY
               end-string
           end-if.

           perform SCAN-MONTH-TRANSACTIONS
               thru SCAN-MONTH-TRANSACTIONS-DONE.

           move 0 to WS-LOAN-INT.
           move 0 to WS-DEPOSIT-BALANCE.
           move CUST-ID to WS-XTR-CUST-ID-KEY.
           move 0 to WS-XTR-SEARCH-IDX.
           perform varying WS-XTR-IDX from 1 by 1
               until WS-XTR-IDX > WS-XTR-USED
               if WS-XTR-CUST-ID (WS-XTR-IDX) = WS-XTR-CUST-ID-KEY
                   set WS-XTR-SEARCH-IDX to WS-XTR-IDX
               end-if
           end-perform.
           if WS-XTR-SEARCH-IDX not = 0
               move WS-XTR-LOAN-INT (WS-XTR-SEARCH-IDX) to WS-LOAN-INT
               move WS-XTR-CD-BALANCE (WS-XTR-SEARCH-IDX)
                   to WS-DEPOSIT-BALANCE
           end-if.
           if WS-LOAN-INT > 0
               move WS-LOAN-INT to PRF-LOAN-INT
           end-if.

           if CREDIT-LINES-AVAILABLE
               move CUST-ID to CL-CUST-ID
               read CREDIT-LINE-FILE
                   invalid key
                       continue
                   not invalid key
                       if CL-DRAWN-BALANCE > 0
                           compute PRF-LINE-INT rounded =
                               CL-DRAWN-BALANCE * CL-RATE / 1200
                       end-if
               end-read
           end-if.

           if CUST-BALANCE > 0
               add CUST-BALANCE to WS-DEPOSIT-BALANCE
           end-if.
           perform ADD-ACCOUNT-BALANCES
               thru ADD-ACCOUNT-BALANCES-DONE.
           compute PRF-FUNDING rounded =
               WS-DEPOSIT-BALANCE * WS-FUND-RATE / 1200.

           compute WS-CUST-NET =
               PRF-FEE-INCOME + PRF-ANALYSIS + PRF-LOAN-INT
             + PRF-LINE-INT + PRF-FUNDING
             - PRF-INT-PAID - PRF-PROC-COST.
           move WS-CUST-NET to PRF-NET.
           write PROFIT-WORK-RECORD.
           add 1 to WS-CUSTOMER-COUNT.

      *    One keyed pass over the customer's transactions for the
      *    month, the account-analysis.cbl walk.
       SCAN-MONTH-TRANSACTIONS.
           if not TRANSACTIONS-AVAILABLE
               go to SCAN-MONTH-TRANSACTIONS-DONE
           end-if.
           move 'N' to WS-SCAN-EOF-FLAG.
           move CUST-ID to TRANS-CUST-ID.
           start TRANSACTION-FILE key is equal to TRANS-CUST-ID
               invalid key
                   move 'Y' to WS-SCAN-EOF-FLAG
           end-start.
           if not SCAN-EOF-REACHED
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
           end-if.
           perform until SCAN-EOF-REACHED
               if TRANS-CUST-ID not = CUST-ID
                   move 'Y' to WS-SCAN-EOF-FLAG
               else
                   if TRANS-DATE(1:6) = WS-PROFIT-MONTH
                      and TRANS-REVERSED not = 'Y'
                       perform TALLY-ONE-TRANSACTION
                           thru TALLY-ONE-TRANSACTION-DONE
                   end-if
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-if
           end-perform.
       SCAN-MONTH-TRANSACTIONS-DONE.
           continue.

      *    Sorts one transaction into income or expense and charges
      *    its processing cost. A '-RV' entry undoes an original that
      *    is already left out as reversed, so it is skipped too.
       TALLY-ONE-TRANSACTION.
           move 0 to WS-TYPE-LENGTH.
           inspect TRANS-TYPE tallying WS-TYPE-LENGTH
               for characters before initial space.
           move spaces to WS-RV-SUFFIX.
           if WS-TYPE-LENGTH > 3
               move TRANS-TYPE(WS-TYPE-LENGTH - 2:3) to WS-RV-SUFFIX
           end-if.
           if WS-RV-SUFFIX = '-RV'
               go to TALLY-ONE-TRANSACTION-DONE
           end-if.
           evaluate TRANS-TYPE
               when 'I'
                   add TRANS-AMOUNT to PRF-INT-PAID
               when 'FEE-MAINT'
               when 'FEE-OD'
               when 'FEE-RET'
               when 'SDB-RENT'
                   add TRANS-AMOUNT to PRF-FEE-INCOME
               when 'FEE-ANLYS'
                   add TRANS-AMOUNT to PRF-ANALYSIS
           end-evaluate.
           move WS-DEFAULT-COST to WS-TRANS-COST.
           perform varying WS-COST-SUB from 1 by 1
               until WS-COST-SUB > WS-COST-USED
               if WS-COST-TYPE (WS-COST-SUB) = TRANS-TYPE
                   move WS-COST-AMOUNT (WS-COST-SUB) to WS-TRANS-COST
               end-if
           end-perform.
           add 1 to PRF-TRANS-COUNT.
           add WS-TRANS-COST to PRF-PROC-COST.
       TALLY-ONE-TRANSACTION-DONE.
           exit.

       ADD-ACCOUNT-BALANCES.
           if not ACCOUNTS-AVAILABLE
               go to ADD-ACCOUNT-BALANCES-DONE
           end-if.
           move 'N' to WS-SCAN-EOF-FLAG.
           move CUST-ID to ACCT-CUST-ID.
           move low-values to ACCT-TYPE.
           start ACCOUNT-FILE key is greater than or equal to ACCT-KEY
               invalid key
                   move 'Y' to WS-SCAN-EOF-FLAG
           end-start.
           if not SCAN-EOF-REACHED
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
           end-if.
           perform until SCAN-EOF-REACHED
               if ACCT-CUST-ID not = CUST-ID
                   move 'Y' to WS-SCAN-EOF-FLAG
               else
                   add ACCT-BALANCE to WS-DEPOSIT-BALANCE
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-if
           end-perform.
       ADD-ACCOUNT-BALANCES-DONE.
           continue.

      *    Control break on relationship key over the customer lines.
       BUILD-RELATIONSHIP-TOTALS.
           open input SORTED-PROFIT-FILE.
           open output REL-WORK-FILE.
           move spaces to WS-CURRENT-REL-KEY.
           move 'N' to WS-EOF-FLAG.
           read SORTED-PROFIT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if SPR-REL-KEY not = WS-CURRENT-REL-KEY
                   if WS-CURRENT-REL-KEY not = spaces
                       write REL-WORK-RECORD
                       add 1 to WS-REL-COUNT
                   end-if
                   move SPR-REL-KEY to WS-CURRENT-REL-KEY
                   move SPR-REL-KEY to RLW-REL-KEY
                   move 0 to RLW-NET RLW-MEMBERS RLW-INT-PAID
                       RLW-FEE-INCOME RLW-ANALYSIS RLW-LOAN-INT
                       RLW-LINE-INT RLW-FUNDING RLW-TRANS-COUNT
                       RLW-PROC-COST
               end-if
               add 1 to RLW-MEMBERS
               add SPR-NET to RLW-NET
               add SPR-INT-PAID to RLW-INT-PAID
               add SPR-FEE-INCOME to RLW-FEE-INCOME
               add SPR-ANALYSIS to RLW-ANALYSIS
               add SPR-LOAN-INT to RLW-LOAN-INT
               add SPR-LINE-INT to RLW-LINE-INT
               add SPR-FUNDING to RLW-FUNDING
               add SPR-TRANS-COUNT to RLW-TRANS-COUNT
               add SPR-PROC-COST to RLW-PROC-COST
               read SORTED-PROFIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           if WS-CURRENT-REL-KEY not = spaces
               write REL-WORK-RECORD
               add 1 to WS-REL-COUNT
           end-if.
           close SORTED-PROFIT-FILE.
           close REL-WORK-FILE.

      *    Every relationship in rank order, with the bank total.
       WRITE-RANKING-SECTION.
           move spaces to PROFIT-REPORT-LINE.
           string "Relationship Profitability - month "
                  delimited by size
                  WS-PROFIT-MONTH delimited by size
                  "   funding credit rate " delimited by size
                  WS-FUND-RATE delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.
           move all "=" to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           perform WRITE-COLUMN-HEADING.
           move 0 to WS-RANK.
           move 'N' to WS-EOF-FLAG.
           open input RANKED-REL-FILE.
           read RANKED-REL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-RANK
               perform SET-TIER-WORD
               perform WRITE-RANKED-LINE
               perform WRITE-RANKED-CSV
               add RNK-NET to WS-BANK-NET
               compute WS-BANK-INCOME = WS-BANK-INCOME
                   + RNK-FEE-INCOME + RNK-ANALYSIS + RNK-LOAN-INT
                   + RNK-LINE-INT + RNK-FUNDING
               compute WS-BANK-EXPENSE = WS-BANK-EXPENSE
                   + RNK-INT-PAID + RNK-PROC-COST
               read RANKED-REL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close RANKED-REL-FILE.
           move spaces to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move WS-BANK-INCOME to WS-FMT-NET.
           move spaces to PROFIT-REPORT-LINE.
           string "Total income    " delimited by size
                  WS-FMT-NET delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.
           move WS-BANK-EXPENSE to WS-FMT-NET.
           move spaces to PROFIT-REPORT-LINE.
           string "Total expense   " delimited by size
                  WS-FMT-NET delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.
           move WS-BANK-NET to WS-FMT-NET.
           move spaces to PROFIT-REPORT-LINE.
           string "Net contribution" delimited by size
                  WS-FMT-NET delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.

      *    The best and worst fifth, net contribution only.
       WRITE-TIER-SECTIONS.
           move spaces to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move "Top tier:" to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move 0 to WS-RANK.
           move 'N' to WS-EOF-FLAG.
           open input RANKED-REL-FILE.
           read RANKED-REL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-RANK
               if WS-RANK <= WS-TIER-SIZE
                   perform WRITE-TIER-LINE
               end-if
               read RANKED-REL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close RANKED-REL-FILE.
           move spaces to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move "Bottom tier:" to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move 0 to WS-RANK.
           move 'N' to WS-EOF-FLAG.
           open input RANKED-REL-FILE.
           read RANKED-REL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-RANK
               if WS-RANK >= WS-BOTTOM-START
                   perform WRITE-TIER-LINE
               end-if
               read RANKED-REL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close RANKED-REL-FILE.

      *    Customer lines in relationship order, for the managers to
      *    see which member carries or drags the relationship.
       WRITE-CUSTOMER-SECTION.
           move spaces to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           move "Customer detail by relationship:"
               to PROFIT-REPORT-LINE.
           write PROFIT-REPORT-LINE.
           perform WRITE-COLUMN-HEADING.
           move 'N' to WS-EOF-FLAG.
           open input SORTED-PROFIT-FILE.
           read SORTED-PROFIT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move SPR-INT-PAID to WS-FMT-A1
               move SPR-FEE-INCOME to WS-FMT-A2
               move SPR-ANALYSIS to WS-FMT-A3
               move SPR-LOAN-INT to WS-FMT-A4
               move SPR-LINE-INT to WS-FMT-A5
               move SPR-FUNDING to WS-FMT-A6
               move SPR-PROC-COST to WS-FMT-A7
               move SPR-NET to WS-FMT-NET
               move SPR-TRANS-COUNT to WS-FMT-COUNT
               move spaces to PROFIT-REPORT-LINE
               string "      " delimited by size
                      SPR-REL-KEY delimited by size
                      " " delimited by size
                      SPR-CUST-ID delimited by size
                      WS-FMT-A1 delimited by size
                      WS-FMT-A2 delimited by size
                      WS-FMT-A3 delimited by size
                      WS-FMT-A4 delimited by size
                      WS-FMT-A5 delimited by size
                      WS-FMT-A6 delimited by size
                      WS-FMT-COUNT delimited by size
                      WS-FMT-A7 delimited by size
                      WS-FMT-NET delimited by size
                      into PROFIT-REPORT-LINE
               end-string
               write PROFIT-REPORT-LINE
               move spaces to PROFIT-CSV-LINE
               string "CUST,," delimited by size
                      SPR-REL-KEY delimited by size
                      "," delimited by size
                      SPR-CUST-ID delimited by size
                      "," delimited by size
                      SPR-CUST-NAME delimited by size
                      "," delimited by size
                      WS-FMT-A1 delimited by size
                      "," delimited by size
                      WS-FMT-A2 delimited by size
                      "," delimited by size
                      WS-FMT-A3 delimited by size
                      "," delimited by size
                      WS-FMT-A4 delimited by size
                      "," delimited by size
                      WS-FMT-A5 delimited by size
                      "," delimited by size
                      WS-FMT-A6 delimited by size
                      "," delimited by size
                      SPR-TRANS-COUNT delimited by size
                      "," delimited by size
                      WS-FMT-A7 delimited by size
                      "," delimited by size
                      WS-FMT-NET delimited by size
                      "," delimited by size
                      into PROFIT-CSV-LINE
               end-string
               write PROFIT-CSV-LINE
               read SORTED-PROFIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SORTED-PROFIT-FILE.

       WRITE-COLUMN-HEADING.
           move spaces to PROFIT-REPORT-LINE.
           string "  RANK REL-KEY MBR/CUST  " delimited by size
                  "INT-PAID        FEES    ANALYSIS" delimited by size
                  "    LOAN-INT    LINE-INT     FUNDING"
                  delimited by size
                  "  TRANS      COST          NET  TIER"
                  delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.

       SET-TIER-WORD.
           move spaces to WS-TIER-WORD.
           if WS-RANK <= WS-TIER-SIZE
               move 'TOP' to WS-TIER-WORD
           else
               if WS-RANK >= WS-BOTTOM-START
                   move 'BOTTOM' to WS-TIER-WORD
               end-if
           end-if.

       WRITE-RANKED-LINE.
           move WS-RANK to WS-FMT-RANK.
           move RNK-MEMBERS to WS-FMT-MEMBERS.
           move RNK-INT-PAID to WS-FMT-A1.
           move RNK-FEE-INCOME to WS-FMT-A2.
           move RNK-ANALYSIS to WS-FMT-A3.
           move RNK-LOAN-INT to WS-FMT-A4.
           move RNK-LINE-INT to WS-FMT-A5.
           move RNK-FUNDING to WS-FMT-A6.
           move RNK-PROC-COST to WS-FMT-A7.
           move RNK-NET to WS-FMT-NET.
           move RNK-TRANS-COUNT to WS-FMT-COUNT.
           move spaces to PROFIT-REPORT-LINE.
           string WS-FMT-RANK delimited by size
                  " " delimited by size
                  RNK-REL-KEY delimited by size
                  "   " delimited by size
                  WS-FMT-MEMBERS delimited by size
                  WS-FMT-A1 delimited by size
                  WS-FMT-A2 delimited by size
                  WS-FMT-A3 delimited by size
                  WS-FMT-A4 delimited by size
                  WS-FMT-A5 delimited by size
                  WS-FMT-A6 delimited by size
                  WS-FMT-COUNT delimited by size
                  WS-FMT-A7 delimited by size
                  WS-FMT-NET delimited by size
                  " " delimited by size
                  WS-TIER-WORD delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.

       WRITE-RANKED-CSV.
           move spaces to PROFIT-CSV-LINE.
           string "REL," delimited by size
                  WS-RANK delimited by size
                  "," delimited by size
                  RNK-REL-KEY delimited by size
                  ",," delimited by size
                  RNK-MEMBERS delimited by size
                  " member(s)," delimited by size
                  WS-FMT-A1 delimited by size
                  "," delimited by size
                  WS-FMT-A2 delimited by size
                  "," delimited by size
                  WS-FMT-A3 delimited by size
                  "," delimited by size
                  WS-FMT-A4 delimited by size
                  "," delimited by size
                  WS-FMT-A5 delimited by size
                  "," delimited by size
                  WS-FMT-A6 delimited by size
                  "," delimited by size
                  RNK-TRANS-COUNT delimited by size
                  "," delimited by size
                  WS-FMT-A7 delimited by size
                  "," delimited by size
                  WS-FMT-NET delimited by size
                  "," delimited by size
                  WS-TIER-WORD delimited by space
                  into PROFIT-CSV-LINE
           end-string.
           write PROFIT-CSV-LINE.

       WRITE-TIER-LINE.
           move WS-RANK to WS-FMT-RANK.
           move RNK-MEMBERS to WS-FMT-MEMBERS.
           move RNK-NET to WS-FMT-NET.
           move spaces to PROFIT-REPORT-LINE.
           string WS-FMT-RANK delimited by size
                  " " delimited by size
                  RNK-REL-KEY delimited by size
                  "   " delimited by size
                  WS-FMT-MEMBERS delimited by size
                  " member(s)  net " delimited by size
                  WS-FMT-NET delimited by size
                  into PROFIT-REPORT-LINE
           end-string.
           write PROFIT-REPORT-LINE.

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

       GET-BUSINESS-DATE.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
               end-read
               close BUSINESS-DATE-FILE
           end-if.
