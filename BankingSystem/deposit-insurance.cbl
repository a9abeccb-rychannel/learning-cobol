       identification division.
       program-id. deposit-insurance.

      *    Deposit insurance coverage. Assigns every deposit balance
      *    to its owner and ownership category, aggregates by
      *    depositor and category, and applies the per-category
      *    coverage limit (DI-COVERAGE-LIMIT on the parameter master,
      *    250,000.00 when no row exists):
      *      S  single      the customer's own balances
      *      J  joint       a checking balance shared through
      *                     jointowners.dat, split equally between
      *                     the primary and each joint owner
      *      P  payable on  a checking balance with a beneficiary in
      *         death       pod_beneficiaries.dat -- insured per
      *                     owner per beneficiary, so each
      *                     beneficiary carries its own limit
      *      U  custodial   every balance of a minor on an active
      *                     custodial_accounts.dat arrangement,
      *                     insured to the minor
      *      R  retirement  IRA balances in accounts.dat and IRA CDs
      *                     in term_deposits.dat, insured together
      *                     per owner; an HSA is insured as the
      *                     owner's single (or custodial) balance
      *    Balances come from customers.dat (checking), accounts.dat
      *    (savings, money market, IRA and HSA) and term_deposits.dat
      *    (open CDs); an overdrawn balance is not a deposit and is left
      *    out. The ownership lines are sorted the way the teller
      *    history view sorts transactions and control-broken by
      *    depositor, category and beneficiary. The report lists
      *    insured and uninsured amounts per depositor and closes
      *    with the bank-wide totals by category, including the
      *    uninsured deposit total for regulatory reporting.
      *    deposit_insurance.dat keeps the run's coverage lines for
      *    coverage-letter.cbl. Run at month end or when examiners
      *    ask.

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
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.
       select JOINT-OWNER-FILE
           assign to 'jointowners.dat'
           organization is indexed
           access mode is dynamic
           record key is JOINT-OWNER-CUST-ID
           lock mode is automatic
           file status is WS-JOINT-STATUS.
       select POD-BENEFICIARY-FILE
           assign to 'pod_beneficiaries.dat'
           organization is indexed
           access mode is dynamic
           record key is POD-CUST-ID
           lock mode is automatic
           file status is WS-POD-STATUS.
       select CUSTODIAL-FILE
           assign to 'custodial_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is CST-MINOR-CUST-ID
           lock mode is automatic
           file status is WS-CST-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
      *    One line per owner's share of a balance, before and after
      *    the sort.
       select OWNERSHIP-FILE
           assign to 'di_ownership.dat'
           organization is line sequential
           file status is WS-OWNERSHIP-STATUS.
       select SORT-WORK-FILE
           assign to 'di_sortwk.tmp'.
       select SORTED-OWNERSHIP-FILE
           assign to 'di_ownership_sorted.dat'
           organization is line sequential
           file status is WS-SORTED-STATUS.
       select COVERAGE-FILE
           assign to 'deposit_insurance.dat'
           organization is line sequential
           file status is WS-COVERAGE-STATUS.
       select DI-REPORT-FILE
           assign to 'deposit_insurance_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd JOINT-OWNER-FILE.
       01 JOINT-OWNER-RECORD.
          05 JOINT-OWNER-CUST-ID      pic 9(6).
          05 JOINT-PRIMARY-CUST-ID    pic 9(6).
          05 JOINT-ACCT-TYPE          pic x(1).
          05 JOINT-ADDED-DATE         pic 9(8).

       fd POD-BENEFICIARY-FILE.
       01 POD-BENEFICIARY-RECORD.
          05 POD-CUST-ID            pic 9(6).
          05 POD-BENEF-NAME         pic x(30).
          05 POD-BENEF-TAX-ID       pic 9(9).
          05 POD-BENEF-CUST-ID      pic 9(6).
          05 POD-ADDED-DATE         pic 9(8).

       fd CUSTODIAL-FILE.
       01 CUSTODIAL-RECORD.
          05 CST-MINOR-CUST-ID      pic 9(6).
          05 CST-CUSTODIAN-CUST-ID  pic 9(6).
          05 CST-MAJORITY-AGE       pic 9(2).
          05 CST-ESTABLISHED-DATE   pic 9(8).
          05 CST-STATUS             pic x(1).
             88 CST-ACTIVE          value 'A'.
             88 CST-RELEASED        value 'R'.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd OWNERSHIP-FILE.
       01 OWNERSHIP-RECORD.
          05 DIO-DEPOSITOR          pic 9(6).
          05 DIO-CATEGORY           pic x(1).
          05 DIO-BENEF-TAX-ID       pic 9(9).
          05 DIO-BENEF-NAME         pic x(30).
          05 DIO-SOURCE-TYPE        pic x(1).
          05 DIO-SOURCE-ID          pic 9(6).
          05 DIO-AMOUNT             pic 9(10)v99.

       sd SORT-WORK-FILE.
       01 SORT-OWNERSHIP-RECORD.
          05 SRT-DEPOSITOR          pic 9(6).
          05 SRT-CATEGORY           pic x(1).
          05 SRT-BENEF-TAX-ID       pic 9(9).
          05 SRT-BENEF-NAME         pic x(30).
          05 SRT-SOURCE-TYPE        pic x(1).
          05 SRT-SOURCE-ID          pic 9(6).
          05 SRT-AMOUNT             pic 9(10)v99.

       fd SORTED-OWNERSHIP-FILE.
       01 SORTED-OWNERSHIP-RECORD.
          05 DIS-DEPOSITOR          pic 9(6).
          05 DIS-CATEGORY           pic x(1).
          05 DIS-BENEF-TAX-ID       pic 9(9).
          05 DIS-BENEF-NAME         pic x(30).
          05 DIS-SOURCE-TYPE        pic x(1).
          05 DIS-SOURCE-ID          pic 9(6).
          05 DIS-AMOUNT             pic 9(10)v99.

      *    Coverage per depositor, category and beneficiary as of
      *    the run date.
       fd COVERAGE-FILE.
       01 COVERAGE-RECORD.
          05 DIV-ASOF-DATE          pic 9(8).
          05 DIV-DEPOSITOR          pic 9(6).
          05 DIV-CATEGORY           pic x(1).
             88 DIV-SINGLE          value 'S'.
             88 DIV-JOINT           value 'J'.
             88 DIV-PAYABLE-ON-DEATH value 'P'.
             88 DIV-CUSTODIAL       value 'U'.
             88 DIV-RETIREMENT      value 'R'.
          05 DIV-BENEF-TAX-ID       pic 9(9).
          05 DIV-BENEF-NAME         pic x(30).
          05 DIV-BALANCE            pic 9(10)v99.
          05 DIV-LIMIT              pic 9(10)v99.
          05 DIV-INSURED            pic 9(10)v99.
          05 DIV-UNINSURED          pic 9(10)v99.

       fd DI-REPORT-FILE.
       01 DI-LINE                   pic x(134).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-JOINT-STATUS           pic xx.
       01 WS-POD-STATUS             pic xx.
       01 WS-CST-STATUS             pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-OWNERSHIP-STATUS       pic xx.
       01 WS-SORTED-STATUS          pic xx.
       01 WS-COVERAGE-STATUS        pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-COVERAGE-LIMIT         pic 9(10)v99 value 250000.

      *    Joint owners of each primary's checking balance, loaded
      *    once from jointowners.dat.
       01 WS-JOINT-USED             pic 9(4) value zero.
       01 WS-JOINT-TABLE.
          05 WS-JOINT-ENTRY occurs 1000 times.
             10 WS-JT-OWNER          pic 9(6).
             10 WS-JT-PRIMARY        pic 9(6).
       01 WS-JOINT-SUB              pic 9(4).
       01 WS-OWNER-COUNT            pic 9(4).
       01 WS-SHARE                  pic 9(10)v99.
       01 WS-PRIMARY-SHARE          pic 9(10)v99.

       01 WS-BALANCE                pic 9(10)v99.
       01 WS-HOLDER                 pic 9(6).
       01 WS-IS-MINOR               pic x.
       01 WS-IS-IRA                 pic x value 'N'.
       01 WS-HAS-POD                pic x.
       01 WS-POD-TAX-ID             pic 9(9).
       01 WS-POD-NAME               pic x(30).
       01 WS-LINES-WRITTEN          pic 9(7) value zero.

      *    Control-break state over the sorted ownership lines.
       01 WS-GROUP-DEPOSITOR        pic 9(6).
       01 WS-GROUP-CATEGORY         pic x(1).
       01 WS-GROUP-BENEF-TAX-ID     pic 9(9).
       01 WS-GROUP-BENEF-NAME       pic x(30).
       01 WS-GROUP-BALANCE          pic 9(10)v99.
       01 WS-GROUP-INSURED          pic 9(10)v99.
       01 WS-GROUP-UNINSURED        pic 9(10)v99.
       01 WS-DEP-BALANCE            pic 9(10)v99.
       01 WS-DEP-INSURED            pic 9(10)v99.
       01 WS-DEP-UNINSURED          pic 9(10)v99.
       01 WS-DEP-NAME               pic x(30).
       01 WS-DEP-FIRST-LINE         pic x.
       01 WS-DEPOSITOR-COUNT        pic 9(7) value zero.
       01 WS-UNINSURED-COUNT        pic 9(7) value zero.

      *    Bank-wide totals per category; entry order fixes the
      *    subscript WS-CAT-SUB picks.
       01 WS-CAT-VALUES.
          05 filler pic x(21) value 'SSingle ownership    '.
          05 filler pic x(21) value 'JJoint               '.
          05 filler pic x(21) value 'PPayable on death    '.
          05 filler pic x(21) value 'UCustodial           '.
          05 filler pic x(21) value 'RRetirement (IRA)    '.
       01 WS-CAT-TABLE redefines WS-CAT-VALUES.
          05 WS-CAT-ENTRY occurs 5 times.
             10 WS-CAT-CODE          pic x(1).
             10 WS-CAT-NAME          pic x(20).
       01 WS-CAT-TOTALS.
          05 WS-CAT-TOTAL occurs 5 times.
             10 WS-CT-BALANCE        pic 9(12)v99.
             10 WS-CT-INSURED        pic 9(12)v99.
             10 WS-CT-UNINSURED      pic 9(12)v99.
       01 WS-CAT-SUB                pic 9(1).
       01 WS-FOUND-SUB              pic 9(1).
       01 WS-BANK-BALANCE           pic 9(12)v99 value zero.
       01 WS-BANK-INSURED           pic 9(12)v99 value zero.
       01 WS-BANK-UNINSURED         pic 9(12)v99 value zero.

       01 WS-LIMIT-FMT              pic z(9)9.99.
       01 WS-BALANCE-FMT            pic z(11)9.99.
       01 WS-INSURED-FMT            pic z(11)9.99.
       01 WS-UNINSURED-FMT          pic z(11)9.99.
       01 WS-BENEF-FMT              pic x(24).

       procedure division.
       MAIN-LOGIC.
           display "Deposit Insurance Coverage Starting...".
           perform GET-BUSINESS-DATE.
           move 'DI-COVERAGE-LIMIT' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-COVERAGE-LIMIT
           end-if.

           perform LOAD-JOINT-OWNERS.
           open output OWNERSHIP-FILE.
           open input POD-BENEFICIARY-FILE.
           open input CUSTODIAL-FILE.
           perform ASSIGN-CHECKING-BALANCES.
           perform ASSIGN-SAVINGS-BALANCES.
           perform ASSIGN-TERM-DEPOSITS.
           if WS-POD-STATUS = '00'
               close POD-BENEFICIARY-FILE
           end-if.
           if WS-CST-STATUS = '00'
               close CUSTODIAL-FILE
           end-if.
           close OWNERSHIP-FILE.
           display WS-LINES-WRITTEN " ownership line(s) assigned.".

           sort SORT-WORK-FILE
               on ascending key SRT-DEPOSITOR SRT-CATEGORY
                                SRT-BENEF-TAX-ID
               using OWNERSHIP-FILE
               giving SORTED-OWNERSHIP-FILE.

           perform WRITE-REPORT-HEADING.
           perform APPLY-COVERAGE.
           perform WRITE-BANK-TOTALS.
           close DI-REPORT-FILE.
           display WS-DEPOSITOR-COUNT " depositor(s); "
               WS-UNINSURED-COUNT " with uninsured deposits.".
           move WS-BANK-UNINSURED to WS-UNINSURED-FMT.
           display "Uninsured deposits: " WS-UNINSURED-FMT.
           display "Report written to deposit_insurance_report.txt.".
           stop run.

       LOAD-JOINT-OWNERS.
           open input JOINT-OWNER-FILE.
           if WS-JOINT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read JOINT-OWNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-JOINT-USED < 1000
                       add 1 to WS-JOINT-USED
                       move JOINT-OWNER-CUST-ID
                           to WS-JT-OWNER (WS-JOINT-USED)
                       move JOINT-PRIMARY-CUST-ID
                           to WS-JT-PRIMARY (WS-JOINT-USED)
                   else
                       display "More than 1000 joint owners; the "
                           "rest are treated as single."
                   end-if
                   read JOINT-OWNER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close JOINT-OWNER-FILE
           end-if.

      *    Checking: custodial for a minor, otherwise split between
      *    the primary and any joint owners; a beneficiary on file
      *    makes each owner's share a payable-on-death deposit.
       ASSIGN-CHECKING-BALANCES.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CUST-BALANCE > 0
                       move CUST-BALANCE to WS-BALANCE
                       move CUST-ID to WS-HOLDER
                       perform ASSIGN-ONE-CHECKING
                   end-if
                   read CUSTOMER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CUSTOMER-FILE
           end-if.

       ASSIGN-ONE-CHECKING.
           move 'C' to DIO-SOURCE-TYPE.
           move WS-HOLDER to DIO-SOURCE-ID.
           perform CHECK-CUSTODIAL.
           if WS-IS-MINOR = 'Y'
               move WS-HOLDER to DIO-DEPOSITOR
               move 'U' to DIO-CATEGORY
               move 0 to DIO-BENEF-TAX-ID
               move spaces to DIO-BENEF-NAME
               move WS-BALANCE to DIO-AMOUNT
               perform WRITE-OWNERSHIP-LINE
           else
               perform CHECK-POD-BENEFICIARY
               move 1 to WS-OWNER-COUNT
               perform varying WS-JOINT-SUB from 1 by 1
                   until WS-JOINT-SUB > WS-JOINT-USED
                   if WS-JT-PRIMARY (WS-JOINT-SUB) = WS-HOLDER
                       add 1 to WS-OWNER-COUNT
                   end-if
               end-perform
               divide WS-BALANCE by WS-OWNER-COUNT giving WS-SHARE
               compute WS-PRIMARY-SHARE = WS-BALANCE
                   - (WS-SHARE * (WS-OWNER-COUNT - 1))
               if WS-HAS-POD = 'Y'
                   move 'P' to DIO-CATEGORY
                   move WS-POD-TAX-ID to DIO-BENEF-TAX-ID
                   move WS-POD-NAME to DIO-BENEF-NAME
               else
                   if WS-OWNER-COUNT > 1
                       move 'J' to DIO-CATEGORY
                   else
                       move 'S' to DIO-CATEGORY
                   end-if
                   move 0 to DIO-BENEF-TAX-ID
                   move spaces to DIO-BENEF-NAME
               end-if
               move WS-HOLDER to DIO-DEPOSITOR
               move WS-PRIMARY-SHARE to DIO-AMOUNT
               perform WRITE-OWNERSHIP-LINE
               perform varying WS-JOINT-SUB from 1 by 1
                   until WS-JOINT-SUB > WS-JOINT-USED
                   if WS-JT-PRIMARY (WS-JOINT-SUB) = WS-HOLDER
                       move WS-JT-OWNER (WS-JOINT-SUB)
                           to DIO-DEPOSITOR
                       move WS-SHARE to DIO-AMOUNT
                       perform WRITE-OWNERSHIP-LINE
                   end-if
               end-perform
           end-if.

       ASSIGN-SAVINGS-BALANCES.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ACCT-BALANCE > 0
                       move ACCT-BALANCE to WS-BALANCE
                       move ACCT-CUST-ID to WS-HOLDER
                       move ACCT-TYPE to DIO-SOURCE-TYPE
                       move ACCT-CUST-ID to DIO-SOURCE-ID
                       if ACCT-TYPE = 'I'
                           move 'Y' to WS-IS-IRA
                       else
                           move 'N' to WS-IS-IRA
                       end-if
                       perform ASSIGN-ONE-OWNER-BALANCE
                   end-if
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close ACCOUNT-FILE
           end-if.

       ASSIGN-TERM-DEPOSITS.
           open input TERM-DEPOSIT-FILE.
           if WS-TD-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read TERM-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TD-OPEN and TD-PRINCIPAL > 0
                       move TD-PRINCIPAL to WS-BALANCE
                       move TD-CUST-ID to WS-HOLDER
                       move 'T' to DIO-SOURCE-TYPE
                       move TD-ID to DIO-SOURCE-ID
                       if TD-IRA-PLAN
                           move 'Y' to WS-IS-IRA
                       else
                           move 'N' to WS-IS-IRA
                       end-if
                       perform ASSIGN-ONE-OWNER-BALANCE
                   end-if
                   read TERM-DEPOSIT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TERM-DEPOSIT-FILE
           end-if.

      *    Savings, money market, plan and CD balances have one
      *    owner: retirement for an IRA, custodial for a minor,
      *    otherwise single.
       ASSIGN-ONE-OWNER-BALANCE.
           perform CHECK-CUSTODIAL.
           move WS-HOLDER to DIO-DEPOSITOR.
           evaluate true
               when WS-IS-IRA = 'Y'
                   move 'R' to DIO-CATEGORY
               when WS-IS-MINOR = 'Y'
                   move 'U' to DIO-CATEGORY
               when other
                   move 'S' to DIO-CATEGORY
           end-evaluate.
           move 0 to DIO-BENEF-TAX-ID.
           move spaces to DIO-BENEF-NAME.
           move WS-BALANCE to DIO-AMOUNT.
           perform WRITE-OWNERSHIP-LINE.

       CHECK-CUSTODIAL.
           move 'N' to WS-IS-MINOR.
           if WS-CST-STATUS = '00'
               move WS-HOLDER to CST-MINOR-CUST-ID
               read CUSTODIAL-FILE
                   invalid key
                       continue
                   not invalid key
                       if CST-ACTIVE
                           move 'Y' to WS-IS-MINOR
                       end-if
               end-read
           end-if.

      *    A beneficiary registered without a tax ID is told apart
      *    by customer number.
       CHECK-POD-BENEFICIARY.
           move 'N' to WS-HAS-POD.
           if WS-POD-STATUS = '00'
               move WS-HOLDER to POD-CUST-ID
               read POD-BENEFICIARY-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-HAS-POD
                       move POD-BENEF-TAX-ID to WS-POD-TAX-ID
                       if WS-POD-TAX-ID = 0
                           move POD-BENEF-CUST-ID to WS-POD-TAX-ID
                       end-if
                       move POD-BENEF-NAME to WS-POD-NAME
               end-read
           end-if.

       WRITE-OWNERSHIP-LINE.
           write OWNERSHIP-RECORD.
           add 1 to WS-LINES-WRITTEN.

       WRITE-REPORT-HEADING.
           open output DI-REPORT-FILE.
           move WS-COVERAGE-LIMIT to WS-LIMIT-FMT.
           move spaces to DI-LINE.
           string "DEPOSIT INSURANCE COVERAGE - AS OF "
                      delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "   LIMIT PER OWNER PER CATEGORY " delimited by size
                  WS-LIMIT-FMT delimited by size
                  into DI-LINE
           end-string.
           write DI-LINE.
           move spaces to DI-LINE.
           move "Depositor Name" to DI-LINE(1:14).
           move "Category" to DI-LINE(42:8).
           move "Beneficiary" to DI-LINE(61:11).
           move "Balance" to DI-LINE(94:7).
           move "Insured" to DI-LINE(110:7).
           move "Uninsured" to DI-LINE(124:9).
           write DI-LINE.
           move all "=" to DI-LINE.
           write DI-LINE.

      *    Control breaks: a category/beneficiary group gets the
      *    limit; a depositor prints a total line.
       APPLY-COVERAGE.
           perform varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 5
               move 0 to WS-CT-BALANCE (WS-CAT-SUB)
               move 0 to WS-CT-INSURED (WS-CAT-SUB)
               move 0 to WS-CT-UNINSURED (WS-CAT-SUB)
           end-perform.
           open output COVERAGE-FILE.
           open input CUSTOMER-FILE.
           open input SORTED-OWNERSHIP-FILE.
           move 'N' to WS-EOF-FLAG.
           read SORTED-OWNERSHIP-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           if not EOF-REACHED
               perform START-DEPOSITOR
               perform START-GROUP
           end-if.
           perform until EOF-REACHED
               if DIS-DEPOSITOR not = WS-GROUP-DEPOSITOR
                   perform END-GROUP
                   perform END-DEPOSITOR
                   perform START-DEPOSITOR
                   perform START-GROUP
               else
                   if DIS-CATEGORY not = WS-GROUP-CATEGORY
                      or DIS-BENEF-TAX-ID not = WS-GROUP-BENEF-TAX-ID
                       perform END-GROUP
                       perform START-GROUP
                   end-if
               end-if
               add DIS-AMOUNT to WS-GROUP-BALANCE
               read SORTED-OWNERSHIP-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           if WS-DEPOSITOR-COUNT > 0
               perform END-GROUP
               perform END-DEPOSITOR
           end-if.
           close SORTED-OWNERSHIP-FILE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           close COVERAGE-FILE.

       START-DEPOSITOR.
           add 1 to WS-DEPOSITOR-COUNT.
           move DIS-DEPOSITOR to WS-GROUP-DEPOSITOR.
           move 0 to WS-DEP-BALANCE.
           move 0 to WS-DEP-INSURED.
           move 0 to WS-DEP-UNINSURED.
           move 'Y' to WS-DEP-FIRST-LINE.
           move 'CUSTOMER NOT ON FILE' to WS-DEP-NAME.
           if WS-CUSTOMER-STATUS = '00'
               move DIS-DEPOSITOR to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-DEP-NAME
               end-read
           end-if.

       START-GROUP.
           move DIS-CATEGORY to WS-GROUP-CATEGORY.
           move DIS-BENEF-TAX-ID to WS-GROUP-BENEF-TAX-ID.
           move DIS-BENEF-NAME to WS-GROUP-BENEF-NAME.
           move 0 to WS-GROUP-BALANCE.

       END-GROUP.
           if WS-GROUP-BALANCE > WS-COVERAGE-LIMIT
               move WS-COVERAGE-LIMIT to WS-GROUP-INSURED
           else
               move WS-GROUP-BALANCE to WS-GROUP-INSURED
           end-if.
           compute WS-GROUP-UNINSURED =
               WS-GROUP-BALANCE - WS-GROUP-INSURED.
           add WS-GROUP-BALANCE to WS-DEP-BALANCE.
           add WS-GROUP-INSURED to WS-DEP-INSURED.
           add WS-GROUP-UNINSURED to WS-DEP-UNINSURED.
           move 1 to WS-FOUND-SUB.
           perform varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 5
               if WS-CAT-CODE (WS-CAT-SUB) = WS-GROUP-CATEGORY
                   move WS-CAT-SUB to WS-FOUND-SUB
               end-if
           end-perform.
           add WS-GROUP-BALANCE to WS-CT-BALANCE (WS-FOUND-SUB).
           add WS-GROUP-INSURED to WS-CT-INSURED (WS-FOUND-SUB).
           add WS-GROUP-UNINSURED to WS-CT-UNINSURED (WS-FOUND-SUB).

           move WS-BUSINESS-DATE to DIV-ASOF-DATE.
           move WS-GROUP-DEPOSITOR to DIV-DEPOSITOR.
           move WS-GROUP-CATEGORY to DIV-CATEGORY.
           move WS-GROUP-BENEF-TAX-ID to DIV-BENEF-TAX-ID.
           move WS-GROUP-BENEF-NAME to DIV-BENEF-NAME.
           move WS-GROUP-BALANCE to DIV-BALANCE.
           move WS-COVERAGE-LIMIT to DIV-LIMIT.
           move WS-GROUP-INSURED to DIV-INSURED.
           move WS-GROUP-UNINSURED to DIV-UNINSURED.
           write COVERAGE-RECORD.

           move WS-GROUP-BALANCE to WS-BALANCE-FMT.
           move WS-GROUP-INSURED to WS-INSURED-FMT.
           move WS-GROUP-UNINSURED to WS-UNINSURED-FMT.
           move WS-GROUP-BENEF-NAME to WS-BENEF-FMT.
           move spaces to DI-LINE.
           if WS-DEP-FIRST-LINE = 'Y'
               string WS-GROUP-DEPOSITOR delimited by size
                      "    " delimited by size
                      WS-DEP-NAME delimited by size
                      into DI-LINE
               end-string
               move 'N' to WS-DEP-FIRST-LINE
           end-if.
           move WS-CAT-NAME (WS-FOUND-SUB) to DI-LINE(42:18).
           move WS-BENEF-FMT to DI-LINE(61:24).
           move WS-BALANCE-FMT to DI-LINE(86:15).
           move WS-INSURED-FMT to DI-LINE(102:15).
           move WS-UNINSURED-FMT to DI-LINE(118:15).
           write DI-LINE.

       END-DEPOSITOR.
           add WS-DEP-BALANCE to WS-BANK-BALANCE.
           add WS-DEP-INSURED to WS-BANK-INSURED.
           add WS-DEP-UNINSURED to WS-BANK-UNINSURED.
           if WS-DEP-UNINSURED > 0
               add 1 to WS-UNINSURED-COUNT
           end-if.
           move WS-DEP-BALANCE to WS-BALANCE-FMT.
           move WS-DEP-INSURED to WS-INSURED-FMT.
           move WS-DEP-UNINSURED to WS-UNINSURED-FMT.
           move spaces to DI-LINE.
           move "Depositor total" to DI-LINE(42:18).
           move WS-BALANCE-FMT to DI-LINE(86:15).
           move WS-INSURED-FMT to DI-LINE(102:15).
           move WS-UNINSURED-FMT to DI-LINE(118:15).
           if WS-DEP-UNINSURED > 0
               move "*" to DI-LINE(134:1)
           end-if.
           write DI-LINE.
           move spaces to DI-LINE.
           write DI-LINE.

       WRITE-BANK-TOTALS.
           move all "-" to DI-LINE.
           write DI-LINE.
           move "BANK-WIDE COVERAGE BY OWNERSHIP CATEGORY" to DI-LINE.
           write DI-LINE.
           perform varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 5
               move WS-CT-BALANCE (WS-CAT-SUB) to WS-BALANCE-FMT
               move WS-CT-INSURED (WS-CAT-SUB) to WS-INSURED-FMT
               move WS-CT-UNINSURED (WS-CAT-SUB) to WS-UNINSURED-FMT
               move spaces to DI-LINE
               move WS-CAT-NAME (WS-CAT-SUB) to DI-LINE(42:18)
               move WS-BALANCE-FMT to DI-LINE(86:15)
               move WS-INSURED-FMT to DI-LINE(102:15)
               move WS-UNINSURED-FMT to DI-LINE(118:15)
               write DI-LINE
           end-perform.
           move WS-BANK-BALANCE to WS-BALANCE-FMT.
           move WS-BANK-INSURED to WS-INSURED-FMT.
           move WS-BANK-UNINSURED to WS-UNINSURED-FMT.
           move spaces to DI-LINE.
           move "All deposits" to DI-LINE(42:18).
           move WS-BALANCE-FMT to DI-LINE(86:15).
           move WS-INSURED-FMT to DI-LINE(102:15).
           move WS-UNINSURED-FMT to DI-LINE(118:15).
           write DI-LINE.
           move spaces to DI-LINE.
           write DI-LINE.
           move spaces to DI-LINE.
           string "TOTAL UNINSURED DEPOSITS: " delimited by size
                  WS-UNINSURED-FMT delimited by size
                  "   DEPOSITORS WITH UNINSURED BALANCES: "
                      delimited by size
                  WS-UNINSURED-COUNT delimited by size
                  into DI-LINE
           end-string.
           write DI-LINE.

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

      *    Reads the open business date so the report is as of the
      *    banking day, falling back to the calendar date when no
      *    control file exists. A closed day is fine for a
      *    read-only report.
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
               end-read
               close BUSINESS-DATE-FILE
           end-if.
