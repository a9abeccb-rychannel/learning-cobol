      *    snapshot for each charge. A fee income summary is written
      *    alongside. Modeled on interest-posting.cbl's batch-job
      *    shape.
      *    Once the checking product (C) is on the deposit product
      *    catalog (product-maint.cbl), its monthly fee and minimum
      *    balance replace the schedule's fee and waiver threshold.
      *    A savings or money market product with a monthly fee
      *    charges it against each of its accounts whose balance is
      *    below the product's minimum balance -- never more than the
      *    balance -- as a FEE-MAINT transaction attributed to the
      *    account.
      *    Staff customers (see EMP-BANK-XREF-FILE below) have the
      *    STAFF-FEE-WAIVE-PCT percent of the maintenance fee and the
      *    STAFF-ACCT-WAIVE-PCT percent of a product account's fee
      *    waived (param-maint.cbl); what is waived is logged as a
      *    fringe benefit.

       environment division.
       input-output section.
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
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd FEE-RUN-CONTROL-FILE.
       01 FEE-RUN-CONTROL-LINE      pic x(6).
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
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

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
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
      *    is priced on their own combined balance.
       01 WS-REL-STATUS             pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
       01 WS-ACCT-FEE-AMOUNT        pic 9(4)v99.
       01 WS-ACCT-CHARGED-COUNT     pic 9(5) value zero.
       01 WS-TD-STATUS              pic xx.
       01 WS-REL-AVAILABLE          pic x value 'N'.
          88 RELATIONSHIPS-ON-FILE  value 'Y'.
       01 WS-FEE-INCOME-TOTAL       pic 9(8)v99 value zero.
       01 WS-FORMATTED-AMT          pic $ZZZ,ZZ9.99.

      *    Percent of the checking maintenance fee and of a product
      *    account's monthly fee waived for staff; zero waives
      *    nothing.
       01 WS-STAFF-MAINT-WAIVE-PCT  pic 9(3)v99 value zero.
       01 WS-STAFF-ACCT-WAIVE-PCT   pic 9(3)v99 value zero.
       01 WS-STAFF-WAIVE-PCT        pic 9(3)v99.
       01 WS-FEE-DUE                pic 9(4)v99.
       01 WS-STAFF-WAIVED-AMT       pic 9(4)v99.
       01 WS-STAFF-WAIVED-COUNT     pic 9(5) value zero.
       01 WS-STAFF-WAIVED-TOTAL     pic 9(8)v99 value zero.

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
           display "Monthly Fee Assessment Batch Job Starting...".
               stop run
           end-if.
           perform READ-FEE-SCHEDULE.
           move 'C' to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if PRODUCT-ON-FILE
               move PROD-MONTHLY-FEE to WS-MONTHLY-FEE
               move PROD-MIN-BALANCE to WS-WAIVER-BALANCE
           end-if.
           perform FIND-LAST-TRANS-ID.
           perform BUILD-GROUP-TOTALS thru BUILD-GROUP-TOTALS-DONE.
           perform LOAD-STAFF-PARAMETERS.
           move WS-CHARGE-MONTH to WS-STAFF-MONTH.
           if WS-STAFF-MAINT-WAIVE-PCT > 0
              or WS-STAFF-ACCT-WAIVE-PCT > 0
               perform LOAD-STAFF-CUSTOMERS
                   thru LOAD-STAFF-CUSTOMERS-DONE
           end-if.
           perform OPEN-STAFF-BENEFIT-FILE.

           open i-o CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
           if RELATIONSHIPS-ON-FILE
               close RELATIONSHIP-FILE
           end-if.
           perform CLOSE-STAFF-BENEFIT-FILE.

           perform WRITE-FEE-SUMMARY.
           perform LOG-FEE-RUN-CONTROL.
           display WS-CHARGED-COUNT " customer(s) charged, "
               WS-WAIVED-COUNT " waived.".
           display WS-ACCT-CHARGED-COUNT " product account(s) charged.".
           display WS-STAFF-WAIVED-COUNT " staff fee(s) waived.".
           stop run.

      *    Scans the control file for this month; a match means the
      *    the customer's checking plus additional accounts and open
      *    term deposits, and those of everyone grouped with them in
      *    the relationship master -- instead of checking alone.
      *    A fee the balance does not waive is then reduced by the
      *    staff waiver when the customer is staff.
       ASSESS-ONE-CUSTOMER.
           if CUST-ACTIVE
               perform FIND-STAFF-CUSTOMER
               perform COMPUTE-COMBINED-BALANCE
               if WS-COMBINED-BALANCE >= WS-WAIVER-BALANCE
                  or WS-MONTHLY-FEE = 0
                   add 1 to WS-WAIVED-COUNT
               else
                   move WS-MONTHLY-FEE to WS-FEE-DUE
                   move WS-STAFF-MAINT-WAIVE-PCT to WS-STAFF-WAIVE-PCT
                   move 'C' to SB-ACCT-TYPE
                   perform APPLY-STAFF-WAIVER
                   if WS-FEE-DUE = 0
                       add 1 to WS-WAIVED-COUNT
                   else
                       move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
                       subtract WS-FEE-DUE from CUST-BALANCE
                       rewrite CUSTOMER-RECORD
                       perform WRITE-AUDIT-LOG
                       add 1 to WS-TRANS-ID
                       move WS-TRANS-ID to TRANS-ID
                       move CUST-ID to TRANS-CUST-ID
                       move WS-FEE-DUE to TRANS-AMOUNT
                       move 'FEE-MAINT' to TRANS-TYPE
                       move WS-BUSINESS-DATE to TRANS-DATE
                       move function current-date(9:6) to TRANS-TIME
                       move space to TRANS-REVERSED
                       move 'C' to TRANS-ACCT-TYPE
                       move 0 to TRANS-BRANCH
                       write TRANSACTION-RECORD
                       add 1 to WS-CHARGED-COUNT
                       add WS-FEE-DUE to WS-FEE-INCOME-TOTAL
                   end-if
               end-if
               perform ASSESS-PRODUCT-ACCOUNTS
           end-if.

      *    Takes the staff waiver percent off WS-FEE-DUE for a staff
      *    customer and logs the amount waived as a benefit. The
      *    caller sets WS-STAFF-WAIVE-PCT and SB-ACCT-TYPE.
       APPLY-STAFF-WAIVER.
           move 0 to WS-STAFF-WAIVED-AMT.
           if WS-STAFF-EMP-ID not = 0 and WS-STAFF-WAIVE-PCT > 0
               compute WS-STAFF-WAIVED-AMT rounded =
                   WS-FEE-DUE * WS-STAFF-WAIVE-PCT / 100
               subtract WS-STAFF-WAIVED-AMT from WS-FEE-DUE
               if WS-STAFF-WAIVED-AMT > 0
                   set SB-FEE-WAIVED to true
                   move WS-STAFF-WAIVED-AMT to SB-AMOUNT
                   perform WRITE-STAFF-BENEFIT
                   add 1 to WS-STAFF-WAIVED-COUNT
                   add WS-STAFF-WAIVED-AMT to WS-STAFF-WAIVED-TOTAL
               end-if
           end-if.

      *    STAFF-FEE-WAIVE-PCT and STAFF-ACCT-WAIVE-PCT are percents
      *    (100.00 waives the whole fee), capped at 100.
       LOAD-STAFF-PARAMETERS.
           move 'STAFF-FEE-WAIVE-PCT' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               if WS-PRM-VALUE > 100
                   move 100 to WS-STAFF-MAINT-WAIVE-PCT
               else
                   move WS-PRM-VALUE to WS-STAFF-MAINT-WAIVE-PCT
               end-if
           end-if.
           move 'STAFF-ACCT-WAIVE-PCT' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               if WS-PRM-VALUE > 100
                   move 100 to WS-STAFF-ACCT-WAIVE-PCT
               else
                   move WS-PRM-VALUE to WS-STAFF-ACCT-WAIVE-PCT
               end-if
           end-if.

      *    Charges each of this customer's savings and money market
      *    product accounts its product's monthly fee when the
      *    balance is below the product's minimum balance.
       ASSESS-PRODUCT-ACCOUNTS.
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
                           perform ASSESS-ONE-PRODUCT-ACCOUNT
                       end-if
                   end-if
               end-perform
               close ACCOUNT-FILE
           end-if.

       ASSESS-ONE-PRODUCT-ACCOUNT.
           move ACCT-TYPE to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if PROD-DEPOSIT-ACCT and PROD-MONTHLY-FEE > 0
              and ACCT-BALANCE < PROD-MIN-BALANCE
              and ACCT-BALANCE > 0
               if ACCT-BALANCE < PROD-MONTHLY-FEE
                   move ACCT-BALANCE to WS-ACCT-FEE-AMOUNT
               else
                   move PROD-MONTHLY-FEE to WS-ACCT-FEE-AMOUNT
               end-if
               move WS-ACCT-FEE-AMOUNT to WS-FEE-DUE
               move WS-STAFF-ACCT-WAIVE-PCT to WS-STAFF-WAIVE-PCT
               move ACCT-TYPE to SB-ACCT-TYPE
               perform APPLY-STAFF-WAIVER
               move WS-FEE-DUE to WS-ACCT-FEE-AMOUNT
               if WS-ACCT-FEE-AMOUNT > 0
                   subtract WS-ACCT-FEE-AMOUNT from ACCT-BALANCE
                   rewrite ACCOUNT-RECORD
                   add 1 to WS-TRANS-ID
                   move WS-TRANS-ID to TRANS-ID
                   move CUST-ID to TRANS-CUST-ID
                   move WS-ACCT-FEE-AMOUNT to TRANS-AMOUNT
                   move 'FEE-MAINT' to TRANS-TYPE
                   move WS-BUSINESS-DATE to TRANS-DATE
                   move function current-date(9:6) to TRANS-TIME
                   move space to TRANS-REVERSED
                   move ACCT-TYPE to TRANS-ACCT-TYPE
                   move 0 to TRANS-BRANCH
                   write TRANSACTION-RECORD
                   add 1 to WS-ACCT-CHARGED-COUNT
                   add WS-ACCT-FEE-AMOUNT to WS-FEE-INCOME-TOTAL
               end-if
           end-if.

                  into FEE-SUMMARY-LINE
           end-string.
           write FEE-SUMMARY-LINE.
           move spaces to FEE-SUMMARY-LINE.
           string "Product Accounts Charged: " delimited by size
                  WS-ACCT-CHARGED-COUNT delimited by size
                  into FEE-SUMMARY-LINE
           end-string.
           write FEE-SUMMARY-LINE.
           move WS-FEE-INCOME-TOTAL to WS-FORMATTED-AMT.
           move spaces to FEE-SUMMARY-LINE.
           string "Total Fee Income:  " delimited by size
                  into FEE-SUMMARY-LINE
           end-string.
           write FEE-SUMMARY-LINE.
           move WS-STAFF-WAIVED-TOTAL to WS-FORMATTED-AMT.
           move spaces to FEE-SUMMARY-LINE.
           string "Staff Fees Waived: " delimited by size
                  WS-STAFF-WAIVED-COUNT delimited by size
                  "  " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into FEE-SUMMARY-LINE
           end-string.
           write FEE-SUMMARY-LINE.
           close FEE-SUMMARY-FILE.
           display "Fee income summary written to "
               "fee_income_summary.txt.".
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

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
      *    falls back to the calendar date, a closed day refuses
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
