      *    Customer balance and mini-statement inquiry for the front
      *    desk and phone line: a read-only lookup showing one
      *    customer's status, currency, checking balance, any
      *    savings/money-market balances (and those of any other
      *    deposit product, under its catalog name), and their last ten
      *    transactions in date order -- without paging through the
      *    all-customer VIEW-TRANSACTION-HISTORY listing. The banking
      *    counterpart of the payroll side's pay-inquiry.cob.
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
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
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

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          88 EOF-REACHED           value 'Y'.

       01 WS-TARGET-CUST-ID         pic 9(6).
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
       01 WS-DISPLAY-BALANCE        pic -(7)9.99.

      *    The customer's transactions are gathered into this table,
           perform SHOW-MINI-STATEMENT thru SHOW-MINI-DONE.
           stop run.

      *    Shows the Savings/Money Market and IRA/HSA balances from
      *    ACCOUNT-FILE, read directly by their composite key the way
      *    POST-TO-ADDITIONAL-ACCOUNT addresses them.
       SHOW-ADDITIONAL-ACCOUNTS.
           open input ACCOUNT-FILE.
                   move ACCT-BALANCE to WS-DISPLAY-BALANCE
                   display "Money Mkt Balance: " WS-DISPLAY-BALANCE
           end-read.
           move WS-TARGET-CUST-ID to ACCT-CUST-ID.
           move 'I' to ACCT-TYPE.
           read ACCOUNT-FILE
               invalid key
                   continue
               not invalid key
                   move ACCT-BALANCE to WS-DISPLAY-BALANCE
                   display "IRA Balance:      " WS-DISPLAY-BALANCE
           end-read.
           move WS-TARGET-CUST-ID to ACCT-CUST-ID.
           move 'H' to ACCT-TYPE.
           read ACCOUNT-FILE
               invalid key
                   continue
               not invalid key
                   move ACCT-BALANCE to WS-DISPLAY-BALANCE
                   display "HSA Balance:      " WS-DISPLAY-BALANCE
           end-read.
      *    Then the accounts of any other product on the deposit
      *    product catalog, under the product's name.
           move WS-TARGET-CUST-ID to ACCT-CUST-ID.
           move low-values to ACCT-TYPE.
           move 'N' to WS-ACCT-EOF-FLAG.
           start ACCOUNT-FILE key is greater than or equal to ACCT-KEY
               invalid key
                   move 'Y' to WS-ACCT-EOF-FLAG
           end-start.
           perform until ACCT-EOF-REACHED
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-ACCT-EOF-FLAG
               end-read
               if not ACCT-EOF-REACHED
                   if ACCT-CUST-ID not = WS-TARGET-CUST-ID
                       move 'Y' to WS-ACCT-EOF-FLAG
                   else
                       if ACCT-TYPE not = 'S' and ACCT-TYPE not = 'M'
                          and ACCT-TYPE not = 'I'
                          and ACCT-TYPE not = 'H'
                           move ACCT-TYPE to WS-PROD-LOOKUP-CODE
                           perform LOOKUP-PRODUCT
                           move ACCT-BALANCE to WS-DISPLAY-BALANCE
                           display PROD-NAME " Balance: "
                               WS-DISPLAY-BALANCE
                       end-if
                   end-if
               end-if
           end-perform.
           close ACCOUNT-FILE.
       SHOW-ADDITIONAL-DONE.
           continue.
           end-perform.
       SHOW-MINI-DONE.
           continue.

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
