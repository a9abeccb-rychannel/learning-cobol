      *    their age for the morning meeting, assign a case, and
      *    resolve one by posting the correcting adjustment -- an
      *    'ADJ-CR'/'ADJ-DR' transaction for the original break
      *    amount with the usual audit-log snapshot. Cases opened by
      *    settlement-recon.cbl for settlement-account breaks carry
      *    customer 000000 and the break code in the type column; they
      *    are not customer balance errors, so resolving one posts no
      *    adjustment -- the correction is taken up with the
      *    correspondent or booked by GL journal entry. Supervisor
      *    sign-on is required, the same four-eyes rule the approval
      *    queue applies.

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
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-EOF-FLAG          pic x value 'N'.
          88 PROD-EOF-REACHED       value 'Y'.
       01 WS-DEPOSIT-PRODUCTS       pic x(10) value 'SM'.
       01 WS-DEP-LOAD-IDX           pic 9(2).
       01 WS-DEP-CHECK-CODE         pic x(1).
       01 WS-DEP-TALLY              pic 9(2).
       01 WS-DEP-PRODUCT-FLAG       pic x value 'N'.
          88 DEPOSIT-PRODUCT        value 'Y'.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform LOAD-DEPOSIT-PRODUCTS.
           perform until WS-USER-CHOICE = '4'
               display " "
               display "1. List Open Cases"
               end-perform
               close EXCEPTION-CASE-FILE
               display WS-LISTED-COUNT " open case(s)."
               display "Cust-ID 000000 is a settlement-account break;"
                   " T is its break code."
           end-if.

       ASSIGN-CASE.
               close EXCEPTION-CASE-FILE
               go to RESOLVE-CASE-DONE
           end-if.
           if EXC-CUST-ID = 0
               perform MARK-CASE-RESOLVED
               close EXCEPTION-CASE-FILE
               display "Settlement break " WS-TARGET-EXC-ID
                   " resolved; no customer adjustment posted. Book "
                   "any correction with the correspondent or by GL "
                   "journal entry."
               go to RESOLVE-CASE-DONE
           end-if.

           compute WS-ADJUST-AMOUNT = EXC-EXPECTED - EXC-ON-FILE.
           if WS-ADJUST-AMOUNT = 0
               compute WS-ADJUST-ABS = WS-ADJUST-AMOUNT * -1
           end-if.

           move EXC-ACCT-TYPE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if DEPOSIT-PRODUCT
               perform ADJUST-ACCOUNT-BALANCE
                   thru ADJUST-ACCOUNT-DONE
           else
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           if DEPOSIT-PRODUCT
               move EXC-ACCT-TYPE to TRANS-ACCT-TYPE
           else
               move 'C' to TRANS-ACCT-TYPE
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

      *    Builds the list of account-type codes kept as savings or
      *    money market accounts on accounts.dat: S and M always,
      *    plus every such product product-maint.cbl has added to the
      *    catalog.
       LOAD-DEPOSIT-PRODUCTS.
           move 'SM' to WS-DEPOSIT-PRODUCTS.
           move 3 to WS-DEP-LOAD-IDX.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS = '00'
               move 'N' to WS-PROD-EOF-FLAG
               perform until PROD-EOF-REACHED
                   read PRODUCT-FILE next record
                       at end
                           move 'Y' to WS-PROD-EOF-FLAG
                       not at end
                           if PROD-DEPOSIT-ACCT
                              and PROD-CODE not = 'S'
                              and PROD-CODE not = 'M'
                              and WS-DEP-LOAD-IDX <= 10
                               move PROD-CODE to WS-DEPOSIT-PRODUCTS
                                   (WS-DEP-LOAD-IDX:1)
                               add 1 to WS-DEP-LOAD-IDX
                           end-if
                   end-read
               end-perform
               close PRODUCT-FILE
           end-if.

      *    Sets DEPOSIT-PRODUCT when WS-DEP-CHECK-CODE is one of the
      *    codes LOAD-DEPOSIT-PRODUCTS found.
       CHECK-DEPOSIT-PRODUCT.
           move 'N' to WS-DEP-PRODUCT-FLAG.
           if WS-DEP-CHECK-CODE not = space
               move 0 to WS-DEP-TALLY
               inspect WS-DEPOSIT-PRODUCTS tallying WS-DEP-TALLY
                   for all WS-DEP-CHECK-CODE
               if WS-DEP-TALLY > 0
                   move 'Y' to WS-DEP-PRODUCT-FLAG
               end-if
           end-if.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date; resolving (posting) is
