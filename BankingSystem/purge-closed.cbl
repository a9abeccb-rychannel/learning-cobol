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
          05 CARD-DAILY-USED        pic 9(6)v99.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
             88 CARD-ACTIVE         value 'A'.
             88 CARD-LOST           value 'L'.
             88 CARD-STOLEN         value 'S'.
             88 CARD-DAMAGED        value 'D'.
             88 CARD-EXPIRED        value 'E'.
             88 CARD-HOTLISTED      value 'L' 'S'.
      *    Lifecycle fields kept by card-maint.cbl and the monthly
      *    card-reissue.cbl batch. A zero expiry date marks a card
      *    issued before expiry dates were tracked; the issue
      *    sequence numbers each replacement plastic.
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).

       fd JOINT-OWNER-FILE.
       01 JOINT-OWNER-RECORD.
       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
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
       01 WS-AUDIT-NEW-STATUS       pic xx.
           display "Closed-Customer Retention Purge Starting...".
           move function current-date(1:8) to WS-TODAY-DATE.
           perform GET-BUSINESS-DATE.
           perform LOAD-DEPOSIT-PRODUCTS.
           perform READ-PURGE-CONTROL.

           open output PURGE-REPORT-FILE.
           open i-o ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = '00'
               go to EXTRACT-ACCOUNTS-DONE.
      *    Every savings and money market product account the
      *    customer held, catalog products included.
           move WS-PURGE-CUST-ID to ACCT-CUST-ID.
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
                   if ACCT-CUST-ID not = WS-PURGE-CUST-ID
                       move 'Y' to WS-ACCT-EOF-FLAG
                   else
                       move ACCT-TYPE to WS-DEP-CHECK-CODE
                       perform CHECK-DEPOSIT-PRODUCT
                       if DEPOSIT-PRODUCT
                           move 'ACCT  ' to PA-TAG
                           move ACCOUNT-RECORD to PA-DATA
                           write PURGE-ARCHIVE-LINE
                           delete ACCOUNT-FILE record
                       end-if
                   end-if
               end-if
           end-perform.
           close ACCOUNT-FILE.
       EXTRACT-ACCOUNTS-DONE.
           continue.
               end-read
               close BUSINESS-DATE-FILE
           end-if.

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
