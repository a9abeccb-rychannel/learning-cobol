      *    the available-balance (deposit hold) and overdraft checks,
      *    and rate-file currency conversion for cross-currency
      *    transfers. Requires a level-2 (supervisor) sign-on against
      *    the same OPERATOR-FILE banking-system uses. Which account
      *    types post as savings or money market accounts, and
      *    whether checking may overdraw, come from the deposit
      *    product catalog (product-maint.cbl).

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
       select OUTBOUND-SETTLEMENT-FILE
           assign to 'outbound_settlements.dat'
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

       fd OUTBOUND-SETTLEMENT-FILE.
       01 OUTBOUND-SETTLEMENT-RECORD.
          05 XFER-ID                pic 9(6).
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

       fd FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
      *    boundary.
       01 WS-PAIR-TIME              pic 9(6).
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
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-XFER-STATUS            pic xx.
       01 WS-XFER-NEW-ID            pic 9(6).
       01 WS-HOLD-SCAN-ACCT-TYPE    pic x(1) value 'C'.
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform LOAD-DEPOSIT-PRODUCTS.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
               close PENDING-APPROVAL-FILE
               go to APPROVE-PENDING-ITEM-DONE
           end-if.
      *    A savings or money market product withdrawal posts against
      *    the account balance with that account's holds, exactly as
      *    the direct path does; it never touches CUST-BALANCE.
           move PEND-ACCT-TYPE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if PEND-WITHDRAWAL and DEPOSIT-PRODUCT
               close CUSTOMER-FILE
               perform APPROVE-ACCOUNT-WITHDRAWAL
                   thru APPROVE-ACCOUNT-WITHDRAWAL-DONE
               go to APPROVE-PENDING-ITEM-DONE
           end-if.
           move CUST-OD-LIMIT to WS-CUST-OD-LIMIT.
           perform APPLY-CHECKING-OD-RULE.
           move CUST-CURRENCY to WS-SRC-CURRENCY.
           move PEND-CUST-ID to WS-HOLD-SCAN-CUST-ID.
           move 'C' to WS-HOLD-SCAN-ACCT-TYPE.
               close PARAMETER-FILE
           end-if.

      *    Checking's overdraft limit counts only while the checking
      *    product is overdraft-eligible, as on the teller screen.
       APPLY-CHECKING-OD-RULE.
           move 'C' to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if not PROD-OD-ALLOWED
               move 0 to WS-CUST-OD-LIMIT
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
      *    same rule the teller screen applies.
       GET-BUSINESS-DATE.
