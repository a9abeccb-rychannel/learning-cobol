       identification division.
       program-id. product-maint.

      *    Deposit product catalog (products.dat), one row per account
      *    type code. Each product carries its name, category, the
      *    three-tier interest set interest-posting.cbl pays and
      *    deposit-interest-accrual.cbl accrues (rates are per
      *    interest cycle, as before), the monthly fee and the
      *    minimum balance that waives it (fee-assessment.cbl),
      *    overdraft eligibility, the withdrawals allowed per
      *    statement cycle and the statement cycle itself (monthly
      *    or quarterly), all read by the teller screen when it
      *    opens and posts to an account. OPEN-ADDITIONAL-ACCOUNT in
      *    bankingsystem.cbl offers the savings and money market
      *    products still open to new accounts; a retired product
      *    takes no new openings but its existing accounts keep
      *    posting under its rules.
      *    A code with no row keeps the built-in rules its account
      *    type always had -- C checking, S savings, M money market,
      *    I IRA and H HSA -- so the catalog can be brought in
      *    before anyone edits it; Load Standard Products writes
      *    those five rows (checking's fee and waiver balance taken
      *    from the current fee schedule) so they can be changed
      *    here. New products are savings or money market accounts
      *    opened at the teller. The account number is the customer
      *    ID followed by the product's one-digit suffix, 0-4 being
      *    taken by the standard products, so five more products can
      *    be added. Every change is logged with the row as changed
      *    on product_audit.log. Requires operator sign-on and the
      *    PROD-MNT entitlement.

       environment division.
       input-output section.
       file-control.
       select LOCKOUT-LIMIT-FILE
           assign to 'signon_lockout.dat'
           organization is line sequential
           file status is WS-LOCKOUT-STATUS.
       select SIGNON-FAILURE-FILE
           assign to 'signon_failures.log'
           organization is line sequential
           file status is WS-SIGNON-FAIL-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select ENTITLEMENT-FILE
           assign to 'oper_entitlements.dat'
           organization is indexed
           access mode is dynamic
           record key is ENT-KEY
           lock mode is automatic
           file status is WS-ENT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
       select PRODUCT-FILE
           assign to 'products.dat'
           organization is indexed
           access mode is dynamic
           record key is PROD-CODE
           lock mode is automatic
           file status is WS-PRODUCT-STATUS.
       select PRODUCT-AUDIT-FILE
           assign to 'product_audit.log'
           organization is line sequential
           file status is WS-PA-STATUS.
       select FEE-SCHEDULE-FILE
           assign to 'fee_schedule.dat'
           organization is line sequential
           file status is WS-FEE-FILE-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.

       data division.
       file section.
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

       fd PRODUCT-AUDIT-FILE.
       01 PRODUCT-AUDIT-RECORD.
          05 PA-DATE                pic 9(8).
          05 PA-TIME                pic 9(6).
          05 PA-OPERATOR-ID         pic 9(4).
          05 PA-ACTION              pic x(10).
          05 PA-PRODUCT-IMAGE       pic x(91).

       fd FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FEE-MONTHLY-AMOUNT     pic 9(4)v99.
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).

       fd SIGNON-FAILURE-FILE.
       01 SIGNON-FAILURE-RECORD.
          05 SF-DATE                pic 9(8).
          05 SF-TIME                pic 9(6).
          05 SF-OPER-ID             pic 9(4).
          05 SF-REASON              pic x(30).

       fd OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPER-ID                pic 9(4).
          05 OPER-NAME              pic x(20).
          05 OPER-PASSWORD          pic x(10).
          05 OPER-LEVEL             pic 9(1).
             88 OPER-TELLER         value 1.
             88 OPER-SUPERVISOR     value 2.
          05 OPER-PWD-CHANGED-DATE  pic 9(8).
          05 OPER-FAILED-TRIES      pic 9(2).
          05 OPER-LOCKED-FLAG       pic x(1).
             88 OPER-LOCKED         value 'L'.
          05 OPER-PWD-HISTORY.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 ENT-KEY.
             10 ENT-OPER-ID         pic 9(4).
             10 ENT-FUNCTION        pic x(8).
          05 ENT-ALLOWED            pic x(1).
             88 ENT-GRANTED         value 'Y'.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PA-STATUS              pic xx.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PC-CODE                pic x(1).
       01 WS-PC-CATEGORY            pic x(1).
          88 PC-CATEGORY-VALID      values 'S' 'M'.
       01 WS-PC-YES-NO              pic x(1).
       01 WS-PC-TERMS-OK            pic x value 'Y'.
          88 PC-TERMS-VALID         value 'Y'.
       01 WS-PC-ACTION              pic x(10).
       01 WS-PC-FREE-SUFFIX         pic 9(1).
       01 WS-PC-SUFFIX-FOUND        pic x value 'N'.
       01 WS-PC-COUNT               pic 9(3) value zero.
       01 WS-PC-STD-CODES           pic x(5) value 'CSMIH'.
       01 WS-PC-STD-IDX             pic 9(1).
       01 WS-SUFFIX-TABLE.
          05 WS-SUFFIX-USED occurs 10 times pic x(1).
       01 WS-SUFFIX-IDX             pic 9(2).
       01 WS-MONTHLY-FEE            pic 9(4)v99 value 10.00.
       01 WS-WAIVER-BALANCE         pic 9(8)v99 value 1500.00.

       01 WS-PRODUCT-LINE.
          05 WS-PL-CODE             pic x(1).
          05 filler                 pic x(2) value spaces.
          05 WS-PL-NAME             pic x(20).
          05 filler                 pic x(1) value spaces.
          05 WS-PL-CATEGORY         pic x(1).
          05 filler                 pic x(2) value spaces.
          05 WS-PL-STATUS           pic x(7).
          05 filler                 pic x(1) value spaces.
          05 WS-PL-SUFFIX           pic 9(1).
          05 filler                 pic x(2) value spaces.
          05 WS-PL-FEE              pic zzz9.99.
          05 filler                 pic x(1) value spaces.
          05 WS-PL-MIN              pic zzzzzzz9.99.
          05 filler                 pic x(2) value spaces.
          05 WS-PL-OD               pic x(1).
          05 filler                 pic x(3) value spaces.
          05 WS-PL-WDR              pic z9.
          05 filler                 pic x(3) value spaces.
          05 WS-PL-CYCLE            pic x(1).
       01 WS-TIER-LINE.
          05 filler                 pic x(9) value spaces.
          05 filler                 pic x(7) value 'tiers: '.
          05 WS-TL-RATE-1           pic 9.9999.
          05 filler                 pic x(7) value ' below '.
          05 WS-TL-CEILING-1        pic zzzzzzz9.99.
          05 filler                 pic x(2) value ', '.
          05 WS-TL-RATE-2           pic 9.9999.
          05 filler                 pic x(7) value ' below '.
          05 WS-TL-CEILING-2        pic zzzzzzz9.99.
          05 filler                 pic x(2) value ', '.
          05 WS-TL-RATE-3           pic 9.9999.
          05 filler                 pic x(6) value ' above'.
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-ENT-STATUS             pic xx.
       01 WS-ENT-FUNCTION           pic x(8).
       01 WS-ENT-OK-FLAG            pic x value 'Y'.
          88 OPER-ENTITLED          value 'Y'.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'PROD-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-PRODUCT thru ADD-PRODUCT-DONE
                   when '2' perform CHANGE-PRODUCT
                       thru CHANGE-PRODUCT-DONE
                   when '3' perform RETIRE-PRODUCT
                       thru RETIRE-PRODUCT-DONE
                   when '4' perform LIST-PRODUCTS
                   when '5' perform LOAD-STANDARD-PRODUCTS
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Deposit Product Catalog".
           display "1. Add Product".
           display "2. Change Product".
           display "3. Retire/Reinstate Product for New Accounts".
           display "4. List Products".
           display "5. Load Standard Products".
           display "6. Exit".
           display "Enter choice: ".

      *    A new savings or money market product. The standard codes
      *    are loaded, not added, so their built-in rules carry over.
       ADD-PRODUCT.
           display "Enter Product Code (one letter or digit): ".
           accept WS-PC-CODE.
           inspect WS-PC-CODE converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if WS-PC-CODE = space
               display "A product code is required."
               go to ADD-PRODUCT-DONE
           end-if.
           move 0 to WS-PC-STD-IDX.
           inspect WS-PC-STD-CODES tallying WS-PC-STD-IDX
               for all WS-PC-CODE.
           if WS-PC-STD-IDX > 0
               display "That is a standard product code. Use Load "
                   "Standard Products, then Change Product."
               go to ADD-PRODUCT-DONE
           end-if.
           perform FIND-FREE-SUFFIX.
           perform OPEN-PRODUCT-FILE.
           move WS-PC-CODE to PROD-CODE.
           read PRODUCT-FILE
               invalid key
                   continue
               not invalid key
                   display "Product " WS-PC-CODE " is already on file."
                   close PRODUCT-FILE
                   go to ADD-PRODUCT-DONE
           end-read.
           if WS-PC-SUFFIX-FOUND not = 'Y'
               display "No account number suffix is left for another "
                   "product."
               close PRODUCT-FILE
               go to ADD-PRODUCT-DONE
           end-if.
           initialize PRODUCT-RECORD.
           move WS-PC-CODE to PROD-CODE.
           display "Product Name: ".
           accept PROD-NAME.
           display "Category (S=Savings M=Money Market): ".
           accept WS-PC-CATEGORY.
           inspect WS-PC-CATEGORY converting 'sm' to 'SM'.
           if not PC-CATEGORY-VALID
               display "Invalid category."
               close PRODUCT-FILE
               go to ADD-PRODUCT-DONE
           end-if.
           move WS-PC-CATEGORY to PROD-CATEGORY.
           perform ACCEPT-PRODUCT-TERMS thru ACCEPT-PRODUCT-TERMS-DONE.
           if not PC-TERMS-VALID
               display "Product not added."
               close PRODUCT-FILE
               go to ADD-PRODUCT-DONE
           end-if.
      *    Savings and money market accounts carry no overdraft
      *    limit; only checking can be overdraft-eligible.
           move 'N' to PROD-OD-ELIGIBLE.
           move 'A' to PROD-STATUS.
           move WS-PC-FREE-SUFFIX to PROD-NUMBER-SUFFIX.
           move WS-OPERATOR-ID to PROD-CHANGED-BY.
           move WS-BUSINESS-DATE to PROD-CHANGED-DATE.
           write PRODUCT-RECORD.
           close PRODUCT-FILE.
           move 'ADD' to WS-PC-ACTION.
           perform WRITE-PRODUCT-AUDIT.
           display "Product " PROD-CODE " added, account suffix "
               PROD-NUMBER-SUFFIX ".".
       ADD-PRODUCT-DONE.
           continue.

       CHANGE-PRODUCT.
           display "Enter Product Code: ".
           accept WS-PC-CODE.
           inspect WS-PC-CODE converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           perform OPEN-PRODUCT-FILE.
           move WS-PC-CODE to PROD-CODE.
           read PRODUCT-FILE
               invalid key
                   display "Product not on file. Standard products "
                       "must be loaded before they can be changed."
                   close PRODUCT-FILE
                   go to CHANGE-PRODUCT-DONE
           end-read.
           perform SHOW-ONE-PRODUCT.
           display "Product Name: ".
           accept PROD-NAME.
           perform ACCEPT-PRODUCT-TERMS thru ACCEPT-PRODUCT-TERMS-DONE.
           if not PC-TERMS-VALID
               display "Product not changed."
               close PRODUCT-FILE
               go to CHANGE-PRODUCT-DONE
           end-if.
           if PROD-CHECKING
               display "Overdraft eligible? (Y/N): "
               accept WS-PC-YES-NO
               if WS-PC-YES-NO = 'Y' or WS-PC-YES-NO = 'y'
                   move 'Y' to PROD-OD-ELIGIBLE
               else
                   move 'N' to PROD-OD-ELIGIBLE
               end-if
           end-if.
           move WS-OPERATOR-ID to PROD-CHANGED-BY.
           move WS-BUSINESS-DATE to PROD-CHANGED-DATE.
           rewrite PRODUCT-RECORD.
           close PRODUCT-FILE.
           move 'CHANGE' to WS-PC-ACTION.
           perform WRITE-PRODUCT-AUDIT.
           display "Product " PROD-CODE " changed.".
       CHANGE-PRODUCT-DONE.
           continue.

      *    Prompts for the pricing and rules shared by add and
      *    change; PC-TERMS-VALID is cleared on a bad entry.
       ACCEPT-PRODUCT-TERMS.
           move 'Y' to WS-PC-TERMS-OK.
           display "Tier 1 rate per interest cycle (e.g. 0.0050): ".
           accept PROD-TIER-1-RATE.
           display "  paid on balances below: ".
           accept PROD-TIER-1-CEILING.
           display "Tier 2 rate per interest cycle: ".
           accept PROD-TIER-2-RATE.
           display "  paid on balances below: ".
           accept PROD-TIER-2-CEILING.
           display "Tier 3 rate per interest cycle (above that): ".
           accept PROD-TIER-3-RATE.
           if PROD-TIER-2-CEILING <= PROD-TIER-1-CEILING
               display "The tier 2 ceiling must be above tier 1's."
               move 'N' to WS-PC-TERMS-OK
               go to ACCEPT-PRODUCT-TERMS-DONE
           end-if.
           display "Monthly fee (0 for none): ".
           accept PROD-MONTHLY-FEE.
           display "Minimum balance that waives the fee: ".
           accept PROD-MIN-BALANCE.
           display "Withdrawals allowed per statement cycle "
               "(0 for no limit): ".
           accept PROD-WDR-LIMIT.
           display "Statement cycle (M=Monthly Q=Quarterly): ".
           accept PROD-STMT-CYCLE.
           inspect PROD-STMT-CYCLE converting 'mq' to 'MQ'.
           if not PROD-CYCLE-MONTHLY and not PROD-CYCLE-QUARTERLY
               display "Invalid statement cycle."
               move 'N' to WS-PC-TERMS-OK
           end-if.
       ACCEPT-PRODUCT-TERMS-DONE.
           continue.

      *    Retiring closes a product to new accounts only; reinstating
      *    reopens it.
       RETIRE-PRODUCT.
           display "Enter Product Code: ".
           accept WS-PC-CODE.
           inspect WS-PC-CODE converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           perform OPEN-PRODUCT-FILE.
           move WS-PC-CODE to PROD-CODE.
           read PRODUCT-FILE
               invalid key
                   display "Product not on file."
                   close PRODUCT-FILE
                   go to RETIRE-PRODUCT-DONE
           end-read.
           if not PROD-DEPOSIT-ACCT
               display "Only savings and money market products are "
                   "opened from the catalog."
               close PRODUCT-FILE
               go to RETIRE-PRODUCT-DONE
           end-if.
           perform SHOW-ONE-PRODUCT.
           if PROD-OFFERED
               display "Retire this product for new accounts? (Y/N): "
           else
               display "Reinstate this product for new accounts? "
                   "(Y/N): "
           end-if.
           accept WS-PC-YES-NO.
           if WS-PC-YES-NO not = 'Y' and WS-PC-YES-NO not = 'y'
               display "No change made."
               close PRODUCT-FILE
               go to RETIRE-PRODUCT-DONE
           end-if.
           if PROD-OFFERED
               move 'R' to PROD-STATUS
               move 'RETIRE' to WS-PC-ACTION
           else
               move 'A' to PROD-STATUS
               move 'REINSTATE' to WS-PC-ACTION
           end-if.
           move WS-OPERATOR-ID to PROD-CHANGED-BY.
           move WS-BUSINESS-DATE to PROD-CHANGED-DATE.
           rewrite PRODUCT-RECORD.
           close PRODUCT-FILE.
           perform WRITE-PRODUCT-AUDIT.
           if PROD-RETIRED
               display "Product retired. Existing accounts are "
                   "unaffected."
           else
               display "Product reinstated for new accounts."
           end-if.
       RETIRE-PRODUCT-DONE.
           continue.

       LIST-PRODUCTS.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS not = '00'
               display "No product catalog on file -- the built-in "
                   "rules for C, S, M, I and H apply."
           else
               display "C  NAME                 T  STATUS  #  "
                   "MTH-FEE     MIN-BAL  OD  WD  CY"
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read PRODUCT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           perform SHOW-ONE-PRODUCT
                   end-read
               end-perform
               close PRODUCT-FILE
           end-if.

       SHOW-ONE-PRODUCT.
           move PROD-CODE to WS-PL-CODE.
           move PROD-NAME to WS-PL-NAME.
           move PROD-CATEGORY to WS-PL-CATEGORY.
           if PROD-OFFERED
               move 'offered' to WS-PL-STATUS
           else
               move 'retired' to WS-PL-STATUS
           end-if.
           move PROD-NUMBER-SUFFIX to WS-PL-SUFFIX.
           move PROD-MONTHLY-FEE to WS-PL-FEE.
           move PROD-MIN-BALANCE to WS-PL-MIN.
           move PROD-OD-ELIGIBLE to WS-PL-OD.
           move PROD-WDR-LIMIT to WS-PL-WDR.
           move PROD-STMT-CYCLE to WS-PL-CYCLE.
           display WS-PRODUCT-LINE.
           move PROD-TIER-1-RATE to WS-TL-RATE-1.
           move PROD-TIER-1-CEILING to WS-TL-CEILING-1.
           move PROD-TIER-2-RATE to WS-TL-RATE-2.
           move PROD-TIER-2-CEILING to WS-TL-CEILING-2.
           move PROD-TIER-3-RATE to WS-TL-RATE-3.
           display WS-TIER-LINE.

      *    Writes a row for each standard code not yet on the
      *    catalog, carrying its built-in rules; checking takes the
      *    fee and waiver balance fee-assessment.cbl charges today.
       LOAD-STANDARD-PRODUCTS.
           perform READ-FEE-SCHEDULE.
           move 0 to WS-PC-COUNT.
           perform OPEN-PRODUCT-FILE.
           perform varying WS-PC-STD-IDX from 1 by 1
               until WS-PC-STD-IDX > 5
               move WS-PC-STD-CODES (WS-PC-STD-IDX:1)
                   to WS-PROD-LOOKUP-CODE
               move WS-PROD-LOOKUP-CODE to PROD-CODE
               read PRODUCT-FILE
                   invalid key
                       move 'N' to WS-PROD-ON-FILE
                   not invalid key
                       move 'Y' to WS-PROD-ON-FILE
               end-read
               if not PRODUCT-ON-FILE
                   perform SET-BUILTIN-PRODUCT
                   if PROD-CHECKING
                       move WS-MONTHLY-FEE to PROD-MONTHLY-FEE
                       move WS-WAIVER-BALANCE to PROD-MIN-BALANCE
                   end-if
                   move WS-OPERATOR-ID to PROD-CHANGED-BY
                   move WS-BUSINESS-DATE to PROD-CHANGED-DATE
                   write PRODUCT-RECORD
                   move 'LOAD' to WS-PC-ACTION
                   perform WRITE-PRODUCT-AUDIT
                   add 1 to WS-PC-COUNT
               end-if
           end-perform.
           close PRODUCT-FILE.
           display WS-PC-COUNT " standard product(s) loaded.".

      *    First suffix from 5 to 9 no catalog row is using; 0-4
      *    belong to the standard products whether loaded or not.
       FIND-FREE-SUFFIX.
           move 'N' to WS-PC-SUFFIX-FOUND.
           move spaces to WS-SUFFIX-TABLE.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read PRODUCT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           compute WS-SUFFIX-IDX =
                               PROD-NUMBER-SUFFIX + 1
                           move 'Y' to WS-SUFFIX-USED (WS-SUFFIX-IDX)
                   end-read
               end-perform
               close PRODUCT-FILE
           end-if.
           perform varying WS-SUFFIX-IDX from 10 by -1
               until WS-SUFFIX-IDX < 6
               if WS-SUFFIX-USED (WS-SUFFIX-IDX) not = 'Y'
                   compute WS-PC-FREE-SUFFIX = WS-SUFFIX-IDX - 1
                   move 'Y' to WS-PC-SUFFIX-FOUND
               end-if
           end-perform.

       OPEN-PRODUCT-FILE.
           open i-o PRODUCT-FILE.
           if WS-PRODUCT-STATUS not = '00'
               open output PRODUCT-FILE
               close PRODUCT-FILE
               open i-o PRODUCT-FILE
           end-if.

       WRITE-PRODUCT-AUDIT.
           open extend PRODUCT-AUDIT-FILE.
           if WS-PA-STATUS not = '00'
               open output PRODUCT-AUDIT-FILE
           end-if.
           if WS-PA-STATUS = '00'
               move function current-date(1:8) to PA-DATE
               move function current-date(9:6) to PA-TIME
               move WS-OPERATOR-ID to PA-OPERATOR-ID
               move WS-PC-ACTION to PA-ACTION
               move PRODUCT-RECORD to PA-PRODUCT-IMAGE
               write PRODUCT-AUDIT-RECORD
               close PRODUCT-AUDIT-FILE
           end-if.

      *    The fee and waiver balance fee-assessment.cbl charges when
      *    checking has no catalog row: the schedule file, overridden
      *    by the parameter master.
       READ-FEE-SCHEDULE.
           open input FEE-SCHEDULE-FILE.
           if WS-FEE-FILE-STATUS = '00'
               read FEE-SCHEDULE-FILE
                   at end
                       continue
                   not at end
                       move FEE-MONTHLY-AMOUNT to WS-MONTHLY-FEE
                       move FEE-WAIVER-BALANCE to WS-WAIVER-BALANCE
               end-read
               close FEE-SCHEDULE-FILE
           end-if.
           move 'FEE-MONTHLY' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-MONTHLY-FEE
           end-if.
           move 'FEE-WAIVER-BALANCE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-WAIVER-BALANCE
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

      *    Operator sign-on against the same master the teller screen
      *    uses; a shop with no operator file yet runs open at
      *    supervisor level, the teller screen's bootstrap rule.
       OPERATOR-SIGN-ON.
           perform READ-LOCKOUT-LIMIT.
           open i-o OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS not = '00'
               move 0 to WS-OPERATOR-ID
               move 2 to WS-OPERATOR-LEVEL
               move 'Y' to WS-SIGNON-OK
           else
               move 0 to WS-SIGNON-TRIES
               perform until SIGNED-ON or WS-SIGNON-TRIES >= 3
                   perform TRY-ONE-SIGN-ON thru TRY-ONE-SIGN-ON-DONE
               end-perform
               close OPERATOR-FILE
           end-if.

      *    One attempt. Wrong passwords count against the operator
      *    record itself -- not just this session -- and lock the
      *    operator at the configured limit, exactly as the teller
      *    screen's sign-on does.
       TRY-ONE-SIGN-ON.
           display "Operator ID: " with no advancing.
           accept OPER-ID.
           display "Password: " with no advancing.
           accept WS-SIGNON-PASSWORD.
           read OPERATOR-FILE
               invalid key
                   display "Invalid operator ID or password."
                   add 1 to WS-SIGNON-TRIES
                   move 'unknown operator ID' to WS-SF-REASON
                   perform WRITE-SIGNON-FAILURE
                   go to TRY-ONE-SIGN-ON-DONE
           end-read.
           if OPER-LOCKED
               display "Operator is locked out. See a supervisor."
               add 1 to WS-SIGNON-TRIES
               move 'operator locked' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           if OPER-PASSWORD not = WS-SIGNON-PASSWORD
               add 1 to OPER-FAILED-TRIES
               if OPER-FAILED-TRIES >= WS-LOCKOUT-LIMIT
                   move 'L' to OPER-LOCKED-FLAG
                   display "Too many failed attempts -- operator
      -                " locked."
               end-if
               rewrite OPERATOR-RECORD
               display "Invalid operator ID or password."
               add 1 to WS-SIGNON-TRIES
               move 'wrong password' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
       TRY-ONE-SIGN-ON-DONE.
           continue.

       READ-LOCKOUT-LIMIT.
           open input LOCKOUT-LIMIT-FILE.
           if WS-LOCKOUT-STATUS = '00'
               read LOCKOUT-LIMIT-FILE
                   at end
                       continue
                   not at end
                       move LOCKOUT-LIMIT-LINE to WS-LOCKOUT-LIMIT
               end-read
               close LOCKOUT-LIMIT-FILE
           end-if.
           if WS-LOCKOUT-LIMIT = 0
               move 5 to WS-LOCKOUT-LIMIT
           end-if.

      *    One reviewable line per failed attempt, the same log the
      *    teller screen writes.
       WRITE-SIGNON-FAILURE.
           open extend SIGNON-FAILURE-FILE.
           if WS-SIGNON-FAIL-STATUS not = '00'
               open output SIGNON-FAILURE-FILE
           end-if.
           if WS-SIGNON-FAIL-STATUS = '00'
               move function current-date(1:8) to SF-DATE
               move function current-date(9:6) to SF-TIME
               move OPER-ID to SF-OPER-ID
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
      *    Entitlement check for WS-ENT-FUNCTION, the same rule the
      *    teller screen applies: an explicit row wins; without one,
      *    supervisors pass, tellers are denied once a matrix file
      *    exists, and a shop with no matrix keeps the old behavior.
       CHECK-ENTITLEMENT.
           move 'Y' to WS-ENT-OK-FLAG.
           open input ENTITLEMENT-FILE.
           if WS-ENT-STATUS not = '00'
               continue
           else
               move WS-OPERATOR-ID to ENT-OPER-ID
               move WS-ENT-FUNCTION to ENT-FUNCTION
               read ENTITLEMENT-FILE
                   invalid key
                       if WS-OPERATOR-LEVEL < 2
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
                   not invalid key
                       if ENT-GRANTED
                           move 'Y' to WS-ENT-OK-FLAG
                       else
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
               end-read
               close ENTITLEMENT-FILE
           end-if.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
      *    posting until business-date-close.cbl opens the next one.
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
