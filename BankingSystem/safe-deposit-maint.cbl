       identification division.
       program-id. safe-deposit-maint.

      *    Safe deposit box maintenance. The box inventory
      *    (safe_deposit_boxes.dat) is kept per branch from
      *    branches.dat, each box with its size, annual rent and
      *    status. Menu:
      *      1 add a box to a branch's inventory;
      *      2 rent a box to one to three customers -- the first
      *        named renter is billed, and the first year's rent is
      *        debited from that renter's checking at once through
      *        the usual transaction and audit-log path
      *        (safe-deposit-billing.cbl bills each anniversary);
      *      3 record an access visit -- only a named renter, only
      *        while the rent is current, every visit and every
      *        refusal logged to sdb_access.dat with the operator;
      *      4 surrender a box (rent must be current);
      *      5 collect past-due rent from the billed renter's
      *        checking;
      *      6 drill and inventory a delinquent box -- supervisor
      *        only, with a second operator as witness, once the
      *        drill notice has run its SDB-NOTICE-DAYS; the contents
      *        go to sdb_contents.dat and are held until claimed or
      *        reported to the state by escheatment.cbl;
      *      7 release drilled contents to a renter once the past-due
      *        rent is paid;
      *      8 view a box (renters, visits, contents), or list a
      *        branch's boxes.
      *    Requires operator sign-on and the SDB-MNT entitlement.

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
       select BRANCH-FILE
           assign to 'branches.dat'
           organization is indexed
           access mode is dynamic
           record key is BR-CODE
           lock mode is automatic
           file status is WS-BRANCH-STATUS.
       select SAFE-DEPOSIT-FILE
           assign to 'safe_deposit_boxes.dat'
           organization is indexed
           access mode is dynamic
           record key is SDB-KEY
           lock mode is automatic
           file status is WS-SDB-STATUS.
      *    Inventory of a drilled box, one row per item.
       select SDB-CONTENTS-FILE
           assign to 'sdb_contents.dat'
           organization is indexed
           access mode is dynamic
           record key is SDC-KEY
           lock mode is automatic
           file status is WS-SDC-STATUS.
      *    Every access visit and refused attempt, appended.
       select SDB-ACCESS-FILE
           assign to 'sdb_access.dat'
           organization is line sequential
           file status is WS-SDA-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
      *    Operator sign-on, entitlement and business date, as on the
      *    teller screen.
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

       fd BRANCH-FILE.
       01 BRANCH-RECORD.
          05 BR-CODE                pic 9(3).
          05 BR-NAME                pic x(30).
          05 BR-ADDRESS-LINE-1      pic x(30).
          05 BR-CITY                pic x(20).
          05 BR-STATE               pic x(2).
          05 BR-ZIP                 pic x(10).
          05 BR-STATUS              pic x(1).
             88 BR-OPEN             value 'A'.
             88 BR-CLOSED           value 'C'.

       fd SAFE-DEPOSIT-FILE.
       01 SAFE-DEPOSIT-RECORD.
          05 SDB-KEY.
             10 SDB-BRANCH          pic 9(3).
             10 SDB-BOX-NO          pic 9(5).
          05 SDB-SIZE               pic x(1).
             88 SDB-SIZE-VALID      values 'S' 'M' 'L' 'X'.
          05 SDB-ANNUAL-RENT        pic 9(5)v99.
          05 SDB-STATUS             pic x(1).
             88 SDB-AVAILABLE       value 'A'.
             88 SDB-RENTED          value 'R'.
             88 SDB-DRILLED         value 'D'.
             88 SDB-OUT-OF-SERVICE  value 'X'.
          05 SDB-RENTER-COUNT       pic 9(1).
          05 SDB-RENTER-ID occurs 3 times pic 9(6).
          05 SDB-RENTED-DATE        pic 9(8).
          05 SDB-NEXT-BILL-DATE     pic 9(8).
          05 SDB-PAID-THRU-DATE     pic 9(8).
          05 SDB-PAST-DUE-AMOUNT    pic 9(5)v99.
          05 SDB-PAST-DUE-SINCE     pic 9(8).
          05 SDB-NOTICE-STAGE       pic x(1).
             88 SDB-NO-NOTICE       value space.
             88 SDB-RENT-NOTICED    value 'R'.
             88 SDB-DRILL-NOTICED   value 'D'.
          05 SDB-NOTICE-DATE        pic 9(8).
          05 SDB-DRILL-DATE         pic 9(8).
          05 SDB-DRILLED-BY         pic 9(4).
          05 SDB-WITNESS-ID         pic 9(4).
          05 SDB-LAST-ACCESS-DATE   pic 9(8).

       fd SDB-CONTENTS-FILE.
       01 SDB-CONTENTS-RECORD.
          05 SDC-KEY.
             10 SDC-BRANCH          pic 9(3).
             10 SDC-BOX-NO          pic 9(5).
             10 SDC-DRILL-DATE      pic 9(8).
             10 SDC-LINE-NO         pic 9(3).
          05 SDC-RENTER-ID          pic 9(6).
          05 SDC-DESCRIPTION        pic x(40).
          05 SDC-EST-VALUE          pic 9(8)v99.
          05 SDC-DISPOSITION        pic x(1).
             88 SDC-HELD            value 'H'.
             88 SDC-RETURNED        value 'R'.
             88 SDC-ESCHEATED       value 'E'.
          05 SDC-DISPOSITION-DATE   pic 9(8).

       fd SDB-ACCESS-FILE.
       01 SDB-ACCESS-RECORD.
          05 SDA-BRANCH             pic 9(3).
          05 SDA-BOX-NO             pic 9(5).
          05 SDA-CUST-ID            pic 9(6).
          05 SDA-DATE               pic 9(8).
          05 SDA-TIME               pic 9(6).
          05 SDA-OPERATOR           pic 9(4).
          05 SDA-RESULT             pic x(1).
             88 SDA-ADMITTED        value 'A'.
             88 SDA-REFUSED         value 'R'.
          05 SDA-REASON             pic x(20).

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

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
          05 AUDIT-OLD-BALANCE      pic s9(8)v99.
          05 AUDIT-NEW-BALANCE      pic s9(8)v99.
          05 AUDIT-DATE             pic 9(8).
          05 AUDIT-TIME             pic 9(6).
          05 AUDIT-OPERATOR-ID      pic 9(4).
          05 AUDIT-BRANCH           pic 9(3).

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
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-BRANCH-STATUS          pic xx.
       01 WS-SDB-STATUS             pic xx.
       01 WS-SDC-STATUS             pic xx.
       01 WS-SDA-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.

      *    The box being worked on.
       01 WS-TARGET-BRANCH          pic 9(3).
       01 WS-TARGET-BOX-NO          pic 9(5).
       01 WS-BOX-FOUND              pic x.
       01 WS-RENTER-SUB             pic 9(1).
       01 WS-RENTER-CUST-ID         pic 9(6).
       01 WS-IS-RENTER              pic x.
       01 WS-RENTER-COUNT-IN        pic 9(1).

      *    Rent posting. WS-POST-OK is 'Y' once the debit is booked.
       01 WS-BILL-CUST-ID           pic 9(6).
       01 WS-BILL-AMOUNT            pic 9(8)v99.
       01 WS-POST-OK                pic x.
       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.

      *    One year on from a date; a 29 February start bills on
      *    28 February in the years between.
       01 WS-YEAR-FROM              pic 9(8).
       01 WS-YEAR-LATER             pic 9(8).
       01 WS-YEAR-LATER-PARTS redefines WS-YEAR-LATER.
          05 WS-YL-YEAR             pic 9(4).
          05 WS-YL-MMDD             pic 9(4).

      *    Delinquency timing: SDB-DRILL-DAYS past due before the
      *    drill notice goes out, SDB-NOTICE-DAYS after it before
      *    the box may be drilled.
       01 WS-DRILL-DAYS             pic 9(4) value 180.
       01 WS-NOTICE-DAYS            pic 9(4) value 30.
       01 WS-DAYS-SINCE-NOTICE      pic s9(6).

       01 WS-WITNESS-ID             pic 9(4).
       01 WS-CONTENT-LINE           pic 9(3).
       01 WS-CONTENT-DESC           pic x(40).
       01 WS-CONTENT-VALUE          pic 9(8)v99.
       01 WS-CONTENT-TOTAL          pic 9(8)v99.
       01 WS-RELEASED-COUNT         pic 9(3).
       01 WS-LIST-COUNT             pic 9(5).

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-AMOUNT-FMT             pic $$$,$$$,$$9.99.
       01 WS-ACCESS-REASON          pic x(20).
       01 WS-ACCESS-RESULT          pic x(1).
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
           move 'SDB-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move 'SDB-DRILL-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-DRILL-DAYS
           end-if.
           move 'SDB-NOTICE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-NOTICE-DAYS
           end-if.
           perform until WS-USER-CHOICE = '9'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-BOX thru ADD-BOX-DONE
                   when '2' perform RENT-BOX thru RENT-BOX-DONE
                   when '3' perform ACCESS-VISIT
                       thru ACCESS-VISIT-DONE
                   when '4' perform SURRENDER-BOX
                       thru SURRENDER-BOX-DONE
                   when '5' perform COLLECT-PAST-DUE
                       thru COLLECT-PAST-DUE-DONE
                   when '6' perform DRILL-BOX thru DRILL-BOX-DONE
                   when '7' perform RELEASE-CONTENTS
                       thru RELEASE-CONTENTS-DONE
                   when '8' perform VIEW-BOX thru VIEW-BOX-DONE
                   when '9' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Safe Deposit Box Maintenance".
           display "1. Add Box to Inventory".
           display "2. Rent a Box".
           display "3. Record Access Visit".
           display "4. Surrender a Box".
           display "5. Collect Past-Due Rent".
           display "6. Drill and Inventory a Box".
           display "7. Release Drilled Contents".
           display "8. View Box / List Branch Boxes".
           display "9. Exit".
           display "Enter choice: ".

      *    New boxes go in available, against an open branch.
       ADD-BOX.
           display "Branch Code: ".
           accept WS-TARGET-BRANCH.
           move WS-TARGET-BRANCH to BR-CODE.
           open input BRANCH-FILE.
           if WS-BRANCH-STATUS not = '00'
               display "Branch file not found."
               go to ADD-BOX-DONE
           end-if.
           read BRANCH-FILE
               invalid key
                   move 'C' to BR-STATUS
                   display "No such branch."
           end-read.
           close BRANCH-FILE.
           if not BR-OPEN
               display "Boxes can only be added at an open branch."
               go to ADD-BOX-DONE
           end-if.
           display "Box Number: ".
           accept WS-TARGET-BOX-NO.
           if WS-TARGET-BOX-NO = 0
               display "Box number must not be zero."
               go to ADD-BOX-DONE
           end-if.
           open i-o SAFE-DEPOSIT-FILE.
           if WS-SDB-STATUS not = '00'
               open output SAFE-DEPOSIT-FILE
               close SAFE-DEPOSIT-FILE
               open i-o SAFE-DEPOSIT-FILE
           end-if.
           initialize SAFE-DEPOSIT-RECORD.
           move WS-TARGET-BRANCH to SDB-BRANCH.
           move WS-TARGET-BOX-NO to SDB-BOX-NO.
           display "Size [S]mall, [M]edium, [L]arge, e[X]tra large: ".
           accept SDB-SIZE.
           if not SDB-SIZE-VALID
               display "Size must be S, M, L or X."
               close SAFE-DEPOSIT-FILE
               go to ADD-BOX-DONE
           end-if.
           display "Annual Rent: ".
           accept SDB-ANNUAL-RENT.
           if SDB-ANNUAL-RENT = 0
               display "Annual rent must be greater than zero."
               close SAFE-DEPOSIT-FILE
               go to ADD-BOX-DONE
           end-if.
           move 'A' to SDB-STATUS.
           move space to SDB-NOTICE-STAGE.
           write SAFE-DEPOSIT-RECORD
               invalid key
                   display "That box is already in the inventory."
               not invalid key
                   display "Box " SDB-BOX-NO " added to branch "
                       SDB-BRANCH "."
           end-write.
           close SAFE-DEPOSIT-FILE.
       ADD-BOX-DONE.
           continue.

      *    Links an available box to one to three customers. The
      *    first renter is the billed renter and must have an active
      *    checking account that covers the first year's rent, which
      *    is taken now; the anniversary billing takes the rest.
       RENT-BOX.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to RENT-BOX-DONE
           end-if.
           if not SDB-AVAILABLE
               display "That box is not available to rent."
               close SAFE-DEPOSIT-FILE
               go to RENT-BOX-DONE
           end-if.
           display "Number of renters (1-3): ".
           accept WS-RENTER-COUNT-IN.
           if WS-RENTER-COUNT-IN < 1 or WS-RENTER-COUNT-IN > 3
               display "A box has one to three renters."
               close SAFE-DEPOSIT-FILE
               go to RENT-BOX-DONE
           end-if.
           move 0 to SDB-RENTER-ID (1).
           move 0 to SDB-RENTER-ID (2).
           move 0 to SDB-RENTER-ID (3).
           perform varying WS-RENTER-SUB from 1 by 1
               until WS-RENTER-SUB > WS-RENTER-COUNT-IN
               display "Renter " WS-RENTER-SUB " Customer ID"
                   " (renter 1 is billed): "
               accept WS-RENTER-CUST-ID
               move WS-RENTER-CUST-ID to CUST-ID
               open input CUSTOMER-FILE
               read CUSTOMER-FILE
                   invalid key
                       move 'C' to CUST-STATUS
               end-read
               close CUSTOMER-FILE
               if CUST-CLOSED or WS-RENTER-CUST-ID = 0
                   display "Customer " WS-RENTER-CUST-ID
                       " is not an open customer."
                   move 0 to WS-RENTER-COUNT-IN
               else
                   move WS-RENTER-CUST-ID
                       to SDB-RENTER-ID (WS-RENTER-SUB)
               end-if
           end-perform.
           if WS-RENTER-COUNT-IN = 0
               close SAFE-DEPOSIT-FILE
               go to RENT-BOX-DONE
           end-if.
           move SDB-ANNUAL-RENT to WS-AMOUNT-FMT.
           display "Rent box " SDB-BOX-NO " for " WS-AMOUNT-FMT
               " a year, first year debited now? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Rental cancelled."
               close SAFE-DEPOSIT-FILE
               go to RENT-BOX-DONE
           end-if.
           move SDB-RENTER-ID (1) to WS-BILL-CUST-ID.
           move SDB-ANNUAL-RENT to WS-BILL-AMOUNT.
           perform POST-RENT-DEBIT thru POST-RENT-DEBIT-DONE.
           if WS-POST-OK not = 'Y'
               close SAFE-DEPOSIT-FILE
               go to RENT-BOX-DONE
           end-if.
           move WS-RENTER-COUNT-IN to SDB-RENTER-COUNT.
           move 'R' to SDB-STATUS.
           move WS-BUSINESS-DATE to SDB-RENTED-DATE.
           move WS-BUSINESS-DATE to WS-YEAR-FROM.
           perform ADD-ONE-YEAR.
           move WS-YEAR-LATER to SDB-NEXT-BILL-DATE.
           move WS-YEAR-LATER to SDB-PAID-THRU-DATE.
           move 0 to SDB-PAST-DUE-AMOUNT.
           move 0 to SDB-PAST-DUE-SINCE.
           move space to SDB-NOTICE-STAGE.
           move 0 to SDB-NOTICE-DATE.
           move 0 to SDB-DRILL-DATE.
           move 0 to SDB-DRILLED-BY.
           move 0 to SDB-WITNESS-ID.
           move 0 to SDB-LAST-ACCESS-DATE.
           rewrite SAFE-DEPOSIT-RECORD.
           close SAFE-DEPOSIT-FILE.
           display "Box rented, paid through " SDB-PAID-THRU-DATE ".".
       RENT-BOX-DONE.
           continue.

      *    Prompts for branch and box and reads the box with the file
      *    left open i-o; WS-BOX-FOUND is 'Y' when it is on file.
       READ-BOX-FOR-UPDATE.
           move 'N' to WS-BOX-FOUND.
           display "Branch Code: ".
           accept WS-TARGET-BRANCH.
           display "Box Number: ".
           accept WS-TARGET-BOX-NO.
           open i-o SAFE-DEPOSIT-FILE.
           if WS-SDB-STATUS not = '00'
               display "No safe deposit inventory on file."
               go to READ-BOX-FOR-UPDATE-DONE
           end-if.
           move WS-TARGET-BRANCH to SDB-BRANCH.
           move WS-TARGET-BOX-NO to SDB-BOX-NO.
           read SAFE-DEPOSIT-FILE
               invalid key
                   display "No such box at that branch."
                   close SAFE-DEPOSIT-FILE
                   go to READ-BOX-FOR-UPDATE-DONE
           end-read.
           move 'Y' to WS-BOX-FOUND.
       READ-BOX-FOR-UPDATE-DONE.
           continue.

      *    Sets WS-IS-RENTER for WS-RENTER-CUST-ID against the box.
       CHECK-NAMED-RENTER.
           move 'N' to WS-IS-RENTER.
           perform varying WS-RENTER-SUB from 1 by 1
               until WS-RENTER-SUB > 3
               if SDB-RENTER-ID (WS-RENTER-SUB) = WS-RENTER-CUST-ID
                  and WS-RENTER-CUST-ID not = 0
                   move 'Y' to WS-IS-RENTER
               end-if
           end-perform.

      *    Admits a named renter to a rented, undrilled box whose
      *    rent is current. Admitted and refused attempts are both
      *    logged with the operator.
       ACCESS-VISIT.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to ACCESS-VISIT-DONE
           end-if.
           display "Customer ID requesting access: ".
           accept WS-RENTER-CUST-ID.
           perform CHECK-NAMED-RENTER.
           move 'R' to WS-ACCESS-RESULT.
           evaluate true
               when not SDB-RENTED
                   move 'BOX NOT RENTED' to WS-ACCESS-REASON
               when WS-IS-RENTER not = 'Y'
                   move 'NOT A NAMED RENTER' to WS-ACCESS-REASON
               when SDB-PAST-DUE-AMOUNT > 0
                   move 'RENT PAST DUE' to WS-ACCESS-REASON
               when other
                   move 'A' to WS-ACCESS-RESULT
                   move 'VISIT' to WS-ACCESS-REASON
           end-evaluate.
           if WS-ACCESS-RESULT = 'A'
               move WS-BUSINESS-DATE to SDB-LAST-ACCESS-DATE
               rewrite SAFE-DEPOSIT-RECORD
               display "Access granted to box " SDB-BOX-NO "."
           else
               display "Access refused: " WS-ACCESS-REASON
           end-if.
           close SAFE-DEPOSIT-FILE.
           perform WRITE-ACCESS-LINE.
       ACCESS-VISIT-DONE.
           continue.

      *    Gives a rented box back. Rent must be current; the unused
      *    part of the year is not refunded.
       SURRENDER-BOX.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to SURRENDER-BOX-DONE
           end-if.
           if not SDB-RENTED
               display "That box is not rented."
               close SAFE-DEPOSIT-FILE
               go to SURRENDER-BOX-DONE
           end-if.
           if SDB-PAST-DUE-AMOUNT > 0
               move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT
               display "Past-due rent of " WS-AMOUNT-FMT
                   " must be collected first."
               close SAFE-DEPOSIT-FILE
               go to SURRENDER-BOX-DONE
           end-if.
           display "Customer ID surrendering the box: ".
           accept WS-RENTER-CUST-ID.
           perform CHECK-NAMED-RENTER.
           if WS-IS-RENTER not = 'Y'
               display "Only a named renter may surrender the box."
               close SAFE-DEPOSIT-FILE
               go to SURRENDER-BOX-DONE
           end-if.
           display "Confirm keys returned and box empty (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Surrender cancelled."
               close SAFE-DEPOSIT-FILE
               go to SURRENDER-BOX-DONE
           end-if.
           perform CLEAR-RENTAL.
           rewrite SAFE-DEPOSIT-RECORD.
           close SAFE-DEPOSIT-FILE.
           display "Box " SDB-BOX-NO " surrendered and available.".
       SURRENDER-BOX-DONE.
           continue.

      *    Takes the whole past-due balance from the billed renter's
      *    checking and clears the delinquency.
       COLLECT-PAST-DUE.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to COLLECT-PAST-DUE-DONE
           end-if.
           if SDB-PAST-DUE-AMOUNT = 0
               display "No rent is past due on that box."
               close SAFE-DEPOSIT-FILE
               go to COLLECT-PAST-DUE-DONE
           end-if.
           move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT.
           display "Collect " WS-AMOUNT-FMT " from customer "
               SDB-RENTER-ID (1) "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               close SAFE-DEPOSIT-FILE
               go to COLLECT-PAST-DUE-DONE
           end-if.
           move SDB-RENTER-ID (1) to WS-BILL-CUST-ID.
           move SDB-PAST-DUE-AMOUNT to WS-BILL-AMOUNT.
           perform POST-RENT-DEBIT thru POST-RENT-DEBIT-DONE.
           if WS-POST-OK not = 'Y'
               close SAFE-DEPOSIT-FILE
               go to COLLECT-PAST-DUE-DONE
           end-if.
           move 0 to SDB-PAST-DUE-AMOUNT.
           move 0 to SDB-PAST-DUE-SINCE.
           if not SDB-DRILLED
               move space to SDB-NOTICE-STAGE
               move 0 to SDB-NOTICE-DATE
           end-if.
           move SDB-NEXT-BILL-DATE to SDB-PAID-THRU-DATE.
           rewrite SAFE-DEPOSIT-RECORD.
           close SAFE-DEPOSIT-FILE.
           display "Past-due rent collected.".
       COLLECT-PAST-DUE-DONE.
           continue.

      *    Forced opening of a delinquent box. Supervisor only, with
      *    a different operator as witness, and only once the drill
      *    notice has been out SDB-NOTICE-DAYS. Each item found is
      *    keyed to the box and the drill date and held.
       DRILL-BOX.
           if WS-OPERATOR-LEVEL < 2
               display "Only a supervisor may drill a box."
               go to DRILL-BOX-DONE
           end-if.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to DRILL-BOX-DONE
           end-if.
           if not SDB-RENTED or not SDB-DRILL-NOTICED
               display "No drill notice has been sent for that box."
               close SAFE-DEPOSIT-FILE
               go to DRILL-BOX-DONE
           end-if.
           compute WS-DAYS-SINCE-NOTICE =
               function integer-of-date(WS-BUSINESS-DATE)
               - function integer-of-date(SDB-NOTICE-DATE).
           if WS-DAYS-SINCE-NOTICE < WS-NOTICE-DAYS
               display "The drill notice of " SDB-NOTICE-DATE
                   " has not yet run " WS-NOTICE-DAYS " days."
               close SAFE-DEPOSIT-FILE
               go to DRILL-BOX-DONE
           end-if.
           display "Witness Operator ID: ".
           accept WS-WITNESS-ID.
           if WS-WITNESS-ID = WS-OPERATOR-ID or WS-WITNESS-ID = 0
               display "A second operator must witness the drilling."
               close SAFE-DEPOSIT-FILE
               go to DRILL-BOX-DONE
           end-if.
           open i-o SDB-CONTENTS-FILE.
           if WS-SDC-STATUS not = '00'
               open output SDB-CONTENTS-FILE
               close SDB-CONTENTS-FILE
               open i-o SDB-CONTENTS-FILE
           end-if.
           move 0 to WS-CONTENT-LINE.
           move 0 to WS-CONTENT-TOTAL.
           display "Enter each item found; a blank description ends.".
           move 'x' to WS-CONTENT-DESC.
           perform until WS-CONTENT-DESC = spaces
               display "Item description: "
               move spaces to WS-CONTENT-DESC
               accept WS-CONTENT-DESC
               if WS-CONTENT-DESC not = spaces
                   display "Estimated value: "
                   accept WS-CONTENT-VALUE
                   add 1 to WS-CONTENT-LINE
                   move SDB-BRANCH to SDC-BRANCH
                   move SDB-BOX-NO to SDC-BOX-NO
                   move WS-BUSINESS-DATE to SDC-DRILL-DATE
                   move WS-CONTENT-LINE to SDC-LINE-NO
                   move SDB-RENTER-ID (1) to SDC-RENTER-ID
                   move WS-CONTENT-DESC to SDC-DESCRIPTION
                   move WS-CONTENT-VALUE to SDC-EST-VALUE
                   move 'H' to SDC-DISPOSITION
                   move 0 to SDC-DISPOSITION-DATE
                   write SDB-CONTENTS-RECORD
                       invalid key
                           display "Item already recorded."
                   end-write
                   add WS-CONTENT-VALUE to WS-CONTENT-TOTAL
               end-if
           end-perform.
           close SDB-CONTENTS-FILE.
           move 'D' to SDB-STATUS.
           move WS-BUSINESS-DATE to SDB-DRILL-DATE.
           move WS-OPERATOR-ID to SDB-DRILLED-BY.
           move WS-WITNESS-ID to SDB-WITNESS-ID.
           rewrite SAFE-DEPOSIT-RECORD.
           close SAFE-DEPOSIT-FILE.
           move WS-CONTENT-TOTAL to WS-AMOUNT-FMT.
           display "Box drilled: " WS-CONTENT-LINE
               " item(s), estimated " WS-AMOUNT-FMT ".".
       DRILL-BOX-DONE.
           continue.

      *    Hands the held contents of a drilled box back to a named
      *    renter once the past-due rent is paid, and frees the box.
       RELEASE-CONTENTS.
           perform READ-BOX-FOR-UPDATE thru READ-BOX-FOR-UPDATE-DONE.
           if WS-BOX-FOUND not = 'Y'
               go to RELEASE-CONTENTS-DONE
           end-if.
           if not SDB-DRILLED
               display "That box has not been drilled."
               close SAFE-DEPOSIT-FILE
               go to RELEASE-CONTENTS-DONE
           end-if.
           if SDB-PAST-DUE-AMOUNT > 0
               move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT
               display "Past-due rent of " WS-AMOUNT-FMT
                   " must be collected first."
               close SAFE-DEPOSIT-FILE
               go to RELEASE-CONTENTS-DONE
           end-if.
           display "Customer ID claiming the contents: ".
           accept WS-RENTER-CUST-ID.
           perform CHECK-NAMED-RENTER.
           if WS-IS-RENTER not = 'Y'
               display "Only a named renter may claim the contents."
               close SAFE-DEPOSIT-FILE
               go to RELEASE-CONTENTS-DONE
           end-if.
           move 0 to WS-RELEASED-COUNT.
           open i-o SDB-CONTENTS-FILE.
           if WS-SDC-STATUS = '00'
               move SDB-BRANCH to SDC-BRANCH
               move SDB-BOX-NO to SDC-BOX-NO
               move SDB-DRILL-DATE to SDC-DRILL-DATE
               move 0 to SDC-LINE-NO
               move 'N' to WS-EOF-FLAG
               start SDB-CONTENTS-FILE key is not less than SDC-KEY
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read SDB-CONTENTS-FILE next
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if SDC-BRANCH not = SDB-BRANCH
                              or SDC-BOX-NO not = SDB-BOX-NO
                              or SDC-DRILL-DATE not = SDB-DRILL-DATE
                               move 'Y' to WS-EOF-FLAG
                           else
                               if SDC-HELD
                                   move 'R' to SDC-DISPOSITION
                                   move WS-BUSINESS-DATE
                                       to SDC-DISPOSITION-DATE
                                   rewrite SDB-CONTENTS-RECORD
                                   add 1 to WS-RELEASED-COUNT
                               end-if
                           end-if
                   end-read
               end-perform
               close SDB-CONTENTS-FILE
           end-if.
           perform CLEAR-RENTAL.
           rewrite SAFE-DEPOSIT-RECORD.
           close SAFE-DEPOSIT-FILE.
           display WS-RELEASED-COUNT " item(s) released to customer "
               WS-RENTER-CUST-ID "; box is available.".
       RELEASE-CONTENTS-DONE.
           continue.

      *    Returns a box to inventory with no renters.
       CLEAR-RENTAL.
           move 'A' to SDB-STATUS.
           move 0 to SDB-RENTER-COUNT.
           move 0 to SDB-RENTER-ID (1).
           move 0 to SDB-RENTER-ID (2).
           move 0 to SDB-RENTER-ID (3).
           move 0 to SDB-RENTED-DATE.
           move 0 to SDB-NEXT-BILL-DATE.
           move 0 to SDB-PAID-THRU-DATE.
           move 0 to SDB-PAST-DUE-AMOUNT.
           move 0 to SDB-PAST-DUE-SINCE.
           move space to SDB-NOTICE-STAGE.
           move 0 to SDB-NOTICE-DATE.

      *    Box 0 lists every box at the branch; any other box shows
      *    its renters, its access history and any drilled contents.
       VIEW-BOX.
           display "Branch Code: ".
           accept WS-TARGET-BRANCH.
           display "Box Number (0 lists the branch): ".
           accept WS-TARGET-BOX-NO.
           open input SAFE-DEPOSIT-FILE.
           if WS-SDB-STATUS not = '00'
               display "No safe deposit inventory on file."
               go to VIEW-BOX-DONE
           end-if.
           if WS-TARGET-BOX-NO = 0
               perform LIST-BRANCH-BOXES
               close SAFE-DEPOSIT-FILE
               go to VIEW-BOX-DONE
           end-if.
           move WS-TARGET-BRANCH to SDB-BRANCH.
           move WS-TARGET-BOX-NO to SDB-BOX-NO.
           read SAFE-DEPOSIT-FILE
               invalid key
                   display "No such box at that branch."
                   close SAFE-DEPOSIT-FILE
                   go to VIEW-BOX-DONE
           end-read.
           close SAFE-DEPOSIT-FILE.
           move SDB-ANNUAL-RENT to WS-AMOUNT-FMT.
           display "Box " SDB-BOX-NO " branch " SDB-BRANCH
               " size " SDB-SIZE " rent " WS-AMOUNT-FMT
               " status " SDB-STATUS.
           perform varying WS-RENTER-SUB from 1 by 1
               until WS-RENTER-SUB > 3
               if SDB-RENTER-ID (WS-RENTER-SUB) not = 0
                   display "  Renter " WS-RENTER-SUB ": "
                       SDB-RENTER-ID (WS-RENTER-SUB)
               end-if
           end-perform.
           if SDB-RENTED or SDB-DRILLED
               display "  Rented " SDB-RENTED-DATE
                   "  paid through " SDB-PAID-THRU-DATE
                   "  next bill " SDB-NEXT-BILL-DATE
               move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT
               display "  Past due " WS-AMOUNT-FMT
                   " since " SDB-PAST-DUE-SINCE
                   "  notice " SDB-NOTICE-STAGE
                   " " SDB-NOTICE-DATE
           end-if.
           if SDB-DRILL-DATE not = 0
               display "  Drilled " SDB-DRILL-DATE " by operator "
                   SDB-DRILLED-BY " witness " SDB-WITNESS-ID
               perform LIST-BOX-CONTENTS
           end-if.
           perform LIST-BOX-ACCESS.
       VIEW-BOX-DONE.
           continue.

       LIST-BRANCH-BOXES.
           move 0 to WS-LIST-COUNT.
           move WS-TARGET-BRANCH to SDB-BRANCH.
           move 0 to SDB-BOX-NO.
           move 'N' to WS-EOF-FLAG.
           start SAFE-DEPOSIT-FILE key is not less than SDB-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read SAFE-DEPOSIT-FILE next
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if SDB-BRANCH not = WS-TARGET-BRANCH
                           move 'Y' to WS-EOF-FLAG
                       else
                           add 1 to WS-LIST-COUNT
                           move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT
                           display SDB-BOX-NO " " SDB-SIZE " "
                               SDB-STATUS " " SDB-RENTER-ID (1)
                               " paid thru " SDB-PAID-THRU-DATE
                               " past due " WS-AMOUNT-FMT
                       end-if
               end-read
           end-perform.
           display WS-LIST-COUNT " box(es) at branch "
               WS-TARGET-BRANCH ".".

       LIST-BOX-CONTENTS.
           open input SDB-CONTENTS-FILE.
           if WS-SDC-STATUS = '00'
               move SDB-BRANCH to SDC-BRANCH
               move SDB-BOX-NO to SDC-BOX-NO
               move SDB-DRILL-DATE to SDC-DRILL-DATE
               move 0 to SDC-LINE-NO
               move 'N' to WS-EOF-FLAG
               start SDB-CONTENTS-FILE key is not less than SDC-KEY
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read SDB-CONTENTS-FILE next
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if SDC-BRANCH not = SDB-BRANCH
                              or SDC-BOX-NO not = SDB-BOX-NO
                              or SDC-DRILL-DATE not = SDB-DRILL-DATE
                               move 'Y' to WS-EOF-FLAG
                           else
                               move SDC-EST-VALUE to WS-AMOUNT-FMT
                               display "    " SDC-LINE-NO " "
                                   SDC-DESCRIPTION " " WS-AMOUNT-FMT
                                   " " SDC-DISPOSITION " "
                                   SDC-DISPOSITION-DATE
                           end-if
                   end-read
               end-perform
               close SDB-CONTENTS-FILE
           end-if.

       LIST-BOX-ACCESS.
           open input SDB-ACCESS-FILE.
           if WS-SDA-STATUS = '00'
               display "  Access history:"
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read SDB-ACCESS-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if SDA-BRANCH = SDB-BRANCH
                              and SDA-BOX-NO = SDB-BOX-NO
                               display "    " SDA-DATE " " SDA-TIME
                                   " " SDA-CUST-ID " oper "
                                   SDA-OPERATOR " " SDA-RESULT " "
                                   SDA-REASON
                           end-if
                   end-read
               end-perform
               close SDB-ACCESS-FILE
           end-if.

      *    Debits WS-BILL-AMOUNT of rent from WS-BILL-CUST-ID's
      *    checking through the usual transaction and audit-log path,
      *    booked to the box's branch. WS-POST-OK is 'Y' on success.
       POST-RENT-DEBIT.
           move 'N' to WS-POST-OK.
           open i-o CUSTOMER-FILE.
           move WS-BILL-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Billed renter not found."
                   close CUSTOMER-FILE
                   go to POST-RENT-DEBIT-DONE
           end-read.
           if not CUST-ACTIVE
               display "Billed renter's account is not active."
               close CUSTOMER-FILE
               go to POST-RENT-DEBIT-DONE
           end-if.
           if CUST-BALANCE < WS-BILL-AMOUNT
               display "Insufficient funds for the rent."
               close CUSTOMER-FILE
               go to POST-RENT-DEBIT-DONE
           end-if.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract WS-BILL-AMOUNT from CUST-BALANCE.
           rewrite CUSTOMER-RECORD.
           close CUSTOMER-FILE.
           perform WRITE-AUDIT-LOG.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move WS-BILL-CUST-ID to TRANS-CUST-ID.
           move WS-BILL-AMOUNT to TRANS-AMOUNT.
           move 'SDB-RENT' to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move SDB-BRANCH to TRANS-BRANCH.
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.
           move 'Y' to WS-POST-OK.
       POST-RENT-DEBIT-DONE.
           continue.

       WRITE-AUDIT-LOG.
           open extend AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               open output AUDIT-LOG-FILE
           end-if.
           move CUST-ID to AUDIT-CUST-ID.
           move WS-AUDIT-OLD-BALANCE to AUDIT-OLD-BALANCE.
           move CUST-BALANCE to AUDIT-NEW-BALANCE.
           move WS-BUSINESS-DATE to AUDIT-DATE.
           move function current-date(9:6) to AUDIT-TIME.
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID.
           move SDB-BRANCH to AUDIT-BRANCH.
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

       WRITE-ACCESS-LINE.
           open extend SDB-ACCESS-FILE.
           if WS-SDA-STATUS not = '00'
               open output SDB-ACCESS-FILE
           end-if.
           move SDB-BRANCH to SDA-BRANCH.
           move SDB-BOX-NO to SDA-BOX-NO.
           move WS-RENTER-CUST-ID to SDA-CUST-ID.
           move WS-BUSINESS-DATE to SDA-DATE.
           move function current-date(9:6) to SDA-TIME.
           move WS-OPERATOR-ID to SDA-OPERATOR.
           move WS-ACCESS-RESULT to SDA-RESULT.
           move WS-ACCESS-REASON to SDA-REASON.
           write SDB-ACCESS-RECORD.
           close SDB-ACCESS-FILE.

      *    WS-YEAR-LATER = WS-YEAR-FROM plus one year.
       ADD-ONE-YEAR.
           move WS-YEAR-FROM to WS-YEAR-LATER.
           add 1 to WS-YL-YEAR.
           if WS-YL-MMDD = 0229
               move 0228 to WS-YL-MMDD
           end-if.

      *    Scans the current transaction file for the highest TRANS-ID
      *    already in use, the same way ADD-NEW-TRANSACTION does.
       FIND-LAST-TRANS-ID.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move 999999 to TRANS-ID
               start TRANSACTION-FILE key is less than or equal to
                   TRANS-ID
                   invalid key
                       continue
                   not invalid key
                       read TRANSACTION-FILE next record
                           at end
                               continue
                           not at end
                               move TRANS-ID to WS-TRANS-ID
                       end-read
               end-start
               close TRANSACTION-FILE
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
