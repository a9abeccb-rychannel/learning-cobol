       identification division.
       program-id. tax-account-maint.

      *    IRA and HSA plan accounts. A plan is an accounts.dat
      *    balance of type I (IRA) or H (HSA) with a tax_plans.dat
      *    record beside it (HSA coverage, opened date and operator).
      *    Every deposit into or payment out of a plan goes through
      *    this screen so each one carries its tax year:
      *      1  Open a plan -- the customer's profile must carry the
      *         date of birth and tax ID the limits and forms need.
      *      2  Contribution -- designated to the current tax year,
      *         or to the prior year up to the filing deadline
      *         (TAX-DEADLINE-MMDD, April 15 when no row exists).
      *         The year's contributions less excess removed may not
      *         pass the annual limit, which adds the catch-up amount
      *         when the owner reaches the catch-up age by the end of
      *         the tax year.
      *      3  Distribution -- with its 1099-R/1099-SA reason code
      *         and, for an IRA, optional federal withholding.
      *      4  Excess removal -- returns a contribution over the
      *         limit, with its attributable earnings, and takes it
      *         back off that tax year's total.
      *      5  History -- the plan activity and the contribution
      *         room left this year.
      *    Limits come from the parameter master; a row suffixed with
      *    the tax year (IRA-LIMIT-2025) wins over the plain one so
      *    next year's limits can be keyed in advance:
      *      IRA-LIMIT        7,000    IRA-CATCHUP      1,000 at 50
      *      HSA-LIMIT-SELF   4,300    HSA-LIMIT-FAM    8,550
      *      HSA-CATCHUP      1,000 at 55
      *    Contributions are received at the counter and
      *    distributions paid out there, so both book against cash.
      *    Each posting writes its 'TAX-CONTR', 'TAX-DIST',
      *    'TAX-WHLD' or 'TAX-EXCESS' transaction against the plan
      *    account and a line on tax_activity.dat, which
      *    tax-forms.cbl reads at year end. Requires the TAX-ACCT
      *    entitlement.

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
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select TAX-PLAN-FILE
           assign to 'tax_plans.dat'
           organization is indexed
           access mode is dynamic
           record key is TXP-KEY
           lock mode is automatic
           file status is WS-TXP-STATUS.
       select TAX-ACTIVITY-FILE
           assign to 'tax_activity.dat'
           organization is line sequential
           file status is WS-TXA-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.

      *    Operator sign-on master; this screen authenticates the
      *    operator and checks their entitlement before running, the
      *    same control the teller screen applies.
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

       fd PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

      *    One plan per customer per type.
       fd TAX-PLAN-FILE.
       01 TAX-PLAN-RECORD.
          05 TXP-KEY.
             10 TXP-CUST-ID         pic 9(6).
             10 TXP-PLAN-TYPE       pic x(1).
                88 TXP-IRA          value 'I'.
                88 TXP-HSA          value 'H'.
          05 TXP-COVERAGE           pic x(1).
             88 TXP-SELF-ONLY       value 'S'.
             88 TXP-FAMILY          value 'F'.
          05 TXP-OPENED-DATE        pic 9(8).
          05 TXP-OPENED-BY          pic 9(4).
          05 TXP-STATUS             pic x(1).
             88 TXP-OPEN            value 'A'.
             88 TXP-CLOSED          value 'C'.

      *    One line per plan posting. TXA-AMOUNT is the contribution,
      *    the gross distribution, or the excess contribution
      *    returned; an excess removal also pays TXA-EARNINGS, the
      *    earnings attributable to it.
       fd TAX-ACTIVITY-FILE.
       01 TAX-ACTIVITY-RECORD.
          05 TXA-CUST-ID            pic 9(6).
          05 TXA-PLAN-TYPE          pic x(1).
          05 TXA-TAX-YEAR           pic 9(4).
          05 TXA-DATE               pic 9(8).
          05 TXA-KIND               pic x(1).
             88 TXA-CONTRIBUTION    value 'C'.
             88 TXA-DISTRIBUTION    value 'D'.
             88 TXA-EXCESS-REMOVAL  value 'X'.
          05 TXA-AMOUNT             pic 9(8)v99.
          05 TXA-EARNINGS           pic 9(8)v99.
          05 TXA-WITHHELD           pic 9(8)v99.
          05 TXA-REASON             pic x(1).
          05 TXA-TRANS-ID           pic 9(6).
          05 TXA-OPERATOR           pic 9(4).

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
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TXP-STATUS             pic xx.
       01 WS-TXA-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.

       01 WS-TX-CUST-ID             pic 9(6).
       01 WS-TX-PLAN-TYPE           pic x.
          88 WS-TX-IRA              value 'I'.
          88 WS-TX-HSA              value 'H'.
       01 WS-TX-COVERAGE            pic x.
       01 WS-TX-TAX-YEAR            pic 9(4).
       01 WS-TX-AMOUNT              pic 9(8)v99.
       01 WS-TX-EARNINGS            pic 9(8)v99.
       01 WS-TX-WITHHELD            pic 9(8)v99.
       01 WS-TX-NET                 pic 9(8)v99.
       01 WS-TX-REASON              pic x.
       01 WS-TX-KIND                pic x.
       01 WS-WHLD-PERCENT           pic 9(2).
       01 WS-PLAN-OK                pic x.
       01 WS-PLAN-BALANCE           pic 9(8)v99.
       01 WS-PLAN-NAME              pic x(3).
       01 WS-OWNER-DOB              pic 9(8).
       01 WS-OWNER-DOB-PARTS redefines WS-OWNER-DOB.
          05 WS-OWNER-BIRTH-YEAR    pic 9(4).
          05 filler                 pic 9(4).
       01 WS-OWNER-TAX-ID           pic 9(9).

       01 WS-CURRENT-YEAR           pic 9(4).
       01 WS-DEADLINE-MMDD          pic 9(4) value 0415.
       01 WS-TODAY-MMDD             pic 9(4).

      *    The annual limit for the plan and tax year being worked,
      *    and what has already gone in against it.
       01 WS-BASE-LIMIT             pic 9(8)v99.
       01 WS-CATCHUP-AMOUNT         pic 9(8)v99.
       01 WS-CATCHUP-AGE            pic 9(3).
       01 WS-ANNUAL-LIMIT           pic 9(8)v99.
       01 WS-AGE-AT-YEAR-END        pic 9(3).
       01 WS-YEAR-CONTRIBUTED       pic s9(8)v99.
       01 WS-ROOM-LEFT              pic s9(8)v99.
       01 WS-AGE-DAYS               pic s9(6).
       01 WS-AGE-YEARS              pic 9(3)v99.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-BASE-NAME          pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-TRANS-TYPE-WORK        pic x(11).
       01 WS-TRANS-AMOUNT-WORK      pic 9(8)v99.
       01 WS-DIST-TRANS-ID          pic 9(6).

       01 WS-AMOUNT-FMT             pic $$$,$$$,$$9.99.
       01 WS-LIMIT-FMT              pic $$$,$$$,$$9.99.
       01 WS-ROOM-FMT               pic -$$,$$$,$$9.99.
       01 WS-HIST-COUNT             pic 9(5).
       01 WS-PLAN-DELTA             pic s9(8)v99.

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
           move 'TAX-ACCT' to WS-ENT-FUNCTION.
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
           move WS-BUSINESS-DATE(1:4) to WS-CURRENT-YEAR.
           move WS-BUSINESS-DATE(5:4) to WS-TODAY-MMDD.
           move 'TAX-DEADLINE-MMDD' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-DEADLINE-MMDD
           end-if.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform OPEN-PLAN thru OPEN-PLAN-DONE
                   when '2' perform CONTRIBUTION
                       thru CONTRIBUTION-DONE
                   when '3' perform DISTRIBUTION
                       thru DISTRIBUTION-DONE
                   when '4' perform EXCESS-REMOVAL
                       thru EXCESS-REMOVAL-DONE
                   when '5' perform PLAN-HISTORY
                       thru PLAN-HISTORY-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "IRA / HSA Plan Maintenance".
           display "1. Open IRA or HSA Account".
           display "2. Contribution".
           display "3. Distribution".
           display "4. Remove Excess Contribution".
           display "5. Plan History and Contribution Room".
           display "6. Exit".
           display "Enter choice: ".

      *    Opens the accounts.dat balance and the tax_plans.dat
      *    record together. The account number follows the teller
      *    screen's rule for additional accounts: customer ID times
      *    ten plus the type digit (3 IRA, 4 HSA).
       OPEN-PLAN.
           display "Enter Customer ID: ".
           accept WS-TX-CUST-ID.
           perform ACCEPT-PLAN-TYPE.
           if WS-TX-PLAN-TYPE = space
               display "Plan type must be I or H."
               go to OPEN-PLAN-DONE
           end-if.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to OPEN-PLAN-DONE
           end-if.
           move WS-TX-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to OPEN-PLAN-DONE
           end-read.
           close CUSTOMER-FILE.
           if not CUST-ACTIVE
               display "Customer is not active."
               go to OPEN-PLAN-DONE
           end-if.
           perform READ-OWNER-PROFILE.
           if WS-OWNER-DOB = 0 or WS-OWNER-TAX-ID = 0
               display "Record the owner's date of birth and tax ID "
                   "on the customer profile first."
               go to OPEN-PLAN-DONE
           end-if.
           move space to WS-TX-COVERAGE.
           if WS-TX-HSA
               display "HSA coverage [S]elf-only or [F]amily: "
               accept WS-TX-COVERAGE
               if WS-TX-COVERAGE = 's'
                   move 'S' to WS-TX-COVERAGE
               end-if
               if WS-TX-COVERAGE = 'f'
                   move 'F' to WS-TX-COVERAGE
               end-if
               if WS-TX-COVERAGE not = 'S'
                  and WS-TX-COVERAGE not = 'F'
                   display "Coverage must be S or F."
                   go to OPEN-PLAN-DONE
               end-if
           end-if.

           open i-o ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = '00'
               open output ACCOUNT-FILE
               close ACCOUNT-FILE
               open i-o ACCOUNT-FILE
           end-if.
           move WS-TX-CUST-ID to ACCT-CUST-ID.
           move WS-TX-PLAN-TYPE to ACCT-TYPE.
           read ACCOUNT-FILE
               invalid key
                   continue
               not invalid key
                   display "Customer already has an " WS-PLAN-NAME
                       " account."
                   close ACCOUNT-FILE
                   go to OPEN-PLAN-DONE
           end-read.
           move WS-TX-CUST-ID to ACCT-CUST-ID.
           move WS-TX-PLAN-TYPE to ACCT-TYPE.
           if WS-TX-IRA
               compute ACCT-NUMBER = WS-TX-CUST-ID * 10 + 3
           else
               compute ACCT-NUMBER = WS-TX-CUST-ID * 10 + 4
           end-if.
           move 0 to ACCT-BALANCE.
           write ACCOUNT-RECORD.
           close ACCOUNT-FILE.

           open i-o TAX-PLAN-FILE.
           if WS-TXP-STATUS not = '00'
               open output TAX-PLAN-FILE
               close TAX-PLAN-FILE
               open i-o TAX-PLAN-FILE
           end-if.
           move WS-TX-CUST-ID to TXP-CUST-ID.
           move WS-TX-PLAN-TYPE to TXP-PLAN-TYPE.
           move WS-TX-COVERAGE to TXP-COVERAGE.
           move WS-BUSINESS-DATE to TXP-OPENED-DATE.
           move WS-OPERATOR-ID to TXP-OPENED-BY.
           set TXP-OPEN to true.
      *    A plan closed earlier is reopened in place.
           write TAX-PLAN-RECORD
               invalid key
                   rewrite TAX-PLAN-RECORD
           end-write.
           close TAX-PLAN-FILE.
           display WS-PLAN-NAME " account " ACCT-NUMBER " opened.".
       OPEN-PLAN-DONE.
           continue.

       ACCEPT-PLAN-TYPE.
           display "Plan type [I]RA or [H]SA: ".
           accept WS-TX-PLAN-TYPE.
           if WS-TX-PLAN-TYPE = 'i'
               move 'I' to WS-TX-PLAN-TYPE
           end-if.
           if WS-TX-PLAN-TYPE = 'h'
               move 'H' to WS-TX-PLAN-TYPE
           end-if.
           evaluate true
               when WS-TX-IRA
                   move 'IRA' to WS-PLAN-NAME
               when WS-TX-HSA
                   move 'HSA' to WS-PLAN-NAME
               when other
                   move space to WS-TX-PLAN-TYPE
           end-evaluate.

      *    Date of birth and tax ID from the customer profile; zero
      *    when there is no profile.
       READ-OWNER-PROFILE.
           move 0 to WS-OWNER-DOB.
           move 0 to WS-OWNER-TAX-ID.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move WS-TX-CUST-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move PROF-DATE-OF-BIRTH to WS-OWNER-DOB
                       move PROF-TAX-ID to WS-OWNER-TAX-ID
               end-read
               close PROFILE-FILE
           end-if.

      *    Picks the customer and plan for a posting: the customer
      *    must be neither closed nor frozen, and the plan open with
      *    its account on file. Leaves the plan balance in
      *    WS-PLAN-BALANCE and sets WS-PLAN-OK.
       SELECT-PLAN.
           move 'N' to WS-PLAN-OK.
           display "Enter Customer ID: ".
           accept WS-TX-CUST-ID.
           perform ACCEPT-PLAN-TYPE.
           if WS-TX-PLAN-TYPE = space
               display "Plan type must be I or H."
               go to SELECT-PLAN-DONE
           end-if.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to SELECT-PLAN-DONE
           end-if.
           move WS-TX-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to SELECT-PLAN-DONE
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "Customer is closed."
               go to SELECT-PLAN-DONE
           end-if.
           if CUST-FROZEN
               display "Customer is frozen; plan postings refused."
               go to SELECT-PLAN-DONE
           end-if.
           open input TAX-PLAN-FILE.
           if WS-TXP-STATUS not = '00'
               display "No IRA or HSA plans on file."
               go to SELECT-PLAN-DONE
           end-if.
           move WS-TX-CUST-ID to TXP-CUST-ID.
           move WS-TX-PLAN-TYPE to TXP-PLAN-TYPE.
           read TAX-PLAN-FILE
               invalid key
                   display "Customer has no " WS-PLAN-NAME " plan."
                   close TAX-PLAN-FILE
                   go to SELECT-PLAN-DONE
           end-read.
           close TAX-PLAN-FILE.
           if not TXP-OPEN
               display "That " WS-PLAN-NAME " plan is closed."
               go to SELECT-PLAN-DONE
           end-if.
           move TXP-COVERAGE to WS-TX-COVERAGE.
           perform READ-OWNER-PROFILE.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = '00'
               display "Account file not found."
               go to SELECT-PLAN-DONE
           end-if.
           move WS-TX-CUST-ID to ACCT-CUST-ID.
           move WS-TX-PLAN-TYPE to ACCT-TYPE.
           read ACCOUNT-FILE
               invalid key
                   display "The " WS-PLAN-NAME " account is missing "
                       "from accounts.dat."
                   close ACCOUNT-FILE
                   go to SELECT-PLAN-DONE
           end-read.
           close ACCOUNT-FILE.
           move ACCT-BALANCE to WS-PLAN-BALANCE.
           move WS-PLAN-BALANCE to WS-AMOUNT-FMT.
           display WS-PLAN-NAME " balance: " WS-AMOUNT-FMT.
           move 'Y' to WS-PLAN-OK.
       SELECT-PLAN-DONE.
           continue.

      *    Tax year a contribution or excess removal belongs to:
      *    the current year, or the prior year -- a contribution
      *    only up to the filing deadline. Zero means refused.
       ACCEPT-TAX-YEAR.
           display "Tax year (Enter for " WS-CURRENT-YEAR "): ".
           accept WS-TX-TAX-YEAR.
           if WS-TX-TAX-YEAR = 0
               move WS-CURRENT-YEAR to WS-TX-TAX-YEAR
           end-if.
           if WS-TX-TAX-YEAR = WS-CURRENT-YEAR
               go to ACCEPT-TAX-YEAR-DONE
           end-if.
           if WS-TX-TAX-YEAR not = WS-CURRENT-YEAR - 1
               display "Only the current or the prior tax year may "
                   "be designated."
               move 0 to WS-TX-TAX-YEAR
               go to ACCEPT-TAX-YEAR-DONE
           end-if.
           if WS-TX-KIND = 'C'
              and WS-TODAY-MMDD > WS-DEADLINE-MMDD
               display "The filing deadline for " WS-TX-TAX-YEAR
                   " contributions has passed."
               move 0 to WS-TX-TAX-YEAR
           end-if.
       ACCEPT-TAX-YEAR-DONE.
           continue.

       CONTRIBUTION.
           perform SELECT-PLAN thru SELECT-PLAN-DONE.
           if WS-PLAN-OK not = 'Y'
               go to CONTRIBUTION-DONE
           end-if.
           move 'C' to WS-TX-KIND.
           perform ACCEPT-TAX-YEAR thru ACCEPT-TAX-YEAR-DONE.
           if WS-TX-TAX-YEAR = 0
               go to CONTRIBUTION-DONE
           end-if.
           display "Contribution Amount: ".
           accept WS-TX-AMOUNT.
           if WS-TX-AMOUNT = 0
               display "Amount must be greater than zero."
               go to CONTRIBUTION-DONE
           end-if.
           perform COMPUTE-ANNUAL-LIMIT.
           perform SUM-YEAR-CONTRIBUTIONS.
           compute WS-ROOM-LEFT =
               WS-ANNUAL-LIMIT - WS-YEAR-CONTRIBUTED.
           if WS-TX-AMOUNT > WS-ROOM-LEFT
               move WS-ANNUAL-LIMIT to WS-LIMIT-FMT
               move WS-ROOM-LEFT to WS-ROOM-FMT
               display "Over the " WS-TX-TAX-YEAR " " WS-PLAN-NAME
                   " limit of " WS-LIMIT-FMT "; room left "
                   WS-ROOM-FMT "."
               display "Contribution refused."
               go to CONTRIBUTION-DONE
           end-if.

           move WS-TX-AMOUNT to WS-PLAN-DELTA.
           perform POST-TO-PLAN-ACCOUNT.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           move 'TAX-CONTR' to WS-TRANS-TYPE-WORK.
           move WS-TX-AMOUNT to WS-TRANS-AMOUNT-WORK.
           perform WRITE-PLAN-TRANSACTION.
           move 0 to WS-TX-EARNINGS.
           move 0 to WS-TX-WITHHELD.
           move space to WS-TX-REASON.
           move WS-TRANS-ID to WS-DIST-TRANS-ID.
           perform WRITE-ACTIVITY-LINE.
           subtract WS-TX-AMOUNT from WS-ROOM-LEFT.
           move WS-ROOM-LEFT to WS-ROOM-FMT.
           display "Contribution posted for tax year "
               WS-TX-TAX-YEAR "; room left " WS-ROOM-FMT ".".
       CONTRIBUTION-DONE.
           continue.

      *    The annual limit for WS-TX-PLAN-TYPE and WS-TX-TAX-YEAR:
      *    the base limit (HSA by coverage) plus the catch-up amount
      *    when the owner reaches the catch-up age by December 31 of
      *    the tax year.
       COMPUTE-ANNUAL-LIMIT.
           if WS-TX-IRA
               move 7000 to WS-BASE-LIMIT
               move 'IRA-LIMIT' to WS-PRM-BASE-NAME
           else
               if WS-TX-COVERAGE = 'F'
                   move 8550 to WS-BASE-LIMIT
                   move 'HSA-LIMIT-FAM' to WS-PRM-BASE-NAME
               else
                   move 4300 to WS-BASE-LIMIT
                   move 'HSA-LIMIT-SELF' to WS-PRM-BASE-NAME
               end-if
           end-if.
           perform LOOKUP-YEAR-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-BASE-LIMIT
           end-if.
           move 1000 to WS-CATCHUP-AMOUNT.
           if WS-TX-IRA
               move 'IRA-CATCHUP' to WS-PRM-BASE-NAME
           else
               move 'HSA-CATCHUP' to WS-PRM-BASE-NAME
           end-if.
           perform LOOKUP-YEAR-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               move WS-PRM-VALUE to WS-CATCHUP-AMOUNT
           end-if.
           if WS-TX-IRA
               move 50 to WS-CATCHUP-AGE
               move 'IRA-CATCHUP-AGE' to WS-PRM-LOOKUP-NAME
           else
               move 55 to WS-CATCHUP-AGE
               move 'HSA-CATCHUP-AGE' to WS-PRM-LOOKUP-NAME
           end-if.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CATCHUP-AGE
           end-if.
           move WS-BASE-LIMIT to WS-ANNUAL-LIMIT.
           move 0 to WS-AGE-AT-YEAR-END.
           if WS-OWNER-DOB > 0
               compute WS-AGE-AT-YEAR-END =
                   WS-TX-TAX-YEAR - WS-OWNER-BIRTH-YEAR
           end-if.
           if WS-AGE-AT-YEAR-END >= WS-CATCHUP-AGE
               add WS-CATCHUP-AMOUNT to WS-ANNUAL-LIMIT
           end-if.

      *    Contributions designated to the tax year less the excess
      *    already removed for it.
       SUM-YEAR-CONTRIBUTIONS.
           move 0 to WS-YEAR-CONTRIBUTED.
           move 'N' to WS-EOF-FLAG.
           open input TAX-ACTIVITY-FILE.
           if WS-TXA-STATUS = '00'
               read TAX-ACTIVITY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TXA-CUST-ID = WS-TX-CUST-ID
                      and TXA-PLAN-TYPE = WS-TX-PLAN-TYPE
                      and TXA-TAX-YEAR = WS-TX-TAX-YEAR
                       if TXA-CONTRIBUTION
                           add TXA-AMOUNT to WS-YEAR-CONTRIBUTED
                       end-if
                       if TXA-EXCESS-REMOVAL
                           subtract TXA-AMOUNT
                               from WS-YEAR-CONTRIBUTED
                       end-if
                   end-if
                   read TAX-ACTIVITY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TAX-ACTIVITY-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Pays a distribution out of the plan. The net goes to the
      *    customer as 'TAX-DIST'; an IRA's federal withholding is
      *    held back as 'TAX-WHLD' for remittance.
       DISTRIBUTION.
           perform SELECT-PLAN thru SELECT-PLAN-DONE.
           if WS-PLAN-OK not = 'Y'
               go to DISTRIBUTION-DONE
           end-if.
           move 'D' to WS-TX-KIND.
           display "Gross Distribution Amount: ".
           accept WS-TX-AMOUNT.
           if WS-TX-AMOUNT = 0
               display "Amount must be greater than zero."
               go to DISTRIBUTION-DONE
           end-if.
           if WS-TX-AMOUNT > WS-PLAN-BALANCE
               display "Distribution is more than the plan balance."
               go to DISTRIBUTION-DONE
           end-if.
           perform ACCEPT-REASON-CODE thru ACCEPT-REASON-CODE-DONE.
           if WS-TX-REASON = space
               go to DISTRIBUTION-DONE
           end-if.
           move 0 to WS-TX-WITHHELD.
           if WS-TX-IRA
               display "Federal withholding percent (00 for none): "
               accept WS-WHLD-PERCENT
               compute WS-TX-WITHHELD rounded =
                   WS-TX-AMOUNT * WS-WHLD-PERCENT / 100
           end-if.
           compute WS-TX-NET = WS-TX-AMOUNT - WS-TX-WITHHELD.
           move WS-TX-AMOUNT to WS-AMOUNT-FMT.
           display "Gross " WS-AMOUNT-FMT.
           move WS-TX-WITHHELD to WS-AMOUNT-FMT.
           display "Withheld " WS-AMOUNT-FMT.
           move WS-TX-NET to WS-AMOUNT-FMT.
           display "Net paid " WS-AMOUNT-FMT
               " (reason code " WS-TX-REASON "). Post? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Distribution cancelled."
               go to DISTRIBUTION-DONE
           end-if.

           compute WS-PLAN-DELTA = WS-TX-AMOUNT * -1.
           perform POST-TO-PLAN-ACCOUNT.
           perform FIND-LAST-TRANS-ID.
           move 0 to WS-DIST-TRANS-ID.
           if WS-TX-NET > 0
               add 1 to WS-TRANS-ID
               move 'TAX-DIST' to WS-TRANS-TYPE-WORK
               move WS-TX-NET to WS-TRANS-AMOUNT-WORK
               perform WRITE-PLAN-TRANSACTION
               move WS-TRANS-ID to WS-DIST-TRANS-ID
           end-if.
           if WS-TX-WITHHELD > 0
               add 1 to WS-TRANS-ID
               move 'TAX-WHLD' to WS-TRANS-TYPE-WORK
               move WS-TX-WITHHELD to WS-TRANS-AMOUNT-WORK
               perform WRITE-PLAN-TRANSACTION
               if WS-DIST-TRANS-ID = 0
                   move WS-TRANS-ID to WS-DIST-TRANS-ID
               end-if
           end-if.
      *    A distribution is reported in the year it is paid.
           move WS-CURRENT-YEAR to WS-TX-TAX-YEAR.
           move 0 to WS-TX-EARNINGS.
           perform WRITE-ACTIVITY-LINE.
           display "Distribution posted.".
       DISTRIBUTION-DONE.
           continue.

      *    Reason code as it goes on the form. IRA (1099-R): 1 early
      *    with no known exception, 2 early with an exception, 3
      *    disability, 4 death, 7 normal at 59 1/2 or over. HSA
      *    (1099-SA): 1 normal, 3 disability, 4 death, 5 prohibited
      *    transaction. Space means refused.
       ACCEPT-REASON-CODE.
           if WS-TX-IRA
               display "Reason: 1 early, no exception  2 early, "
                   "exception applies  3 disability  4 death  "
                   "7 normal: "
           else
               display "Reason: 1 normal  3 disability  4 death  "
                   "5 prohibited transaction: "
           end-if.
           accept WS-TX-REASON.
           if WS-TX-HSA
               if WS-TX-REASON not = '1' and WS-TX-REASON not = '3'
                  and WS-TX-REASON not = '4' and WS-TX-REASON not = '5'
                   display "Invalid HSA reason code."
                   move space to WS-TX-REASON
               end-if
               go to ACCEPT-REASON-CODE-DONE
           end-if.
           if WS-TX-REASON not = '1' and WS-TX-REASON not = '2'
              and WS-TX-REASON not = '3' and WS-TX-REASON not = '4'
              and WS-TX-REASON not = '7'
               display "Invalid IRA reason code."
               move space to WS-TX-REASON
               go to ACCEPT-REASON-CODE-DONE
           end-if.
      *    Early (1, 2) and normal (7) follow the owner's age on the
      *    payment date.
           move 0 to WS-AGE-YEARS.
           if WS-OWNER-DOB > 0
               compute WS-AGE-DAYS =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (WS-OWNER-DOB)
               compute WS-AGE-YEARS = WS-AGE-DAYS / 365.25
           end-if.
           if WS-TX-REASON = '7' and WS-AGE-YEARS < 59.5
               display "Code 7 needs the owner to be 59 1/2 or over."
               move space to WS-TX-REASON
           end-if.
           if (WS-TX-REASON = '1' or WS-TX-REASON = '2')
              and WS-AGE-YEARS >= 59.5
               display "Owner is 59 1/2 or over; use code 7."
               move space to WS-TX-REASON
           end-if.
       ACCEPT-REASON-CODE-DONE.
           continue.

      *    Returns an excess contribution with the earnings
      *    attributable to it and takes the contribution back off
      *    its tax year. The form code follows the year: an IRA
      *    excess for this year is code 8, for last year code P; an
      *    HSA excess is code 2.
       EXCESS-REMOVAL.
           perform SELECT-PLAN thru SELECT-PLAN-DONE.
           if WS-PLAN-OK not = 'Y'
               go to EXCESS-REMOVAL-DONE
           end-if.
           move 'X' to WS-TX-KIND.
           perform ACCEPT-TAX-YEAR thru ACCEPT-TAX-YEAR-DONE.
           if WS-TX-TAX-YEAR = 0
               go to EXCESS-REMOVAL-DONE
           end-if.
           perform COMPUTE-ANNUAL-LIMIT.
           perform SUM-YEAR-CONTRIBUTIONS.
           move WS-YEAR-CONTRIBUTED to WS-AMOUNT-FMT.
           move WS-ANNUAL-LIMIT to WS-LIMIT-FMT.
           display WS-TX-TAX-YEAR " contributions " WS-AMOUNT-FMT
               " against a limit of " WS-LIMIT-FMT ".".
           display "Excess Contribution to Return: ".
           accept WS-TX-AMOUNT.
           if WS-TX-AMOUNT = 0
               display "Amount must be greater than zero."
               go to EXCESS-REMOVAL-DONE
           end-if.
           if WS-TX-AMOUNT > WS-YEAR-CONTRIBUTED
               display "That is more than was contributed for "
                   WS-TX-TAX-YEAR "."
               go to EXCESS-REMOVAL-DONE
           end-if.
           display "Earnings Attributable (0 if none): ".
           accept WS-TX-EARNINGS.
           compute WS-TX-NET = WS-TX-AMOUNT + WS-TX-EARNINGS.
           if WS-TX-NET > WS-PLAN-BALANCE
               display "Removal is more than the plan balance."
               go to EXCESS-REMOVAL-DONE
           end-if.
           evaluate true
               when WS-TX-HSA
                   move '2' to WS-TX-REASON
               when WS-TX-TAX-YEAR = WS-CURRENT-YEAR
                   move '8' to WS-TX-REASON
               when other
                   move 'P' to WS-TX-REASON
           end-evaluate.
           move WS-TX-NET to WS-AMOUNT-FMT.
           display "Pay " WS-AMOUNT-FMT " out of the " WS-PLAN-NAME
               " (reason code " WS-TX-REASON ")? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Excess removal cancelled."
               go to EXCESS-REMOVAL-DONE
           end-if.

           compute WS-PLAN-DELTA = WS-TX-NET * -1.
           perform POST-TO-PLAN-ACCOUNT.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           move 'TAX-EXCESS' to WS-TRANS-TYPE-WORK.
           move WS-TX-NET to WS-TRANS-AMOUNT-WORK.
           perform WRITE-PLAN-TRANSACTION.
           move WS-TRANS-ID to WS-DIST-TRANS-ID.
           move 0 to WS-TX-WITHHELD.
           perform WRITE-ACTIVITY-LINE.
           display "Excess contribution returned.".
       EXCESS-REMOVAL-DONE.
           continue.

      *    Every activity line for the customer, then the room left
      *    this year in each open plan.
       PLAN-HISTORY.
           display "Enter Customer ID: ".
           accept WS-TX-CUST-ID.
           move 0 to WS-HIST-COUNT.
           move 'N' to WS-EOF-FLAG.
           open input TAX-ACTIVITY-FILE.
           if WS-TXA-STATUS = '00'
               read TAX-ACTIVITY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TXA-CUST-ID = WS-TX-CUST-ID
                       display TXA-DATE " " TXA-PLAN-TYPE " "
                           TXA-KIND " year " TXA-TAX-YEAR
                           " amt " TXA-AMOUNT " earn " TXA-EARNINGS
                           " whld " TXA-WITHHELD
                           " code " TXA-REASON
                       add 1 to WS-HIST-COUNT
                   end-if
                   read TAX-ACTIVITY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TAX-ACTIVITY-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.
           display WS-HIST-COUNT " plan posting(s).".
           perform READ-OWNER-PROFILE.
           move WS-CURRENT-YEAR to WS-TX-TAX-YEAR.
           move 'I' to WS-TX-PLAN-TYPE.
           move 'IRA' to WS-PLAN-NAME.
           perform SHOW-PLAN-ROOM.
           move 'H' to WS-TX-PLAN-TYPE.
           move 'HSA' to WS-PLAN-NAME.
           perform SHOW-PLAN-ROOM.
       PLAN-HISTORY-DONE.
           continue.

       SHOW-PLAN-ROOM.
           open input TAX-PLAN-FILE.
           if WS-TXP-STATUS = '00'
               move WS-TX-CUST-ID to TXP-CUST-ID
               move WS-TX-PLAN-TYPE to TXP-PLAN-TYPE
               read TAX-PLAN-FILE
                   invalid key
                       move 'C' to TXP-STATUS
               end-read
               close TAX-PLAN-FILE
               if TXP-OPEN
                   move TXP-COVERAGE to WS-TX-COVERAGE
                   perform COMPUTE-ANNUAL-LIMIT
                   perform SUM-YEAR-CONTRIBUTIONS
                   compute WS-ROOM-LEFT =
                       WS-ANNUAL-LIMIT - WS-YEAR-CONTRIBUTED
                   move WS-ANNUAL-LIMIT to WS-LIMIT-FMT
                   move WS-ROOM-LEFT to WS-ROOM-FMT
                   display WS-PLAN-NAME " " WS-TX-TAX-YEAR
                       " limit " WS-LIMIT-FMT " room left "
                       WS-ROOM-FMT
               end-if
           end-if.

      *    Applies WS-PLAN-DELTA to the plan account.
       POST-TO-PLAN-ACCOUNT.
           open i-o ACCOUNT-FILE.
           move WS-TX-CUST-ID to ACCT-CUST-ID.
           move WS-TX-PLAN-TYPE to ACCT-TYPE.
           read ACCOUNT-FILE
               invalid key
                   display "Plan account not found."
               not invalid key
                   compute ACCT-BALANCE = ACCT-BALANCE + WS-PLAN-DELTA
                   rewrite ACCOUNT-RECORD
           end-read.
           close ACCOUNT-FILE.

      *    One tax_activity.dat line for the posting just made.
       WRITE-ACTIVITY-LINE.
           open extend TAX-ACTIVITY-FILE.
           if WS-TXA-STATUS not = '00'
               open output TAX-ACTIVITY-FILE
           end-if.
           move WS-TX-CUST-ID to TXA-CUST-ID.
           move WS-TX-PLAN-TYPE to TXA-PLAN-TYPE.
           move WS-TX-TAX-YEAR to TXA-TAX-YEAR.
           move WS-BUSINESS-DATE to TXA-DATE.
           move WS-TX-KIND to TXA-KIND.
           move WS-TX-AMOUNT to TXA-AMOUNT.
           move WS-TX-EARNINGS to TXA-EARNINGS.
           move WS-TX-WITHHELD to TXA-WITHHELD.
           move WS-TX-REASON to TXA-REASON.
           move WS-DIST-TRANS-ID to TXA-TRANS-ID.
           move WS-OPERATOR-ID to TXA-OPERATOR.
           write TAX-ACTIVITY-RECORD.
           close TAX-ACTIVITY-FILE.

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

      *    Plan postings are attributed to the plan account type.
       WRITE-PLAN-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move WS-TX-CUST-ID to TRANS-CUST-ID.
           move WS-TRANS-AMOUNT-WORK to TRANS-AMOUNT.
           move WS-TRANS-TYPE-WORK to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move WS-TX-PLAN-TYPE to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH.
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

      *    Tries the tax-year row (IRA-LIMIT-2025) before the plain
      *    one, so a year's limit can be keyed before it takes
      *    effect and the prior year's still applies to its
      *    contributions until the filing deadline.
       LOOKUP-YEAR-PARAMETER.
           move spaces to WS-PRM-LOOKUP-NAME.
           string WS-PRM-BASE-NAME delimited by space
                  "-" delimited by size
                  WS-TX-TAX-YEAR delimited by size
                  into WS-PRM-LOOKUP-NAME
           end-string.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND not = 'Y'
               move WS-PRM-BASE-NAME to WS-PRM-LOOKUP-NAME
               perform LOOKUP-PARAMETER
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
