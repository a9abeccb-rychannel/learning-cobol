       identification division.
       program-id. ppay-maint.

      *    Positive-pay service desk for business customers. A
      *    customer on the account-analysis roster is enrolled here
      *    with a default decision -- pay or return -- applied to any
      *    exception they leave undecided at the daily cutoff. The
      *    customer's issued-check file (ppay_issued.dat, one check
      *    issued or voided per line) is loaded onto the issue list
      *    check-inclearing.cbl matches every presented check
      *    against; checks it cannot match sit on the exception
      *    queue until the customer calls in a pay or return
      *    decision, recorded here, and ppay-cutoff.cbl carries the
      *    decisions out. The issue-file load renames its intake
      *    away once processed, the card-auth-intake.cbl
      *    consumed-input discipline.

       environment division.
       input-output section.
       file-control.
       select PPAY-ENROLL-FILE
           assign to 'ppay_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is PPE-CUST-ID
           lock mode is automatic
           file status is WS-PPE-STATUS.
       select PPAY-ISSUE-FILE
           assign to 'ppay_issues.dat'
           organization is indexed
           access mode is dynamic
           record key is ISS-KEY
           lock mode is automatic
           file status is WS-ISS-STATUS.
       select PPAY-EXCEPTION-FILE
           assign to 'ppay_exceptions.dat'
           organization is indexed
           access mode is dynamic
           record key is PPX-ID
           lock mode is automatic
           file status is WS-PPX-STATUS.
       select ISSUE-INTAKE-FILE
           assign to 'ppay_issued.dat'
           organization is line sequential
           file status is WS-INTAKE-STATUS.
       select ANALYSIS-ROSTER-FILE
           assign to 'analysis_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ANL-CUST-ID
           lock mode is automatic
           file status is WS-ROSTER-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
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
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd PPAY-ENROLL-FILE.
       01 PPAY-ENROLL-RECORD.
          05 PPE-CUST-ID            pic 9(6).
          05 PPE-DEFAULT-DECISION   pic x(1).
             88 PPE-DEFAULT-PAY     value 'P'.
             88 PPE-DEFAULT-RETURN  value 'R'.
          05 PPE-ENROLLED-DATE      pic 9(8).
          05 PPE-OPER-ID            pic 9(4).

       fd PPAY-ISSUE-FILE.
       01 PPAY-ISSUE-RECORD.
          05 ISS-KEY.
             10 ISS-CUST-ID         pic 9(6).
             10 ISS-CHECK-NUMBER    pic 9(8).
          05 ISS-AMOUNT             pic 9(8)v99.
          05 ISS-ISSUE-DATE         pic 9(8).
          05 ISS-PAYEE              pic x(30).
          05 ISS-STATUS             pic x(1).
             88 ISS-ISSUED          value 'I'.
             88 ISS-VOIDED          value 'V'.
             88 ISS-PAID            value 'P'.
          05 ISS-LOADED-DATE        pic 9(8).
          05 ISS-PAID-DATE          pic 9(8).

       fd PPAY-EXCEPTION-FILE.
       01 PPAY-EXCEPTION-RECORD.
          05 PPX-ID                 pic 9(6).
          05 PPX-CUST-ID            pic 9(6).
          05 PPX-ITEM-REF           pic x(15).
          05 PPX-ACCOUNT            pic 9(10).
          05 PPX-CHECK-NUMBER       pic 9(8).
          05 PPX-AMOUNT             pic 9(8)v99.
          05 PPX-PRESENTED-DATE     pic 9(8).
          05 PPX-ISSUED-AMOUNT      pic 9(8)v99.
          05 PPX-EXCEPTION          pic x(1).
             88 PPX-NO-ISSUE        value 'N'.
             88 PPX-AMOUNT-MISMATCH value 'A'.
             88 PPX-ISSUE-VOIDED    value 'V'.
             88 PPX-ISSUE-PAID      value 'D'.
          05 PPX-DECISION           pic x(1).
             88 PPX-DECIDE-PAY      value 'P'.
             88 PPX-DECIDE-RETURN   value 'R'.
             88 PPX-UNDECIDED       value space.
          05 PPX-DEFAULTED          pic x(1).
          05 PPX-DECIDED-BY         pic 9(4).
          05 PPX-DECIDED-DATE       pic 9(8).
          05 PPX-STATUS             pic x(1).
             88 PPX-OPEN            value 'O'.
             88 PPX-PAID            value 'P'.
             88 PPX-RETURNED        value 'R'.
             88 PPX-TO-NSF          value 'N'.
          05 PPX-CLOSED-DATE        pic 9(8).

      *    One line of the customer's issue file: action 'I' adds
      *    (or corrects) an issued check, 'V' voids one.
       fd ISSUE-INTAKE-FILE.
       01 ISSUE-INTAKE-RECORD.
          05 PPI-CUST-ID            pic 9(6).
          05 PPI-CHECK-NUMBER       pic 9(8).
          05 PPI-AMOUNT             pic 9(8)v99.
          05 PPI-ISSUE-DATE         pic 9(8).
          05 PPI-PAYEE              pic x(30).
          05 PPI-ACTION             pic x(1).
             88 PPI-ISSUE           value 'I'.
             88 PPI-VOID            value 'V'.

       fd ANALYSIS-ROSTER-FILE.
       01 ANALYSIS-ROSTER-RECORD.
          05 ANL-CUST-ID            pic 9(6).
          05 ANL-ENROLLED-DATE      pic 9(8).

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-PPE-STATUS             pic xx.
       01 WS-ISS-STATUS             pic xx.
       01 WS-PPX-STATUS             pic xx.
       01 WS-INTAKE-STATUS          pic xx.
       01 WS-ROSTER-STATUS          pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-BUSDATE-STATUS         pic xx.

       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS         pic xx.
       01 WS-SIGNON-FAIL-STATUS     pic xx.
       01 WS-LOCKOUT-LIMIT          pic 9(2) value 5.
       01 WS-SF-REASON              pic x(30).

       01 WS-TARGET-CUST-ID         pic 9(6).
       01 WS-DEFAULT-DECISION       pic x.
       01 WS-DECISION               pic x.
       01 WS-WORK-PPX-ID            pic 9(6).
       01 WS-OPEN-COUNT             pic 9(5) value zero.
       01 WS-FMT-AMOUNT             pic z(7)9.99.
       01 WS-FMT-ISSUED             pic z(7)9.99.

       01 WS-LOADED-COUNT           pic 9(5) value zero.
       01 WS-VOIDED-COUNT           pic 9(5) value zero.
       01 WS-SKIPPED-COUNT          pic 9(5) value zero.
       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-INTAKE-LIVE-NAME       pic x(40)
          value 'ppay_issued.dat'.
       01 WS-INTAKE-DONE-NAME       pic x(40)
          value 'ppay_issued.processed'.

       procedure division.
       MAIN-LOGIC.
           display "Positive Pay Maintenance".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '7'
               display " "
               display "1. Enroll Business Customer"
               display "2. Remove From Positive Pay"
               display "3. List Enrolled Customers"
               display "4. Load Issued-Check File"
               display "5. List Open Exceptions"
               display "6. Record Customer Decision"
               display "7. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ENROLL-CUSTOMER
                       thru ENROLL-CUSTOMER-DONE
                   when '2' perform REMOVE-CUSTOMER
                       thru REMOVE-CUSTOMER-DONE
                   when '3' perform LIST-ENROLLED
                   when '4' perform LOAD-ISSUE-FILE
                       thru LOAD-ISSUE-FILE-DONE
                   when '5' perform LIST-OPEN-EXCEPTIONS
                   when '6' perform RECORD-DECISION
                       thru RECORD-DECISION-DONE
                   when '7' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Positive pay is a business-account service: only a
      *    customer already on the account-analysis roster, where it
      *    is charged for, may enroll.
       ENROLL-CUSTOMER.
           display "Enter Customer ID: ".
           accept WS-TARGET-CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to ENROLL-CUSTOMER-DONE
           end-if.
           move WS-TARGET-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to ENROLL-CUSTOMER-DONE
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "Account is closed. Enrollment refused."
               go to ENROLL-CUSTOMER-DONE
           end-if.
           open input ANALYSIS-ROSTER-FILE.
           if WS-ROSTER-STATUS not = '00'
               display "Customer is not on account analysis. Enroll "
                   "them there first."
               go to ENROLL-CUSTOMER-DONE
           end-if.
           move WS-TARGET-CUST-ID to ANL-CUST-ID.
           read ANALYSIS-ROSTER-FILE
               invalid key
                   display "Customer is not on account analysis. "
                       "Enroll them there first."
                   close ANALYSIS-ROSTER-FILE
                   go to ENROLL-CUSTOMER-DONE
           end-read.
           close ANALYSIS-ROSTER-FILE.

           display "Default decision for undecided exceptions "
               "([P]ay/[R]eturn): ".
           accept WS-DEFAULT-DECISION.
           evaluate WS-DEFAULT-DECISION
               when 'P' when 'p'
                   move 'P' to WS-DEFAULT-DECISION
               when 'R' when 'r'
                   move 'R' to WS-DEFAULT-DECISION
               when other
                   display "Invalid default. Enrollment refused."
                   go to ENROLL-CUSTOMER-DONE
           end-evaluate.

           open i-o PPAY-ENROLL-FILE.
           if WS-PPE-STATUS not = '00'
               open output PPAY-ENROLL-FILE
               close PPAY-ENROLL-FILE
               open i-o PPAY-ENROLL-FILE
           end-if.
           move WS-TARGET-CUST-ID to PPE-CUST-ID.
           read PPAY-ENROLL-FILE
               invalid key
                   move WS-TARGET-CUST-ID to PPE-CUST-ID
                   move WS-DEFAULT-DECISION to PPE-DEFAULT-DECISION
                   move WS-BUSINESS-DATE to PPE-ENROLLED-DATE
                   move WS-OPERATOR-ID to PPE-OPER-ID
                   write PPAY-ENROLL-RECORD
                   display "Customer enrolled in positive pay."
               not invalid key
                   move WS-DEFAULT-DECISION to PPE-DEFAULT-DECISION
                   move WS-OPERATOR-ID to PPE-OPER-ID
                   rewrite PPAY-ENROLL-RECORD
                   display "Already enrolled; default decision "
                       "updated."
           end-read.
           close PPAY-ENROLL-FILE.
       ENROLL-CUSTOMER-DONE.
           continue.

       REMOVE-CUSTOMER.
           display "Enter Customer ID: ".
           accept WS-TARGET-CUST-ID.
           open i-o PPAY-ENROLL-FILE.
           if WS-PPE-STATUS not = '00'
               display "No positive-pay enrollments on file."
               go to REMOVE-CUSTOMER-DONE
           end-if.
           move WS-TARGET-CUST-ID to PPE-CUST-ID.
           read PPAY-ENROLL-FILE
               invalid key
                   display "Customer is not enrolled."
                   close PPAY-ENROLL-FILE
                   go to REMOVE-CUSTOMER-DONE
           end-read.
           delete PPAY-ENROLL-FILE record.
           close PPAY-ENROLL-FILE.
           display "Customer removed from positive pay.".
       REMOVE-CUSTOMER-DONE.
           continue.

       LIST-ENROLLED.
           open input PPAY-ENROLL-FILE.
           if WS-PPE-STATUS not = '00'
               display "No positive-pay enrollments on file."
           else
               move 'N' to WS-EOF-FLAG
               display "Cust-ID Default Enrolled"
               read PPAY-ENROLL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   display PPE-CUST-ID "  " PPE-DEFAULT-DECISION
                       "       " PPE-ENROLLED-DATE
                   read PPAY-ENROLL-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PPAY-ENROLL-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Applies the customer's issue file to the issue list. A
      *    line for a customer not enrolled is skipped; a check
      *    already paid is never reopened by a late correction.
       LOAD-ISSUE-FILE.
           open input ISSUE-INTAKE-FILE.
           if WS-INTAKE-STATUS not = '00'
               display "No ppay_issued.dat to load."
               go to LOAD-ISSUE-FILE-DONE
           end-if.
           open input PPAY-ENROLL-FILE.
           if WS-PPE-STATUS not = '00'
               display "No positive-pay enrollments on file."
               close ISSUE-INTAKE-FILE
               go to LOAD-ISSUE-FILE-DONE
           end-if.
           open i-o PPAY-ISSUE-FILE.
           if WS-ISS-STATUS not = '00'
               open output PPAY-ISSUE-FILE
               close PPAY-ISSUE-FILE
               open i-o PPAY-ISSUE-FILE
           end-if.
           move 0 to WS-LOADED-COUNT.
           move 0 to WS-VOIDED-COUNT.
           move 0 to WS-SKIPPED-COUNT.
           move 'N' to WS-EOF-FLAG.
           read ISSUE-INTAKE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform LOAD-ONE-ISSUE thru LOAD-ONE-ISSUE-DONE
               read ISSUE-INTAKE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PPAY-ISSUE-FILE.
           close PPAY-ENROLL-FILE.
           close ISSUE-INTAKE-FILE.
           move 'N' to WS-EOF-FLAG.

           call "CBL_RENAME_FILE" using WS-INTAKE-LIVE-NAME
               WS-INTAKE-DONE-NAME
               returning WS-RENAME-RESULT
           end-call.
           if WS-RENAME-RESULT not = 0
               display "WARNING: could not set aside "
                   "ppay_issued.dat -- move it by hand "
                   "before the next load."
           end-if.
           display WS-LOADED-COUNT " issue(s) loaded, "
               WS-VOIDED-COUNT " voided, "
               WS-SKIPPED-COUNT " skipped.".
       LOAD-ISSUE-FILE-DONE.
           continue.

       LOAD-ONE-ISSUE.
           move PPI-CUST-ID to PPE-CUST-ID.
           read PPAY-ENROLL-FILE
               invalid key
                   display "Customer " PPI-CUST-ID " not enrolled; "
                       "check " PPI-CHECK-NUMBER " skipped."
                   add 1 to WS-SKIPPED-COUNT
                   go to LOAD-ONE-ISSUE-DONE
           end-read.
           move PPI-CUST-ID to ISS-CUST-ID.
           move PPI-CHECK-NUMBER to ISS-CHECK-NUMBER.
           read PPAY-ISSUE-FILE
               invalid key
                   move PPI-CUST-ID to ISS-CUST-ID
                   move PPI-CHECK-NUMBER to ISS-CHECK-NUMBER
                   move PPI-AMOUNT to ISS-AMOUNT
                   move PPI-ISSUE-DATE to ISS-ISSUE-DATE
                   move PPI-PAYEE to ISS-PAYEE
                   if PPI-VOID
                       set ISS-VOIDED to true
                       add 1 to WS-VOIDED-COUNT
                   else
                       set ISS-ISSUED to true
                       add 1 to WS-LOADED-COUNT
                   end-if
                   move WS-BUSINESS-DATE to ISS-LOADED-DATE
                   move 0 to ISS-PAID-DATE
                   write PPAY-ISSUE-RECORD
                   go to LOAD-ONE-ISSUE-DONE
           end-read.
           if ISS-PAID
               display "Check " PPI-CHECK-NUMBER " for customer "
                   PPI-CUST-ID " already paid; line skipped."
               add 1 to WS-SKIPPED-COUNT
               go to LOAD-ONE-ISSUE-DONE
           end-if.
           if PPI-VOID
               set ISS-VOIDED to true
               add 1 to WS-VOIDED-COUNT
           else
               move PPI-AMOUNT to ISS-AMOUNT
               move PPI-ISSUE-DATE to ISS-ISSUE-DATE
               move PPI-PAYEE to ISS-PAYEE
               set ISS-ISSUED to true
               add 1 to WS-LOADED-COUNT
           end-if.
           move WS-BUSINESS-DATE to ISS-LOADED-DATE.
           rewrite PPAY-ISSUE-RECORD.
       LOAD-ONE-ISSUE-DONE.
           continue.

       LIST-OPEN-EXCEPTIONS.
           display "Enter Customer ID (0 for all): ".
           accept WS-TARGET-CUST-ID.
           move 0 to WS-OPEN-COUNT.
           open input PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS not = '00'
               display "No positive-pay exceptions on file."
           else
               display "ID     Cust-ID Check#   Presented   "
                   "Issued      Exc Decision"
               move 'N' to WS-EOF-FLAG
               read PPAY-EXCEPTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if PPX-OPEN
                      and (WS-TARGET-CUST-ID = 0
                           or PPX-CUST-ID = WS-TARGET-CUST-ID)
                       move PPX-AMOUNT to WS-FMT-AMOUNT
                       move PPX-ISSUED-AMOUNT to WS-FMT-ISSUED
                       display PPX-ID " " PPX-CUST-ID "  "
                           PPX-CHECK-NUMBER " " WS-FMT-AMOUNT " "
                           WS-FMT-ISSUED " " PPX-EXCEPTION "   "
                           PPX-DECISION
                       add 1 to WS-OPEN-COUNT
                   end-if
                   read PPAY-EXCEPTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PPAY-EXCEPTION-FILE
               display WS-OPEN-COUNT " open exception(s). "
                   "Exc: N no issue, A amount differs, "
                   "V voided, D already paid."
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    The customer's instruction on one exception. It may be
      *    changed freely until the cutoff run acts on it.
       RECORD-DECISION.
           display "Enter exception ID: ".
           accept WS-WORK-PPX-ID.
           open i-o PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS not = '00'
               display "No positive-pay exceptions on file."
               go to RECORD-DECISION-DONE
           end-if.
           move WS-WORK-PPX-ID to PPX-ID.
           read PPAY-EXCEPTION-FILE
               invalid key
                   display "Exception not found."
                   close PPAY-EXCEPTION-FILE
                   go to RECORD-DECISION-DONE
           end-read.
           if not PPX-OPEN
               display "That exception has already been settled."
               close PPAY-EXCEPTION-FILE
               go to RECORD-DECISION-DONE
           end-if.
           move PPX-AMOUNT to WS-FMT-AMOUNT.
           move PPX-ISSUED-AMOUNT to WS-FMT-ISSUED.
           display "Customer " PPX-CUST-ID " check " PPX-CHECK-NUMBER
               " presented for " WS-FMT-AMOUNT
               ", issued for " WS-FMT-ISSUED ".".
           display "Customer decision ([P]ay/[R]eturn): ".
           accept WS-DECISION.
           evaluate WS-DECISION
               when 'P' when 'p'
                   set PPX-DECIDE-PAY to true
               when 'R' when 'r'
                   set PPX-DECIDE-RETURN to true
               when other
                   display "Invalid decision. Nothing recorded."
                   close PPAY-EXCEPTION-FILE
                   go to RECORD-DECISION-DONE
           end-evaluate.
           move 'N' to PPX-DEFAULTED.
           move WS-OPERATOR-ID to PPX-DECIDED-BY.
           move WS-BUSINESS-DATE to PPX-DECIDED-DATE.
           rewrite PPAY-EXCEPTION-RECORD.
           close PPAY-EXCEPTION-FILE.
           display "Decision recorded for the cutoff run.".
       RECORD-DECISION-DONE.
           continue.

      *    Operator sign-on against the same master the teller screen
      *    uses; the operator's ID goes on every decision recorded.
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

      *    Reads the open business date, the same rule the teller
      *    screen applies.
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
