       identification division.
       program-id. expense-maint.

      *    Employee expense claim entry and approval: one
      *    EXPENSE-CLAIM-RECORD per claim with the expense date,
      *    category, amount, and for mileage the miles driven priced
      *    at the per-mile rate in force when the claim was keyed
      *    (mileage_rate.dat, maintained here). A supervisor other
      *    than the keyer works the submitted claims -- approve or
      *    reject -- and the decisions print to expense_approval.txt
      *    the way timesheet-edit.cbl prints its approval report.
      *    payroll-processor.cob pays approved claims as a
      *    non-taxable reimbursement on the next pay run and marks
      *    them paid with the period; expense-report.cbl reports
      *    the month by department.

       environment division.
       input-output section.
       file-control.
      *    Operator sign-on master -- the payroll maintenance
      *    screens now authenticate every session against the same
      *    operators.dat the banking side uses, and stamp the
      *    signed-on operator into the change trail.
      *    One-line override of the failed-attempt lockout limit,
      *    and the reviewable failed-attempt log -- the same sign-on
      *    hardening the teller screen applies, so this screen is no
      *    quieter a door for brute force.
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
       select EXPENSE-CLAIM-FILE
           assign to 'expense_claims.dat'
           organization is indexed
           access mode is dynamic
           record key is EXP-CLAIM-ID
           lock mode is automatic
           file status is WS-EXP-STATUS.
      *    One-line override of the per-mile rate; no file means the
      *    standard rate below.
       select MILEAGE-RATE-FILE
           assign to 'mileage_rate.dat'
           organization is line sequential
           file status is WS-MILE-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select APPROVAL-REPORT-FILE
           assign to 'expense_approval.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd EXPENSE-CLAIM-FILE.
       01 EXPENSE-CLAIM-RECORD.
          05 EXP-CLAIM-ID           pic 9(6).
          05 EXP-EMP-ID             pic 9(6).
          05 EXP-DATE               pic 9(8).
          05 EXP-CATEGORY           pic x(1).
             88 EXP-TRAVEL          value 'T'.
             88 EXP-MILEAGE         value 'M'.
             88 EXP-LODGING         value 'L'.
             88 EXP-MEALS           value 'F'.
             88 EXP-OTHER           value 'O'.
             88 EXP-VALID-CATEGORY  value 'T' 'M' 'L' 'F' 'O'.
          05 EXP-MILES              pic 9(5)v9.
          05 EXP-MILE-RATE          pic 9v999.
          05 EXP-AMOUNT             pic 9(6)v99.
          05 EXP-DESCRIPTION        pic x(30).
          05 EXP-KEYED-BY           pic 9(4).
          05 EXP-APPROVER           pic 9(4).
          05 EXP-APPROVED-DATE      pic 9(8).
          05 EXP-STATUS             pic x(1).
             88 EXP-SUBMITTED       value 'S'.
             88 EXP-APPROVED        value 'A'.
             88 EXP-REJECTED        value 'R'.
             88 EXP-PAID            value 'P'.
          05 EXP-PAID-PERIOD        pic x(6).

       fd MILEAGE-RATE-FILE.
       01 MILEAGE-RATE-LINE         pic 9v999.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-REST             pic x(148).

       fd APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-LINE      pic x(80).

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

       working-storage section.
       01 WS-OPERATOR-FILE-STATUS pic xx.
       01 WS-OPERATOR-ID          pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL       pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD      pic x(10).
       01 WS-SIGNON-TRIES         pic 9(1) value zero.
       01 WS-SIGNON-OK            pic x value 'N'.
          88 SIGNED-ON            value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-EXP-STATUS             pic xx.
       01 WS-MILE-STATUS            pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-USER-CHOICE            pic x.
       01 WS-DECISION               pic x.
       01 WS-NEW-CATEGORY           pic x.
          88 NEW-CATEGORY-VALID    value 'T' 'M' 'L' 'F' 'O'.
       01 WS-TARGET-CLAIM-ID        pic 9(6).
       01 WS-TARGET-EMP-ID          pic 9(6).
       01 WS-EMP-FOUND              pic x.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-APPROVED-COUNT         pic 9(5).
       01 WS-REJECTED-COUNT         pic 9(5).
       01 WS-SKIPPED-COUNT          pic 9(5).
       01 WS-TODAY                  pic 9(8).
       01 WS-DATE-WORK              pic 9(8).
       01 WS-DATE-PARTS redefines WS-DATE-WORK.
          05 WS-DATE-YEAR           pic 9(4).
          05 WS-DATE-MONTH          pic 9(2).
          05 WS-DATE-DAY            pic 9(2).

      *    Standard per-mile rate; mileage_rate.dat overrides it.
       01 WS-MILE-RATE              pic 9v999 value 0.655.
       01 WS-NEW-MILE-RATE          pic 9v999.
       01 WS-CATEGORY-NAME          pic x(8).
       01 WS-FMT-AMOUNT             pic $ZZZ,ZZ9.99.
       01 WS-FMT-MILES              pic ZZ,ZZ9.9.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform READ-MILEAGE-RATE.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "Expense Claim Maintenance"
               display "1. Enter Claim"
               display "2. Approve/Reject Submitted Claims"
               display "3. List Claims"
               display "4. Set Mileage Rate"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ENTER-CLAIM thru ENTER-CLAIM-DONE
                   when '2' perform WORK-SUBMITTED-CLAIMS
                       thru WORK-CLAIMS-DONE
                   when '3' perform LIST-CLAIMS
                   when '4' perform SET-MILEAGE-RATE
                       thru SET-MILEAGE-RATE-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Operator sign-on against the same master the teller
      *    screen uses; a shop with no operator file yet runs open
      *    at supervisor level, the teller screen's bootstrap rule.
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
      *    Keys one claim as submitted. Mileage is priced here at the
      *    rate in force today and the rate is kept on the claim, so
      *    a later rate change never reprices an old trip.
       ENTER-CLAIM.
           display "Enter Employee ID: ".
           accept WS-TARGET-EMP-ID.
           perform CHECK-EMPLOYEE-EXISTS thru CHECK-EMP-DONE.
           if WS-EMP-FOUND not = 'Y'
               display "Employee not found."
               go to ENTER-CLAIM-DONE
           end-if.
           move function current-date(1:8) to WS-TODAY.
           display "Expense date (YYYYMMDD): ".
           accept WS-DATE-WORK.
           if WS-DATE-MONTH < 1 or WS-DATE-MONTH > 12
              or WS-DATE-DAY < 1 or WS-DATE-DAY > 31
              or WS-DATE-WORK > WS-TODAY
               display "Invalid expense date."
               go to ENTER-CLAIM-DONE
           end-if.
           display "Category (T=Travel M=Mileage L=Lodging F=Meals "
               "O=Other): ".
           accept WS-NEW-CATEGORY.
           move function upper-case (WS-NEW-CATEGORY)
               to WS-NEW-CATEGORY.
           if not NEW-CATEGORY-VALID
               display "Invalid category."
               go to ENTER-CLAIM-DONE
           end-if.
           perform GENERATE-CLAIM-ID.
           move spaces to EXPENSE-CLAIM-RECORD.
           move WS-TARGET-CLAIM-ID to EXP-CLAIM-ID.
           move WS-TARGET-EMP-ID to EXP-EMP-ID.
           move WS-DATE-WORK to EXP-DATE.
           move WS-NEW-CATEGORY to EXP-CATEGORY.
           move 0 to EXP-MILES.
           move 0 to EXP-MILE-RATE.
           if EXP-MILEAGE
               display "Miles driven: "
               accept EXP-MILES
               move WS-MILE-RATE to EXP-MILE-RATE
               compute EXP-AMOUNT rounded =
                   EXP-MILES * EXP-MILE-RATE
           else
               display "Amount: "
               accept EXP-AMOUNT
           end-if.
           if EXP-AMOUNT = 0
               display "A claim must be for more than zero."
               close EXPENSE-CLAIM-FILE
               go to ENTER-CLAIM-DONE
           end-if.
           display "Description: ".
           accept EXP-DESCRIPTION.
           move WS-OPERATOR-ID to EXP-KEYED-BY.
           move 0 to EXP-APPROVER.
           move 0 to EXP-APPROVED-DATE.
           set EXP-SUBMITTED to true.
           write EXPENSE-CLAIM-RECORD.
           close EXPENSE-CLAIM-FILE.
           move EXP-AMOUNT to WS-FMT-AMOUNT.
           display "Claim " WS-TARGET-CLAIM-ID " submitted for "
               WS-FMT-AMOUNT ".".
       ENTER-CLAIM-DONE.
           continue.

      *    Walks every submitted claim for a supervisor decision:
      *    A approves, R rejects, anything else leaves it submitted.
      *    The keyer of a claim cannot approve it. Each decision
      *    prints to the approval report.
       WORK-SUBMITTED-CLAIMS.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to approve claims."
               go to WORK-CLAIMS-DONE
           end-if.
           open i-o EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS not = '00'
               display "No expense claim file found."
               go to WORK-CLAIMS-DONE
           end-if.
           move function current-date(1:8) to WS-TODAY.
           move 0 to WS-APPROVED-COUNT.
           move 0 to WS-REJECTED-COUNT.
           move 0 to WS-SKIPPED-COUNT.
           open output APPROVAL-REPORT-FILE.
           move spaces to APPROVAL-REPORT-LINE.
           string "EXPENSE CLAIM APPROVAL REPORT - " delimited by size
                  WS-TODAY delimited by size
                  "  OPERATOR " delimited by size
                  WS-OPERATOR-ID delimited by size
                  into APPROVAL-REPORT-LINE
           end-string.
           write APPROVAL-REPORT-LINE.
           move all "=" to APPROVAL-REPORT-LINE.
           write APPROVAL-REPORT-LINE.
           move "Claim  EmpID  Date     Category Amount      Decision"
               to APPROVAL-REPORT-LINE.
           write APPROVAL-REPORT-LINE.
           move all "-" to APPROVAL-REPORT-LINE.
           write APPROVAL-REPORT-LINE.
           move 'N' to WS-EOF-FLAG.
           read EXPENSE-CLAIM-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if EXP-SUBMITTED
                   perform DECIDE-ONE-CLAIM
               end-if
               read EXPENSE-CLAIM-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EXPENSE-CLAIM-FILE.
           move spaces to APPROVAL-REPORT-LINE.
           write APPROVAL-REPORT-LINE.
           move spaces to APPROVAL-REPORT-LINE.
           string WS-APPROVED-COUNT delimited by size
                  " approved, " delimited by size
                  WS-REJECTED-COUNT delimited by size
                  " rejected, " delimited by size
                  WS-SKIPPED-COUNT delimited by size
                  " left submitted." delimited by size
                  into APPROVAL-REPORT-LINE
           end-string.
           write APPROVAL-REPORT-LINE.
           close APPROVAL-REPORT-FILE.
           display WS-APPROVED-COUNT " approved, " WS-REJECTED-COUNT
               " rejected, " WS-SKIPPED-COUNT " left submitted.".
           display "Approval report written to expense_approval.txt.".
       WORK-CLAIMS-DONE.
           move 'N' to WS-EOF-FLAG.

       DECIDE-ONE-CLAIM.
           perform SET-CATEGORY-NAME.
           move EXP-AMOUNT to WS-FMT-AMOUNT.
           display " ".
           display "Claim " EXP-CLAIM-ID "  Employee " EXP-EMP-ID
               "  Date " EXP-DATE.
           display "  " WS-CATEGORY-NAME " " WS-FMT-AMOUNT "  "
               EXP-DESCRIPTION.
           if EXP-MILEAGE
               move EXP-MILES to WS-FMT-MILES
               display "  " WS-FMT-MILES " miles at " EXP-MILE-RATE
           end-if.
           if EXP-KEYED-BY = WS-OPERATOR-ID
              and EXP-KEYED-BY not = 0
               display "  You keyed this claim; a different "
                   "supervisor must decide it."
               move 'S' to WS-DECISION
           else
               display "  (A)pprove, (R)eject, or (S)kip: "
               accept WS-DECISION
               move function upper-case (WS-DECISION) to WS-DECISION
           end-if.
           move spaces to APPROVAL-REPORT-LINE.
           evaluate WS-DECISION
               when 'A'
                   set EXP-APPROVED to true
                   move WS-OPERATOR-ID to EXP-APPROVER
                   move WS-TODAY to EXP-APPROVED-DATE
                   rewrite EXPENSE-CLAIM-RECORD
                   add 1 to WS-APPROVED-COUNT
                   move "APPROVED" to APPROVAL-REPORT-LINE(60:8)
               when 'R'
                   set EXP-REJECTED to true
                   move WS-OPERATOR-ID to EXP-APPROVER
                   move WS-TODAY to EXP-APPROVED-DATE
                   rewrite EXPENSE-CLAIM-RECORD
                   add 1 to WS-REJECTED-COUNT
                   move "REJECTED" to APPROVAL-REPORT-LINE(60:8)
               when other
                   add 1 to WS-SKIPPED-COUNT
                   move "skipped" to APPROVAL-REPORT-LINE(60:7)
           end-evaluate.
           move EXP-CLAIM-ID to APPROVAL-REPORT-LINE(1:6).
           move EXP-EMP-ID to APPROVAL-REPORT-LINE(8:6).
           move EXP-DATE to APPROVAL-REPORT-LINE(15:8).
           move WS-CATEGORY-NAME to APPROVAL-REPORT-LINE(24:8).
           move WS-FMT-AMOUNT to APPROVAL-REPORT-LINE(33:11).
           write APPROVAL-REPORT-LINE.

       LIST-CLAIMS.
           display "Employee ID to list (0 for all): ".
           accept WS-TARGET-EMP-ID.
           move 0 to WS-LISTED-COUNT.
           open input EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS not = '00'
               display "No expense claim file found."
           else
               move 'N' to WS-EOF-FLAG
               display "Claim  Emp    Date     Category      Amount "
                   "St Paid   Description"
               read EXPENSE-CLAIM-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-TARGET-EMP-ID = 0
                      or EXP-EMP-ID = WS-TARGET-EMP-ID
                       perform SET-CATEGORY-NAME
                       move EXP-AMOUNT to WS-FMT-AMOUNT
                       display EXP-CLAIM-ID " " EXP-EMP-ID " "
                           EXP-DATE " " WS-CATEGORY-NAME " "
                           WS-FMT-AMOUNT " " EXP-STATUS "  "
                           EXP-PAID-PERIOD " " EXP-DESCRIPTION
                       add 1 to WS-LISTED-COUNT
                   end-if
                   read EXPENSE-CLAIM-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EXPENSE-CLAIM-FILE
               display WS-LISTED-COUNT " claim(s) listed."
           end-if.

      *    Changing the rate reprices only claims keyed from now on.
       SET-MILEAGE-RATE.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to change the rate."
               go to SET-MILEAGE-RATE-DONE
           end-if.
           display "Current rate per mile: " WS-MILE-RATE.
           display "New rate per mile (e.g. 0.655): ".
           accept WS-NEW-MILE-RATE.
           if WS-NEW-MILE-RATE = 0
               display "Rate not changed."
               go to SET-MILEAGE-RATE-DONE
           end-if.
           open output MILEAGE-RATE-FILE.
           move WS-NEW-MILE-RATE to MILEAGE-RATE-LINE.
           write MILEAGE-RATE-LINE.
           close MILEAGE-RATE-FILE.
           move WS-NEW-MILE-RATE to WS-MILE-RATE.
           display "Mileage rate set to " WS-MILE-RATE ".".
       SET-MILEAGE-RATE-DONE.
           continue.

       READ-MILEAGE-RATE.
           open input MILEAGE-RATE-FILE.
           if WS-MILE-STATUS = '00'
               read MILEAGE-RATE-FILE
                   at end
                       continue
                   not at end
                       if MILEAGE-RATE-LINE > 0
                           move MILEAGE-RATE-LINE to WS-MILE-RATE
                       end-if
               end-read
               close MILEAGE-RATE-FILE
           end-if.

       SET-CATEGORY-NAME.
           evaluate true
               when EXP-TRAVEL  move "TRAVEL" to WS-CATEGORY-NAME
               when EXP-MILEAGE move "MILEAGE" to WS-CATEGORY-NAME
               when EXP-LODGING move "LODGING" to WS-CATEGORY-NAME
               when EXP-MEALS   move "MEALS" to WS-CATEGORY-NAME
               when other       move "OTHER" to WS-CATEGORY-NAME
           end-evaluate.

       CHECK-EMPLOYEE-EXISTS.
           move 'N' to WS-EMP-FOUND.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to CHECK-EMP-DONE.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-EMP-FOUND
               not invalid key
                   move 'Y' to WS-EMP-FOUND
           end-read.
           close EMPLOYEE-FILE.
       CHECK-EMP-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Assigns the next claim ID with one keyed START against the
      *    highest existing ID; leaves EXPENSE-CLAIM-FILE open i-o
      *    for the write.
       GENERATE-CLAIM-ID.
           move 0 to WS-TARGET-CLAIM-ID.
           open i-o EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS not = '00'
               open output EXPENSE-CLAIM-FILE
               close EXPENSE-CLAIM-FILE
               open i-o EXPENSE-CLAIM-FILE
           end-if.
           move 999999 to EXP-CLAIM-ID.
           start EXPENSE-CLAIM-FILE key is less than or equal to
               EXP-CLAIM-ID
               invalid key
                   continue
               not invalid key
                   read EXPENSE-CLAIM-FILE next record
                       at end
                           continue
                       not at end
                           move EXP-CLAIM-ID to WS-TARGET-CLAIM-ID
                   end-read
           end-start.
           add 1 to WS-TARGET-CLAIM-ID.
