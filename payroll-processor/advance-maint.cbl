       identification division.
       program-id. advance-maint.

      *    Employee pay advance maintenance: one PAY-ADVANCE-RECORD
      *    per advance with the amount, the per-period repayment the
      *    pay run deducts, and the remaining balance. An advance is
      *    keyed as requested and must be approved by a supervisor
      *    other than the keyer before offcycle-pay.cbl will pay it
      *    out; the payout stamps the issue date and sets the
      *    advance outstanding. payroll-processor.cob then takes the
      *    repayment after garnishments each run and final-pay.cob
      *    recovers what is left when the employee leaves, where the
      *    employee signed the final-pay authorization at request
      *    time. advance-report.cbl lists the outstanding balances.

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
       select PAY-ADVANCE-FILE
           assign to 'pay_advances.dat'
           organization is indexed
           access mode is dynamic
           record key is ADV-ID
           lock mode is automatic
           file status is WS-ADV-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.
       file section.
       fd PAY-ADVANCE-FILE.
       01 PAY-ADVANCE-RECORD.
          05 ADV-ID                 pic 9(6).
          05 ADV-EMP-ID             pic 9(6).
          05 ADV-AMOUNT             pic 9(6)v99.
          05 ADV-REQUEST-DATE       pic 9(8).
          05 ADV-ISSUE-DATE         pic 9(8).
          05 ADV-PER-PERIOD         pic 9(6)v99.
          05 ADV-REMAINING          pic 9(6)v99.
          05 ADV-FINAL-AUTH         pic x(1).
             88 ADV-FINAL-PAY-ALLOWED value 'Y'.
          05 ADV-KEYED-BY           pic 9(4).
          05 ADV-APPROVER           pic 9(4).
          05 ADV-APPROVED-DATE      pic 9(8).
          05 ADV-STATUS             pic x(1).
             88 ADV-REQUESTED       value 'R'.
             88 ADV-APPROVED        value 'A'.
             88 ADV-OUTSTANDING     value 'O'.
             88 ADV-SATISFIED       value 'S'.
             88 ADV-REJECTED        value 'X'.
          05 ADV-OC-RUN             pic x(6).
          05 ADV-LAST-PERIOD        pic x(6).
          05 ADV-LAST-REPAID        pic 9(6)v99.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-REST             pic x(148).

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
       01 WS-ADV-STATUS             pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-USER-CHOICE            pic x.
       01 WS-DECISION               pic x.
       01 WS-NEW-FINAL-AUTH         pic x.
       01 WS-TARGET-ADV-ID          pic 9(6).
       01 WS-TARGET-EMP-ID          pic 9(6).
       01 WS-EMP-FOUND              pic x.
       01 WS-OPEN-ADV-FOUND         pic x.
       01 WS-NEW-AMOUNT             pic 9(6)v99.
       01 WS-NEW-PER-PERIOD         pic 9(6)v99.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-APPROVED-COUNT         pic 9(5).
       01 WS-REJECTED-COUNT         pic 9(5).
       01 WS-SKIPPED-COUNT          pic 9(5).
       01 WS-TODAY                  pic 9(8).
       01 WS-FMT-AMOUNT             pic $ZZZ,ZZ9.99.
       01 WS-FMT-PER-PERIOD         pic $ZZZ,ZZ9.99.
       01 WS-FMT-REMAINING          pic $ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "Pay Advance Maintenance"
               display "1. Request Advance"
               display "2. Approve/Reject Requested Advances"
               display "3. List Advances"
               display "4. Change Repayment Amount"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform REQUEST-ADVANCE
                       thru REQUEST-ADVANCE-DONE
                   when '2' perform WORK-REQUESTED-ADVANCES
                       thru WORK-ADVANCES-DONE
                   when '3' perform LIST-ADVANCES
                   when '4' perform CHANGE-REPAYMENT
                       thru CHANGE-REPAYMENT-DONE
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

      *    Keys one advance as requested. An employee carries one
      *    advance at a time: a request is refused while another is
      *    requested, approved or still being repaid.
       REQUEST-ADVANCE.
           display "Enter Employee ID: ".
           accept WS-TARGET-EMP-ID.
           perform CHECK-EMPLOYEE-EXISTS thru CHECK-EMP-DONE.
           if WS-EMP-FOUND not = 'Y'
               display "Employee not found."
               go to REQUEST-ADVANCE-DONE
           end-if.
           perform CHECK-OPEN-ADVANCE thru CHECK-OPEN-ADVANCE-DONE.
           if WS-OPEN-ADV-FOUND = 'Y'
               display "Employee already has an open advance."
               go to REQUEST-ADVANCE-DONE
           end-if.
           display "Advance amount: ".
           accept WS-NEW-AMOUNT.
           if WS-NEW-AMOUNT = 0
               display "An advance must be for more than zero."
               go to REQUEST-ADVANCE-DONE
           end-if.
           display "Repayment per pay period: ".
           accept WS-NEW-PER-PERIOD.
           if WS-NEW-PER-PERIOD = 0
              or WS-NEW-PER-PERIOD > WS-NEW-AMOUNT
               display "Repayment must be more than zero and no more "
                   "than the advance."
               go to REQUEST-ADVANCE-DONE
           end-if.
           display "Employee signed authorization to recover from "
               "final pay (Y/N): ".
           accept WS-NEW-FINAL-AUTH.
           move function upper-case (WS-NEW-FINAL-AUTH)
               to WS-NEW-FINAL-AUTH.
           if WS-NEW-FINAL-AUTH not = 'Y'
               move 'N' to WS-NEW-FINAL-AUTH
           end-if.
           perform GENERATE-ADVANCE-ID.
           move spaces to PAY-ADVANCE-RECORD.
           move WS-TARGET-ADV-ID to ADV-ID.
           move WS-TARGET-EMP-ID to ADV-EMP-ID.
           move WS-NEW-AMOUNT to ADV-AMOUNT.
           move function current-date(1:8) to ADV-REQUEST-DATE.
           move 0 to ADV-ISSUE-DATE.
           move WS-NEW-PER-PERIOD to ADV-PER-PERIOD.
           move WS-NEW-AMOUNT to ADV-REMAINING.
           move WS-NEW-FINAL-AUTH to ADV-FINAL-AUTH.
           move WS-OPERATOR-ID to ADV-KEYED-BY.
           move 0 to ADV-APPROVER.
           move 0 to ADV-APPROVED-DATE.
           move 0 to ADV-LAST-REPAID.
           set ADV-REQUESTED to true.
           write PAY-ADVANCE-RECORD.
           close PAY-ADVANCE-FILE.
           move ADV-AMOUNT to WS-FMT-AMOUNT.
           display "Advance " WS-TARGET-ADV-ID " requested for "
               WS-FMT-AMOUNT "; awaiting supervisor approval.".
       REQUEST-ADVANCE-DONE.
           continue.

      *    Walks every requested advance for a supervisor decision:
      *    A approves it for payout through offcycle-pay.cbl, R
      *    rejects it, anything else leaves it requested. The keyer
      *    of an advance cannot approve it.
       WORK-REQUESTED-ADVANCES.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to approve "
                   "advances."
               go to WORK-ADVANCES-DONE
           end-if.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS not = '00'
               display "No pay advance file found."
               go to WORK-ADVANCES-DONE
           end-if.
           move function current-date(1:8) to WS-TODAY.
           move 0 to WS-APPROVED-COUNT.
           move 0 to WS-REJECTED-COUNT.
           move 0 to WS-SKIPPED-COUNT.
           move 'N' to WS-EOF-FLAG.
           read PAY-ADVANCE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if ADV-REQUESTED
                   perform DECIDE-ONE-ADVANCE
               end-if
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PAY-ADVANCE-FILE.
           display WS-APPROVED-COUNT " approved, " WS-REJECTED-COUNT
               " rejected, " WS-SKIPPED-COUNT " left requested.".
       WORK-ADVANCES-DONE.
           move 'N' to WS-EOF-FLAG.

       DECIDE-ONE-ADVANCE.
           move ADV-AMOUNT to WS-FMT-AMOUNT.
           move ADV-PER-PERIOD to WS-FMT-PER-PERIOD.
           display " ".
           display "Advance " ADV-ID "  Employee " ADV-EMP-ID
               "  Requested " ADV-REQUEST-DATE.
           display "  Amount " WS-FMT-AMOUNT "  Repay "
               WS-FMT-PER-PERIOD " per period  Final-pay auth "
               ADV-FINAL-AUTH.
           if ADV-KEYED-BY = WS-OPERATOR-ID
              and ADV-KEYED-BY not = 0
               display "  You keyed this advance; a different "
                   "supervisor must decide it."
               move 'S' to WS-DECISION
           else
               display "  (A)pprove, (R)eject, or (S)kip: "
               accept WS-DECISION
               move function upper-case (WS-DECISION) to WS-DECISION
           end-if.
           evaluate WS-DECISION
               when 'A'
                   set ADV-APPROVED to true
                   move WS-OPERATOR-ID to ADV-APPROVER
                   move WS-TODAY to ADV-APPROVED-DATE
                   rewrite PAY-ADVANCE-RECORD
                   add 1 to WS-APPROVED-COUNT
               when 'R'
                   set ADV-REJECTED to true
                   move WS-OPERATOR-ID to ADV-APPROVER
                   move WS-TODAY to ADV-APPROVED-DATE
                   rewrite PAY-ADVANCE-RECORD
                   add 1 to WS-REJECTED-COUNT
               when other
                   add 1 to WS-SKIPPED-COUNT
           end-evaluate.

       LIST-ADVANCES.
           display "Employee ID to list (0 for all): ".
           accept WS-TARGET-EMP-ID.
           move 0 to WS-LISTED-COUNT.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS not = '00'
               display "No pay advance file found."
           else
               move 'N' to WS-EOF-FLAG
               display "Adv    Emp    Amount      Per Period  "
                   "Remaining   Issued   St Auth"
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-TARGET-EMP-ID = 0
                      or ADV-EMP-ID = WS-TARGET-EMP-ID
                       move ADV-AMOUNT to WS-FMT-AMOUNT
                       move ADV-PER-PERIOD to WS-FMT-PER-PERIOD
                       move ADV-REMAINING to WS-FMT-REMAINING
                       display ADV-ID " " ADV-EMP-ID " "
                           WS-FMT-AMOUNT " " WS-FMT-PER-PERIOD " "
                           WS-FMT-REMAINING " " ADV-ISSUE-DATE " "
                           ADV-STATUS "  " ADV-FINAL-AUTH
                       add 1 to WS-LISTED-COUNT
                   end-if
                   read PAY-ADVANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-ADVANCE-FILE
               display WS-LISTED-COUNT " advance(s) listed."
           end-if.

      *    A supervisor may reset the per-period repayment on an
      *    approved or outstanding advance -- hardship, or a faster
      *    payback the employee asked for.
       CHANGE-REPAYMENT.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to change the "
                   "repayment."
               go to CHANGE-REPAYMENT-DONE
           end-if.
           display "Advance ID: ".
           accept WS-TARGET-ADV-ID.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS not = '00'
               display "No pay advance file found."
               go to CHANGE-REPAYMENT-DONE
           end-if.
           move WS-TARGET-ADV-ID to ADV-ID.
           read PAY-ADVANCE-FILE
               invalid key
                   display "Advance not found."
                   close PAY-ADVANCE-FILE
                   go to CHANGE-REPAYMENT-DONE
           end-read.
           if not ADV-APPROVED and not ADV-OUTSTANDING
               display "Only an approved or outstanding advance can "
                   "be changed."
               close PAY-ADVANCE-FILE
               go to CHANGE-REPAYMENT-DONE
           end-if.
           move ADV-PER-PERIOD to WS-FMT-PER-PERIOD.
           move ADV-REMAINING to WS-FMT-REMAINING.
           display "Remaining " WS-FMT-REMAINING "  repaying "
               WS-FMT-PER-PERIOD " per period.".
           display "New repayment per pay period: ".
           accept WS-NEW-PER-PERIOD.
           if WS-NEW-PER-PERIOD = 0
               display "Repayment not changed."
               close PAY-ADVANCE-FILE
               go to CHANGE-REPAYMENT-DONE
           end-if.
           move WS-NEW-PER-PERIOD to ADV-PER-PERIOD.
           rewrite PAY-ADVANCE-RECORD.
           close PAY-ADVANCE-FILE.
           display "Repayment changed.".
       CHANGE-REPAYMENT-DONE.
           continue.

      *    Sets WS-OPEN-ADV-FOUND when WS-TARGET-EMP-ID already has
      *    an advance that is not yet satisfied or rejected.
       CHECK-OPEN-ADVANCE.
           move 'N' to WS-OPEN-ADV-FOUND.
           move 'N' to WS-EOF-FLAG.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS not = '00'
               go to CHECK-OPEN-ADVANCE-DONE.
           read PAY-ADVANCE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if ADV-EMP-ID = WS-TARGET-EMP-ID
                  and (ADV-REQUESTED or ADV-APPROVED
                       or ADV-OUTSTANDING)
                   move 'Y' to WS-OPEN-ADV-FOUND
               end-if
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PAY-ADVANCE-FILE.
       CHECK-OPEN-ADVANCE-DONE.
           move 'N' to WS-EOF-FLAG.

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

      *    Assigns the next advance ID with one keyed START against
      *    the highest existing ID; leaves PAY-ADVANCE-FILE open i-o
      *    for the write.
       GENERATE-ADVANCE-ID.
           move 0 to WS-TARGET-ADV-ID.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS not = '00'
               open output PAY-ADVANCE-FILE
               close PAY-ADVANCE-FILE
               open i-o PAY-ADVANCE-FILE
           end-if.
           move 999999 to ADV-ID.
           start PAY-ADVANCE-FILE key is less than or equal to
               ADV-ID
               invalid key
                   continue
               not invalid key
                   read PAY-ADVANCE-FILE next record
                       at end
                           continue
                       not at end
                           move ADV-ID to WS-TARGET-ADV-ID
                   end-read
           end-start.
           add 1 to WS-TARGET-ADV-ID.
