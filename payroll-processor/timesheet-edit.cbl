      *    period's per-employee totals to APPROVED-HOURS-FILE --
      *    the file payroll-processor.cob consumes instead of the
      *    static EMP-HOURS-WORKED field, so what is paid is what
      *    was actually worked and approved. The supervisor signs
      *    on first, and each approved total carries the approving
      *    operator and date; every approval is also appended to
      *    APPROVED-HIST-FILE, the standing record of who approved
      *    what in every period that the fraud review reads.

       environment division.
       input-output section.
           file status is WS-TIMESHEET-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select APPROVED-HOURS-FILE
           assign to 'approved_hours.dat'
           organization is line sequential
           file status is WS-APPROVED-STATUS.
      *    Append-only history of every approval, same layout as
      *    APPROVED-HOURS-FILE; approved_hours.dat itself holds only
      *    the period last approved.
       select APPROVED-HIST-FILE
           assign to 'approved_hours_hist.dat'
           organization is line sequential
           file status is WS-HIST-STATUS.
      *    Operator sign-on master and its lockout limit and
      *    failed-attempt log, the same sign-on the payroll
      *    maintenance screens use.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select LOCKOUT-LIMIT-FILE
           assign to 'signon_lockout.dat'
           organization is line sequential
           file status is WS-LOCKOUT-STATUS.
       select SIGNON-FAILURE-FILE
           assign to 'signon_failures.log'
           organization is line sequential
           file status is WS-SIGNON-FAIL-STATUS.
       select APPROVAL-REPORT-FILE
           assign to 'timesheet_approval.txt'
           organization is line sequential
          05 AH-PERIOD              pic x(6).
          05 AH-EMP-ID              pic 9(6).
          05 AH-HOURS               pic 9(3)v99.
          05 AH-APPROVED-BY         pic 9(4).
          05 AH-APPROVED-DATE       pic 9(8).

       fd APPROVED-HIST-FILE.
       01 APPROVED-HIST-RECORD.
          05 AHH-PERIOD             pic x(6).
          05 AHH-EMP-ID             pic 9(6).
          05 AHH-HOURS              pic 9(3)v99.
          05 AHH-APPROVED-BY        pic 9(4).
          05 AHH-APPROVED-DATE      pic 9(8).

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

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).

       fd SIGNON-FAILURE-FILE.
       01 SIGNON-FAILURE-RECORD.
          05 SF-DATE                pic 9(8).
          05 SF-TIME                pic 9(6).
          05 SF-OPER-ID             pic 9(4).
          05 SF-REASON              pic x(30).

       fd APPROVAL-REPORT-FILE.
       01 APPROVAL-REPORT-LINE      pic x(80).
       01 WS-EMP-STATUS             pic xx.
       01 WS-APPROVED-STATUS        pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-HIST-STATUS            pic xx.
       01 WS-APPROVED-DATE          pic 9(8).
       01 WS-OPERATOR-FILE-STATUS   pic xx.
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
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       procedure division.
       MAIN-LOGIC.
           display "Timesheet Edit and Approval".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           display "Enter Pay Period (e.g. 202608): ".
           accept WS-PAY-PERIOD.

           end-perform.
           close TIMESHEET-FILE.

           perform FILL-EMPLOYEE-NAMES thru FILL-NAMES-DONE.
           perform WRITE-TOTALS-REPORT.
           close APPROVAL-REPORT-FILE.
           display WS-PUNCH-COUNT " punch(es) totalled, "
               stop run
           end-if.

           move function current-date(1:8) to WS-APPROVED-DATE.
           open output APPROVED-HOURS-FILE.
           open extend APPROVED-HIST-FILE.
           if WS-HIST-STATUS not = '00'
               open output APPROVED-HIST-FILE
           end-if.
           perform varying WS-HRS-IDX from 1 by 1
               until WS-HRS-IDX > WS-HOURS-USED
               move WS-PAY-PERIOD to AH-PERIOD
               move WS-HRS-EMP-ID (WS-HRS-IDX) to AH-EMP-ID
               move WS-HRS-TOTAL (WS-HRS-IDX) to AH-HOURS
               move WS-OPERATOR-ID to AH-APPROVED-BY
               move WS-APPROVED-DATE to AH-APPROVED-DATE
               write APPROVED-HOURS-RECORD
               if WS-HIST-STATUS = '00'
                   move APPROVED-HOURS-RECORD to APPROVED-HIST-RECORD
                   write APPROVED-HIST-RECORD
               end-if
           end-perform.
           close APPROVED-HOURS-FILE.
           if WS-HIST-STATUS = '00'
               close APPROVED-HIST-FILE
           end-if.
           display WS-HOURS-USED " approved total(s) written to "
               "approved_hours.dat.".
           perform WRITE-ALLOC-OVERRIDES thru WRITE-OVERRIDES-DONE.
           stop run.

      *    Operator sign-on against the same master the payroll
      *    maintenance screens use; a shop with no operator file yet
      *    runs open as operator 0, their bootstrap rule.
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
      *    record itself and lock the operator at the configured
      *    limit, exactly as the maintenance screens' sign-on does.
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
      *    maintenance screens write.
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

      *    Validates and accumulates the punch currently held in
      *    TIMESHEET-RECORD. A single day over 24 hours is an entry
      *    error -- reported and left out of the total.
               add TS-HOURS to WS-HRS-TOTAL (WS-HRS-SEARCH-IDX)
           end-if.

      *    A keyed read of employees.dat for each total labels it with
      *    the employee's name; an ID with no employee record is
      *    flagged for the supervisor.
       FILL-EMPLOYEE-NAMES.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to FILL-NAMES-DONE.
           perform varying WS-HRS-IDX from 1 by 1
               until WS-HRS-IDX > WS-HOURS-USED
               move WS-HRS-EMP-ID (WS-HRS-IDX) to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       move EMP-NAME to WS-HRS-NAME (WS-HRS-IDX)
               end-read
           end-perform.
           close EMPLOYEE-FILE.
