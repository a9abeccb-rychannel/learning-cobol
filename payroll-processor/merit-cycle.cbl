       identification division.
       program-id. merit-cycle.

      *    Annual merit increase cycle. HR keys a budget pool per
      *    department as a percentage of that department's
      *    annualized payroll, and a guideline range of increase
      *    percentages per performance rating (1 lowest to 5
      *    highest). Managers key a rating and a proposed increase
      *    percentage for each employee; the screen warns when the
      *    raise falls outside its rating's range or pushes the
      *    department past its pool. Approval turns the whole batch
      *    into emp_rate_history.dat rows effective on the cycle
      *    date, so the pay run picks the new figures up from that
      *    date on. A raise beyond the pay change threshold parks on
      *    pending_pay_changes.dat for a second operator exactly as
      *    employee-maint does, carrying the cycle date with it.
      *    The summary (merit_summary.txt) shows the spend against
      *    the pool by department. Hourly pay annualizes at 2080
      *    hours; salary by the employee's pay frequency.

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
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
      *    One line per department: the pool as a percentage of the
      *    department's annualized payroll.
       select MERIT-POOL-FILE
           assign to 'merit_pools.dat'
           organization is line sequential
           file status is WS-POOL-STATUS.
      *    One line per rating: the guideline increase range.
       select MERIT-GUIDE-FILE
           assign to 'merit_guidelines.dat'
           organization is line sequential
           file status is WS-GUIDE-STATUS.
      *    The cycle's proposals, one per employee, carried from
      *    keying through approval.
       select MERIT-PROPOSAL-FILE
           assign to 'merit_proposals.dat'
           organization is line sequential
           file status is WS-PROP-STATUS.
       select RATE-HISTORY-FILE
           assign to 'emp_rate_history.dat'
           organization is line sequential
           file status is WS-RATE-HIST-STATUS.
       select PENDING-PAY-CHANGE-FILE
           assign to 'pending_pay_changes.dat'
           organization is indexed
           access mode is dynamic
           record key is PPC-ID
           lock mode is automatic
           file status is WS-PPC-STATUS.
       select PAY-THRESHOLD-FILE
           assign to 'pay_change_threshold.dat'
           organization is line sequential
           file status is WS-THRESHOLD-STATUS.
       select EMP-AUDIT-FILE
           assign to 'emp_audit.dat'
           organization is line sequential
           file status is WS-EMP-AUDIT-STATUS.
       select MERIT-SUMMARY-FILE
           assign to 'merit_summary.txt'
           organization is line sequential
           file status is WS-SUMMARY-STATUS.

       data division.
       file section.
       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-HOURLY-RATE      pic 9(3)v99.
          05 filler               pic x(20).
          05 EMP-DEPARTMENT       pic x(10).
          05 EMP-TYPE             pic x(1).
             88 EMP-SALARIED-TYPE value 'S'.
          05 EMP-SALARY           pic 9(7)v99.
          05 filler               pic x(59).
          05 EMP-PAY-FREQUENCY    pic x(1).
             88 EMP-WEEKLY-PAY    value 'W'.
             88 EMP-BIWEEKLY-PAY  value 'B'.
          05 filler               pic x(43).

       fd MERIT-POOL-FILE.
       01 MERIT-POOL-RECORD.
          05 MP-DEPARTMENT          pic x(10).
          05 MP-POOL-PCT            pic 9(2)v99.

       fd MERIT-GUIDE-FILE.
       01 MERIT-GUIDE-RECORD.
          05 MG-RATING              pic 9(1).
          05 MG-MIN-PCT             pic 9(2)v99.
          05 MG-MAX-PCT             pic 9(2)v99.

       fd MERIT-PROPOSAL-FILE.
       01 MERIT-PROPOSAL-RECORD.
          05 MPR-EMP-ID             pic 9(6).
          05 MPR-DEPARTMENT         pic x(10).
          05 MPR-TYPE               pic x(1).
          05 MPR-RATING             pic 9(1).
          05 MPR-INCREASE-PCT       pic 9(2)v99.
          05 MPR-OLD-FIGURE         pic 9(7)v99.
          05 MPR-NEW-FIGURE         pic 9(7)v99.
          05 MPR-ANNUAL-COST        pic 9(7)v99.
          05 MPR-KEYED-BY           pic 9(4).
          05 MPR-STATUS             pic x(1).
          05 MPR-EFFECTIVE-DATE     pic 9(8).

       fd RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
          05 ERH-EMP-ID             pic 9(6).
          05 ERH-EFFECTIVE-DATE     pic 9(8).
          05 ERH-TYPE               pic x(1).
          05 ERH-RATE               pic 9(3)v99.
          05 ERH-SALARY             pic 9(7)v99.

       fd PENDING-PAY-CHANGE-FILE.
       01 PENDING-PAY-CHANGE-RECORD.
          05 PPC-ID                 pic 9(6).
          05 PPC-TYPE               pic x(1).
             88 PPC-RATE-CHANGE     value 'R'.
             88 PPC-SALARY-CHANGE   value 'S'.
             88 PPC-BANK-CHANGE     value 'B'.
             88 PPC-ELECTION-CHANGE value 'D'.
          05 PPC-EMP-ID             pic 9(6).
          05 PPC-OLD-VALUE          pic x(20).
          05 PPC-NEW-VALUE          pic x(20).
          05 PPC-NEW-CUST-ID        pic 9(6).
          05 PPC-NEW-ACCOUNT        pic 9(10).
          05 PPC-NEW-ROUTING        pic 9(9).
          05 PPC-KEYED-BY           pic 9(4).
          05 PPC-KEYED-DATE         pic 9(8).
          05 PPC-STATUS             pic x(1).
             88 PPC-OPEN            value 'P'.
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd PAY-THRESHOLD-FILE.
       01 PAY-THRESHOLD-LINE        pic 9(2)v99.

       fd EMP-AUDIT-FILE.
       01 EMP-AUDIT-RECORD.
          05 EA-DATE                pic 9(8).
          05 EA-TIME                pic 9(6).
          05 EA-PROGRAM             pic x(20).
          05 EA-EMP-ID              pic 9(6).
          05 EA-ACTION              pic x(1).
          05 EA-FIELD               pic x(20).
          05 EA-OLD-VALUE           pic x(30).
          05 EA-NEW-VALUE           pic x(30).
          05 EA-OPERATOR-ID         pic 9(4).

       fd MERIT-SUMMARY-FILE.
       01 SUMMARY-LINE              pic x(80).

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
       01 WS-EMP-STATUS             pic xx.
       01 WS-POOL-STATUS            pic xx.
       01 WS-GUIDE-STATUS           pic xx.
       01 WS-PROP-STATUS            pic xx.
       01 WS-RATE-HIST-STATUS       pic xx.
       01 WS-PPC-STATUS             pic xx.
       01 WS-THRESHOLD-STATUS       pic xx.
       01 WS-EMP-AUDIT-STATUS       pic xx.
       01 WS-SUMMARY-STATUS         pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-USER-CHOICE            pic x.
       01 WS-DECISION               pic x.
       01 WS-TODAY                  pic 9(8).
       01 WS-CYCLE-DATE             pic 9(8).
       01 WS-TARGET-EMP-ID          pic 9(6).
       01 WS-TARGET-DEPT            pic x(10).
       01 WS-NEW-POOL-PCT           pic 9(2)v99.
       01 WS-NEW-RATING             pic 9(1).
       01 WS-RATING-IDX             pic 9(1).
       01 WS-NEW-MIN-PCT            pic 9(2)v99.
       01 WS-NEW-MAX-PCT            pic 9(2)v99.
       01 WS-NEW-INCREASE-PCT       pic 9(2)v99.
       01 WS-CHANGE-THRESHOLD       pic 9(2)v99 value 10.00.
       01 WS-CHANGE-PCT             pic 9(4)v99.
       01 WS-PPC-NEW-ID             pic 9(6).
       01 WS-PPC-EDIT               pic 9(7).99.
       01 WS-APPLIED-COUNT          pic 9(5).
       01 WS-PARKED-COUNT           pic 9(5).
       01 WS-OVER-POOL-COUNT        pic 9(3).
       01 WS-OUTSIDE-GUIDE-COUNT    pic 9(5).

      *    Employees, loaded once per session.
       01 WS-EMP-COUNT              pic 9(4) value zero.
       01 WS-EMP-IDX                pic 9(4).
       01 WS-EMP-FOUND-IDX          pic 9(4).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY occurs 2000 times.
             10 WS-ET-ID            pic 9(6).
             10 WS-ET-NAME          pic x(30).
             10 WS-ET-DEPT          pic x(10).
             10 WS-ET-TYPE          pic x(1).
             10 WS-ET-RATE          pic 9(3)v99.
             10 WS-ET-SALARY        pic 9(7)v99.
             10 WS-ET-PERIODS       pic 9(2).
             10 WS-ET-ANNUAL        pic 9(8)v99.

       01 WS-POOL-COUNT             pic 9(3) value zero.
       01 WS-POOL-IDX               pic 9(3).
       01 WS-POOL-FOUND-IDX         pic 9(3).
       01 WS-POOL-TABLE.
          05 WS-POOL-ENTRY occurs 100 times.
             10 WS-PT-DEPT          pic x(10).
             10 WS-PT-PCT           pic 9(2)v99.

      *    Guideline range by rating. Until HR keys its own the
      *    ranges run 0, 0-2, 2-4, 3-6 and 5-9 percent.
       01 WS-GUIDE-TABLE.
          05 WS-GUIDE-ENTRY occurs 5 times.
             10 WS-GT-MIN-PCT       pic 9(2)v99.
             10 WS-GT-MAX-PCT       pic 9(2)v99.

       01 WS-PROP-COUNT             pic 9(4) value zero.
       01 WS-PROP-IDX               pic 9(4).
       01 WS-PROP-FOUND-IDX         pic 9(4).
       01 WS-PROP-TABLE.
          05 WS-PROP-ENTRY occurs 2000 times.
             10 WS-PR-EMP-ID        pic 9(6).
             10 WS-PR-DEPT          pic x(10).
             10 WS-PR-TYPE          pic x(1).
             10 WS-PR-RATING        pic 9(1).
             10 WS-PR-PCT           pic 9(2)v99.
             10 WS-PR-OLD           pic 9(7)v99.
             10 WS-PR-NEW           pic 9(7)v99.
             10 WS-PR-COST          pic 9(7)v99.
             10 WS-PR-KEYED-BY      pic 9(4).
             10 WS-PR-STATUS        pic x(1).
                88 WS-PR-PROPOSED   value 'P'.
                88 WS-PR-APPLIED    value 'A'.
                88 WS-PR-PARKED     value 'D'.
             10 WS-PR-EFF-DATE      pic 9(8).

      *    Department totals, rebuilt whenever they are needed.
       01 WS-DEPT-COUNT             pic 9(3) value zero.
       01 WS-DEPT-IDX               pic 9(3).
       01 WS-DEPT-FOUND-IDX         pic 9(3).
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY occurs 100 times.
             10 WS-DT-DEPT          pic x(10).
             10 WS-DT-HEADCOUNT     pic 9(4).
             10 WS-DT-PROPOSED      pic 9(4).
             10 WS-DT-PAYROLL       pic 9(9)v99.
             10 WS-DT-POOL-PCT      pic 9(2)v99.
             10 WS-DT-POOL          pic 9(8)v99.
             10 WS-DT-SPEND         pic 9(8)v99.

       01 WS-TOT-PAYROLL            pic 9(10)v99.
       01 WS-TOT-POOL               pic 9(9)v99.
       01 WS-TOT-SPEND              pic 9(9)v99.
       01 WS-NEW-FIGURE             pic 9(7)v99.
       01 WS-NEW-COST               pic 9(7)v99.
       01 WS-SPEND-PCT              pic 9(3)v99.

       01 WS-FMT-PCT                pic z9.99.
       01 WS-FMT-PCT2               pic z9.99.
       01 WS-FMT-PCT3               pic z9.99.
       01 WS-FMT-SPEND-PCT          pic zz9.99.
       01 WS-FMT-PAYROLL            pic $$$$,$$$,$$9.99.
       01 WS-FMT-POOL               pic $$$,$$$,$$9.99.
       01 WS-FMT-SPEND              pic $$$,$$$,$$9.99.
       01 WS-FMT-OLD                pic $$,$$$,$$9.99.
       01 WS-FMT-NEW                pic $$,$$$,$$9.99.

       procedure division.
       MAIN-LOGIC.
           display "Merit Increase Cycle".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move function current-date(1:8) to WS-TODAY.
           perform LOAD-EMPLOYEES.
           perform LOAD-POOLS.
           perform LOAD-GUIDELINES.
           perform LOAD-PROPOSALS.
           perform READ-CHANGE-THRESHOLD.
           perform until WS-USER-CHOICE = '7'
               display " "
               display "Merit Increase Cycle"
               display "1. Set Department Pool"
               display "2. Set Rating Guideline"
               display "3. Enter Employee Proposal"
               display "4. List Proposals"
               display "5. Department Summary"
               display "6. Approve Cycle"
               display "7. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform SET-DEPARTMENT-POOL
                       thru SET-DEPARTMENT-POOL-DONE
                   when '2' perform SET-RATING-GUIDELINE
                       thru SET-RATING-GUIDELINE-DONE
                   when '3' perform ENTER-PROPOSAL
                       thru ENTER-PROPOSAL-DONE
                   when '4' perform LIST-PROPOSALS
                   when '5' perform DEPARTMENT-SUMMARY
                   when '6' perform APPROVE-CYCLE
                       thru APPROVE-CYCLE-DONE
                   when '7' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    The employee table carries each employee's annualized
      *    base so department payroll and a raise's annual cost are
      *    worked out the same way everywhere.
       LOAD-EMPLOYEES.
           move 0 to WS-EMP-COUNT.
           move 'N' to WS-EOF-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found."
           else
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-EMP-COUNT < 2000
                       add 1 to WS-EMP-COUNT
                       move EMP-ID to WS-ET-ID (WS-EMP-COUNT)
                       move EMP-NAME to WS-ET-NAME (WS-EMP-COUNT)
                       move EMP-DEPARTMENT to WS-ET-DEPT (WS-EMP-COUNT)
                       move EMP-TYPE to WS-ET-TYPE (WS-EMP-COUNT)
                       move EMP-HOURLY-RATE
                           to WS-ET-RATE (WS-EMP-COUNT)
                       move EMP-SALARY to WS-ET-SALARY (WS-EMP-COUNT)
                       evaluate true
                           when EMP-WEEKLY-PAY
                               move 52 to WS-ET-PERIODS (WS-EMP-COUNT)
                           when EMP-BIWEEKLY-PAY
                               move 26 to WS-ET-PERIODS (WS-EMP-COUNT)
                           when other
                               move 12 to WS-ET-PERIODS (WS-EMP-COUNT)
                       end-evaluate
                       if EMP-SALARIED-TYPE
                           compute WS-ET-ANNUAL (WS-EMP-COUNT) =
                               EMP-SALARY
                               * WS-ET-PERIODS (WS-EMP-COUNT)
                       else
                           compute WS-ET-ANNUAL (WS-EMP-COUNT) =
                               EMP-HOURLY-RATE * 2080
                       end-if
                   end-if
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EMPLOYEE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOAD-POOLS.
           move 0 to WS-POOL-COUNT.
           move 'N' to WS-EOF-FLAG.
           open input MERIT-POOL-FILE.
           if WS-POOL-STATUS = '00'
               read MERIT-POOL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-POOL-COUNT < 100
                       add 1 to WS-POOL-COUNT
                       move MP-DEPARTMENT to WS-PT-DEPT (WS-POOL-COUNT)
                       move MP-POOL-PCT to WS-PT-PCT (WS-POOL-COUNT)
                   end-if
                   read MERIT-POOL-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close MERIT-POOL-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOAD-GUIDELINES.
           move 0 to WS-GT-MIN-PCT (1).
           move 0 to WS-GT-MAX-PCT (1).
           move 0 to WS-GT-MIN-PCT (2).
           move 2.00 to WS-GT-MAX-PCT (2).
           move 2.00 to WS-GT-MIN-PCT (3).
           move 4.00 to WS-GT-MAX-PCT (3).
           move 3.00 to WS-GT-MIN-PCT (4).
           move 6.00 to WS-GT-MAX-PCT (4).
           move 5.00 to WS-GT-MIN-PCT (5).
           move 9.00 to WS-GT-MAX-PCT (5).
           move 'N' to WS-EOF-FLAG.
           open input MERIT-GUIDE-FILE.
           if WS-GUIDE-STATUS = '00'
               read MERIT-GUIDE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if MG-RATING >= 1 and MG-RATING <= 5
                       move MG-MIN-PCT to WS-GT-MIN-PCT (MG-RATING)
                       move MG-MAX-PCT to WS-GT-MAX-PCT (MG-RATING)
                   end-if
                   read MERIT-GUIDE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close MERIT-GUIDE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOAD-PROPOSALS.
           move 0 to WS-PROP-COUNT.
           move 'N' to WS-EOF-FLAG.
           open input MERIT-PROPOSAL-FILE.
           if WS-PROP-STATUS = '00'
               read MERIT-PROPOSAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-PROP-COUNT < 2000
                       add 1 to WS-PROP-COUNT
                       move MPR-EMP-ID to WS-PR-EMP-ID (WS-PROP-COUNT)
                       move MPR-DEPARTMENT
                           to WS-PR-DEPT (WS-PROP-COUNT)
                       move MPR-TYPE to WS-PR-TYPE (WS-PROP-COUNT)
                       move MPR-RATING to WS-PR-RATING (WS-PROP-COUNT)
                       move MPR-INCREASE-PCT
                           to WS-PR-PCT (WS-PROP-COUNT)
                       move MPR-OLD-FIGURE to WS-PR-OLD (WS-PROP-COUNT)
                       move MPR-NEW-FIGURE to WS-PR-NEW (WS-PROP-COUNT)
                       move MPR-ANNUAL-COST
                           to WS-PR-COST (WS-PROP-COUNT)
                       move MPR-KEYED-BY
                           to WS-PR-KEYED-BY (WS-PROP-COUNT)
                       move MPR-STATUS to WS-PR-STATUS (WS-PROP-COUNT)
                       move MPR-EFFECTIVE-DATE
                           to WS-PR-EFF-DATE (WS-PROP-COUNT)
                   end-if
                   read MERIT-PROPOSAL-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close MERIT-PROPOSAL-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       SAVE-PROPOSALS.
           open output MERIT-PROPOSAL-FILE.
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               move WS-PR-EMP-ID (WS-PROP-IDX) to MPR-EMP-ID
               move WS-PR-DEPT (WS-PROP-IDX) to MPR-DEPARTMENT
               move WS-PR-TYPE (WS-PROP-IDX) to MPR-TYPE
               move WS-PR-RATING (WS-PROP-IDX) to MPR-RATING
               move WS-PR-PCT (WS-PROP-IDX) to MPR-INCREASE-PCT
               move WS-PR-OLD (WS-PROP-IDX) to MPR-OLD-FIGURE
               move WS-PR-NEW (WS-PROP-IDX) to MPR-NEW-FIGURE
               move WS-PR-COST (WS-PROP-IDX) to MPR-ANNUAL-COST
               move WS-PR-KEYED-BY (WS-PROP-IDX) to MPR-KEYED-BY
               move WS-PR-STATUS (WS-PROP-IDX) to MPR-STATUS
               move WS-PR-EFF-DATE (WS-PROP-IDX)
                   to MPR-EFFECTIVE-DATE
               write MERIT-PROPOSAL-RECORD
           end-perform.
           close MERIT-PROPOSAL-FILE.

      *    Pools and guidelines are HR's numbers; a supervisor keys
      *    them. Keying a department again replaces its pool.
       SET-DEPARTMENT-POOL.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to set pools."
               go to SET-DEPARTMENT-POOL-DONE
           end-if.
           display "Enter Department: ".
           accept WS-TARGET-DEPT.
           if WS-TARGET-DEPT = spaces
               display "Department is required."
               go to SET-DEPARTMENT-POOL-DONE
           end-if.
           display "Enter Pool Percent of Payroll (e.g. 3.50): ".
           accept WS-NEW-POOL-PCT.
           perform FIND-POOL.
           if WS-POOL-FOUND-IDX = 0
               if WS-POOL-COUNT >= 100
                   display "Pool table is full."
                   go to SET-DEPARTMENT-POOL-DONE
               end-if
               add 1 to WS-POOL-COUNT
               move WS-POOL-COUNT to WS-POOL-FOUND-IDX
               move WS-TARGET-DEPT to WS-PT-DEPT (WS-POOL-FOUND-IDX)
           end-if.
           move WS-NEW-POOL-PCT to WS-PT-PCT (WS-POOL-FOUND-IDX).
           open output MERIT-POOL-FILE.
           perform varying WS-POOL-IDX from 1 by 1
                   until WS-POOL-IDX > WS-POOL-COUNT
               move WS-PT-DEPT (WS-POOL-IDX) to MP-DEPARTMENT
               move WS-PT-PCT (WS-POOL-IDX) to MP-POOL-PCT
               write MERIT-POOL-RECORD
           end-perform.
           close MERIT-POOL-FILE.
           move WS-NEW-POOL-PCT to WS-FMT-PCT.
           display "Pool for " function trim (WS-TARGET-DEPT)
               " set to " WS-FMT-PCT "%.".
       SET-DEPARTMENT-POOL-DONE.
           continue.

      *    Pool table position of WS-TARGET-DEPT, zero when none.
       FIND-POOL.
           move 0 to WS-POOL-FOUND-IDX.
           perform varying WS-POOL-IDX from 1 by 1
                   until WS-POOL-IDX > WS-POOL-COUNT
               if WS-PT-DEPT (WS-POOL-IDX) = WS-TARGET-DEPT
                   move WS-POOL-IDX to WS-POOL-FOUND-IDX
               end-if
           end-perform.

       SET-RATING-GUIDELINE.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to set guidelines."
               go to SET-RATING-GUIDELINE-DONE
           end-if.
           display "Enter Rating (1-5): ".
           accept WS-NEW-RATING.
           if WS-NEW-RATING < 1 or WS-NEW-RATING > 5
               display "Rating must be 1 through 5."
               go to SET-RATING-GUIDELINE-DONE
           end-if.
           display "Enter Minimum Increase Percent: ".
           accept WS-NEW-MIN-PCT.
           display "Enter Maximum Increase Percent: ".
           accept WS-NEW-MAX-PCT.
           if WS-NEW-MIN-PCT > WS-NEW-MAX-PCT
               display "Minimum cannot exceed maximum."
               go to SET-RATING-GUIDELINE-DONE
           end-if.
           move WS-NEW-MIN-PCT to WS-GT-MIN-PCT (WS-NEW-RATING).
           move WS-NEW-MAX-PCT to WS-GT-MAX-PCT (WS-NEW-RATING).
           open output MERIT-GUIDE-FILE.
           perform varying WS-RATING-IDX from 1 by 1
                   until WS-RATING-IDX > 5
               move WS-RATING-IDX to MG-RATING
               move WS-GT-MIN-PCT (WS-RATING-IDX) to MG-MIN-PCT
               move WS-GT-MAX-PCT (WS-RATING-IDX) to MG-MAX-PCT
               write MERIT-GUIDE-RECORD
           end-perform.
           close MERIT-GUIDE-FILE.
           display "Guideline saved.".
       SET-RATING-GUIDELINE-DONE.
           continue.

      *    One proposal per employee per cycle; keying the employee
      *    again replaces an open proposal. The new figure is the
      *    current rate or salary raised by the percentage.
       ENTER-PROPOSAL.
           display "Enter Employee ID: ".
           accept WS-TARGET-EMP-ID.
           move 0 to WS-EMP-FOUND-IDX.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               if WS-ET-ID (WS-EMP-IDX) = WS-TARGET-EMP-ID
                   move WS-EMP-IDX to WS-EMP-FOUND-IDX
               end-if
           end-perform.
           if WS-EMP-FOUND-IDX = 0
               display "Employee not found."
               go to ENTER-PROPOSAL-DONE
           end-if.
           perform FIND-PROPOSAL.
           if WS-PROP-FOUND-IDX not = 0
              and not WS-PR-PROPOSED (WS-PROP-FOUND-IDX)
               display "This employee's raise is already approved "
                   "for the cycle."
               go to ENTER-PROPOSAL-DONE
           end-if.
           display "Employee: " WS-ET-NAME (WS-EMP-FOUND-IDX)
               " Dept: " WS-ET-DEPT (WS-EMP-FOUND-IDX).
           display "Enter Rating (1-5): ".
           accept WS-NEW-RATING.
           if WS-NEW-RATING < 1 or WS-NEW-RATING > 5
               display "Rating must be 1 through 5."
               go to ENTER-PROPOSAL-DONE
           end-if.
           display "Enter Proposed Increase Percent (e.g. 3.50): ".
           accept WS-NEW-INCREASE-PCT.
           if WS-ET-TYPE (WS-EMP-FOUND-IDX) = 'S'
               compute WS-NEW-FIGURE rounded =
                   WS-ET-SALARY (WS-EMP-FOUND-IDX)
                   * (100 + WS-NEW-INCREASE-PCT) / 100
               compute WS-NEW-COST rounded =
                   (WS-NEW-FIGURE - WS-ET-SALARY (WS-EMP-FOUND-IDX))
                   * WS-ET-PERIODS (WS-EMP-FOUND-IDX)
           else
               compute WS-NEW-FIGURE rounded =
                   WS-ET-RATE (WS-EMP-FOUND-IDX)
                   * (100 + WS-NEW-INCREASE-PCT) / 100
               compute WS-NEW-COST rounded =
                   (WS-NEW-FIGURE - WS-ET-RATE (WS-EMP-FOUND-IDX))
                   * 2080
           end-if.
           if WS-PROP-FOUND-IDX = 0
               if WS-PROP-COUNT >= 2000
                   display "Proposal table is full."
                   go to ENTER-PROPOSAL-DONE
               end-if
               add 1 to WS-PROP-COUNT
               move WS-PROP-COUNT to WS-PROP-FOUND-IDX
           end-if.
           move WS-TARGET-EMP-ID to WS-PR-EMP-ID (WS-PROP-FOUND-IDX).
           move WS-ET-DEPT (WS-EMP-FOUND-IDX)
               to WS-PR-DEPT (WS-PROP-FOUND-IDX).
           move WS-ET-TYPE (WS-EMP-FOUND-IDX)
               to WS-PR-TYPE (WS-PROP-FOUND-IDX).
           move WS-NEW-RATING to WS-PR-RATING (WS-PROP-FOUND-IDX).
           move WS-NEW-INCREASE-PCT to WS-PR-PCT (WS-PROP-FOUND-IDX).
           if WS-ET-TYPE (WS-EMP-FOUND-IDX) = 'S'
               move WS-ET-SALARY (WS-EMP-FOUND-IDX)
                   to WS-PR-OLD (WS-PROP-FOUND-IDX)
           else
               move WS-ET-RATE (WS-EMP-FOUND-IDX)
                   to WS-PR-OLD (WS-PROP-FOUND-IDX)
           end-if.
           move WS-NEW-FIGURE to WS-PR-NEW (WS-PROP-FOUND-IDX).
           move WS-NEW-COST to WS-PR-COST (WS-PROP-FOUND-IDX).
           move WS-OPERATOR-ID to WS-PR-KEYED-BY (WS-PROP-FOUND-IDX).
           set WS-PR-PROPOSED (WS-PROP-FOUND-IDX) to true.
           move 0 to WS-PR-EFF-DATE (WS-PROP-FOUND-IDX).
           perform SAVE-PROPOSALS.
           move WS-PR-OLD (WS-PROP-FOUND-IDX) to WS-FMT-OLD.
           move WS-NEW-FIGURE to WS-FMT-NEW.
           display "Proposed " WS-FMT-OLD " -> " WS-FMT-NEW.
           if WS-NEW-INCREASE-PCT < WS-GT-MIN-PCT (WS-NEW-RATING)
              or WS-NEW-INCREASE-PCT > WS-GT-MAX-PCT (WS-NEW-RATING)
               move WS-GT-MIN-PCT (WS-NEW-RATING) to WS-FMT-PCT
               move WS-GT-MAX-PCT (WS-NEW-RATING) to WS-FMT-PCT2
               display "WARNING: outside the rating " WS-NEW-RATING
                   " guideline of " WS-FMT-PCT "% to "
                   WS-FMT-PCT2 "%."
           end-if.
           perform BUILD-DEPT-TOTALS.
           move WS-ET-DEPT (WS-EMP-FOUND-IDX) to WS-TARGET-DEPT.
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               if WS-DT-DEPT (WS-DEPT-IDX) = WS-TARGET-DEPT
                  and WS-DT-SPEND (WS-DEPT-IDX)
                      > WS-DT-POOL (WS-DEPT-IDX)
                   move WS-DT-SPEND (WS-DEPT-IDX) to WS-FMT-SPEND
                   move WS-DT-POOL (WS-DEPT-IDX) to WS-FMT-POOL
                   display "WARNING: " function trim (WS-TARGET-DEPT)
                       " is over its pool -- spend "
                       function trim (WS-FMT-SPEND) " against "
                       function trim (WS-FMT-POOL) "."
               end-if
           end-perform.
       ENTER-PROPOSAL-DONE.
           continue.

      *    Proposal table position of WS-TARGET-EMP-ID, zero when
      *    none.
       FIND-PROPOSAL.
           move 0 to WS-PROP-FOUND-IDX.
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               if WS-PR-EMP-ID (WS-PROP-IDX) = WS-TARGET-EMP-ID
                   move WS-PROP-IDX to WS-PROP-FOUND-IDX
               end-if
           end-perform.

       LIST-PROPOSALS.
           display "Emp-ID Dept       R  Pct   Old           New"
               "           St".
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               move WS-PR-PCT (WS-PROP-IDX) to WS-FMT-PCT
               move WS-PR-OLD (WS-PROP-IDX) to WS-FMT-OLD
               move WS-PR-NEW (WS-PROP-IDX) to WS-FMT-NEW
               display WS-PR-EMP-ID (WS-PROP-IDX) " "
                   WS-PR-DEPT (WS-PROP-IDX) " "
                   WS-PR-RATING (WS-PROP-IDX) " " WS-FMT-PCT " "
                   WS-FMT-OLD " " WS-FMT-NEW " "
                   WS-PR-STATUS (WS-PROP-IDX)
           end-perform.
           display WS-PROP-COUNT " proposal(s) on file.".

      *    Department payroll from the employee table; pool from the
      *    department's percentage; spend from the cycle's
      *    proposals, whatever their status.
       BUILD-DEPT-TOTALS.
           move 0 to WS-DEPT-COUNT.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               move WS-ET-DEPT (WS-EMP-IDX) to WS-TARGET-DEPT
               perform FIND-DEPT-ENTRY
               if WS-DEPT-FOUND-IDX not = 0
                   add 1 to WS-DT-HEADCOUNT (WS-DEPT-FOUND-IDX)
                   add WS-ET-ANNUAL (WS-EMP-IDX)
                       to WS-DT-PAYROLL (WS-DEPT-FOUND-IDX)
               end-if
           end-perform.
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               move WS-PR-DEPT (WS-PROP-IDX) to WS-TARGET-DEPT
               perform FIND-DEPT-ENTRY
               if WS-DEPT-FOUND-IDX not = 0
                   add 1 to WS-DT-PROPOSED (WS-DEPT-FOUND-IDX)
                   add WS-PR-COST (WS-PROP-IDX)
                       to WS-DT-SPEND (WS-DEPT-FOUND-IDX)
               end-if
           end-perform.
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               move WS-DT-DEPT (WS-DEPT-IDX) to WS-TARGET-DEPT
               perform FIND-POOL
               if WS-POOL-FOUND-IDX not = 0
                   move WS-PT-PCT (WS-POOL-FOUND-IDX)
                       to WS-DT-POOL-PCT (WS-DEPT-IDX)
               end-if
               compute WS-DT-POOL (WS-DEPT-IDX) rounded =
                   WS-DT-PAYROLL (WS-DEPT-IDX)
                   * WS-DT-POOL-PCT (WS-DEPT-IDX) / 100
           end-perform.

      *    Department table position of WS-TARGET-DEPT, adding the
      *    department when it is new; zero only when the table is
      *    full.
       FIND-DEPT-ENTRY.
           move 0 to WS-DEPT-FOUND-IDX.
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               if WS-DT-DEPT (WS-DEPT-IDX) = WS-TARGET-DEPT
                   move WS-DEPT-IDX to WS-DEPT-FOUND-IDX
               end-if
           end-perform.
           if WS-DEPT-FOUND-IDX = 0 and WS-DEPT-COUNT < 100
               add 1 to WS-DEPT-COUNT
               move WS-DEPT-COUNT to WS-DEPT-FOUND-IDX
               move WS-TARGET-DEPT to WS-DT-DEPT (WS-DEPT-COUNT)
               move 0 to WS-DT-HEADCOUNT (WS-DEPT-COUNT)
               move 0 to WS-DT-PROPOSED (WS-DEPT-COUNT)
               move 0 to WS-DT-PAYROLL (WS-DEPT-COUNT)
               move 0 to WS-DT-POOL-PCT (WS-DEPT-COUNT)
               move 0 to WS-DT-POOL (WS-DEPT-COUNT)
               move 0 to WS-DT-SPEND (WS-DEPT-COUNT)
           end-if.

      *    Spend against pool by department, then every proposal
      *    outside its rating's guideline range.
       DEPARTMENT-SUMMARY.
           perform BUILD-DEPT-TOTALS.
           move 0 to WS-TOT-PAYROLL.
           move 0 to WS-TOT-POOL.
           move 0 to WS-TOT-SPEND.
           move 0 to WS-OVER-POOL-COUNT.
           move 0 to WS-OUTSIDE-GUIDE-COUNT.
           open output MERIT-SUMMARY-FILE.
           move spaces to SUMMARY-LINE.
           string "MERIT CYCLE SUMMARY - " delimited by size
               WS-TODAY delimited by size
               into SUMMARY-LINE
           end-string.
           perform WRITE-SUMMARY-LINE.
           move spaces to SUMMARY-LINE.
           perform WRITE-SUMMARY-LINE.
           move spaces to SUMMARY-LINE.
           move "Department Emps Prop Pool%" to SUMMARY-LINE(1:26).
           move "Pool" to SUMMARY-LINE(38:4).
           move "Spend" to SUMMARY-LINE(53:5).
           move "Used%" to SUMMARY-LINE(68:5).
           perform WRITE-SUMMARY-LINE.
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               perform WRITE-DEPT-SUMMARY-LINE
           end-perform.
           move spaces to SUMMARY-LINE.
           perform WRITE-SUMMARY-LINE.
           move WS-TOT-PAYROLL to WS-FMT-PAYROLL.
           move WS-TOT-POOL to WS-FMT-POOL.
           move WS-TOT-SPEND to WS-FMT-SPEND.
           move spaces to SUMMARY-LINE.
           string "Total payroll " delimited by size
               function trim (WS-FMT-PAYROLL) delimited by size
               "  pool " delimited by size
               function trim (WS-FMT-POOL) delimited by size
               "  spend " delimited by size
               function trim (WS-FMT-SPEND) delimited by size
               into SUMMARY-LINE
           end-string.
           perform WRITE-SUMMARY-LINE.
           move spaces to SUMMARY-LINE.
           string "Departments over pool: " delimited by size
               WS-OVER-POOL-COUNT delimited by size
               into SUMMARY-LINE
           end-string.
           perform WRITE-SUMMARY-LINE.
           move spaces to SUMMARY-LINE.
           perform WRITE-SUMMARY-LINE.
           move "Proposals outside the rating guideline:"
               to SUMMARY-LINE.
           perform WRITE-SUMMARY-LINE.
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               move WS-PR-RATING (WS-PROP-IDX) to WS-RATING-IDX
               if WS-RATING-IDX >= 1 and WS-RATING-IDX <= 5
                   if WS-PR-PCT (WS-PROP-IDX)
                       < WS-GT-MIN-PCT (WS-RATING-IDX)
                      or WS-PR-PCT (WS-PROP-IDX)
                       > WS-GT-MAX-PCT (WS-RATING-IDX)
                       perform WRITE-GUIDE-EXCEPTION-LINE
                   end-if
               end-if
           end-perform.
           if WS-OUTSIDE-GUIDE-COUNT = 0
               move "  None." to SUMMARY-LINE
               perform WRITE-SUMMARY-LINE
           end-if.
           close MERIT-SUMMARY-FILE.
           display "Summary written to merit_summary.txt.".

       WRITE-DEPT-SUMMARY-LINE.
           add WS-DT-PAYROLL (WS-DEPT-IDX) to WS-TOT-PAYROLL.
           add WS-DT-POOL (WS-DEPT-IDX) to WS-TOT-POOL.
           add WS-DT-SPEND (WS-DEPT-IDX) to WS-TOT-SPEND.
           move WS-DT-POOL-PCT (WS-DEPT-IDX) to WS-FMT-PCT.
           move WS-DT-POOL (WS-DEPT-IDX) to WS-FMT-POOL.
           move WS-DT-SPEND (WS-DEPT-IDX) to WS-FMT-SPEND.
           if WS-DT-POOL (WS-DEPT-IDX) > 0
               compute WS-SPEND-PCT rounded =
                   WS-DT-SPEND (WS-DEPT-IDX) * 100
                   / WS-DT-POOL (WS-DEPT-IDX)
                   on size error
                       move 999.99 to WS-SPEND-PCT
               end-compute
           else
               move 0 to WS-SPEND-PCT
           end-if.
           move WS-SPEND-PCT to WS-FMT-SPEND-PCT.
           move spaces to SUMMARY-LINE.
           move WS-DT-DEPT (WS-DEPT-IDX) to SUMMARY-LINE(1:10).
           move WS-DT-HEADCOUNT (WS-DEPT-IDX) to SUMMARY-LINE(12:4).
           move WS-DT-PROPOSED (WS-DEPT-IDX) to SUMMARY-LINE(17:4).
           move WS-FMT-PCT to SUMMARY-LINE(22:5).
           move WS-FMT-POOL to SUMMARY-LINE(28:14).
           move WS-FMT-SPEND to SUMMARY-LINE(44:14).
           move WS-FMT-SPEND-PCT to SUMMARY-LINE(67:6).
           if WS-DT-SPEND (WS-DEPT-IDX) > WS-DT-POOL (WS-DEPT-IDX)
               move "OVER" to SUMMARY-LINE(75:4)
               add 1 to WS-OVER-POOL-COUNT
           end-if.
           perform WRITE-SUMMARY-LINE.

       WRITE-GUIDE-EXCEPTION-LINE.
           add 1 to WS-OUTSIDE-GUIDE-COUNT.
           move WS-PR-PCT (WS-PROP-IDX) to WS-FMT-PCT.
           move WS-GT-MIN-PCT (WS-RATING-IDX) to WS-FMT-PCT2.
           move WS-GT-MAX-PCT (WS-RATING-IDX) to WS-FMT-PCT3.
           move spaces to SUMMARY-LINE.
           string "  Employee " delimited by size
               WS-PR-EMP-ID (WS-PROP-IDX) delimited by size
               " " delimited by size
               WS-PR-DEPT (WS-PROP-IDX) delimited by size
               " rating " delimited by size
               WS-RATING-IDX delimited by size
               " raise " delimited by size
               WS-FMT-PCT delimited by size
               "% outside " delimited by size
               function trim (WS-FMT-PCT2) delimited by size
               "% to " delimited by size
               function trim (WS-FMT-PCT3) delimited by size
               "%" delimited by size
               into SUMMARY-LINE
           end-string.
           perform WRITE-SUMMARY-LINE.

       WRITE-SUMMARY-LINE.
           write SUMMARY-LINE.
           display SUMMARY-LINE.

      *    Turns every open proposal into a dated rate history row
      *    on the cycle date. A raise beyond the pay change
      *    threshold parks for a second operator instead, carrying
      *    the cycle date so pay-change-approval.cbl dates the row
      *    there when it is approved. Departments over their pool
      *    are listed first and the supervisor confirms.
       APPROVE-CYCLE.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required to approve the "
                   "cycle."
               go to APPROVE-CYCLE-DONE
           end-if.
           display "Enter Cycle Effective Date (YYYYMMDD): ".
           accept WS-CYCLE-DATE.
           if WS-CYCLE-DATE not > WS-TODAY
               display "Cycle date must be after today."
               go to APPROVE-CYCLE-DONE
           end-if.
           perform BUILD-DEPT-TOTALS.
           move 0 to WS-OVER-POOL-COUNT.
           perform varying WS-DEPT-IDX from 1 by 1
                   until WS-DEPT-IDX > WS-DEPT-COUNT
               if WS-DT-SPEND (WS-DEPT-IDX) > WS-DT-POOL (WS-DEPT-IDX)
                   add 1 to WS-OVER-POOL-COUNT
                   move WS-DT-SPEND (WS-DEPT-IDX) to WS-FMT-SPEND
                   move WS-DT-POOL (WS-DEPT-IDX) to WS-FMT-POOL
                   display "WARNING: " WS-DT-DEPT (WS-DEPT-IDX)
                       " over pool -- spend "
                       function trim (WS-FMT-SPEND) " against "
                       function trim (WS-FMT-POOL) "."
               end-if
           end-perform.
           display "Approve all open proposals effective "
               WS-CYCLE-DATE " (Y/N)? ".
           accept WS-DECISION.
           if WS-DECISION not = 'Y' and WS-DECISION not = 'y'
               display "Cycle not approved."
               go to APPROVE-CYCLE-DONE
           end-if.
           move 0 to WS-APPLIED-COUNT.
           move 0 to WS-PARKED-COUNT.
           perform varying WS-PROP-IDX from 1 by 1
                   until WS-PROP-IDX > WS-PROP-COUNT
               if WS-PR-PROPOSED (WS-PROP-IDX)
                   perform APPROVE-ONE-PROPOSAL
               end-if
           end-perform.
           perform SAVE-PROPOSALS.
           display WS-APPLIED-COUNT " raise(s) dated " WS-CYCLE-DATE
               "; " WS-PARKED-COUNT " parked for a second operator.".
       APPROVE-CYCLE-DONE.
           continue.

       APPROVE-ONE-PROPOSAL.
           move WS-PR-EMP-ID (WS-PROP-IDX) to WS-TARGET-EMP-ID.
           move 0 to WS-EMP-FOUND-IDX.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               if WS-ET-ID (WS-EMP-IDX) = WS-TARGET-EMP-ID
                   move WS-EMP-IDX to WS-EMP-FOUND-IDX
               end-if
           end-perform.
           if WS-EMP-FOUND-IDX = 0
               display "Employee " WS-TARGET-EMP-ID
                   " no longer on file -- proposal left open."
           else
               move WS-CYCLE-DATE to WS-PR-EFF-DATE (WS-PROP-IDX)
               move 0 to WS-CHANGE-PCT
               if WS-PR-OLD (WS-PROP-IDX) not = 0
                   compute WS-CHANGE-PCT rounded =
                       (WS-PR-NEW (WS-PROP-IDX)
                        - WS-PR-OLD (WS-PROP-IDX))
                       * 100 / WS-PR-OLD (WS-PROP-IDX)
               end-if
               if WS-CHANGE-PCT > WS-CHANGE-THRESHOLD
                   perform PARK-MERIT-CHANGE
                   set WS-PR-PARKED (WS-PROP-IDX) to true
                   add 1 to WS-PARKED-COUNT
               else
                   perform APPEND-MERIT-HISTORY-ROW
                   set WS-PR-APPLIED (WS-PROP-IDX) to true
                   add 1 to WS-APPLIED-COUNT
               end-if
               move 'U' to EA-ACTION
               move 'MERIT-INCREASE' to EA-FIELD
               move WS-PR-OLD (WS-PROP-IDX) to WS-PPC-EDIT
               move WS-PPC-EDIT to EA-OLD-VALUE
               move WS-PR-NEW (WS-PROP-IDX) to WS-PPC-EDIT
               move spaces to EA-NEW-VALUE
               string WS-PPC-EDIT delimited by size
                   " eff " delimited by size
                   WS-CYCLE-DATE delimited by size
                   into EA-NEW-VALUE
               end-string
               perform WRITE-EMP-AUDIT
           end-if.

      *    Same row employee-maint's dated change writes: the new
      *    figure of the employee's type, the other figure as it
      *    stands on the record.
       APPEND-MERIT-HISTORY-ROW.
           open extend RATE-HISTORY-FILE.
           if WS-RATE-HIST-STATUS not = '00'
               open output RATE-HISTORY-FILE
           end-if.
           move WS-TARGET-EMP-ID to ERH-EMP-ID.
           move WS-CYCLE-DATE to ERH-EFFECTIVE-DATE.
           move WS-ET-TYPE (WS-EMP-FOUND-IDX) to ERH-TYPE.
           move WS-ET-RATE (WS-EMP-FOUND-IDX) to ERH-RATE.
           move WS-ET-SALARY (WS-EMP-FOUND-IDX) to ERH-SALARY.
           if WS-ET-TYPE (WS-EMP-FOUND-IDX) = 'S'
               move WS-PR-NEW (WS-PROP-IDX) to ERH-SALARY
           else
               move WS-PR-NEW (WS-PROP-IDX) to ERH-RATE
           end-if.
           write RATE-HISTORY-RECORD.
           close RATE-HISTORY-FILE.

      *    Parks one raise for a second operator, the same item
      *    employee-maint writes, with the cycle date attached.
       PARK-MERIT-CHANGE.
           move 0 to WS-PPC-NEW-ID.
           open i-o PENDING-PAY-CHANGE-FILE.
           if WS-PPC-STATUS not = '00'
               open output PENDING-PAY-CHANGE-FILE
               close PENDING-PAY-CHANGE-FILE
               open i-o PENDING-PAY-CHANGE-FILE
           else
               move 999999 to PPC-ID
               start PENDING-PAY-CHANGE-FILE key is less than or
                   equal to PPC-ID
                   invalid key
                       move 0 to WS-PPC-NEW-ID
                   not invalid key
                       read PENDING-PAY-CHANGE-FILE next record
                           at end
                               move 0 to WS-PPC-NEW-ID
                           not at end
                               move PPC-ID to WS-PPC-NEW-ID
                       end-read
               end-start
           end-if.
           add 1 to WS-PPC-NEW-ID.
           move WS-PPC-NEW-ID to PPC-ID.
           if WS-ET-TYPE (WS-EMP-FOUND-IDX) = 'S'
               set PPC-SALARY-CHANGE to true
           else
               set PPC-RATE-CHANGE to true
           end-if.
           move WS-TARGET-EMP-ID to PPC-EMP-ID.
           move WS-PR-OLD (WS-PROP-IDX) to WS-PPC-EDIT.
           move WS-PPC-EDIT to PPC-OLD-VALUE.
           move WS-PR-NEW (WS-PROP-IDX) to WS-PPC-EDIT.
           move WS-PPC-EDIT to PPC-NEW-VALUE.
           move 0 to PPC-NEW-CUST-ID.
           move 0 to PPC-NEW-ACCOUNT.
           move 0 to PPC-NEW-ROUTING.
           move WS-PR-KEYED-BY (WS-PROP-IDX) to PPC-KEYED-BY.
           move WS-TODAY to PPC-KEYED-DATE.
           set PPC-OPEN to true.
           move 'merit cycle' to PPC-REASON.
           move WS-CYCLE-DATE to PPC-EFFECTIVE-DATE.
           write PENDING-PAY-CHANGE-RECORD.
           close PENDING-PAY-CHANGE-FILE.
           display "Employee " WS-TARGET-EMP-ID " raise parked as "
               "pending item " WS-PPC-NEW-ID ".".

       READ-CHANGE-THRESHOLD.
           open input PAY-THRESHOLD-FILE.
           if WS-THRESHOLD-STATUS = '00'
               read PAY-THRESHOLD-FILE
                   at end
                       continue
                   not at end
                       move PAY-THRESHOLD-LINE
                           to WS-CHANGE-THRESHOLD
               end-read
               close PAY-THRESHOLD-FILE
           end-if.

       WRITE-EMP-AUDIT.
           open extend EMP-AUDIT-FILE.
           if WS-EMP-AUDIT-STATUS not = '00'
               open output EMP-AUDIT-FILE
           end-if.
           move function current-date(1:8) to EA-DATE.
           move function current-date(9:6) to EA-TIME.
           move 'merit-cycle' to EA-PROGRAM.
           move WS-TARGET-EMP-ID to EA-EMP-ID.
           move WS-OPERATOR-ID to EA-OPERATOR-ID.
           write EMP-AUDIT-RECORD.
           close EMP-AUDIT-FILE.

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
