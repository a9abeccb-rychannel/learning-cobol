      *    year's rates are loaded through benefit-plan-maint.cbl,
      *    this job walks every enrollment, reprices the enrolled
      *    employee's stored EMP-HEALTH-DEDUCTION to the plan's new
      *    employee premium with a keyed read and rewrite of just
      *    that employee's record, and writes an old-vs-new
      *    repricing report so HR can mail the rate letters. Employees with no enrollment keep their
      *    stored flat amount.

       environment division.
       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select BENEFIT-PLAN-FILE
           assign to 'benefit_plans.dat'
           organization is line sequential
          05 EMP-401K-PCT         pic 9v999.
          05 EMP-HEALTH-DEDUCTION pic 9(4)v99.
          05 EMP-BACK             pic x(93).

       fd BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-PLAN-STATUS            pic xx.
       01 WS-ENROLL-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
             10 WS-EN-CODE           pic x(8).
             10 WS-EN-TIER           pic x(1).
       01 WS-EN-IDX                 pic 9(3).
       01 WS-EN-WALK                pic 9(3).
       01 WS-REPRICED-FLAG          pic x.
       01 WS-NEW-PREMIUM            pic 9(4)v99.
       01 WS-PREMIUM-FOUND          pic x.
       01 WS-REPRICED-COUNT         pic 9(5) value zero.
       01 WS-OLD-FMT                pic $Z,ZZ9.99.
       01 WS-NEW-FMT                pic $Z,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "Open Enrollment Repricing Batch Starting...".
           move all "=" to REPRICE-REPORT-LINE.
           write REPRICE-REPORT-LINE.

           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found. Aborting."
               close REPRICE-REPORT-FILE
               stop run
           end-if.
      *    Only enrolled employees can reprice, so each enrollment's
      *    employee is read by key and rewritten when the premium
      *    moved; everyone else is left untouched.
           perform varying WS-EN-WALK from 1 by 1
               until WS-EN-WALK > WS-ENROLL-USED
               move WS-EN-EMP-ID (WS-EN-WALK) to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       display "Enrolled employee " EMP-ID
                           " not on the employee file; skipped."
                   not invalid key
                       perform REPRICE-ONE-EMPLOYEE
                       if WS-REPRICED-FLAG = 'Y'
                           rewrite EMPLOYEE-RECORD
                               invalid key
                                   display "Rewrite failed for "
                                       "employee " EMP-ID "."
                           end-rewrite
                       end-if
               end-read
               if WS-EMP-STATUS = '51'
                   display "Employee " EMP-ID " is held by another "
                       "session; not repriced."
               end-if
           end-perform.
           close EMPLOYEE-FILE.
           close REPRICE-REPORT-FILE.
           display WS-REPRICED-COUNT " employee(s) repriced.".
           display "Report written to open_enrollment_report.txt.".

       REPRICE-ONE-EMPLOYEE.
           move 'N' to WS-PREMIUM-FOUND.
           move 'N' to WS-REPRICED-FLAG.
           perform varying WS-EN-IDX from 1 by 1
               until WS-EN-IDX > WS-ENROLL-USED
               if WS-EN-EMP-ID (WS-EN-IDX) = EMP-ID
               end-string
               write REPRICE-REPORT-LINE
               move WS-NEW-PREMIUM to EMP-HEALTH-DEDUCTION
               move 'Y' to WS-REPRICED-FLAG
               add 1 to WS-REPRICED-COUNT
           end-if.

