      *    union employee whose hire-date anniversary falls in the
      *    month just entered moves up one step (capped at 10, the
      *    top of every contract's ladder). The employee file is
      *    walked in key order with the file open i-o, each advanced
      *    employee's record is rewritten in place, and each advance
      *    writes the standard change-trail line.

       environment division.
       input-output section.
       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EMP-AUDIT-FILE
           assign to 'emp_audit.dat'
           organization is line sequential
          05 EMP-UNION-STEP        pic 9(2).
          05 filler                pic x(3).

       fd EMP-AUDIT-FILE.
       01 EMP-AUDIT-RECORD.
          05 EA-DATE                pic 9(8).

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EMP-AUDIT-STATUS       pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-HIRE-MONTH             pic 9(2).
       01 WS-ADVANCED-COUNT         pic 9(4) value zero.
       01 WS-OLD-STEP               pic 9(2).
       01 WS-ADVANCED-FLAG          pic x.

       procedure division.
       MAIN-LOGIC.
           display "Union Step Progression".
           display "Enter Run Month (MM): ".
           accept WS-RUN-MONTH.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "No employee file on record."
               stop run
           end-if.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform CONSIDER-ONE-EMPLOYEE
               if WS-ADVANCED-FLAG = 'Y'
                   rewrite EMPLOYEE-RECORD
                       invalid key
                           display "WARNING: rewrite failed for "
                               "employee " EMP-ID "."
                   end-rewrite
               end-if
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           display WS-ADVANCED-COUNT " employee(s) advanced a step.".
           stop run.

      *    A union employee whose hire anniversary month matches the
      *    run month moves up one step, to a ceiling of 10.
       CONSIDER-ONE-EMPLOYEE.
           move 'N' to WS-ADVANCED-FLAG.
           if EMP-UNION-CONTRACT = spaces or EMP-HIRE-DATE = 0
               continue
           else
                  and EMP-UNION-STEP < 10
                   move EMP-UNION-STEP to WS-OLD-STEP
                   add 1 to EMP-UNION-STEP
                   move 'Y' to WS-ADVANCED-FLAG
                   perform WRITE-STEP-AUDIT
                   add 1 to WS-ADVANCED-COUNT
                   display "Employee " EMP-ID " advanced to step "
