       identification division.
       program-id. expense-report.

      *    Monthly employee expense report by department: every
      *    claim dated in the requested month that was not
      *    rejected, totalled per department by category -- travel,
      *    mileage, lodging, meals, other -- from expense_claims.dat
      *    as kept by expense-maint.cbl and marked paid by
      *    payroll-processor.cob. The status summary at the foot
      *    splits the month between claims already reimbursed,
      *    approved but awaiting the next pay run, and still
      *    waiting on a supervisor. Each employee's department comes
      *    from employees.dat, the way wc-premium-report.cbl finds
      *    it.

       environment division.
       input-output section.
       file-control.
       select EXPENSE-CLAIM-FILE
           assign to 'expense_claims.dat'
           organization is indexed
           access mode is dynamic
           record key is EXP-CLAIM-ID
           lock mode is automatic
           file status is WS-EXP-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EXPENSE-REPORT-FILE
           assign to 'expense_report.txt'
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

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 filler               pic x(19).
          05 EMP-PAY-PERIOD       pic x(6).
          05 EMP-DEPARTMENT       pic x(10).
          05 filler               pic x(113).

       fd EXPENSE-REPORT-FILE.
       01 REPORT-LINE               pic x(100).

       working-storage section.
       01 WS-EXP-STATUS             pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-REPORT-MONTH           pic x(6).

      *    Employee -> department lookup, loaded once.
       01 WS-EMP-DEPT-TABLE.
          05 WS-ED-ENTRY occurs 500 times.
             10 WS-ED-EMP-ID         pic 9(6).
             10 WS-ED-DEPT           pic x(10).
       01 WS-ED-USED                pic 9(3) value zero.
       01 WS-ED-SUB                 pic 9(3).
       01 WS-WORK-DEPT              pic x(10).

      *    Per-department accumulators for the month, one column per
      *    category: 1 travel, 2 mileage, 3 lodging, 4 meals,
      *    5 other.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY occurs 50 times.
             10 WS-DT-DEPT           pic x(10).
             10 WS-DT-COUNT          pic 9(5).
             10 WS-DT-CAT-AMOUNT occurs 5 times pic 9(8)v99.
             10 WS-DT-TOTAL          pic 9(8)v99.
       01 WS-DEPT-USED              pic 9(2) value zero.
       01 WS-DEPT-SUB               pic 9(2).
       01 WS-DEPT-FOUND             pic 9(2).
       01 WS-CAT-SUB                pic 9(1).
       01 WS-DEPT-OVERFLOW          pic x value 'N'.
       01 WS-GRAND-CAT-TABLE.
          05 WS-GRAND-CAT-AMOUNT occurs 5 times pic 9(9)v99.
       01 WS-GRAND-TOTAL            pic 9(9)v99 value zero.
       01 WS-GRAND-COUNT            pic 9(5) value zero.
       01 WS-PAID-TOTAL             pic 9(9)v99 value zero.
       01 WS-APPROVED-TOTAL         pic 9(9)v99 value zero.
       01 WS-SUBMITTED-TOTAL        pic 9(9)v99 value zero.
       01 WS-REJECTED-COUNT         pic 9(5) value zero.
       01 WS-FMT-CAT-TABLE.
          05 WS-FMT-CAT occurs 5 times pic ZZZ,ZZ9.99.
       01 WS-FMT-TOTAL              pic Z,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "Monthly Expense Report by Department".
           display "Enter Month (YYYYMM): ".
           accept WS-REPORT-MONTH.
           perform varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 5
               move 0 to WS-GRAND-CAT-AMOUNT (WS-CAT-SUB)
           end-perform.
           perform LOAD-EMPLOYEE-DEPARTMENTS.
           perform TALLY-MONTH-CLAIMS.
           perform WRITE-EXPENSE-REPORT.
           display WS-GRAND-COUNT " claim(s) reported; "
               WS-REJECTED-COUNT " rejected claim(s) left out.".
           display "Report written to expense_report.txt.".
           stop run.

       LOAD-EMPLOYEE-DEPARTMENTS.
           move 'N' to WS-EOF-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-ED-USED < 500
                       add 1 to WS-ED-USED
                       move EMP-ID to WS-ED-EMP-ID (WS-ED-USED)
                       move EMP-DEPARTMENT
                           to WS-ED-DEPT (WS-ED-USED)
                   end-if
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EMPLOYEE-FILE
           end-if.

       TALLY-MONTH-CLAIMS.
           move 'N' to WS-EOF-FLAG.
           open input EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS not = '00'
               display "No expense claims on file."
           else
               read EXPENSE-CLAIM-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if EXP-DATE(1:6) = WS-REPORT-MONTH
                       if EXP-REJECTED
                           add 1 to WS-REJECTED-COUNT
                       else
                           perform TALLY-ONE-CLAIM
                       end-if
                   end-if
                   read EXPENSE-CLAIM-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EXPENSE-CLAIM-FILE
           end-if.

      *    An employee no longer on the master still has to be
      *    reported; their claims land under UNKNOWN.
       TALLY-ONE-CLAIM.
           move 'UNKNOWN' to WS-WORK-DEPT.
           perform varying WS-ED-SUB from 1 by 1
               until WS-ED-SUB > WS-ED-USED
               if WS-ED-EMP-ID (WS-ED-SUB) = EXP-EMP-ID
                   move WS-ED-DEPT (WS-ED-SUB) to WS-WORK-DEPT
               end-if
           end-perform.
           evaluate true
               when EXP-TRAVEL  move 1 to WS-CAT-SUB
               when EXP-MILEAGE move 2 to WS-CAT-SUB
               when EXP-LODGING move 3 to WS-CAT-SUB
               when EXP-MEALS   move 4 to WS-CAT-SUB
               when other       move 5 to WS-CAT-SUB
           end-evaluate.
           move 0 to WS-DEPT-FOUND.
           perform varying WS-DEPT-SUB from 1 by 1
               until WS-DEPT-SUB > WS-DEPT-USED
               if WS-DT-DEPT (WS-DEPT-SUB) = WS-WORK-DEPT
                   move WS-DEPT-SUB to WS-DEPT-FOUND
               end-if
           end-perform.
           if WS-DEPT-FOUND = 0 and WS-DEPT-USED < 50
               add 1 to WS-DEPT-USED
               move WS-DEPT-USED to WS-DEPT-FOUND
               move WS-WORK-DEPT to WS-DT-DEPT (WS-DEPT-FOUND)
               move 0 to WS-DT-COUNT (WS-DEPT-FOUND)
               move 0 to WS-DT-TOTAL (WS-DEPT-FOUND)
               perform varying WS-DEPT-SUB from 1 by 1
                   until WS-DEPT-SUB > 5
                   move 0 to WS-DT-CAT-AMOUNT (WS-DEPT-FOUND,
                       WS-DEPT-SUB)
               end-perform
           end-if.
           if WS-DEPT-FOUND = 0
               move 'Y' to WS-DEPT-OVERFLOW
           else
               add 1 to WS-DT-COUNT (WS-DEPT-FOUND)
               add EXP-AMOUNT
                   to WS-DT-CAT-AMOUNT (WS-DEPT-FOUND, WS-CAT-SUB)
               add EXP-AMOUNT to WS-DT-TOTAL (WS-DEPT-FOUND)
           end-if.
           add 1 to WS-GRAND-COUNT.
           add EXP-AMOUNT to WS-GRAND-CAT-AMOUNT (WS-CAT-SUB).
           add EXP-AMOUNT to WS-GRAND-TOTAL.
           evaluate true
               when EXP-PAID      add EXP-AMOUNT to WS-PAID-TOTAL
               when EXP-APPROVED  add EXP-AMOUNT to WS-APPROVED-TOTAL
               when other         add EXP-AMOUNT to WS-SUBMITTED-TOTAL
           end-evaluate.

       WRITE-EXPENSE-REPORT.
           open output EXPENSE-REPORT-FILE.
           move "EMPLOYEE EXPENSE REPORT BY DEPARTMENT"
               to REPORT-LINE.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "Month " delimited by size
                  WS-REPORT-MONTH delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "Department Claims     Travel    Mileage    Lodging
      -        "      Meals      Other        Total" to REPORT-LINE.
           write REPORT-LINE.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           perform varying WS-DEPT-SUB from 1 by 1
               until WS-DEPT-SUB > WS-DEPT-USED
               perform varying WS-CAT-SUB from 1 by 1
                   until WS-CAT-SUB > 5
                   move WS-DT-CAT-AMOUNT (WS-DEPT-SUB, WS-CAT-SUB)
                       to WS-FMT-CAT (WS-CAT-SUB)
               end-perform
               move WS-DT-TOTAL (WS-DEPT-SUB) to WS-FMT-TOTAL
               move spaces to REPORT-LINE
               string WS-DT-DEPT (WS-DEPT-SUB) delimited by size
                      " " delimited by size
                      WS-DT-COUNT (WS-DEPT-SUB) delimited by size
                      " " delimited by size
                      WS-FMT-CAT (1) delimited by size
                      " " delimited by size
                      WS-FMT-CAT (2) delimited by size
                      " " delimited by size
                      WS-FMT-CAT (3) delimited by size
                      " " delimited by size
                      WS-FMT-CAT (4) delimited by size
                      " " delimited by size
                      WS-FMT-CAT (5) delimited by size
                      " " delimited by size
                      WS-FMT-TOTAL delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
           end-perform.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           perform varying WS-CAT-SUB from 1 by 1
               until WS-CAT-SUB > 5
               move WS-GRAND-CAT-AMOUNT (WS-CAT-SUB)
                   to WS-FMT-CAT (WS-CAT-SUB)
           end-perform.
           move WS-GRAND-TOTAL to WS-FMT-TOTAL.
           move spaces to REPORT-LINE.
           string "TOTAL      " delimited by size
                  WS-GRAND-COUNT delimited by size
                  " " delimited by size
                  WS-FMT-CAT (1) delimited by size
                  " " delimited by size
                  WS-FMT-CAT (2) delimited by size
                  " " delimited by size
                  WS-FMT-CAT (3) delimited by size
                  " " delimited by size
                  WS-FMT-CAT (4) delimited by size
                  " " delimited by size
                  WS-FMT-CAT (5) delimited by size
                  " " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move WS-PAID-TOTAL to WS-FMT-TOTAL.
           move spaces to REPORT-LINE.
           string "Reimbursed through payroll:   " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-APPROVED-TOTAL to WS-FMT-TOTAL.
           move spaces to REPORT-LINE.
           string "Approved, awaiting pay run:   " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-SUBMITTED-TOTAL to WS-FMT-TOTAL.
           move spaces to REPORT-LINE.
           string "Submitted, awaiting approval: " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           if WS-DEPT-OVERFLOW = 'Y'
               move "** Over 50 departments seen -- some claims are
      -            " in the totals but missing above **"
                   to REPORT-LINE
               write REPORT-LINE
           end-if.
           close EXPENSE-REPORT-FILE.
