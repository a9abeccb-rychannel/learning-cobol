       identification division.
       program-id. labor-budget-maint.

      *    Maintenance for the labor budget the budget-versus-actual
      *    report measures each department against. One row per
      *    company, department (or cost center, for labor that is
      *    split through labor_alloc.dat) and month carries the
      *    budgeted regular pay, overtime, bonus, employer benefit
      *    cost and employer taxes. Keying a row for a company,
      *    department and month already on file replaces the old
      *    figures rather than adding a second row, so a revised
      *    budget is simply keyed over the original.

       environment division.
       input-output section.
       file-control.
       select LABOR-BUDGET-FILE
           assign to 'labor_budget.dat'
           organization is line sequential
           file status is WS-LB-STATUS.

       data division.
       file section.
       fd LABOR-BUDGET-FILE.
       01 LABOR-BUDGET-RECORD.
          05 LB-COMPANY             pic x(3).
          05 LB-DEPARTMENT          pic x(10).
          05 LB-YEAR                pic 9(4).
          05 LB-MONTH               pic 9(2).
          05 LB-REGULAR             pic 9(7)v99.
          05 LB-OVERTIME            pic 9(7)v99.
          05 LB-BONUS               pic 9(7)v99.
          05 LB-BENEFITS            pic 9(7)v99.
          05 LB-ER-TAXES            pic 9(7)v99.

       working-storage section.
       01 WS-LB-STATUS              pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-TARGET-YEAR            pic 9(4).
       01 WS-TARGET-COMPANY         pic x(3).
       01 WS-ROW-COUNT              pic 9(5).
       01 WS-FMT-AMT                pic z(6)9.99.
       01 WS-FMT-TOTAL              pic z(7)9.99.
       01 WS-ROW-TOTAL              pic 9(8)v99.

      *    The whole budget file is held here while a row is added
      *    or replaced, then written back out.
       01 WS-BUDGET-TABLE.
          05 WS-BT-ENTRY occurs 2000 times.
             10 WS-BT-ROW            pic x(73).
       01 WS-BT-USED                pic 9(4) value zero.
       01 WS-BT-IDX                 pic 9(4).
       01 WS-BT-FOUND               pic 9(4).
       01 WS-NEW-ROW                pic x(73).
       01 WS-NEW-KEY                pic x(19).
       01 WS-REPLACED               pic x.

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '3'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-BUDGET-ROW
                                thru ADD-BUDGET-DONE
                   when '2' perform LIST-BUDGET-ROWS
                   when '3' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Labor Budget Maintenance".
           display "1. Add or Replace Budget Row".
           display "2. List Budget Rows".
           display "3. Exit".
           display "Enter choice: ".

       ADD-BUDGET-ROW.
           display "Enter Company (blank for 000): ".
           accept LB-COMPANY.
           if LB-COMPANY = spaces
               move '000' to LB-COMPANY
           end-if.
           display "Enter Department or Cost Center: ".
           accept LB-DEPARTMENT.
           move function upper-case (LB-DEPARTMENT) to LB-DEPARTMENT.
           if LB-DEPARTMENT = spaces
               display "Department is required."
               go to ADD-BUDGET-DONE.
           display "Enter Budget Year (YYYY): ".
           accept LB-YEAR.
           if LB-YEAR < 1900
               display "Invalid year."
               go to ADD-BUDGET-DONE.
           display "Enter Month (1-12): ".
           accept LB-MONTH.
           if LB-MONTH < 1 or LB-MONTH > 12
               display "Invalid month."
               go to ADD-BUDGET-DONE.
           display "Enter Regular Pay Budget: ".
           accept LB-REGULAR.
           display "Enter Overtime Budget: ".
           accept LB-OVERTIME.
           display "Enter Bonus Budget: ".
           accept LB-BONUS.
           display "Enter Employer Benefits Budget: ".
           accept LB-BENEFITS.
           display "Enter Employer Taxes Budget: ".
           accept LB-ER-TAXES.
           move LABOR-BUDGET-RECORD to WS-NEW-ROW.
           move LABOR-BUDGET-RECORD(1:19) to WS-NEW-KEY.

           perform LOAD-BUDGET-TABLE.
           move 0 to WS-BT-FOUND.
           move 'N' to WS-REPLACED.
           perform varying WS-BT-IDX from 1 by 1
               until WS-BT-IDX > WS-BT-USED
               if WS-BT-ROW (WS-BT-IDX)(1:19) = WS-NEW-KEY
                   move WS-BT-IDX to WS-BT-FOUND
                   move 'Y' to WS-REPLACED
               end-if
           end-perform.
           if WS-BT-FOUND = 0
               if WS-BT-USED >= 2000
                   display "Budget file is full; row not added."
                   go to ADD-BUDGET-DONE
               end-if
               add 1 to WS-BT-USED
               move WS-BT-USED to WS-BT-FOUND
           end-if.
           move WS-NEW-ROW to WS-BT-ROW (WS-BT-FOUND).

           open output LABOR-BUDGET-FILE.
           perform varying WS-BT-IDX from 1 by 1
               until WS-BT-IDX > WS-BT-USED
               move WS-BT-ROW (WS-BT-IDX) to LABOR-BUDGET-RECORD
               write LABOR-BUDGET-RECORD
           end-perform.
           close LABOR-BUDGET-FILE.
           if WS-REPLACED = 'Y'
               display "Budget row replaced."
           else
               display "Budget row added."
           end-if.
       ADD-BUDGET-DONE.
           continue.

       LOAD-BUDGET-TABLE.
           move 0 to WS-BT-USED.
           move 'N' to WS-EOF-FLAG.
           open input LABOR-BUDGET-FILE.
           if WS-LB-STATUS = '00'
               read LABOR-BUDGET-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-BT-USED < 2000
                       add 1 to WS-BT-USED
                       move LABOR-BUDGET-RECORD
                           to WS-BT-ROW (WS-BT-USED)
                   end-if
                   read LABOR-BUDGET-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LABOR-BUDGET-FILE
           end-if.

       LIST-BUDGET-ROWS.
           display "Enter Year (YYYY): ".
           accept WS-TARGET-YEAR.
           display "Enter Company (blank for all): ".
           accept WS-TARGET-COMPANY.
           open input LABOR-BUDGET-FILE.
           if WS-LB-STATUS not = '00'
               display "No labor budget on file."
           else
               move 'N' to WS-EOF-FLAG
               move 0 to WS-ROW-COUNT
               display "Co  Department Mo    Regular   Overtime"
                   "      Bonus   Benefits    ER Taxes       Total"
               read LABOR-BUDGET-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if LB-YEAR = WS-TARGET-YEAR
                      and (WS-TARGET-COMPANY = spaces
                           or LB-COMPANY = WS-TARGET-COMPANY)
                       perform DISPLAY-BUDGET-ROW
                       add 1 to WS-ROW-COUNT
                   end-if
                   read LABOR-BUDGET-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LABOR-BUDGET-FILE
               display WS-ROW-COUNT " row(s) listed."
           end-if.

       DISPLAY-BUDGET-ROW.
           compute WS-ROW-TOTAL = LB-REGULAR + LB-OVERTIME
               + LB-BONUS + LB-BENEFITS + LB-ER-TAXES.
           move WS-ROW-TOTAL to WS-FMT-TOTAL.
           display LB-COMPANY " " LB-DEPARTMENT " " LB-MONTH " "
               with no advancing.
           move LB-REGULAR to WS-FMT-AMT.
           display WS-FMT-AMT " " with no advancing.
           move LB-OVERTIME to WS-FMT-AMT.
           display WS-FMT-AMT " " with no advancing.
           move LB-BONUS to WS-FMT-AMT.
           display WS-FMT-AMT " " with no advancing.
           move LB-BENEFITS to WS-FMT-AMT.
           display WS-FMT-AMT " " with no advancing.
           move LB-ER-TAXES to WS-FMT-AMT.
           display WS-FMT-AMT " " WS-FMT-TOTAL.
