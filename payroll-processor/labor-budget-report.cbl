       identification division.
       program-id. labor-budget-report.

      *    Labor budget versus actual, by department (or cost center)
      *    within company, for a requested month. Budgets come from
      *    labor_budget.dat as keyed through labor-budget-maint;
      *    actuals come from pay_history.dat -- regular pay (gross
      *    less overtime and bonus, so PTO counts as regular), the
      *    overtime and bonus on the row, and the employer taxes and
      *    employer benefit cost the pay run records against it.
      *    Each employee's row is split to cost centers the same way
      *    the pay run distributes labor: the period's timesheet
      *    overrides from labor_alloc_overrides.dat where there are
      *    any, otherwise the standing labor_alloc.dat percentages,
      *    otherwise the whole row stays with the employee's
      *    department; the last share takes the rounding remainder.
      *    Off-cycle rows (period 'OC' plus month and day) count in
      *    the requested year, as the other year-bound reports take
      *    them. Rows written before employer costs were kept on pay
      *    history show no employer taxes or benefits.
      *
      *    Every department shows month-to-date and year-to-date
      *    budget, actual, variance and variance percent by category,
      *    and a year-end forecast from the year-to-date run rate set
      *    against the full year's budget. A department whose month,
      *    year-to-date or forecast total runs over budget by more
      *    than the tolerance (or that has spend and no budget) is
      *    flagged and listed again at the foot of the report.

       environment division.
       input-output section.
       file-control.
       select PAY-HISTORY-FILE
           assign to 'pay_history.dat'
           organization is line sequential
           file status is WS-PAY-HIST-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select LABOR-ALLOC-FILE
           assign to 'labor_alloc.dat'
           organization is line sequential
           file status is WS-ALLOC-STATUS.
       select ALLOC-OVERRIDE-FILE
           assign to 'labor_alloc_overrides.dat'
           organization is line sequential
           file status is WS-OVERRIDE-STATUS.
       select LABOR-BUDGET-FILE
           assign to 'labor_budget.dat'
           organization is line sequential
           file status is WS-LB-STATUS.
       select BUDGET-REPORT-FILE
           assign to 'labor_budget_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
          05 PH-PERIOD              pic x(6).
          05 PH-EMP-ID              pic 9(6).
          05 PH-HOURS               pic 9(3)v99.
          05 PH-GROSS               pic 9(6)v99.
          05 PH-OVERTIME-PAY        pic 9(6)v99.
          05 PH-BONUS               pic 9(6)v99.
          05 PH-PTO-PAY             pic 9(6)v99.
          05 PH-401K                pic 9(6)v99.
          05 PH-HEALTH              pic 9(4)v99.
          05 PH-GARNISH             pic 9(6)v99.
          05 PH-TAX                 pic 9(6)v99.
          05 PH-NET                 pic 9(6)v99.
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 filler               pic x(25).
          05 EMP-DEPARTMENT       pic x(10).
          05 filler               pic x(110).
          05 EMP-COMPANY          pic x(3).

       fd LABOR-ALLOC-FILE.
       01 LABOR-ALLOC-RECORD.
          05 LA-EMP-ID              pic 9(6).
          05 LA-COST-CENTER         pic x(10).
          05 LA-PCT                 pic 9v999.

       fd ALLOC-OVERRIDE-FILE.
       01 ALLOC-OVERRIDE-RECORD.
          05 AO-PERIOD              pic x(6).
          05 AO-EMP-ID              pic 9(6).
          05 AO-COST-CENTER         pic x(10).
          05 AO-PCT                 pic 9v999.

       fd LABOR-BUDGET-FILE.
       01 LABOR-BUDGET-RECORD.
          05 LB-COMPANY             pic x(3).
          05 LB-DEPARTMENT          pic x(10).
          05 LB-YEAR                pic 9(4).
          05 LB-MONTH               pic 9(2).
          05 LB-AMOUNTS.
             10 LB-REGULAR          pic 9(7)v99.
             10 LB-OVERTIME         pic 9(7)v99.
             10 LB-BONUS            pic 9(7)v99.
             10 LB-BENEFITS         pic 9(7)v99.
             10 LB-ER-TAXES         pic 9(7)v99.
          05 LB-AMOUNT-VIEW redefines LB-AMOUNTS.
             10 LB-AMOUNT           pic 9(7)v99 occurs 5 times.

       fd BUDGET-REPORT-FILE.
       01 REPORT-LINE               pic x(120).

       working-storage section.
       01 WS-PAY-HIST-STATUS        pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-ALLOC-STATUS           pic xx.
       01 WS-OVERRIDE-STATUS        pic xx.
       01 WS-LB-STATUS              pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-REPORT-YEAR            pic 9(4).
       01 WS-REPORT-MONTH           pic 9(2).
       01 WS-TOLERANCE-PCT          pic 9(2)v99.
       01 WS-FMT-TOLERANCE          pic z9.99.
       01 WS-PH-YEAR                pic 9(4).
       01 WS-PH-MONTH               pic 9(2).
       01 WS-PH-IN-YEAR             pic x.
       01 WS-ROWS-USED              pic 9(6) value zero.

      *    Category order used for every five-way amount below.
       01 WS-CATEGORY-NAMES.
          05 filler                 pic x(9) value 'Regular  '.
          05 filler                 pic x(9) value 'Overtime '.
          05 filler                 pic x(9) value 'Bonus    '.
          05 filler                 pic x(9) value 'Benefits '.
          05 filler                 pic x(9) value 'ER Taxes '.
       01 WS-CATEGORY-TABLE redefines WS-CATEGORY-NAMES.
          05 WS-CATEGORY-NAME       pic x(9) occurs 5 times.
       01 WS-CAT-IDX                pic 9.

      *    Employee -> company and department, loaded once.
       01 WS-EMP-TABLE.
          05 WS-ED-ENTRY occurs 500 times.
             10 WS-ED-EMP-ID         pic 9(6).
             10 WS-ED-DEPT           pic x(10).
             10 WS-ED-COMPANY        pic x(3).
       01 WS-ED-USED                pic 9(3) value zero.
       01 WS-ED-SUB                 pic 9(3).

      *    Standing allocations and every period's overrides.
       01 WS-STANDING-TABLE.
          05 WS-SA-ENTRY occurs 300 times.
             10 WS-SA-EMP-ID         pic 9(6).
             10 WS-SA-CENTER         pic x(10).
             10 WS-SA-PCT            pic 9v999.
       01 WS-SA-USED                pic 9(3) value zero.
       01 WS-SA-SUB                 pic 9(3).
       01 WS-OVERRIDE-TABLE.
          05 WS-OV-ENTRY occurs 1000 times.
             10 WS-OV-PERIOD         pic x(6).
             10 WS-OV-EMP-ID         pic 9(6).
             10 WS-OV-CENTER         pic x(10).
             10 WS-OV-PCT            pic 9v999.
       01 WS-OV-USED                pic 9(4) value zero.
       01 WS-OV-SUB                 pic 9(4).

      *    The split for the pay-history row in hand.
       01 WS-SPLIT-TABLE.
          05 WS-SP-ENTRY occurs 20 times.
             10 WS-SP-CENTER         pic x(10).
             10 WS-SP-PCT            pic 9v999.
       01 WS-SP-USED                pic 9(2).
       01 WS-SP-SUB                 pic 9(2).

       01 WS-ROW-AMOUNTS.
          05 WS-ROW-AMOUNT          pic 9(7)v99 occurs 5 times.
       01 WS-LEFT-AMOUNTS.
          05 WS-LEFT-AMOUNT         pic 9(7)v99 occurs 5 times.
       01 WS-SHARE-AMOUNTS.
          05 WS-SHARE-AMOUNT        pic 9(7)v99 occurs 5 times.
       01 WS-WORK-COMPANY           pic x(3).
       01 WS-WORK-DEPT              pic x(10).
       01 WS-HOME-DEPT              pic x(10).

      *    Department-within-company lines, sorted before printing.
       01 WS-GROUP-TABLE.
          05 WS-GRP-ENTRY occurs 100 times.
             10 WS-GT-COMPANY        pic x(3).
             10 WS-GT-DEPT           pic x(10).
             10 WS-GT-CATEGORY occurs 5 times.
                15 WS-GT-BUD-MTD     pic 9(10)v99.
                15 WS-GT-ACT-MTD     pic 9(10)v99.
                15 WS-GT-BUD-YTD     pic 9(10)v99.
                15 WS-GT-ACT-YTD     pic 9(10)v99.
             10 WS-GT-BUD-YEAR       pic 9(10)v99.
             10 WS-GT-FLAGS          pic x(14).
       01 WS-GRP-SWAP               pic x(279).
       01 WS-GRP-COUNT              pic 9(3) value zero.
       01 WS-GRP-IDX                pic 9(3).
       01 WS-GRP-JDX                pic 9(3).
       01 WS-GRP-FOUND              pic 9(3).
       01 WS-GRP-OVERFLOW           pic x value 'N'.
       01 WS-FLAGGED-COUNT          pic 9(3) value zero.

      *    One printed line's figures and the all-company totals.
       01 WS-LINE-LABEL             pic x(9).
       01 WS-L-BUD-MTD              pic 9(10)v99.
       01 WS-L-ACT-MTD              pic 9(10)v99.
       01 WS-L-BUD-YTD              pic 9(10)v99.
       01 WS-L-ACT-YTD              pic 9(10)v99.
       01 WS-L-OVER-MTD             pic x.
       01 WS-L-OVER-YTD             pic x.
       01 WS-TOT-BUD-MTD            pic 9(10)v99.
       01 WS-TOT-ACT-MTD            pic 9(10)v99.
       01 WS-TOT-BUD-YTD            pic 9(10)v99.
       01 WS-TOT-ACT-YTD            pic 9(10)v99.
       01 WS-ALL-CATEGORY.
          05 WS-ALL-CAT occurs 5 times.
             10 WS-ALL-BUD-MTD       pic 9(10)v99.
             10 WS-ALL-ACT-MTD       pic 9(10)v99.
             10 WS-ALL-BUD-YTD       pic 9(10)v99.
             10 WS-ALL-ACT-YTD       pic 9(10)v99.
       01 WS-ALL-BUD-YEAR           pic 9(10)v99 value zero.

       01 WS-VARIANCE               pic s9(10)v99.
       01 WS-VAR-PCT                pic s9(5)v99.
       01 WS-PCT-BASE               pic 9(10)v99.
       01 WS-PCT-OVER               pic x.
       01 WS-FORECAST               pic 9(10)v99.
       01 WS-FMT-BUD-MTD            pic -(8)9.99.
       01 WS-FMT-ACT-MTD            pic -(8)9.99.
       01 WS-FMT-VAR-MTD            pic -(8)9.99.
       01 WS-FMT-PCT-MTD            pic x(8).
       01 WS-FMT-BUD-YTD            pic -(8)9.99.
       01 WS-FMT-ACT-YTD            pic -(8)9.99.
       01 WS-FMT-VAR-YTD            pic -(8)9.99.
       01 WS-FMT-PCT-YTD            pic x(8).
       01 WS-FMT-PCT-EDIT           pic -(4)9.99.
       01 WS-FMT-PCT-WORK           pic x(8).
       01 WS-FMT-FLAG               pic x(5).

       procedure division.
       MAIN-LOGIC.
           display "Labor Budget versus Actual".
           display "Enter Year (YYYY): ".
           accept WS-REPORT-YEAR.
           display "Enter Month (1-12): ".
           accept WS-REPORT-MONTH.
           if WS-REPORT-MONTH < 1 or WS-REPORT-MONTH > 12
               display "Invalid month."
               stop run
           end-if.
           display "Enter over-budget tolerance % (0 for 5.00): ".
           accept WS-TOLERANCE-PCT.
           if WS-TOLERANCE-PCT = 0
               move 5.00 to WS-TOLERANCE-PCT
           end-if.
           initialize WS-ALL-CATEGORY.
           perform LOAD-EMPLOYEES.
           perform LOAD-LABOR-ALLOCATIONS.
           perform LOAD-BUDGET-ROWS.
           perform TALLY-PAY-HISTORY.
           perform SORT-GROUP-TABLE thru SORT-GROUP-DONE.

           open output BUDGET-REPORT-FILE.
           perform WRITE-REPORT-HEADING.
           perform varying WS-GRP-IDX from 1 by 1
               until WS-GRP-IDX > WS-GRP-COUNT
               perform WRITE-GROUP-SECTION
           end-perform.
           perform WRITE-ALL-COMPANIES.
           perform WRITE-FLAGGED-SECTION.
           close BUDGET-REPORT-FILE.
           if WS-GRP-OVERFLOW = 'Y'
               display "WARNING: more than 100 departments; "
                   "the rest are not on the report."
           end-if.
           display WS-ROWS-USED " pay history row(s) used.".
           display WS-FLAGGED-COUNT
               " department(s) over budget tolerance.".
           display "Report written to labor_budget_report.txt.".
           stop run.

       LOAD-EMPLOYEES.
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
                       move EMP-COMPANY
                           to WS-ED-COMPANY (WS-ED-USED)
                       if EMP-COMPANY = spaces
                           move '000' to WS-ED-COMPANY (WS-ED-USED)
                       end-if
                   end-if
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EMPLOYEE-FILE
           end-if.

      *    Overrides are kept for every period; the row's own period
      *    picks them out when the row is split.
       LOAD-LABOR-ALLOCATIONS.
           move 'N' to WS-EOF-FLAG.
           open input ALLOC-OVERRIDE-FILE.
           if WS-OVERRIDE-STATUS = '00'
               read ALLOC-OVERRIDE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-OV-USED < 1000
                       add 1 to WS-OV-USED
                       move AO-PERIOD to WS-OV-PERIOD (WS-OV-USED)
                       move AO-EMP-ID to WS-OV-EMP-ID (WS-OV-USED)
                       move AO-COST-CENTER
                           to WS-OV-CENTER (WS-OV-USED)
                       move AO-PCT to WS-OV-PCT (WS-OV-USED)
                   end-if
                   read ALLOC-OVERRIDE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close ALLOC-OVERRIDE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.
           open input LABOR-ALLOC-FILE.
           if WS-ALLOC-STATUS = '00'
               read LABOR-ALLOC-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-SA-USED < 300
                       add 1 to WS-SA-USED
                       move LA-EMP-ID to WS-SA-EMP-ID (WS-SA-USED)
                       move LA-COST-CENTER
                           to WS-SA-CENTER (WS-SA-USED)
                       move LA-PCT to WS-SA-PCT (WS-SA-USED)
                   end-if
                   read LABOR-ALLOC-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LABOR-ALLOC-FILE
           end-if.

      *    Every month of the year adds to the full-year budget the
      *    forecast is measured against; months through the report
      *    month make up year-to-date.
       LOAD-BUDGET-ROWS.
           move 'N' to WS-EOF-FLAG.
           open input LABOR-BUDGET-FILE.
           if WS-LB-STATUS not = '00'
               display "No labor budget on file; "
                   "every department will show as unbudgeted."
           else
               read LABOR-BUDGET-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if LB-YEAR = WS-REPORT-YEAR
                       move LB-COMPANY to WS-WORK-COMPANY
                       if WS-WORK-COMPANY = spaces
                           move '000' to WS-WORK-COMPANY
                       end-if
                       move LB-DEPARTMENT to WS-WORK-DEPT
                       perform FIND-GROUP
                       if WS-GRP-FOUND not = 0
                           perform ADD-BUDGET-AMOUNTS
                       end-if
                   end-if
                   read LABOR-BUDGET-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LABOR-BUDGET-FILE
           end-if.

       ADD-BUDGET-AMOUNTS.
           perform varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 5
               add LB-AMOUNT (WS-CAT-IDX)
                   to WS-GT-BUD-YEAR (WS-GRP-FOUND)
               if LB-MONTH <= WS-REPORT-MONTH
                   add LB-AMOUNT (WS-CAT-IDX)
                       to WS-GT-BUD-YTD (WS-GRP-FOUND, WS-CAT-IDX)
               end-if
               if LB-MONTH = WS-REPORT-MONTH
                   add LB-AMOUNT (WS-CAT-IDX)
                       to WS-GT-BUD-MTD (WS-GRP-FOUND, WS-CAT-IDX)
               end-if
           end-perform.

      *    Finds (or opens) the line for WS-WORK-COMPANY and
      *    WS-WORK-DEPT; WS-GRP-FOUND is zero once the table is full.
       FIND-GROUP.
           move 0 to WS-GRP-FOUND.
           perform varying WS-GRP-IDX from 1 by 1
               until WS-GRP-IDX > WS-GRP-COUNT
               if WS-GT-COMPANY (WS-GRP-IDX) = WS-WORK-COMPANY
                  and WS-GT-DEPT (WS-GRP-IDX) = WS-WORK-DEPT
                   move WS-GRP-IDX to WS-GRP-FOUND
               end-if
           end-perform.
           if WS-GRP-FOUND = 0
               if WS-GRP-COUNT < 100
                   add 1 to WS-GRP-COUNT
                   move WS-GRP-COUNT to WS-GRP-FOUND
                   initialize WS-GRP-ENTRY (WS-GRP-FOUND)
                   move WS-WORK-COMPANY
                       to WS-GT-COMPANY (WS-GRP-FOUND)
                   move WS-WORK-DEPT to WS-GT-DEPT (WS-GRP-FOUND)
               else
                   move 'Y' to WS-GRP-OVERFLOW
               end-if
           end-if.

       TALLY-PAY-HISTORY.
           move 'N' to WS-EOF-FLAG.
           open input PAY-HISTORY-FILE.
           if WS-PAY-HIST-STATUS not = '00'
               display "No pay history on file."
           else
               read PAY-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move 'N' to WS-PH-IN-YEAR
                   if PH-PERIOD(1:2) = 'OC'
                       move PH-PERIOD(3:2) to WS-PH-MONTH
                       move 'Y' to WS-PH-IN-YEAR
                   else
                       move PH-PERIOD(1:4) to WS-PH-YEAR
                       move PH-PERIOD(5:2) to WS-PH-MONTH
                       if WS-PH-YEAR = WS-REPORT-YEAR
                           move 'Y' to WS-PH-IN-YEAR
                       end-if
                   end-if
                   if WS-PH-IN-YEAR = 'Y'
                      and WS-PH-MONTH >= 1
                      and WS-PH-MONTH <= WS-REPORT-MONTH
                       perform TALLY-ONE-HISTORY-ROW
                   end-if
                   read PAY-HISTORY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-HISTORY-FILE
           end-if.

       TALLY-ONE-HISTORY-ROW.
           add 1 to WS-ROWS-USED.
           move '000' to WS-WORK-COMPANY.
           move 'UNASSIGNED' to WS-HOME-DEPT.
           perform varying WS-ED-SUB from 1 by 1
               until WS-ED-SUB > WS-ED-USED
               if WS-ED-EMP-ID (WS-ED-SUB) = PH-EMP-ID
                   move WS-ED-COMPANY (WS-ED-SUB) to WS-WORK-COMPANY
                   move WS-ED-DEPT (WS-ED-SUB) to WS-HOME-DEPT
               end-if
           end-perform.

           if PH-GROSS > PH-OVERTIME-PAY + PH-BONUS
               compute WS-ROW-AMOUNT (1) =
                   PH-GROSS - PH-OVERTIME-PAY - PH-BONUS
           else
               move 0 to WS-ROW-AMOUNT (1)
           end-if.
           move PH-OVERTIME-PAY to WS-ROW-AMOUNT (2).
           move PH-BONUS to WS-ROW-AMOUNT (3).
           if PH-ER-BENEFITS is numeric
               move PH-ER-BENEFITS to WS-ROW-AMOUNT (4)
           else
               move 0 to WS-ROW-AMOUNT (4)
           end-if.
           if PH-ER-TAXES is numeric
               move PH-ER-TAXES to WS-ROW-AMOUNT (5)
           else
               move 0 to WS-ROW-AMOUNT (5)
           end-if.

           perform BUILD-ROW-SPLIT.
           if WS-SP-USED = 0
               move WS-HOME-DEPT to WS-WORK-DEPT
               move WS-ROW-AMOUNTS to WS-SHARE-AMOUNTS
               perform ADD-ACTUAL-SHARE
           else
               move WS-ROW-AMOUNTS to WS-LEFT-AMOUNTS
               perform varying WS-SP-SUB from 1 by 1
                   until WS-SP-SUB > WS-SP-USED
                   perform SPLIT-ONE-SHARE
                   move WS-SP-CENTER (WS-SP-SUB) to WS-WORK-DEPT
                   perform ADD-ACTUAL-SHARE
               end-perform
           end-if.

      *    The row's own period's overrides win; an employee with
      *    none falls back to the standing percentages.
       BUILD-ROW-SPLIT.
           move 0 to WS-SP-USED.
           perform varying WS-OV-SUB from 1 by 1
               until WS-OV-SUB > WS-OV-USED
               if WS-OV-PERIOD (WS-OV-SUB) = PH-PERIOD
                  and WS-OV-EMP-ID (WS-OV-SUB) = PH-EMP-ID
                  and WS-SP-USED < 20
                   add 1 to WS-SP-USED
                   move WS-OV-CENTER (WS-OV-SUB)
                       to WS-SP-CENTER (WS-SP-USED)
                   move WS-OV-PCT (WS-OV-SUB)
                       to WS-SP-PCT (WS-SP-USED)
               end-if
           end-perform.
           if WS-SP-USED = 0
               perform varying WS-SA-SUB from 1 by 1
                   until WS-SA-SUB > WS-SA-USED
                   if WS-SA-EMP-ID (WS-SA-SUB) = PH-EMP-ID
                      and WS-SP-USED < 20
                       add 1 to WS-SP-USED
                       move WS-SA-CENTER (WS-SA-SUB)
                           to WS-SP-CENTER (WS-SP-USED)
                       move WS-SA-PCT (WS-SA-SUB)
                           to WS-SP-PCT (WS-SP-USED)
                   end-if
               end-perform
           end-if.

       SPLIT-ONE-SHARE.
           perform varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 5
               if WS-SP-SUB = WS-SP-USED
                   move WS-LEFT-AMOUNT (WS-CAT-IDX)
                       to WS-SHARE-AMOUNT (WS-CAT-IDX)
               else
                   compute WS-SHARE-AMOUNT (WS-CAT-IDX) rounded =
                       WS-ROW-AMOUNT (WS-CAT-IDX)
                       * WS-SP-PCT (WS-SP-SUB)
                   if WS-SHARE-AMOUNT (WS-CAT-IDX)
                       > WS-LEFT-AMOUNT (WS-CAT-IDX)
                       move WS-LEFT-AMOUNT (WS-CAT-IDX)
                           to WS-SHARE-AMOUNT (WS-CAT-IDX)
                   end-if
               end-if
               subtract WS-SHARE-AMOUNT (WS-CAT-IDX)
                   from WS-LEFT-AMOUNT (WS-CAT-IDX)
           end-perform.

       ADD-ACTUAL-SHARE.
           perform FIND-GROUP.
           if WS-GRP-FOUND not = 0
               perform varying WS-CAT-IDX from 1 by 1
                   until WS-CAT-IDX > 5
                   add WS-SHARE-AMOUNT (WS-CAT-IDX)
                       to WS-GT-ACT-YTD (WS-GRP-FOUND, WS-CAT-IDX)
                   if WS-PH-MONTH = WS-REPORT-MONTH
                       add WS-SHARE-AMOUNT (WS-CAT-IDX)
                           to WS-GT-ACT-MTD (WS-GRP-FOUND, WS-CAT-IDX)
                   end-if
               end-perform
           end-if.

       SORT-GROUP-TABLE.
           if WS-GRP-COUNT < 2
               go to SORT-GROUP-DONE.
           perform varying WS-GRP-JDX from 1 by 1
               until WS-GRP-JDX >= WS-GRP-COUNT
               perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX >= WS-GRP-COUNT
                   if WS-GT-COMPANY (WS-GRP-IDX)
                       > WS-GT-COMPANY (WS-GRP-IDX + 1)
                      or (WS-GT-COMPANY (WS-GRP-IDX)
                       = WS-GT-COMPANY (WS-GRP-IDX + 1)
                      and WS-GT-DEPT (WS-GRP-IDX)
                       > WS-GT-DEPT (WS-GRP-IDX + 1))
                       move WS-GRP-ENTRY (WS-GRP-IDX) to WS-GRP-SWAP
                       move WS-GRP-ENTRY (WS-GRP-IDX + 1)
                           to WS-GRP-ENTRY (WS-GRP-IDX)
                       move WS-GRP-SWAP
                           to WS-GRP-ENTRY (WS-GRP-IDX + 1)
                   end-if
               end-perform
           end-perform.
       SORT-GROUP-DONE.
           continue.

       WRITE-REPORT-HEADING.
           move all "=" to REPORT-LINE.
           write REPORT-LINE.
           move "LABOR BUDGET VERSUS ACTUAL" to REPORT-LINE.
           write REPORT-LINE.
           move WS-TOLERANCE-PCT to WS-FMT-TOLERANCE.
           move spaces to REPORT-LINE.
           string "Year " delimited by size
                  WS-REPORT-YEAR delimited by size
                  "  Month " delimited by size
                  WS-REPORT-MONTH delimited by size
                  "  Tolerance " delimited by size
                  WS-FMT-TOLERANCE delimited by size
                  "%" delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move all "=" to REPORT-LINE.
           write REPORT-LINE.

       WRITE-COLUMN-HEADING.
           move spaces to REPORT-LINE.
           string "Category    MTD Budget   MTD Actual     Variance"
                      delimited by size
                  "      Pct    YTD Budget   YTD Actual     Variance"
                      delimited by size
                  "      Pct" delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.

      *    One department: its five categories, their total, and the
      *    year-end forecast. The total and forecast decide the flag.
       WRITE-GROUP-SECTION.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "Company " delimited by size
                  WS-GT-COMPANY (WS-GRP-IDX) delimited by size
                  "  Department " delimited by size
                  WS-GT-DEPT (WS-GRP-IDX) delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           perform WRITE-COLUMN-HEADING.
           move 0 to WS-TOT-BUD-MTD WS-TOT-ACT-MTD
                     WS-TOT-BUD-YTD WS-TOT-ACT-YTD.
           perform varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 5
               move WS-CATEGORY-NAME (WS-CAT-IDX) to WS-LINE-LABEL
               move WS-GT-BUD-MTD (WS-GRP-IDX, WS-CAT-IDX)
                   to WS-L-BUD-MTD
               move WS-GT-ACT-MTD (WS-GRP-IDX, WS-CAT-IDX)
                   to WS-L-ACT-MTD
               move WS-GT-BUD-YTD (WS-GRP-IDX, WS-CAT-IDX)
                   to WS-L-BUD-YTD
               move WS-GT-ACT-YTD (WS-GRP-IDX, WS-CAT-IDX)
                   to WS-L-ACT-YTD
               add WS-L-BUD-MTD to WS-TOT-BUD-MTD
                   WS-ALL-BUD-MTD (WS-CAT-IDX)
               add WS-L-ACT-MTD to WS-TOT-ACT-MTD
                   WS-ALL-ACT-MTD (WS-CAT-IDX)
               add WS-L-BUD-YTD to WS-TOT-BUD-YTD
                   WS-ALL-BUD-YTD (WS-CAT-IDX)
               add WS-L-ACT-YTD to WS-TOT-ACT-YTD
                   WS-ALL-ACT-YTD (WS-CAT-IDX)
               perform WRITE-CATEGORY-LINE
           end-perform.
           add WS-GT-BUD-YEAR (WS-GRP-IDX) to WS-ALL-BUD-YEAR.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           move "TOTAL" to WS-LINE-LABEL.
           move WS-TOT-BUD-MTD to WS-L-BUD-MTD.
           move WS-TOT-ACT-MTD to WS-L-ACT-MTD.
           move WS-TOT-BUD-YTD to WS-L-BUD-YTD.
           move WS-TOT-ACT-YTD to WS-L-ACT-YTD.
           perform WRITE-CATEGORY-LINE.
           move spaces to WS-GT-FLAGS (WS-GRP-IDX).
           if WS-L-OVER-MTD = 'Y'
               move "MTD" to WS-GT-FLAGS (WS-GRP-IDX)(1:4)
           end-if.
           if WS-L-OVER-YTD = 'Y'
               move "YTD" to WS-GT-FLAGS (WS-GRP-IDX)(5:4)
           end-if.
           move WS-GT-BUD-YEAR (WS-GRP-IDX) to WS-L-BUD-YTD.
           perform WRITE-FORECAST-LINE.
           if WS-PCT-OVER = 'Y'
               move "FCST" to WS-GT-FLAGS (WS-GRP-IDX)(9:4)
           end-if.
           if WS-GT-FLAGS (WS-GRP-IDX) not = spaces
               add 1 to WS-FLAGGED-COUNT
               move spaces to REPORT-LINE
               string "*** OVER BUDGET TOLERANCE: " delimited by size
                      WS-GT-FLAGS (WS-GRP-IDX) delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
           end-if.

      *    Prints WS-LINE-LABEL with month and year-to-date budget,
      *    actual, variance (actual less budget, so a positive
      *    variance is spend over budget) and variance percent.
       WRITE-CATEGORY-LINE.
           compute WS-VARIANCE = WS-L-ACT-MTD - WS-L-BUD-MTD.
           move WS-VARIANCE to WS-FMT-VAR-MTD.
           move WS-L-BUD-MTD to WS-FMT-BUD-MTD.
           move WS-L-ACT-MTD to WS-FMT-ACT-MTD.
           move WS-L-BUD-MTD to WS-PCT-BASE.
           perform FORMAT-VARIANCE-PCT.
           move WS-FMT-PCT-WORK to WS-FMT-PCT-MTD.
           move WS-PCT-OVER to WS-L-OVER-MTD.
           compute WS-VARIANCE = WS-L-ACT-YTD - WS-L-BUD-YTD.
           move WS-VARIANCE to WS-FMT-VAR-YTD.
           move WS-L-BUD-YTD to WS-FMT-BUD-YTD.
           move WS-L-ACT-YTD to WS-FMT-ACT-YTD.
           move WS-L-BUD-YTD to WS-PCT-BASE.
           perform FORMAT-VARIANCE-PCT.
           move WS-FMT-PCT-WORK to WS-FMT-PCT-YTD.
           move WS-PCT-OVER to WS-L-OVER-YTD.
           move spaces to REPORT-LINE.
           string WS-LINE-LABEL delimited by size
                  " " delimited by size
                  WS-FMT-BUD-MTD delimited by size
                  " " delimited by size
                  WS-FMT-ACT-MTD delimited by size
                  " " delimited by size
                  WS-FMT-VAR-MTD delimited by size
                  " " delimited by size
                  WS-FMT-PCT-MTD delimited by size
                  "  " delimited by size
                  WS-FMT-BUD-YTD delimited by size
                  " " delimited by size
                  WS-FMT-ACT-YTD delimited by size
                  " " delimited by size
                  WS-FMT-VAR-YTD delimited by size
                  " " delimited by size
                  WS-FMT-PCT-YTD delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

      *    Variance percent of WS-VARIANCE against WS-PCT-BASE into
      *    WS-FMT-PCT-WORK; WS-PCT-OVER is set when the overrun is
      *    past tolerance, or when there is spend and no budget.
       FORMAT-VARIANCE-PCT.
           move 'N' to WS-PCT-OVER.
           if WS-PCT-BASE = 0
               move "     n/a" to WS-FMT-PCT-WORK
               if WS-VARIANCE > 0
                   move 'Y' to WS-PCT-OVER
               end-if
           else
               compute WS-VAR-PCT rounded =
                   WS-VARIANCE * 100 / WS-PCT-BASE
                   on size error
                       move 99999.99 to WS-VAR-PCT
               end-compute
               move WS-VAR-PCT to WS-FMT-PCT-EDIT
               move WS-FMT-PCT-EDIT to WS-FMT-PCT-WORK
               if WS-VAR-PCT > WS-TOLERANCE-PCT
                   move 'Y' to WS-PCT-OVER
               end-if
           end-if.

      *    Year-end forecast: year-to-date actual at the run rate of
      *    the months elapsed, against the full year's budget (in
      *    WS-L-BUD-YTD on entry).
       WRITE-FORECAST-LINE.
           compute WS-FORECAST rounded =
               WS-L-ACT-YTD * 12 / WS-REPORT-MONTH.
           compute WS-VARIANCE = WS-FORECAST - WS-L-BUD-YTD.
           move WS-L-BUD-YTD to WS-PCT-BASE.
           perform FORMAT-VARIANCE-PCT.
           move WS-FORECAST to WS-FMT-ACT-YTD.
           move WS-L-BUD-YTD to WS-FMT-BUD-YTD.
           move WS-VARIANCE to WS-FMT-VAR-YTD.
           move spaces to REPORT-LINE.
           string "Year-end forecast " delimited by size
                  WS-FMT-ACT-YTD delimited by size
                  "  Annual budget " delimited by size
                  WS-FMT-BUD-YTD delimited by size
                  "  Variance " delimited by size
                  WS-FMT-VAR-YTD delimited by size
                  " " delimited by size
                  WS-FMT-PCT-WORK delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

       WRITE-ALL-COMPANIES.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move all "=" to REPORT-LINE.
           write REPORT-LINE.
           move "ALL COMPANIES AND DEPARTMENTS" to REPORT-LINE.
           write REPORT-LINE.
           perform WRITE-COLUMN-HEADING.
           move 0 to WS-TOT-BUD-MTD WS-TOT-ACT-MTD
                     WS-TOT-BUD-YTD WS-TOT-ACT-YTD.
           perform varying WS-CAT-IDX from 1 by 1
               until WS-CAT-IDX > 5
               move WS-CATEGORY-NAME (WS-CAT-IDX) to WS-LINE-LABEL
               move WS-ALL-BUD-MTD (WS-CAT-IDX) to WS-L-BUD-MTD
               move WS-ALL-ACT-MTD (WS-CAT-IDX) to WS-L-ACT-MTD
               move WS-ALL-BUD-YTD (WS-CAT-IDX) to WS-L-BUD-YTD
               move WS-ALL-ACT-YTD (WS-CAT-IDX) to WS-L-ACT-YTD
               add WS-L-BUD-MTD to WS-TOT-BUD-MTD
               add WS-L-ACT-MTD to WS-TOT-ACT-MTD
               add WS-L-BUD-YTD to WS-TOT-BUD-YTD
               add WS-L-ACT-YTD to WS-TOT-ACT-YTD
               perform WRITE-CATEGORY-LINE
           end-perform.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           move "TOTAL" to WS-LINE-LABEL.
           move WS-TOT-BUD-MTD to WS-L-BUD-MTD.
           move WS-TOT-ACT-MTD to WS-L-ACT-MTD.
           move WS-TOT-BUD-YTD to WS-L-BUD-YTD.
           move WS-TOT-ACT-YTD to WS-L-ACT-YTD.
           perform WRITE-CATEGORY-LINE.
           move WS-ALL-BUD-YEAR to WS-L-BUD-YTD.
           perform WRITE-FORECAST-LINE.

       WRITE-FLAGGED-SECTION.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move all "=" to REPORT-LINE.
           write REPORT-LINE.
           move "DEPARTMENTS OVER BUDGET TOLERANCE" to REPORT-LINE.
           write REPORT-LINE.
           if WS-FLAGGED-COUNT = 0
               move "None." to REPORT-LINE
               write REPORT-LINE
           else
               perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
                   if WS-GT-FLAGS (WS-GRP-IDX) not = spaces
                       move spaces to REPORT-LINE
                       string WS-GT-COMPANY (WS-GRP-IDX)
                                  delimited by size
                              "  " delimited by size
                              WS-GT-DEPT (WS-GRP-IDX)
                                  delimited by size
                              "  " delimited by size
                              WS-GT-FLAGS (WS-GRP-IDX)
                                  delimited by size
                              into REPORT-LINE
                       end-string
                       write REPORT-LINE
                   end-if
               end-perform
           end-if.
