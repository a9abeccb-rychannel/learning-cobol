       identification division.
       program-id. state-wage-report.

      *    Quarterly state unemployment wage detail. Totals each
      *    employee's gross pay for the requested quarter from
      *    pay_history.dat, and the earlier quarters of the same
      *    year to find how much of the state's taxable wage base
      *    is left. Employees are grouped by work state and legal
      *    employer from employees.dat, priced at the company's
      *    experience rate and wage base in force at quarter end on
      *    suta_rates.dat (the same rows the pay run uses), and
      *    written to one wage detail file per state
      *    (state_wage_XX.txt): an E record per employer, an S
      *    record per employee with tax ID, gross and taxable wages,
      *    a T record of employer totals and tax due, and a closing
      *    F record for the file. state_wage_report.txt lists the
      *    same detail with tax IDs masked, plus anyone paid who
      *    could not be filed (not on the employee file or no work
      *    state). Off-cycle history rows carry only month and day
      *    and are taken as falling in the year requested.

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
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.
       select COMPANY-MASTER-FILE
           assign to 'companies.dat'
           organization is line sequential
           file status is WS-COMPANY-STATUS.
       select SUTA-RATE-FILE
           assign to 'suta_rates.dat'
           organization is line sequential
           file status is WS-SUTA-STATUS.
       select STATE-WAGE-FILE
           assign to WS-SW-FILENAME
           organization is line sequential
           file status is WS-SWF-STATUS.
       select STATE-WAGE-REPORT-FILE
           assign to 'state_wage_report.txt'
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
          05 filler               pic x(105).
          05 EMP-WORK-STATE       pic x(2).
          05 filler               pic x(20).
          05 EMP-HIRE-DATE        pic 9(8).
          05 filler               pic x(10).
          05 EMP-COMPANY          pic x(3).

       fd EMP-PERSONAL-FILE.
       01 EMP-PERSONAL-RECORD.
          05 EPD-EMP-ID             pic 9(6).
          05 EPD-SSN                pic 9(9).
          05 EPD-ADDRESS            pic x(30).
          05 EPD-CITY               pic x(20).
          05 EPD-STATE              pic x(2).
          05 EPD-ZIP                pic x(10).
          05 EPD-BIRTH-DATE         pic 9(8).
          05 EPD-REHIRE-DATE        pic 9(8).
          05 EPD-NH-REPORTED-HIRE   pic 9(8).
          05 EPD-NH-REPORTED-DATE   pic 9(8).
          05 EPD-WORK-LOCALITY      pic x(6).
          05 EPD-TIPPED             pic x(1).

       fd COMPANY-MASTER-FILE.
       01 COMPANY-MASTER-RECORD.
          05 CO-CODE                pic x(3).
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd SUTA-RATE-FILE.
       01 SUTA-RATE-RECORD.
          05 SUR-COMPANY            pic x(3).
          05 SUR-STATE              pic x(2).
          05 SUR-EFFECTIVE-DATE     pic 9(8).
          05 SUR-RATE               pic 9v9999.
          05 SUR-WAGE-BASE          pic 9(7)v99.

      *    Wage detail file, one per state: E employer header,
      *    S employee wage line, T employer total, F file total.
       fd STATE-WAGE-FILE.
       01 SWF-EMPLOYER-RECORD.
          05 SWF-E-TYPE             pic x(1).
          05 SWF-E-YEAR             pic 9(4).
          05 SWF-E-QUARTER          pic 9(1).
          05 SWF-E-EIN              pic 9(9).
          05 SWF-E-NAME             pic x(30).
          05 SWF-E-STATE            pic x(2).
          05 SWF-E-RATE             pic 9v9999.
          05 SWF-E-WAGE-BASE        pic 9(7)v99.
          05 filler                 pic x(39).
       01 SWF-EMPLOYEE-RECORD.
          05 SWF-S-TYPE             pic x(1).
          05 SWF-S-SSN              pic 9(9).
          05 SWF-S-NAME             pic x(30).
          05 SWF-S-EMP-ID           pic 9(6).
          05 SWF-S-GROSS            pic 9(9)v99.
          05 SWF-S-TAXABLE          pic 9(9)v99.
          05 filler                 pic x(32).
       01 SWF-TOTAL-RECORD.
          05 SWF-T-TYPE             pic x(1).
          05 SWF-T-EIN              pic 9(9).
          05 SWF-T-COUNT            pic 9(7).
          05 SWF-T-GROSS            pic 9(11)v99.
          05 SWF-T-EXCESS           pic 9(11)v99.
          05 SWF-T-TAXABLE          pic 9(11)v99.
          05 SWF-T-TAX-DUE          pic 9(9)v99.
          05 filler                 pic x(33).
       01 SWF-FINAL-RECORD.
          05 SWF-F-TYPE             pic x(1).
          05 SWF-F-EMPLOYERS        pic 9(5).
          05 SWF-F-EMPLOYEES        pic 9(7).
          05 SWF-F-GROSS            pic 9(11)v99.
          05 SWF-F-TAX-DUE          pic 9(11)v99.
          05 filler                 pic x(61).

       fd STATE-WAGE-REPORT-FILE.
       01 STATE-WAGE-REPORT-LINE    pic x(110).

       working-storage section.
       01 WS-PAY-HIST-STATUS        pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-COMPANY-STATUS         pic xx.
       01 WS-SUTA-STATUS            pic xx.
       01 WS-SWF-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-EPD-OPEN               pic x value 'N'.

       01 WS-TAX-YEAR               pic 9(4).
       01 WS-QUARTER                pic 9.
       01 WS-MONTH-FROM             pic 9(2).
       01 WS-MONTH-THRU             pic 9(2).
       01 WS-QUARTER-END            pic 9(8).
       01 WS-PH-YEAR                pic 9(4).
       01 WS-PH-MONTH               pic 9(2).
       01 WS-PH-IN-YEAR             pic x.
       01 WS-OC-ROWS                pic 9(5) value zero.

      *    Same fallback the pay run applies when a company and
      *    state have no row on suta_rates.dat.
       01 WS-DEFAULT-SUTA-RATE      pic 9v9999 value 0.0270.
       01 WS-DEFAULT-SUTA-BASE      pic 9(7)v99 value 10000.00.

       01 WS-CO-USED                pic 9(2) value zero.
       01 WS-CO-SUB                 pic 9(2).
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE          pic x(3).
             10 WS-CO-NAME          pic x(30).
             10 WS-CO-EIN           pic 9(9).

       01 WS-SUR-USED               pic 9(3) value zero.
       01 WS-SUR-SUB                pic 9(3).
       01 WS-SUR-TABLE.
          05 WS-SUR-ENTRY OCCURS 200 TIMES.
             10 WS-SUR-COMPANY      pic x(3).
             10 WS-SUR-STATE        pic x(2).
             10 WS-SUR-EFF-DATE     pic 9(8).
             10 WS-SUR-RATE         pic 9v9999.
             10 WS-SUR-WAGE-BASE    pic 9(7)v99.
       01 WS-SUR-BEST-DATE          pic 9(8).
       01 WS-SUR-LOOKUP-CO          pic x(3).

      *    One entry per employee paid this year through the
      *    quarter: earlier-quarter gross against the wage base,
      *    this quarter's gross for the filing.
       01 WS-SW-USED                pic 9(3) value zero.
       01 WS-SW-DROPPED             pic 9(5) value zero.
       01 WS-SW-FOUND               pic 9(3).
       01 WS-SW-TABLE.
          05 WS-SW-ENTRY OCCURS 500 TIMES INDEXED BY WS-SW-IDX.
             10 WS-SW-EMP-ID        pic 9(6).
             10 WS-SW-PRIOR-GROSS   pic 9(8)v99.
             10 WS-SW-QTR-GROSS     pic 9(8)v99.
             10 WS-SW-TAXABLE       pic 9(8)v99.
             10 WS-SW-ON-FILE       pic x(1).
             10 WS-SW-NAME          pic x(30).
             10 WS-SW-SSN           pic 9(9).
             10 WS-SW-STATE         pic x(2).
             10 WS-SW-COMPANY       pic x(3).
             10 WS-SW-ES            pic 9(3).

      *    Employer-within-state groups, each carrying the rate and
      *    wage base it was priced at and its filing totals.
       01 WS-ES-USED                pic 9(3) value zero.
       01 WS-ES-SUB                 pic 9(3).
       01 WS-ES-SCAN                pic 9(3).
       01 WS-ES-TABLE.
          05 WS-ES-ENTRY OCCURS 100 TIMES.
             10 WS-ES-STATE         pic x(2).
             10 WS-ES-COMPANY       pic x(3).
             10 WS-ES-RATE          pic 9v9999.
             10 WS-ES-WAGE-BASE     pic 9(7)v99.
             10 WS-ES-DEFAULTED     pic x(1).
             10 WS-ES-COUNT         pic 9(5).
             10 WS-ES-GROSS         pic 9(10)v99.
             10 WS-ES-TAXABLE       pic 9(10)v99.
             10 WS-ES-TAX-DUE       pic 9(8)v99.
             10 WS-ES-WRITTEN       pic x(1).

       01 WS-COMPANY-WORK           pic x(3).
       01 WS-EMPLOYER-NAME          pic x(30).
       01 WS-EMPLOYER-EIN           pic 9(9).
       01 WS-ROOM                   pic 9(8)v99.
       01 WS-EXCESS                 pic 9(10)v99.
       01 WS-EMP-EXCESS             pic 9(8)v99.
       01 WS-CUR-STATE              pic x(2).
       01 WS-SW-FILENAME            pic x(20).
       01 WS-FILE-EMPLOYERS         pic 9(5).
       01 WS-FILE-EMPLOYEES         pic 9(7).
       01 WS-FILE-GROSS             pic 9(11)v99.
       01 WS-FILE-TAX-DUE           pic 9(11)v99.
       01 WS-SSN-DISPLAY            pic x(9).
       01 WS-NO-TAX-ID-COUNT        pic 9(5) value zero.
       01 WS-UNFILED-COUNT          pic 9(5) value zero.
       01 WS-UNPRICED-COUNT         pic 9(5) value zero.

       01 WS-TOTAL-EMPLOYEES        pic 9(7) value zero.
       01 WS-TOTAL-GROSS            pic 9(11)v99 value zero.
       01 WS-TOTAL-TAXABLE          pic 9(11)v99 value zero.
       01 WS-TOTAL-TAX-DUE          pic 9(11)v99 value zero.
       01 WS-FILE-COUNT             pic 9(3) value zero.

       01 WS-FORMATTED-AMT          pic $ZZZ,ZZZ,ZZ9.99.
       01 WS-FORMATTED-RATE         pic 9.9999.
       01 WS-FORMATTED-BASE         pic $Z,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "Quarterly State Wage Detail".
           display "Enter Tax Year (YYYY): ".
           accept WS-TAX-YEAR.
           display "Enter Quarter (1-4): ".
           accept WS-QUARTER.
           if WS-QUARTER < 1 or WS-QUARTER > 4
               display "Quarter must be 1-4."
               stop run
           end-if.
           compute WS-MONTH-FROM = (WS-QUARTER - 1) * 3 + 1.
           compute WS-MONTH-THRU = WS-QUARTER * 3.
           compute WS-QUARTER-END =
               WS-TAX-YEAR * 10000 + WS-MONTH-THRU * 100 + 31.
           if WS-QUARTER = 2 or WS-QUARTER = 3
               subtract 1 from WS-QUARTER-END
           end-if.

           perform LOAD-COMPANIES.
           perform LOAD-SUTA-RATES.
           perform ACCUMULATE-PAY-HISTORY thru ACCUMULATE-DONE.
           perform MATCH-EMPLOYEES thru MATCH-EMPLOYEES-DONE.
           perform varying WS-SW-IDX from 1 by 1
               until WS-SW-IDX > WS-SW-USED
               perform PRICE-ONE-EMPLOYEE thru PRICE-ONE-DONE
           end-perform.

           open output STATE-WAGE-REPORT-FILE.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "QUARTERLY STATE WAGE DETAIL  " delimited by size
                  WS-TAX-YEAR delimited by size
                  " Q" delimited by size
                  WS-QUARTER delimited by size
                  "  (rates in force " delimited by size
                  WS-QUARTER-END delimited by size
                  ")" delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           move all "=" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           perform WRITE-STATE-FILES thru WRITE-STATE-FILES-DONE.
           perform WRITE-UNFILED-EMPLOYEES.
           perform WRITE-REPORT-TOTALS.
           close STATE-WAGE-REPORT-FILE.
           display WS-TOTAL-EMPLOYEES " employee(s) filed in "
               WS-FILE-COUNT " state file(s), " WS-UNFILED-COUNT
               " not filed.".
           display "Report written to state_wage_report.txt.".
           stop run.

      *    Company 000 is the head office; a master record for it
      *    supplies its legal name and EIN like any other.
       LOAD-COMPANIES.
           move 1 to WS-CO-USED.
           move '000' to WS-CO-CODE (1).
           move 'HEAD OFFICE' to WS-CO-NAME (1).
           move 0 to WS-CO-EIN (1).
           move 'N' to WS-EOF-FLAG.
           open input COMPANY-MASTER-FILE.
           if WS-COMPANY-STATUS = '00'
               read COMPANY-MASTER-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CO-CODE = '000'
                       move CO-NAME to WS-CO-NAME (1)
                       move CO-EIN to WS-CO-EIN (1)
                   else
                       if WS-CO-USED < 20
                           add 1 to WS-CO-USED
                           move CO-CODE to WS-CO-CODE (WS-CO-USED)
                           move CO-NAME to WS-CO-NAME (WS-CO-USED)
                           move CO-EIN to WS-CO-EIN (WS-CO-USED)
                       end-if
                   end-if
                   read COMPANY-MASTER-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COMPANY-MASTER-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Only rows in force at quarter end; a later row is the
      *    next year's notice.
       LOAD-SUTA-RATES.
           move 0 to WS-SUR-USED.
           move 'N' to WS-EOF-FLAG.
           open input SUTA-RATE-FILE.
           if WS-SUTA-STATUS = '00'
               read SUTA-RATE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if SUR-EFFECTIVE-DATE <= WS-QUARTER-END
                      and WS-SUR-USED < 200
                       add 1 to WS-SUR-USED
                       move SUR-COMPANY
                           to WS-SUR-COMPANY (WS-SUR-USED)
                       move SUR-STATE to WS-SUR-STATE (WS-SUR-USED)
                       move SUR-EFFECTIVE-DATE
                           to WS-SUR-EFF-DATE (WS-SUR-USED)
                       move SUR-RATE to WS-SUR-RATE (WS-SUR-USED)
                       move SUR-WAGE-BASE
                           to WS-SUR-WAGE-BASE (WS-SUR-USED)
                   end-if
                   read SUTA-RATE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close SUTA-RATE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       ACCUMULATE-PAY-HISTORY.
           move 'N' to WS-EOF-FLAG.
           open input PAY-HISTORY-FILE.
           if WS-PAY-HIST-STATUS not = '00'
               display "No pay history on file. Nothing to report."
               stop run
           end-if.
           read PAY-HISTORY-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move 'N' to WS-PH-IN-YEAR
               if PH-PERIOD(1:2) = 'OC'
                   move PH-PERIOD(3:2) to WS-PH-MONTH
                   move 'Y' to WS-PH-IN-YEAR
               else
                   move PH-PERIOD(1:4) to WS-PH-YEAR
                   move PH-PERIOD(5:2) to WS-PH-MONTH
                   if WS-PH-YEAR = WS-TAX-YEAR
                       move 'Y' to WS-PH-IN-YEAR
                   end-if
               end-if
               if WS-PH-IN-YEAR = 'Y'
                  and WS-PH-MONTH >= 1
                  and WS-PH-MONTH <= WS-MONTH-THRU
                   perform ADD-HISTORY-ROW
               end-if
               read PAY-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PAY-HISTORY-FILE.
       ACCUMULATE-DONE.
           move 'N' to WS-EOF-FLAG.

       ADD-HISTORY-ROW.
           move 0 to WS-SW-FOUND.
           perform varying WS-SW-IDX from 1 by 1
               until WS-SW-IDX > WS-SW-USED
               if WS-SW-EMP-ID (WS-SW-IDX) = PH-EMP-ID
                   set WS-SW-FOUND to WS-SW-IDX
               end-if
           end-perform.
           if WS-SW-FOUND = 0
               if WS-SW-USED < 500
                   add 1 to WS-SW-USED
                   move WS-SW-USED to WS-SW-FOUND
                   set WS-SW-IDX to WS-SW-FOUND
                   move PH-EMP-ID to WS-SW-EMP-ID (WS-SW-IDX)
                   move 0 to WS-SW-PRIOR-GROSS (WS-SW-IDX)
                   move 0 to WS-SW-QTR-GROSS (WS-SW-IDX)
                   move 0 to WS-SW-TAXABLE (WS-SW-IDX)
                   move 'N' to WS-SW-ON-FILE (WS-SW-IDX)
                   move spaces to WS-SW-NAME (WS-SW-IDX)
                   move 0 to WS-SW-SSN (WS-SW-IDX)
                   move spaces to WS-SW-STATE (WS-SW-IDX)
                   move spaces to WS-SW-COMPANY (WS-SW-IDX)
                   move 0 to WS-SW-ES (WS-SW-IDX)
               else
                   add 1 to WS-SW-DROPPED
               end-if
           end-if.
           if WS-SW-FOUND not = 0
               set WS-SW-IDX to WS-SW-FOUND
               if WS-PH-MONTH < WS-MONTH-FROM
                   add PH-GROSS to WS-SW-PRIOR-GROSS (WS-SW-IDX)
               else
                   add PH-GROSS to WS-SW-QTR-GROSS (WS-SW-IDX)
                   if PH-PERIOD(1:2) = 'OC'
                       add 1 to WS-OC-ROWS
                   end-if
               end-if
           end-if.

      *    Work state, legal employer and name from the employee
      *    master; tax ID from the personal record.
       MATCH-EMPLOYEES.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found -- no one can be filed."
               go to MATCH-EMPLOYEES-DONE.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS = '00'
               move 'Y' to WS-EPD-OPEN
           end-if.
           perform varying WS-SW-IDX from 1 by 1
               until WS-SW-IDX > WS-SW-USED
               move WS-SW-EMP-ID (WS-SW-IDX) to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       perform MATCH-ONE-EMPLOYEE
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           if WS-EPD-OPEN = 'Y'
               close EMP-PERSONAL-FILE
           end-if.
       MATCH-EMPLOYEES-DONE.
           move 'N' to WS-EOF-FLAG.

       MATCH-ONE-EMPLOYEE.
           move 'Y' to WS-SW-ON-FILE (WS-SW-IDX).
           move EMP-NAME to WS-SW-NAME (WS-SW-IDX).
           move EMP-WORK-STATE to WS-SW-STATE (WS-SW-IDX).
           move EMP-COMPANY to WS-SW-COMPANY (WS-SW-IDX).
           if WS-SW-COMPANY (WS-SW-IDX) = spaces
               move '000' to WS-SW-COMPANY (WS-SW-IDX)
           end-if.
           if WS-EPD-OPEN = 'Y'
               move EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPD-SSN to WS-SW-SSN (WS-SW-IDX)
               end-read
           end-if.

      *    Taxable wages are this quarter's gross up to whatever of
      *    the wage base the earlier quarters left; the rest is
      *    excess. Employees not on file or with no work state are
      *    left for the unfiled list.
       PRICE-ONE-EMPLOYEE.
           if WS-SW-QTR-GROSS (WS-SW-IDX) = 0
               go to PRICE-ONE-DONE.
           if WS-SW-ON-FILE (WS-SW-IDX) not = 'Y'
              or WS-SW-STATE (WS-SW-IDX) = spaces
               add 1 to WS-UNFILED-COUNT
               go to PRICE-ONE-DONE.
           perform FIND-EMPLOYER-STATE.
           if WS-ES-SUB = 0
               add 1 to WS-UNFILED-COUNT
               add 1 to WS-UNPRICED-COUNT
               go to PRICE-ONE-DONE.
           move WS-ES-SUB to WS-SW-ES (WS-SW-IDX).
           if WS-SW-PRIOR-GROSS (WS-SW-IDX)
                   >= WS-ES-WAGE-BASE (WS-ES-SUB)
               move 0 to WS-SW-TAXABLE (WS-SW-IDX)
           else
               compute WS-ROOM = WS-ES-WAGE-BASE (WS-ES-SUB)
                   - WS-SW-PRIOR-GROSS (WS-SW-IDX)
               if WS-ROOM > WS-SW-QTR-GROSS (WS-SW-IDX)
                   move WS-SW-QTR-GROSS (WS-SW-IDX)
                       to WS-SW-TAXABLE (WS-SW-IDX)
               else
                   move WS-ROOM to WS-SW-TAXABLE (WS-SW-IDX)
               end-if
           end-if.
           add 1 to WS-ES-COUNT (WS-ES-SUB).
           add WS-SW-QTR-GROSS (WS-SW-IDX) to WS-ES-GROSS (WS-ES-SUB).
           add WS-SW-TAXABLE (WS-SW-IDX) to WS-ES-TAXABLE (WS-ES-SUB).
           if WS-SW-SSN (WS-SW-IDX) = 0
               add 1 to WS-NO-TAX-ID-COUNT
           end-if.
       PRICE-ONE-DONE.
           continue.

       FIND-EMPLOYER-STATE.
           move 0 to WS-ES-SUB.
           perform varying WS-ES-SCAN from 1 by 1
               until WS-ES-SCAN > WS-ES-USED
               if WS-ES-STATE (WS-ES-SCAN) = WS-SW-STATE (WS-SW-IDX)
                  and WS-ES-COMPANY (WS-ES-SCAN)
                      = WS-SW-COMPANY (WS-SW-IDX)
                   move WS-ES-SCAN to WS-ES-SUB
               end-if
           end-perform.
           if WS-ES-SUB = 0 and WS-ES-USED < 100
               add 1 to WS-ES-USED
               move WS-ES-USED to WS-ES-SUB
               move WS-SW-STATE (WS-SW-IDX) to WS-ES-STATE (WS-ES-SUB)
               move WS-SW-COMPANY (WS-SW-IDX)
                   to WS-ES-COMPANY (WS-ES-SUB)
               move 0 to WS-ES-COUNT (WS-ES-SUB)
               move 0 to WS-ES-GROSS (WS-ES-SUB)
               move 0 to WS-ES-TAXABLE (WS-ES-SUB)
               move 0 to WS-ES-TAX-DUE (WS-ES-SUB)
               move 'N' to WS-ES-WRITTEN (WS-ES-SUB)
               perform FIND-SUTA-RATE
           end-if.

      *    Same precedence as the pay run: the company's own row,
      *    then a company 000 row for the state, then the default.
       FIND-SUTA-RATE.
           move WS-DEFAULT-SUTA-RATE to WS-ES-RATE (WS-ES-SUB).
           move WS-DEFAULT-SUTA-BASE to WS-ES-WAGE-BASE (WS-ES-SUB).
           move 0 to WS-SUR-BEST-DATE.
           move WS-ES-COMPANY (WS-ES-SUB) to WS-SUR-LOOKUP-CO.
           perform SCAN-SUTA-RATES.
           if WS-SUR-BEST-DATE = 0 and WS-SUR-LOOKUP-CO not = '000'
               move '000' to WS-SUR-LOOKUP-CO
               perform SCAN-SUTA-RATES
           end-if.
           if WS-SUR-BEST-DATE = 0
               move 'Y' to WS-ES-DEFAULTED (WS-ES-SUB)
           else
               move 'N' to WS-ES-DEFAULTED (WS-ES-SUB)
           end-if.

       SCAN-SUTA-RATES.
           perform varying WS-SUR-SUB from 1 by 1
               until WS-SUR-SUB > WS-SUR-USED
               if WS-SUR-COMPANY (WS-SUR-SUB) = WS-SUR-LOOKUP-CO
                  and WS-SUR-STATE (WS-SUR-SUB)
                      = WS-ES-STATE (WS-ES-SUB)
                  and WS-SUR-EFF-DATE (WS-SUR-SUB) > WS-SUR-BEST-DATE
                   move WS-SUR-EFF-DATE (WS-SUR-SUB)
                       to WS-SUR-BEST-DATE
                   move WS-SUR-RATE (WS-SUR-SUB)
                       to WS-ES-RATE (WS-ES-SUB)
                   move WS-SUR-WAGE-BASE (WS-SUR-SUB)
                       to WS-ES-WAGE-BASE (WS-ES-SUB)
               end-if
           end-perform.

      *    One wage detail file per state: each pass takes the first
      *    employer group not yet written and writes every group in
      *    its state.
       WRITE-STATE-FILES.
           if WS-ES-USED = 0
               move "  No wages to file for the quarter."
                   to STATE-WAGE-REPORT-LINE
               write STATE-WAGE-REPORT-LINE
               go to WRITE-STATE-FILES-DONE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               move spaces to WS-CUR-STATE
               perform varying WS-ES-SUB from 1 by 1
                   until WS-ES-SUB > WS-ES-USED
                   or WS-CUR-STATE not = spaces
                   if WS-ES-WRITTEN (WS-ES-SUB) = 'N'
                       move WS-ES-STATE (WS-ES-SUB) to WS-CUR-STATE
                   end-if
               end-perform
               if WS-CUR-STATE = spaces
                   move 'Y' to WS-EOF-FLAG
               else
                   perform WRITE-ONE-STATE-FILE
               end-if
           end-perform.
       WRITE-STATE-FILES-DONE.
           move 'N' to WS-EOF-FLAG.

       WRITE-ONE-STATE-FILE.
           move spaces to WS-SW-FILENAME.
           string "state_wage_" delimited by size
                  WS-CUR-STATE delimited by size
                  ".txt" delimited by size
                  into WS-SW-FILENAME
           end-string.
           move 0 to WS-FILE-EMPLOYERS.
           move 0 to WS-FILE-EMPLOYEES.
           move 0 to WS-FILE-GROSS.
           move 0 to WS-FILE-TAX-DUE.
           open output STATE-WAGE-FILE.
           perform varying WS-ES-SUB from 1 by 1
               until WS-ES-SUB > WS-ES-USED
               if WS-ES-WRITTEN (WS-ES-SUB) = 'N'
                  and WS-ES-STATE (WS-ES-SUB) = WS-CUR-STATE
                   perform WRITE-ONE-EMPLOYER
                   move 'Y' to WS-ES-WRITTEN (WS-ES-SUB)
               end-if
           end-perform.
           move spaces to SWF-FINAL-RECORD.
           move 'F' to SWF-F-TYPE.
           move WS-FILE-EMPLOYERS to SWF-F-EMPLOYERS.
           move WS-FILE-EMPLOYEES to SWF-F-EMPLOYEES.
           move WS-FILE-GROSS to SWF-F-GROSS.
           move WS-FILE-TAX-DUE to SWF-F-TAX-DUE.
           write SWF-FINAL-RECORD.
           close STATE-WAGE-FILE.
           add 1 to WS-FILE-COUNT.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "  " delimited by size
                  WS-FILE-EMPLOYEES delimited by size
                  " employee(s) for state " delimited by size
                  WS-CUR-STATE delimited by size
                  " written to " delimited by size
                  WS-SW-FILENAME delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           move spaces to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.

      *    Employer header, one wage line per employee in the
      *    group, then the employer's totals and tax due at its
      *    assigned rate.
       WRITE-ONE-EMPLOYER.
           move WS-ES-COMPANY (WS-ES-SUB) to WS-COMPANY-WORK.
           move spaces to WS-EMPLOYER-NAME.
           move 0 to WS-EMPLOYER-EIN.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-CODE (WS-CO-SUB) = WS-COMPANY-WORK
                   move WS-CO-NAME (WS-CO-SUB) to WS-EMPLOYER-NAME
                   move WS-CO-EIN (WS-CO-SUB) to WS-EMPLOYER-EIN
               end-if
           end-perform.
           compute WS-ES-TAX-DUE (WS-ES-SUB) rounded =
               WS-ES-TAXABLE (WS-ES-SUB) * WS-ES-RATE (WS-ES-SUB).
           compute WS-EXCESS =
               WS-ES-GROSS (WS-ES-SUB) - WS-ES-TAXABLE (WS-ES-SUB).

           move spaces to SWF-EMPLOYER-RECORD.
           move 'E' to SWF-E-TYPE.
           move WS-TAX-YEAR to SWF-E-YEAR.
           move WS-QUARTER to SWF-E-QUARTER.
           move WS-EMPLOYER-EIN to SWF-E-EIN.
           move WS-EMPLOYER-NAME to SWF-E-NAME.
           move WS-CUR-STATE to SWF-E-STATE.
           move WS-ES-RATE (WS-ES-SUB) to SWF-E-RATE.
           move WS-ES-WAGE-BASE (WS-ES-SUB) to SWF-E-WAGE-BASE.
           write SWF-EMPLOYER-RECORD.

           move WS-ES-RATE (WS-ES-SUB) to WS-FORMATTED-RATE.
           move WS-ES-WAGE-BASE (WS-ES-SUB) to WS-FORMATTED-BASE.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "STATE " delimited by size
                  WS-CUR-STATE delimited by size
                  "  COMPANY " delimited by size
                  WS-COMPANY-WORK delimited by size
                  " " delimited by size
                  WS-EMPLOYER-NAME delimited by size
                  "  EIN " delimited by size
                  WS-EMPLOYER-EIN delimited by size
                  "  RATE " delimited by size
                  WS-FORMATTED-RATE delimited by size
                  "  BASE " delimited by size
                  WS-FORMATTED-BASE delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           if WS-ES-DEFAULTED (WS-ES-SUB) = 'Y'
               move "  ** No rate row in force for this company and "
                   to STATE-WAGE-REPORT-LINE
               move "state -- default rate and base used **"
                   to STATE-WAGE-REPORT-LINE(49:38)
               write STATE-WAGE-REPORT-LINE
           end-if.
           move "EmpID  Name                           Tax ID"
               to STATE-WAGE-REPORT-LINE.
           move "    Gross Wages  Taxable Wages   Excess Wages"
               to STATE-WAGE-REPORT-LINE(52:45).
           write STATE-WAGE-REPORT-LINE.
           move all "-" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.

           perform varying WS-SW-IDX from 1 by 1
               until WS-SW-IDX > WS-SW-USED
               if WS-SW-ES (WS-SW-IDX) = WS-ES-SUB
                   perform WRITE-ONE-WAGE-LINE
               end-if
           end-perform.

           move spaces to SWF-TOTAL-RECORD.
           move 'T' to SWF-T-TYPE.
           move WS-EMPLOYER-EIN to SWF-T-EIN.
           move WS-ES-COUNT (WS-ES-SUB) to SWF-T-COUNT.
           move WS-ES-GROSS (WS-ES-SUB) to SWF-T-GROSS.
           move WS-EXCESS to SWF-T-EXCESS.
           move WS-ES-TAXABLE (WS-ES-SUB) to SWF-T-TAXABLE.
           move WS-ES-TAX-DUE (WS-ES-SUB) to SWF-T-TAX-DUE.
           write SWF-TOTAL-RECORD.

           move all "-" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           move spaces to STATE-WAGE-REPORT-LINE.
           move "EMPLOYER TOTAL" to STATE-WAGE-REPORT-LINE(8:14).
           move WS-ES-COUNT (WS-ES-SUB) to STATE-WAGE-REPORT-LINE(23:5).
           move "employee(s)" to STATE-WAGE-REPORT-LINE(29:11).
           move WS-ES-GROSS (WS-ES-SUB) to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(52:15).
           move WS-ES-TAXABLE (WS-ES-SUB) to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(68:15).
           move WS-EXCESS to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(84:15).
           write STATE-WAGE-REPORT-LINE.
           move spaces to STATE-WAGE-REPORT-LINE.
           move "TAX DUE AT RATE" to STATE-WAGE-REPORT-LINE(8:15).
           move WS-FORMATTED-RATE to STATE-WAGE-REPORT-LINE(24:6).
           move WS-ES-TAX-DUE (WS-ES-SUB) to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(68:15).
           write STATE-WAGE-REPORT-LINE.

           add 1 to WS-FILE-EMPLOYERS.
           add WS-ES-COUNT (WS-ES-SUB) to WS-FILE-EMPLOYEES.
           add WS-ES-GROSS (WS-ES-SUB) to WS-FILE-GROSS.
           add WS-ES-TAX-DUE (WS-ES-SUB) to WS-FILE-TAX-DUE.
           add WS-ES-COUNT (WS-ES-SUB) to WS-TOTAL-EMPLOYEES.
           add WS-ES-GROSS (WS-ES-SUB) to WS-TOTAL-GROSS.
           add WS-ES-TAXABLE (WS-ES-SUB) to WS-TOTAL-TAXABLE.
           add WS-ES-TAX-DUE (WS-ES-SUB) to WS-TOTAL-TAX-DUE.

       WRITE-ONE-WAGE-LINE.
           move spaces to SWF-EMPLOYEE-RECORD.
           move 'S' to SWF-S-TYPE.
           move WS-SW-SSN (WS-SW-IDX) to SWF-S-SSN.
           move WS-SW-NAME (WS-SW-IDX) to SWF-S-NAME.
           move WS-SW-EMP-ID (WS-SW-IDX) to SWF-S-EMP-ID.
           move WS-SW-QTR-GROSS (WS-SW-IDX) to SWF-S-GROSS.
           move WS-SW-TAXABLE (WS-SW-IDX) to SWF-S-TAXABLE.
           write SWF-EMPLOYEE-RECORD.

           move spaces to STATE-WAGE-REPORT-LINE.
           move WS-SW-EMP-ID (WS-SW-IDX)
               to STATE-WAGE-REPORT-LINE(1:6).
           move WS-SW-NAME (WS-SW-IDX)
               to STATE-WAGE-REPORT-LINE(8:30).
           if WS-SW-SSN (WS-SW-IDX) = 0
               move "NO TAX ID" to STATE-WAGE-REPORT-LINE(39:9)
           else
               move WS-SW-SSN (WS-SW-IDX) to WS-SSN-DISPLAY
               move "***-**-" to STATE-WAGE-REPORT-LINE(39:7)
               move WS-SSN-DISPLAY(6:4)
                   to STATE-WAGE-REPORT-LINE(46:4)
           end-if.
           move WS-SW-QTR-GROSS (WS-SW-IDX) to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(52:15).
           move WS-SW-TAXABLE (WS-SW-IDX) to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(68:15).
           compute WS-EMP-EXCESS = WS-SW-QTR-GROSS (WS-SW-IDX)
               - WS-SW-TAXABLE (WS-SW-IDX).
           move WS-EMP-EXCESS to WS-FORMATTED-AMT.
           move WS-FORMATTED-AMT to STATE-WAGE-REPORT-LINE(84:15).
           write STATE-WAGE-REPORT-LINE.

      *    Anyone paid in the quarter who could not go on a state
      *    file, so the wages are not silently left off the filing.
       WRITE-UNFILED-EMPLOYEES.
           move "PAID IN QUARTER BUT NOT FILED"
               to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           move all "-" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           if WS-UNFILED-COUNT = 0
               move "  (none)" to STATE-WAGE-REPORT-LINE
               write STATE-WAGE-REPORT-LINE
           end-if.
           perform varying WS-SW-IDX from 1 by 1
               until WS-SW-IDX > WS-SW-USED
               if WS-SW-QTR-GROSS (WS-SW-IDX) > 0
                  and WS-SW-ES (WS-SW-IDX) = 0
                   move spaces to STATE-WAGE-REPORT-LINE
                   move WS-SW-EMP-ID (WS-SW-IDX)
                       to STATE-WAGE-REPORT-LINE(1:6)
                   if WS-SW-ON-FILE (WS-SW-IDX) not = 'Y'
                       move "** NOT ON EMPLOYEE FILE **"
                           to STATE-WAGE-REPORT-LINE(8:26)
                   else
                       move WS-SW-NAME (WS-SW-IDX)
                           to STATE-WAGE-REPORT-LINE(8:30)
                       if WS-SW-STATE (WS-SW-IDX) = spaces
                           move "NO WORK STATE"
                               to STATE-WAGE-REPORT-LINE(39:13)
                       else
                           move "GROUP TABLE FULL"
                               to STATE-WAGE-REPORT-LINE(39:16)
                       end-if
                   end-if
                   move WS-SW-QTR-GROSS (WS-SW-IDX)
                       to WS-FORMATTED-AMT
                   move WS-FORMATTED-AMT
                       to STATE-WAGE-REPORT-LINE(56:15)
                   write STATE-WAGE-REPORT-LINE
               end-if
           end-perform.
           move spaces to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           move "ALL STATES" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           move all "=" to STATE-WAGE-REPORT-LINE.
           write STATE-WAGE-REPORT-LINE.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "Employees filed:         " delimited by size
                  WS-TOTAL-EMPLOYEES delimited by size
                  " in " delimited by size
                  WS-FILE-COUNT delimited by size
                  " state file(s)" delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           move WS-TOTAL-GROSS to WS-FORMATTED-AMT.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "Gross wages filed:       " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           move WS-TOTAL-TAXABLE to WS-FORMATTED-AMT.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "Taxable wages filed:     " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           move WS-TOTAL-TAX-DUE to WS-FORMATTED-AMT.
           move spaces to STATE-WAGE-REPORT-LINE.
           string "Total tax due:           " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into STATE-WAGE-REPORT-LINE
           end-string.
           write STATE-WAGE-REPORT-LINE.
           if WS-NO-TAX-ID-COUNT > 0
               move spaces to STATE-WAGE-REPORT-LINE
               string "  ** " delimited by size
                      WS-NO-TAX-ID-COUNT delimited by size
                      " employee(s) filed with no tax ID -- key"
                          delimited by size
                      " personal data before sending **"
                          delimited by size
                      into STATE-WAGE-REPORT-LINE
               end-string
               write STATE-WAGE-REPORT-LINE
           end-if.
           if WS-OC-ROWS > 0
               move spaces to STATE-WAGE-REPORT-LINE
               string "  Includes " delimited by size
                      WS-OC-ROWS delimited by size
                      " off-cycle payment(s), dated by month only."
                          delimited by size
                      into STATE-WAGE-REPORT-LINE
               end-string
               write STATE-WAGE-REPORT-LINE
           end-if.
           if WS-SW-DROPPED > 0
               move spaces to STATE-WAGE-REPORT-LINE
               string "  ** " delimited by size
                      WS-SW-DROPPED delimited by size
                      " history row(s) over the 500-employee table"
                          delimited by size
                      " not counted -- report incomplete **"
                          delimited by size
                      into STATE-WAGE-REPORT-LINE
               end-string
               write STATE-WAGE-REPORT-LINE
           end-if.
