       identification division.
       program-id. headcount-report.

      *    Headcount, hiring and turnover report for a month or a
      *    quarter, by department within company with company and
      *    overall totals. An employee is on the books from
      *    EMP-HIRE-DATE (or the emp_personal.dat rehire date for a
      *    returning employee) until the latest terminations.dat
      *    date; opening headcount is the day before the period
      *    starts and closing headcount its last day. Hires and
      *    rehires are the starts dated in the period, terminations
      *    are split voluntary and involuntary by the separation
      *    type termination-maint keys (older terminations keyed
      *    before the type existed count only in the total). On
      *    leave is closing headcount out on loa_status.dat leave --
      *    a returned leave is taken to run to its expected-return
      *    date. Turnover is terminations over the average of
      *    opening and closing headcount; average tenure is years
      *    from EMP-HIRE-DATE for closing headcount; early
      *    terminations are those within 90 days of the start. A
      *    trend section gives the overall figures for each of the
      *    twelve months ending with the period.

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
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           file status is WS-TERM-STATUS.
       select LOA-STATUS-FILE
           assign to 'loa_status.dat'
           organization is indexed
           access mode is dynamic
           record key is LOA-EMP-ID
           lock mode is automatic
           file status is WS-LOA-STATUS.
       select HEADCOUNT-REPORT-FILE
           assign to 'headcount_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 filler               pic x(25).
          05 EMP-DEPARTMENT       pic x(10).
          05 filler               pic x(92).
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

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

       fd LOA-STATUS-FILE.
       01 LOA-STATUS-RECORD.
          05 LOA-EMP-ID             pic 9(6).
          05 LOA-START-DATE         pic 9(8).
          05 LOA-EXPECTED-RETURN    pic 9(8).
          05 LOA-ARREARS            pic 9(6)v99.
          05 LOA-MONTHS-BILLED      pic 9(3).
          05 LOA-STATE              pic x(1).
             88 LOA-ON-LEAVE        value 'A'.
             88 LOA-RETURNED        value 'R'.

       fd HEADCOUNT-REPORT-FILE.
       01 HEADCOUNT-REPORT-LINE     pic x(80).

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-TERM-STATUS            pic xx.
       01 WS-LOA-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-REPORT-TYPE            pic x(1).
          88 WS-MONTHLY-REPORT      value 'M'.
          88 WS-QUARTERLY-REPORT    value 'Q'.
       01 WS-REPORT-YEAR            pic 9(4).
       01 WS-REPORT-NUMBER          pic 9(2).
       01 WS-FIRST-MONTH            pic 9(2).
       01 WS-LAST-MONTH             pic 9(2).
       01 WS-PERIOD-START           pic 9(8).
       01 WS-PERIOD-END             pic 9(8).
       01 WS-MONTH-YEAR             pic 9(4).
       01 WS-MONTH-NUMBER           pic 9(2).
       01 WS-MONTH-START            pic 9(8).
       01 WS-MONTH-END              pic 9(8).
       01 WS-NEXT-YEAR              pic 9(4).
       01 WS-NEXT-MONTH             pic 9(2).
       01 WS-NEXT-START             pic 9(8).
       01 WS-TREND-IDX              pic 9(2).
       01 WS-TREND-YEAR             pic 9(4).
       01 WS-TREND-MONTH            pic 9(2).

      *    One entry per employee with the dates that decide when
      *    the employee is on the books.
       01 WS-EMP-COUNT              pic 9(4) value zero.
       01 WS-EMP-IDX                pic 9(4).
       01 WS-EMP-FOUND-IDX          pic 9(4).
       01 WS-LOOKUP-EMP-ID          pic 9(6).
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY occurs 2000 times.
             10 WS-ET-ID            pic 9(6).
             10 WS-ET-COMPANY       pic x(3).
             10 WS-ET-DEPT          pic x(10).
             10 WS-ET-HIRE          pic 9(8).
             10 WS-ET-REHIRE        pic 9(8).
             10 WS-ET-TERM          pic 9(8).
             10 WS-ET-SEP-TYPE      pic x(1).
             10 WS-ET-LOA-START     pic 9(8).
             10 WS-ET-LOA-END       pic 9(8).

      *    Department-within-company lines, kept in company and
      *    department order for the subtotals.
       01 WS-GRP-COUNT              pic 9(3) value zero.
       01 WS-GRP-IDX                pic 9(3).
       01 WS-GRP-JDX                pic 9(3).
       01 WS-GRP-FOUND-IDX          pic 9(3).
       01 WS-GRP-TABLE.
          05 WS-GRP-ENTRY occurs 200 times.
             10 WS-GT-COMPANY       pic x(3).
             10 WS-GT-DEPT          pic x(10).
             10 WS-GT-COUNTS.
                15 WS-GT-OPEN       pic 9(5).
                15 WS-GT-HIRES      pic 9(5).
                15 WS-GT-REHIRES    pic 9(5).
                15 WS-GT-VOLUNTARY  pic 9(5).
                15 WS-GT-INVOLUNTARY pic 9(5).
                15 WS-GT-TERMS      pic 9(5).
                15 WS-GT-EARLY      pic 9(5).
                15 WS-GT-CLOSE      pic 9(5).
                15 WS-GT-LEAVE      pic 9(5).
                15 WS-GT-TENURE-DAYS pic 9(9).
       01 WS-GRP-SWAP               pic x(67).

      *    The figures for whichever line is being printed, and the
      *    company and overall accumulators.
       01 WS-LINE-COUNTS.
          05 WS-LC-OPEN             pic 9(5).
          05 WS-LC-HIRES            pic 9(5).
          05 WS-LC-REHIRES          pic 9(5).
          05 WS-LC-VOLUNTARY        pic 9(5).
          05 WS-LC-INVOLUNTARY      pic 9(5).
          05 WS-LC-TERMS            pic 9(5).
          05 WS-LC-EARLY            pic 9(5).
          05 WS-LC-CLOSE            pic 9(5).
          05 WS-LC-LEAVE            pic 9(5).
          05 WS-LC-TENURE-DAYS      pic 9(9).
       01 WS-COMPANY-COUNTS         pic x(54).
       01 WS-OVERALL-COUNTS         pic x(54).
       01 WS-LINE-LABEL             pic x(14).
       01 WS-CURRENT-COMPANY        pic x(3).
       01 WS-TARGET-DEPT            pic x(10).
       01 WS-EPD-OPEN-FLAG          pic x(1) value 'N'.
       01 WS-LOA-OPEN-FLAG          pic x(1) value 'N'.
       01 WS-EARLY-FLAG             pic x(1).
          88 WS-EARLY-TERM          value 'Y'.

       01 WS-CHECK-DATE             pic 9(8).
       01 WS-EMPLOYED-FLAG          pic x(1).
          88 WS-EMPLOYED            value 'Y'.
       01 WS-STINT-START            pic 9(8).
       01 WS-DAYS-WORK              pic s9(7).
       01 WS-AVG-HEADCOUNT          pic 9(5)v99.
       01 WS-TURNOVER-PCT           pic 9(3)v99.
       01 WS-TENURE-YEARS           pic 9(3)v9.
       01 WS-EARLY-PCT              pic 9(3)v99.

       01 WS-FMT-COUNT              pic zzzz9.
       01 WS-FMT-PCT                pic zz9.99.
       01 WS-FMT-TENURE             pic zz9.9.

       procedure division.
       MAIN-LOGIC.
           display "Headcount and Turnover Report".
           display "Report Type (M=month, Q=quarter): ".
           accept WS-REPORT-TYPE.
           move function upper-case (WS-REPORT-TYPE)
               to WS-REPORT-TYPE.
           if not WS-MONTHLY-REPORT and not WS-QUARTERLY-REPORT
               display "Report type must be M or Q."
               stop run
           end-if.
           display "Enter Year (YYYY): ".
           accept WS-REPORT-YEAR.
           if WS-MONTHLY-REPORT
               display "Enter Month (1-12): "
               accept WS-REPORT-NUMBER
               if WS-REPORT-NUMBER < 1 or WS-REPORT-NUMBER > 12
                   display "Month must be 1 through 12."
                   stop run
               end-if
               move WS-REPORT-NUMBER to WS-FIRST-MONTH
               move WS-REPORT-NUMBER to WS-LAST-MONTH
           else
               display "Enter Quarter (1-4): "
               accept WS-REPORT-NUMBER
               if WS-REPORT-NUMBER < 1 or WS-REPORT-NUMBER > 4
                   display "Quarter must be 1 through 4."
                   stop run
               end-if
               compute WS-LAST-MONTH = WS-REPORT-NUMBER * 3
               compute WS-FIRST-MONTH = WS-LAST-MONTH - 2
           end-if.
           move WS-REPORT-YEAR to WS-MONTH-YEAR.
           move WS-FIRST-MONTH to WS-MONTH-NUMBER.
           perform SET-MONTH-RANGE.
           move WS-MONTH-START to WS-PERIOD-START.
           move WS-LAST-MONTH to WS-MONTH-NUMBER.
           perform SET-MONTH-RANGE.
           move WS-MONTH-END to WS-PERIOD-END.

           perform LOAD-EMPLOYEES.
           if WS-EMP-COUNT = 0
               display "Employee file not found or empty. Aborting."
               stop run
           end-if.
           perform LOAD-TERMINATIONS.
           perform SORT-GROUP-TABLE thru SORT-GROUP-DONE.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               perform COUNT-ONE-EMPLOYEE
           end-perform.

           open output HEADCOUNT-REPORT-FILE.
           perform WRITE-REPORT-HEADING.
           perform WRITE-GROUP-LINES.
           perform WRITE-TREND-SECTION.
           close HEADCOUNT-REPORT-FILE.
           display WS-EMP-COUNT " employee(s) examined.".
           display "Report written to headcount_report.txt.".
           stop run.

      *    First and last day of WS-MONTH-YEAR/WS-MONTH-NUMBER.
       SET-MONTH-RANGE.
           compute WS-MONTH-START =
               WS-MONTH-YEAR * 10000 + WS-MONTH-NUMBER * 100 + 1.
           if WS-MONTH-NUMBER = 12
               compute WS-NEXT-YEAR = WS-MONTH-YEAR + 1
               move 1 to WS-NEXT-MONTH
           else
               move WS-MONTH-YEAR to WS-NEXT-YEAR
               compute WS-NEXT-MONTH = WS-MONTH-NUMBER + 1
           end-if.
           compute WS-NEXT-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           compute WS-MONTH-END = function date-of-integer
               (function integer-of-date (WS-NEXT-START) - 1).

       LOAD-EMPLOYEES.
           move 0 to WS-EMP-COUNT.
           move 'N' to WS-EOF-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               open input EMP-PERSONAL-FILE
               if WS-EPD-STATUS = '00'
                   move 'Y' to WS-EPD-OPEN-FLAG
               end-if
               open input LOA-STATUS-FILE
               if WS-LOA-STATUS = '00'
                   move 'Y' to WS-LOA-OPEN-FLAG
               end-if
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-EMP-COUNT < 2000
                       add 1 to WS-EMP-COUNT
                       perform LOAD-ONE-EMPLOYEE
                   end-if
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EMPLOYEE-FILE
               if WS-EPD-OPEN-FLAG = 'Y'
                   close EMP-PERSONAL-FILE
               end-if
               if WS-LOA-OPEN-FLAG = 'Y'
                   close LOA-STATUS-FILE
               end-if
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOAD-ONE-EMPLOYEE.
           move EMP-ID to WS-ET-ID (WS-EMP-COUNT).
           move EMP-COMPANY to WS-ET-COMPANY (WS-EMP-COUNT).
           move EMP-DEPARTMENT to WS-ET-DEPT (WS-EMP-COUNT).
           move EMP-HIRE-DATE to WS-ET-HIRE (WS-EMP-COUNT).
           move 0 to WS-ET-REHIRE (WS-EMP-COUNT).
           move 0 to WS-ET-TERM (WS-EMP-COUNT).
           move space to WS-ET-SEP-TYPE (WS-EMP-COUNT).
           move 0 to WS-ET-LOA-START (WS-EMP-COUNT).
           move 0 to WS-ET-LOA-END (WS-EMP-COUNT).
           if WS-EPD-OPEN-FLAG = 'Y'
               move EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPD-REHIRE-DATE
                           to WS-ET-REHIRE (WS-EMP-COUNT)
               end-read
           end-if.
      *    An open leave runs on; a returned one ends at its
      *    expected-return date.
           if WS-LOA-OPEN-FLAG = 'Y'
               move EMP-ID to LOA-EMP-ID
               read LOA-STATUS-FILE
                   invalid key
                       continue
                   not invalid key
                       move LOA-START-DATE
                           to WS-ET-LOA-START (WS-EMP-COUNT)
                       if LOA-ON-LEAVE
                           move 99999999
                               to WS-ET-LOA-END (WS-EMP-COUNT)
                       else
                           move LOA-EXPECTED-RETURN
                               to WS-ET-LOA-END (WS-EMP-COUNT)
                       end-if
               end-read
           end-if.
           move EMP-COMPANY to WS-CURRENT-COMPANY.
           move EMP-DEPARTMENT to WS-TARGET-DEPT.
           perform FIND-GROUP.

      *    The latest termination on file is the one that counts.
       LOAD-TERMINATIONS.
           move 'N' to WS-EOF-FLAG.
           open input TERMINATION-FILE.
           if WS-TERM-STATUS = '00'
               read TERMINATION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move TERM-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-EMP-FOUND-IDX not = 0
                      and TERM-DATE > WS-ET-TERM (WS-EMP-FOUND-IDX)
                       move TERM-DATE to WS-ET-TERM (WS-EMP-FOUND-IDX)
                       move TERM-SEPARATION-TYPE
                           to WS-ET-SEP-TYPE (WS-EMP-FOUND-IDX)
                   end-if
                   read TERMINATION-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TERMINATION-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       FIND-EMPLOYEE.
           move 0 to WS-EMP-FOUND-IDX.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               if WS-ET-ID (WS-EMP-IDX) = WS-LOOKUP-EMP-ID
                   move WS-EMP-IDX to WS-EMP-FOUND-IDX
               end-if
           end-perform.

      *    Group table position of WS-CURRENT-COMPANY and
      *    WS-TARGET-DEPT, adding the group when it is new; zero
      *    only when the table is full.
       FIND-GROUP.
           move 0 to WS-GRP-FOUND-IDX.
           perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
               if WS-GT-COMPANY (WS-GRP-IDX) = WS-CURRENT-COMPANY
                  and WS-GT-DEPT (WS-GRP-IDX) = WS-TARGET-DEPT
                   move WS-GRP-IDX to WS-GRP-FOUND-IDX
               end-if
           end-perform.
           if WS-GRP-FOUND-IDX = 0 and WS-GRP-COUNT < 200
               add 1 to WS-GRP-COUNT
               move WS-GRP-COUNT to WS-GRP-FOUND-IDX
               move WS-CURRENT-COMPANY to WS-GT-COMPANY (WS-GRP-COUNT)
               move WS-TARGET-DEPT to WS-GT-DEPT (WS-GRP-COUNT)
               initialize WS-GT-COUNTS (WS-GRP-COUNT)
           end-if.

      *    Simple exchange sort into company/department order -- the
      *    table is small enough that no work file is warranted.
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

      *    On the books on WS-CHECK-DATE. A rehire on or before the
      *    date starts a fresh stint that only a termination dated
      *    after it ends.
       CHECK-EMPLOYED-ON.
           move 'N' to WS-EMPLOYED-FLAG.
           if WS-ET-REHIRE (WS-EMP-IDX) > 0
              and WS-ET-REHIRE (WS-EMP-IDX) <= WS-CHECK-DATE
               move 'Y' to WS-EMPLOYED-FLAG
               if WS-ET-TERM (WS-EMP-IDX) >= WS-ET-REHIRE (WS-EMP-IDX)
                  and WS-ET-TERM (WS-EMP-IDX) <= WS-CHECK-DATE
                   move 'N' to WS-EMPLOYED-FLAG
               end-if
           else
               if WS-ET-HIRE (WS-EMP-IDX) > 0
                  and WS-ET-HIRE (WS-EMP-IDX) <= WS-CHECK-DATE
                   move 'Y' to WS-EMPLOYED-FLAG
                   if WS-ET-TERM (WS-EMP-IDX) > 0
                      and WS-ET-TERM (WS-EMP-IDX) <= WS-CHECK-DATE
                       move 'N' to WS-EMPLOYED-FLAG
                   end-if
               end-if
           end-if.

       COUNT-ONE-EMPLOYEE.
           move WS-ET-COMPANY (WS-EMP-IDX) to WS-CURRENT-COMPANY.
           move WS-ET-DEPT (WS-EMP-IDX) to WS-TARGET-DEPT.
           perform FIND-GROUP.
           if WS-GRP-FOUND-IDX not = 0
               perform COUNT-PERIOD-EVENTS
               compute WS-CHECK-DATE = function date-of-integer
                   (function integer-of-date (WS-PERIOD-START) - 1)
               perform CHECK-EMPLOYED-ON
               if WS-EMPLOYED
                   add 1 to WS-GT-OPEN (WS-GRP-FOUND-IDX)
               end-if
               move WS-PERIOD-END to WS-CHECK-DATE
               perform CHECK-EMPLOYED-ON
               if WS-EMPLOYED
                   perform COUNT-CLOSING-EMPLOYEE
               end-if
           end-if.

      *    Starts and terminations dated inside the period.
       COUNT-PERIOD-EVENTS.
           if WS-ET-HIRE (WS-EMP-IDX) >= WS-PERIOD-START
              and WS-ET-HIRE (WS-EMP-IDX) <= WS-PERIOD-END
               add 1 to WS-GT-HIRES (WS-GRP-FOUND-IDX)
           end-if.
           if WS-ET-REHIRE (WS-EMP-IDX) >= WS-PERIOD-START
              and WS-ET-REHIRE (WS-EMP-IDX) <= WS-PERIOD-END
               add 1 to WS-GT-REHIRES (WS-GRP-FOUND-IDX)
           end-if.
           if WS-ET-TERM (WS-EMP-IDX) >= WS-PERIOD-START
              and WS-ET-TERM (WS-EMP-IDX) <= WS-PERIOD-END
               add 1 to WS-GT-TERMS (WS-GRP-FOUND-IDX)
               evaluate WS-ET-SEP-TYPE (WS-EMP-IDX)
                   when 'V'
                       add 1 to WS-GT-VOLUNTARY (WS-GRP-FOUND-IDX)
                   when 'I'
                       add 1 to WS-GT-INVOLUNTARY (WS-GRP-FOUND-IDX)
                   when other
                       continue
               end-evaluate
               perform CHECK-EARLY-TERM
               if WS-EARLY-TERM
                   add 1 to WS-GT-EARLY (WS-GRP-FOUND-IDX)
               end-if
           end-if.

      *    A termination within 90 days of the start of the stint
      *    it ended -- the rehire date when the employee came back
      *    before it.
       CHECK-EARLY-TERM.
           move 'N' to WS-EARLY-FLAG.
           move WS-ET-HIRE (WS-EMP-IDX) to WS-STINT-START.
           if WS-ET-REHIRE (WS-EMP-IDX) > 0
              and WS-ET-REHIRE (WS-EMP-IDX) <= WS-ET-TERM (WS-EMP-IDX)
               move WS-ET-REHIRE (WS-EMP-IDX) to WS-STINT-START
           end-if.
           if WS-STINT-START > 0
               compute WS-DAYS-WORK =
                   function integer-of-date (WS-ET-TERM (WS-EMP-IDX))
                   - function integer-of-date (WS-STINT-START)
               if WS-DAYS-WORK < 90
                   move 'Y' to WS-EARLY-FLAG
               end-if
           end-if.

       COUNT-CLOSING-EMPLOYEE.
           add 1 to WS-GT-CLOSE (WS-GRP-FOUND-IDX).
           if WS-ET-LOA-START (WS-EMP-IDX) > 0
              and WS-ET-LOA-START (WS-EMP-IDX) <= WS-PERIOD-END
              and WS-ET-LOA-END (WS-EMP-IDX) > WS-PERIOD-END
               add 1 to WS-GT-LEAVE (WS-GRP-FOUND-IDX)
           end-if.
           if WS-ET-HIRE (WS-EMP-IDX) > 0
               compute WS-DAYS-WORK =
                   function integer-of-date (WS-PERIOD-END)
                   - function integer-of-date (WS-ET-HIRE (WS-EMP-IDX))
               add WS-DAYS-WORK to WS-GT-TENURE-DAYS (WS-GRP-FOUND-IDX)
           end-if.

       WRITE-REPORT-HEADING.
           move spaces to HEADCOUNT-REPORT-LINE.
           if WS-MONTHLY-REPORT
               string "HEADCOUNT AND TURNOVER - MONTH "
                   delimited by size
                   WS-REPORT-YEAR delimited by size
                   "/" delimited by size
                   WS-REPORT-NUMBER delimited by size
                   into HEADCOUNT-REPORT-LINE
               end-string
           else
               string "HEADCOUNT AND TURNOVER - QUARTER "
                   delimited by size
                   WS-REPORT-YEAR delimited by size
                   " Q" delimited by size
                   WS-REPORT-NUMBER(2:1) delimited by size
                   into HEADCOUNT-REPORT-LINE
               end-string
           end-if.
           write HEADCOUNT-REPORT-LINE.
           move spaces to HEADCOUNT-REPORT-LINE.
           string "Period " delimited by size
               WS-PERIOD-START delimited by size
               " to " delimited by size
               WS-PERIOD-END delimited by size
               into HEADCOUNT-REPORT-LINE
           end-string.
           write HEADCOUNT-REPORT-LINE.
           move all "=" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move spaces to HEADCOUNT-REPORT-LINE.
           move "Co  Department" to HEADCOUNT-REPORT-LINE(1:14).
           move "Open  Hire Rehir   Vol Invol Close Leave"
               to HEADCOUNT-REPORT-LINE(17:41).
           move "Turn%" to HEADCOUNT-REPORT-LINE(59:5).
           move "Tenur" to HEADCOUNT-REPORT-LINE(65:5).
           move "90d%" to HEADCOUNT-REPORT-LINE(72:4).
           write HEADCOUNT-REPORT-LINE.
           move all "-" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.

      *    Department lines with a subtotal at each change of
      *    company and an overall total at the end.
       WRITE-GROUP-LINES.
           move low-values to WS-CURRENT-COMPANY.
           initialize WS-LINE-COUNTS.
           move WS-LINE-COUNTS to WS-COMPANY-COUNTS.
           move WS-LINE-COUNTS to WS-OVERALL-COUNTS.
           perform varying WS-GRP-IDX from 1 by 1
                   until WS-GRP-IDX > WS-GRP-COUNT
               if WS-GT-COMPANY (WS-GRP-IDX) not = WS-CURRENT-COMPANY
                   if WS-GRP-IDX > 1
                       perform WRITE-COMPANY-TOTAL
                   end-if
                   move WS-GT-COMPANY (WS-GRP-IDX)
                       to WS-CURRENT-COMPANY
                   initialize WS-LINE-COUNTS
                   move WS-LINE-COUNTS to WS-COMPANY-COUNTS
               end-if
               perform ADD-GROUP-TO-TOTALS
               move WS-GT-COUNTS (WS-GRP-IDX) to WS-LINE-COUNTS
               move spaces to WS-LINE-LABEL
               move WS-GT-COMPANY (WS-GRP-IDX) to WS-LINE-LABEL(1:3)
               move WS-GT-DEPT (WS-GRP-IDX) to WS-LINE-LABEL(5:10)
               perform WRITE-COUNT-LINE
           end-perform.
           if WS-GRP-COUNT > 0
               perform WRITE-COMPANY-TOTAL
           end-if.
           move all "-" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move WS-OVERALL-COUNTS to WS-LINE-COUNTS.
           move "ALL COMPANIES" to WS-LINE-LABEL.
           perform WRITE-COUNT-LINE.

      *    Adds the current group's counts to the company and
      *    overall accumulators, working each through
      *    WS-LINE-COUNTS.
       ADD-GROUP-TO-TOTALS.
           move WS-COMPANY-COUNTS to WS-LINE-COUNTS.
           perform ADD-GROUP-TO-LINE.
           move WS-LINE-COUNTS to WS-COMPANY-COUNTS.
           move WS-OVERALL-COUNTS to WS-LINE-COUNTS.
           perform ADD-GROUP-TO-LINE.
           move WS-LINE-COUNTS to WS-OVERALL-COUNTS.

       ADD-GROUP-TO-LINE.
           add WS-GT-OPEN (WS-GRP-IDX) to WS-LC-OPEN.
           add WS-GT-HIRES (WS-GRP-IDX) to WS-LC-HIRES.
           add WS-GT-REHIRES (WS-GRP-IDX) to WS-LC-REHIRES.
           add WS-GT-VOLUNTARY (WS-GRP-IDX) to WS-LC-VOLUNTARY.
           add WS-GT-INVOLUNTARY (WS-GRP-IDX) to WS-LC-INVOLUNTARY.
           add WS-GT-TERMS (WS-GRP-IDX) to WS-LC-TERMS.
           add WS-GT-EARLY (WS-GRP-IDX) to WS-LC-EARLY.
           add WS-GT-CLOSE (WS-GRP-IDX) to WS-LC-CLOSE.
           add WS-GT-LEAVE (WS-GRP-IDX) to WS-LC-LEAVE.
           add WS-GT-TENURE-DAYS (WS-GRP-IDX) to WS-LC-TENURE-DAYS.

       WRITE-COMPANY-TOTAL.
           move WS-COMPANY-COUNTS to WS-LINE-COUNTS.
           move spaces to WS-LINE-LABEL.
           move WS-CURRENT-COMPANY to WS-LINE-LABEL(1:3).
           move "TOTAL" to WS-LINE-LABEL(5:5).
           perform WRITE-COUNT-LINE.
           move spaces to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.

      *    One report line from WS-LINE-COUNTS under WS-LINE-LABEL,
      *    with the rates worked out from the counts.
       WRITE-COUNT-LINE.
           perform COMPUTE-LINE-RATES.
           move spaces to HEADCOUNT-REPORT-LINE.
           move WS-LINE-LABEL to HEADCOUNT-REPORT-LINE(1:14).
           move WS-LC-OPEN to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(16:5).
           move WS-LC-HIRES to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(22:5).
           move WS-LC-REHIRES to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(28:5).
           move WS-LC-VOLUNTARY to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(34:5).
           move WS-LC-INVOLUNTARY to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(40:5).
           move WS-LC-CLOSE to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(46:5).
           move WS-LC-LEAVE to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(52:5).
           move WS-TURNOVER-PCT to WS-FMT-PCT.
           move WS-FMT-PCT to HEADCOUNT-REPORT-LINE(58:6).
           move WS-TENURE-YEARS to WS-FMT-TENURE.
           move WS-FMT-TENURE to HEADCOUNT-REPORT-LINE(65:5).
           move WS-EARLY-PCT to WS-FMT-PCT.
           move WS-FMT-PCT to HEADCOUNT-REPORT-LINE(70:6).
           write HEADCOUNT-REPORT-LINE.

       COMPUTE-LINE-RATES.
           compute WS-AVG-HEADCOUNT = (WS-LC-OPEN + WS-LC-CLOSE) / 2.
           move 0 to WS-TURNOVER-PCT.
           if WS-AVG-HEADCOUNT > 0
               compute WS-TURNOVER-PCT rounded =
                   WS-LC-TERMS * 100 / WS-AVG-HEADCOUNT
                   on size error
                       move 999.99 to WS-TURNOVER-PCT
               end-compute
           end-if.
           move 0 to WS-TENURE-YEARS.
           if WS-LC-CLOSE > 0
               compute WS-TENURE-YEARS rounded =
                   WS-LC-TENURE-DAYS / WS-LC-CLOSE / 365.25
           end-if.
           move 0 to WS-EARLY-PCT.
           if WS-LC-TERMS > 0
               compute WS-EARLY-PCT rounded =
                   WS-LC-EARLY * 100 / WS-LC-TERMS
           end-if.

      *    Overall figures for each of the twelve months ending with
      *    the period's last month.
       WRITE-TREND-SECTION.
           move spaces to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move "TWELVE-MONTH TREND" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move all "=" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move spaces to HEADCOUNT-REPORT-LINE.
           move "Month" to HEADCOUNT-REPORT-LINE(1:5).
           move "Open Start Terms Close"
               to HEADCOUNT-REPORT-LINE(17:22).
           move "Turn%" to HEADCOUNT-REPORT-LINE(59:5).
           move "90d%" to HEADCOUNT-REPORT-LINE(72:4).
           write HEADCOUNT-REPORT-LINE.
           move all "-" to HEADCOUNT-REPORT-LINE.
           write HEADCOUNT-REPORT-LINE.
           move WS-REPORT-YEAR to WS-TREND-YEAR.
           move WS-LAST-MONTH to WS-TREND-MONTH.
           perform varying WS-TREND-IDX from 1 by 1
                   until WS-TREND-IDX > 11
               if WS-TREND-MONTH = 1
                   move 12 to WS-TREND-MONTH
                   subtract 1 from WS-TREND-YEAR
               else
                   subtract 1 from WS-TREND-MONTH
               end-if
           end-perform.
           perform varying WS-TREND-IDX from 1 by 1
                   until WS-TREND-IDX > 12
               perform WRITE-TREND-MONTH
               if WS-TREND-MONTH = 12
                   move 1 to WS-TREND-MONTH
                   add 1 to WS-TREND-YEAR
               else
                   add 1 to WS-TREND-MONTH
               end-if
           end-perform.

       WRITE-TREND-MONTH.
           move WS-TREND-YEAR to WS-MONTH-YEAR.
           move WS-TREND-MONTH to WS-MONTH-NUMBER.
           perform SET-MONTH-RANGE.
           initialize WS-LINE-COUNTS.
           perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-COUNT
               perform COUNT-TREND-EMPLOYEE
           end-perform.
           perform COMPUTE-LINE-RATES.
           move spaces to HEADCOUNT-REPORT-LINE.
           move WS-TREND-YEAR to HEADCOUNT-REPORT-LINE(1:4).
           move "/" to HEADCOUNT-REPORT-LINE(5:1).
           move WS-TREND-MONTH to HEADCOUNT-REPORT-LINE(6:2).
           move WS-LC-OPEN to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(16:5).
           compute WS-LC-HIRES = WS-LC-HIRES + WS-LC-REHIRES.
           move WS-LC-HIRES to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(22:5).
           move WS-LC-TERMS to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(28:5).
           move WS-LC-CLOSE to WS-FMT-COUNT.
           move WS-FMT-COUNT to HEADCOUNT-REPORT-LINE(34:5).
           move WS-TURNOVER-PCT to WS-FMT-PCT.
           move WS-FMT-PCT to HEADCOUNT-REPORT-LINE(58:6).
           move WS-EARLY-PCT to WS-FMT-PCT.
           move WS-FMT-PCT to HEADCOUNT-REPORT-LINE(70:6).
           write HEADCOUNT-REPORT-LINE.

       COUNT-TREND-EMPLOYEE.
           compute WS-CHECK-DATE = function date-of-integer
               (function integer-of-date (WS-MONTH-START) - 1).
           perform CHECK-EMPLOYED-ON.
           if WS-EMPLOYED
               add 1 to WS-LC-OPEN
           end-if.
           move WS-MONTH-END to WS-CHECK-DATE.
           perform CHECK-EMPLOYED-ON.
           if WS-EMPLOYED
               add 1 to WS-LC-CLOSE
           end-if.
           if WS-ET-HIRE (WS-EMP-IDX) >= WS-MONTH-START
              and WS-ET-HIRE (WS-EMP-IDX) <= WS-MONTH-END
               add 1 to WS-LC-HIRES
           end-if.
           if WS-ET-REHIRE (WS-EMP-IDX) >= WS-MONTH-START
              and WS-ET-REHIRE (WS-EMP-IDX) <= WS-MONTH-END
               add 1 to WS-LC-REHIRES
           end-if.
           if WS-ET-TERM (WS-EMP-IDX) >= WS-MONTH-START
              and WS-ET-TERM (WS-EMP-IDX) <= WS-MONTH-END
               add 1 to WS-LC-TERMS
               perform CHECK-EARLY-TERM
               if WS-EARLY-TERM
                   add 1 to WS-LC-EARLY
               end-if
           end-if.
