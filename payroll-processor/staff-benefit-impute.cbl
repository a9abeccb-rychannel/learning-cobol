       identification division.
       program-id. staff-benefit-impute.

      *    Monthly roll-up of the staff-account benefits the banking
      *    side gives employees who bank with us -- the fees
      *    fee-assessment.cbl waives and the extra interest
      *    interest-posting.cbl pays at the staff rate, both logged
      *    to staff_benefits.dat -- into imputed income. The latest
      *    month on the log is totalled per employee and spread over
      *    the employee's pay periods (twelve months' worth over 52,
      *    26 or 12 periods by pay frequency), and becomes that
      *    employee's STAFFBANK line on fringe_benefits.dat, which
      *    payroll-processor.cob imputes every period until the next
      *    roll-up replaces it. Every STAFFBANK line is rebuilt on
      *    each run, so a leaver whose benefit has stopped drops off
      *    and a rerun for the same month changes nothing. Other
      *    fringe lines (fringe-benefit-maint.cbl) are carried over
      *    untouched. staff_benefit_report.txt lists what was
      *    imputed.

       environment division.
       input-output section.
       file-control.
       select STAFF-BENEFIT-FILE
           assign to 'staff_benefits.dat'
           organization is line sequential
           file status is WS-SB-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select FRINGE-BENEFIT-FILE
           assign to 'fringe_benefits.dat'
           organization is line sequential
           file status is WS-FRINGE-STATUS.
       select FRINGE-NEW-FILE
           assign to 'fringe_benefits.dat.new'
           organization is line sequential
           file status is WS-NEW-STATUS.
       select STAFF-REPORT-FILE
           assign to 'staff_benefit_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd STAFF-BENEFIT-FILE.
       01 STAFF-BENEFIT-RECORD.
          05 SB-MONTH               pic 9(6).
          05 SB-EMP-ID              pic 9(6).
          05 SB-CUST-ID             pic 9(6).
          05 SB-TYPE                pic x(1).
             88 SB-FEE-WAIVED       value 'F'.
             88 SB-EXTRA-INTEREST   value 'I'.
          05 SB-ACCT-TYPE           pic x(1).
          05 SB-AMOUNT              pic 9(6)v99.
          05 SB-DATE                pic 9(8).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-HOURLY-RATE      pic 9(3)v99.
          05 EMP-HOURS-WORKED     pic 9(3)v99.
          05 EMP-YTD-GROSS        pic 9(7)v99.
          05 EMP-PAY-PERIOD       pic x(6).
          05 EMP-DEPARTMENT       pic x(10).
          05 EMP-TYPE             pic x(1).
          05 EMP-SALARY           pic 9(7)v99.
          05 EMP-401K-PCT         pic 9v999.
          05 EMP-HEALTH-DEDUCTION pic 9(4)v99.
          05 EMP-YTD-TAX          pic 9(7)v99.
          05 EMP-YTD-401K         pic 9(7)v99.
          05 EMP-YTD-HEALTH       pic 9(7)v99.
          05 EMP-YTD-NET          pic 9(7)v99.
          05 EMP-SHIFT            pic x(1).
          05 EMP-SHIFT-DIFF       pic 9v99.
          05 EMP-PTO-BALANCE      pic 9(3)v99.
          05 EMP-PTO-ACCRUAL-RATE pic 9(2)v99.
          05 EMP-PAY-FREQUENCY    pic x(1).
             88 EMP-WEEKLY-PAY    value 'W'.
             88 EMP-BIWEEKLY-PAY  value 'B'.
             88 EMP-MONTHLY-PAY   value 'M'.
          05 EMP-WORK-STATE        pic x(2).
          05 EMP-RES-STATE         pic x(2).
          05 EMP-YTD-STATE-TAX     pic 9(7)v99.
          05 EMP-YTD-LOCAL-TAX     pic 9(7)v99.
          05 EMP-HIRE-DATE         pic 9(8).
          05 EMP-UNION-CONTRACT    pic x(6).
          05 EMP-UNION-GRADE       pic 9(2).
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       fd FRINGE-BENEFIT-FILE.
       01 FRINGE-BENEFIT-RECORD.
          05 FB-EMP-ID              pic 9(6).
          05 FB-TYPE                pic x(10).
          05 FB-PERIOD-AMOUNT       pic 9(6)v99.

       fd FRINGE-NEW-FILE.
       01 FRINGE-NEW-RECORD.
          05 NEW-FB-EMP-ID          pic 9(6).
          05 NEW-FB-TYPE            pic x(10).
          05 NEW-FB-PERIOD-AMOUNT   pic 9(6)v99.

       fd STAFF-REPORT-FILE.
       01 STAFF-REPORT-LINE         pic x(100).

       working-storage section.
       01 WS-SB-STATUS              pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-FRINGE-STATUS          pic xx.
       01 WS-NEW-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-NEW-NAME               pic x(25)
          value 'fringe_benefits.dat.new'.
       01 WS-LIVE-NAME              pic x(25)
          value 'fringe_benefits.dat'.
       01 WS-STAFF-TYPE             pic x(10) value 'STAFFBANK'.

       01 WS-BENEFIT-MONTH          pic 9(6) value zero.

      *    The month's benefit per employee.
       01 WS-SB-TABLE.
          05 WS-SB-ENTRY occurs 500 times.
             10 WS-SBT-EMP-ID       pic 9(6).
             10 WS-SBT-NAME         pic x(30).
             10 WS-SBT-FEES         pic 9(7)v99.
             10 WS-SBT-INTEREST     pic 9(7)v99.
             10 WS-SBT-FREQUENCY    pic x(1).
             10 WS-SBT-PER-PERIOD   pic 9(6)v99.
             10 WS-SBT-ON-FILE      pic x(1).
       01 WS-SB-USED                pic 9(3) value zero.
       01 WS-SB-IDX                 pic 9(3).
       01 WS-SB-FOUND               pic 9(3).
       01 WS-PERIODS-PER-YEAR       pic 9(2).
       01 WS-MONTH-TOTAL            pic 9(7)v99.

       01 WS-CARRIED-COUNT          pic 9(5) value zero.
       01 WS-REPLACED-COUNT         pic 9(5) value zero.
       01 WS-IMPUTED-COUNT          pic 9(5) value zero.
       01 WS-NOT-ON-FILE-COUNT      pic 9(5) value zero.
       01 WS-TOTAL-FEES             pic 9(9)v99 value zero.
       01 WS-TOTAL-INTEREST         pic 9(9)v99 value zero.
       01 WS-TOTAL-MONTH            pic 9(9)v99 value zero.

       01 WS-REPORT-HEADING.
          05 filler                 pic x(8) value 'EMP-ID'.
          05 filler                 pic x(32) value 'NAME'.
          05 filler                 pic x(13) value '  FEES WAIVED'.
          05 filler                 pic x(13) value '  EXTRA INT'.
          05 filler                 pic x(13) value '  MONTH TOTAL'.
          05 filler                 pic x(6) value '  FRQ'.
          05 filler                 pic x(12) value '  PER PERIOD'.
       01 WS-REPORT-DETAIL.
          05 WS-RD-EMP-ID           pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-RD-NAME             pic x(30).
          05 filler                 pic x(2) value spaces.
          05 WS-RD-FEES             pic z,zzz,zz9.99.
          05 filler                 pic x(1) value spaces.
          05 WS-RD-INTEREST         pic z,zzz,zz9.99.
          05 filler                 pic x(1) value spaces.
          05 WS-RD-TOTAL            pic z,zzz,zz9.99.
          05 filler                 pic x(4) value spaces.
          05 WS-RD-FREQUENCY        pic x(1).
          05 filler                 pic x(3) value spaces.
          05 WS-RD-PER-PERIOD       pic zzz,zz9.99.
       01 WS-FMT-AMT                pic zzz,zzz,zz9.99.

       procedure division.
       MAIN-LOGIC.
           display "Staff Benefit Imputation Starting...".
           perform FIND-BENEFIT-MONTH.
           if WS-BENEFIT-MONTH = 0
               display "No staff benefits logged. Nothing imputed."
               stop run
           end-if.
           display "Imputing staff-account benefits for "
               WS-BENEFIT-MONTH ".".
           perform TOTAL-MONTH-BENEFITS.
           perform PRICE-PER-PERIOD.
           perform REBUILD-FRINGE-FILE thru REBUILD-FRINGE-FILE-DONE.
           perform WRITE-STAFF-REPORT.
           display WS-IMPUTED-COUNT " employee(s) imputed, "
               WS-REPLACED-COUNT " prior STAFFBANK line(s) replaced, "
               WS-CARRIED-COUNT " other fringe line(s) kept.".
           if WS-NOT-ON-FILE-COUNT > 0
               display WS-NOT-ON-FILE-COUNT " employee(s) not on "
                   "employees.dat -- not imputed, see report."
           end-if.
           display "Report written to staff_benefit_report.txt.".
           stop run.

      *    The most recent month the banking side has logged.
       FIND-BENEFIT-MONTH.
           move 'N' to WS-EOF-FLAG.
           open input STAFF-BENEFIT-FILE.
           if WS-SB-STATUS = '00'
               read STAFF-BENEFIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if SB-MONTH > WS-BENEFIT-MONTH
                       move SB-MONTH to WS-BENEFIT-MONTH
                   end-if
                   read STAFF-BENEFIT-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close STAFF-BENEFIT-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       TOTAL-MONTH-BENEFITS.
           open input STAFF-BENEFIT-FILE.
           read STAFF-BENEFIT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if SB-MONTH = WS-BENEFIT-MONTH
                   perform ADD-ONE-BENEFIT
               end-if
               read STAFF-BENEFIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close STAFF-BENEFIT-FILE.
           move 'N' to WS-EOF-FLAG.

       ADD-ONE-BENEFIT.
           move 0 to WS-SB-FOUND.
           perform varying WS-SB-IDX from 1 by 1
               until WS-SB-IDX > WS-SB-USED or WS-SB-FOUND > 0
               if WS-SBT-EMP-ID (WS-SB-IDX) = SB-EMP-ID
                   move WS-SB-IDX to WS-SB-FOUND
               end-if
           end-perform.
           if WS-SB-FOUND = 0
               if WS-SB-USED < 500
                   add 1 to WS-SB-USED
                   move WS-SB-USED to WS-SB-FOUND
                   move SB-EMP-ID to WS-SBT-EMP-ID (WS-SB-FOUND)
                   move spaces to WS-SBT-NAME (WS-SB-FOUND)
                   move 0 to WS-SBT-FEES (WS-SB-FOUND)
                   move 0 to WS-SBT-INTEREST (WS-SB-FOUND)
                   move space to WS-SBT-FREQUENCY (WS-SB-FOUND)
                   move 0 to WS-SBT-PER-PERIOD (WS-SB-FOUND)
                   move 'N' to WS-SBT-ON-FILE (WS-SB-FOUND)
               else
                   display "Employee table full; benefit for "
                       SB-EMP-ID " not imputed."
               end-if
           end-if.
           if WS-SB-FOUND > 0
               if SB-FEE-WAIVED
                   add SB-AMOUNT to WS-SBT-FEES (WS-SB-FOUND)
               else
                   add SB-AMOUNT to WS-SBT-INTEREST (WS-SB-FOUND)
               end-if
           end-if.

      *    A month's value times twelve spread over the employee's
      *    periods in a year; an employee no longer on the payroll
      *    master gets no line.
       PRICE-PER-PERIOD.
           open input EMPLOYEE-FILE.
           perform varying WS-SB-IDX from 1 by 1
               until WS-SB-IDX > WS-SB-USED
               move WS-SBT-EMP-ID (WS-SB-IDX) to EMP-ID
               if WS-EMP-STATUS = '00'
                   read EMPLOYEE-FILE
                       invalid key
                           continue
                       not invalid key
                           move 'Y' to WS-SBT-ON-FILE (WS-SB-IDX)
                           move EMP-NAME to WS-SBT-NAME (WS-SB-IDX)
                           move EMP-PAY-FREQUENCY
                               to WS-SBT-FREQUENCY (WS-SB-IDX)
                   end-read
               end-if
               if WS-SBT-ON-FILE (WS-SB-IDX) = 'Y'
                   evaluate WS-SBT-FREQUENCY (WS-SB-IDX)
                       when 'W'
                           move 52 to WS-PERIODS-PER-YEAR
                       when 'B'
                           move 26 to WS-PERIODS-PER-YEAR
                       when other
                           move 12 to WS-PERIODS-PER-YEAR
                   end-evaluate
                   compute WS-SBT-PER-PERIOD (WS-SB-IDX) rounded =
                       (WS-SBT-FEES (WS-SB-IDX)
                        + WS-SBT-INTEREST (WS-SB-IDX)) * 12
                       / WS-PERIODS-PER-YEAR
               else
                   add 1 to WS-NOT-ON-FILE-COUNT
               end-if
           end-perform.
           if WS-EMP-STATUS = '00'
               close EMPLOYEE-FILE
           end-if.

      *    Copies every line but the old STAFFBANK lines to the new
      *    file, adds this month's, and swaps it into place the way
      *    fringe-benefit-maint.cbl does.
       REBUILD-FRINGE-FILE.
           open output FRINGE-NEW-FILE.
           if WS-NEW-STATUS not = '00'
               display "Could not create fringe_benefits.dat.new "
                   "(status " WS-NEW-STATUS "). Nothing imputed."
               go to REBUILD-FRINGE-FILE-DONE
           end-if.
           open input FRINGE-BENEFIT-FILE.
           if WS-FRINGE-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read FRINGE-BENEFIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if FB-TYPE = WS-STAFF-TYPE
                       add 1 to WS-REPLACED-COUNT
                   else
                       move FB-EMP-ID to NEW-FB-EMP-ID
                       move FB-TYPE to NEW-FB-TYPE
                       move FB-PERIOD-AMOUNT to NEW-FB-PERIOD-AMOUNT
                       write FRINGE-NEW-RECORD
                       add 1 to WS-CARRIED-COUNT
                   end-if
                   read FRINGE-BENEFIT-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close FRINGE-BENEFIT-FILE
           end-if.
           perform varying WS-SB-IDX from 1 by 1
               until WS-SB-IDX > WS-SB-USED
               if WS-SBT-ON-FILE (WS-SB-IDX) = 'Y'
                  and WS-SBT-PER-PERIOD (WS-SB-IDX) > 0
                   move WS-SBT-EMP-ID (WS-SB-IDX) to NEW-FB-EMP-ID
                   move WS-STAFF-TYPE to NEW-FB-TYPE
                   move WS-SBT-PER-PERIOD (WS-SB-IDX)
                       to NEW-FB-PERIOD-AMOUNT
                   write FRINGE-NEW-RECORD
                   add 1 to WS-IMPUTED-COUNT
               end-if
           end-perform.
           close FRINGE-NEW-FILE.
           call "CBL_RENAME_FILE" using WS-NEW-NAME WS-LIVE-NAME
               returning WS-RENAME-RESULT
           end-call.
           if WS-RENAME-RESULT not = 0
               display "WARNING: could not swap the rebuilt "
                   "fringe_benefits.dat into place."
           end-if.
       REBUILD-FRINGE-FILE-DONE.
           move 'N' to WS-EOF-FLAG.

       WRITE-STAFF-REPORT.
           open output STAFF-REPORT-FILE.
           move spaces to STAFF-REPORT-LINE.
           string "STAFF-ACCOUNT FRINGE BENEFIT - MONTH "
                      delimited by size
                  WS-BENEFIT-MONTH delimited by size
                  into STAFF-REPORT-LINE
           end-string.
           write STAFF-REPORT-LINE.
           move all "=" to STAFF-REPORT-LINE.
           write STAFF-REPORT-LINE.
           write STAFF-REPORT-LINE from WS-REPORT-HEADING.
           perform varying WS-SB-IDX from 1 by 1
               until WS-SB-IDX > WS-SB-USED
               perform WRITE-REPORT-DETAIL
           end-perform.
           move spaces to STAFF-REPORT-LINE.
           write STAFF-REPORT-LINE.
           move WS-TOTAL-FEES to WS-FMT-AMT.
           move spaces to STAFF-REPORT-LINE.
           string "Fees waived       " delimited by size
                  WS-FMT-AMT delimited by size
                  into STAFF-REPORT-LINE
           end-string.
           write STAFF-REPORT-LINE.
           move WS-TOTAL-INTEREST to WS-FMT-AMT.
           move spaces to STAFF-REPORT-LINE.
           string "Extra interest    " delimited by size
                  WS-FMT-AMT delimited by size
                  into STAFF-REPORT-LINE
           end-string.
           write STAFF-REPORT-LINE.
           move WS-TOTAL-MONTH to WS-FMT-AMT.
           move spaces to STAFF-REPORT-LINE.
           string "Month's benefit   " delimited by size
                  WS-FMT-AMT delimited by size
                  into STAFF-REPORT-LINE
           end-string.
           write STAFF-REPORT-LINE.
           close STAFF-REPORT-FILE.

       WRITE-REPORT-DETAIL.
           compute WS-MONTH-TOTAL = WS-SBT-FEES (WS-SB-IDX)
               + WS-SBT-INTEREST (WS-SB-IDX).
           add WS-SBT-FEES (WS-SB-IDX) to WS-TOTAL-FEES.
           add WS-SBT-INTEREST (WS-SB-IDX) to WS-TOTAL-INTEREST.
           add WS-MONTH-TOTAL to WS-TOTAL-MONTH.
           move WS-SBT-EMP-ID (WS-SB-IDX) to WS-RD-EMP-ID.
           if WS-SBT-ON-FILE (WS-SB-IDX) = 'Y'
               move WS-SBT-NAME (WS-SB-IDX) to WS-RD-NAME
           else
               move "** NOT ON EMPLOYEES.DAT **" to WS-RD-NAME
           end-if.
           move WS-SBT-FEES (WS-SB-IDX) to WS-RD-FEES.
           move WS-SBT-INTEREST (WS-SB-IDX) to WS-RD-INTEREST.
           move WS-MONTH-TOTAL to WS-RD-TOTAL.
           move WS-SBT-FREQUENCY (WS-SB-IDX) to WS-RD-FREQUENCY.
           move WS-SBT-PER-PERIOD (WS-SB-IDX) to WS-RD-PER-PERIOD.
           write STAFF-REPORT-LINE from WS-REPORT-DETAIL.
