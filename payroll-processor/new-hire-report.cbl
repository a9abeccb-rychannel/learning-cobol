       identification division.
       program-id. new-hire-report.

      *    State new-hire reporting batch. Selects every employee
      *    hired -- or rehired, per the rehire date on
      *    emp_personal.dat -- on or after the date carried in
      *    new_hire_ctl.dat and not yet reported for that hire, and
      *    writes one fixed-layout registry file per work state
      *    (new_hire_XX.txt) with the employee's tax ID, address,
      *    birth and hire dates and the employer's EIN and legal
      *    name from companies.dat. Each employee sent is stamped
      *    reported on emp_personal.dat so no hire goes twice. An
      *    employee missing data the registry requires is held back
      *    and listed on new_hire_report.txt with the days left
      *    before the state deadline; the control date is kept at
      *    the earliest held hire so the next run picks them up
      *    once the record is fixed.

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
       select COMPANY-MASTER-FILE
           assign to 'companies.dat'
           organization is line sequential
           file status is WS-COMPANY-STATUS.
      *    One-line control: hires on or after this date are
      *    candidates. No file means the first run, which asks.
       select NEW-HIRE-CTL-FILE
           assign to 'new_hire_ctl.dat'
           organization is line sequential
           file status is WS-NHC-STATUS.
       select STATE-NEW-HIRE-FILE
           assign to WS-NH-FILENAME
           organization is line sequential
           file status is WS-NHF-STATUS.
       select NEW-HIRE-REPORT-FILE
           assign to 'new_hire_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
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

       fd NEW-HIRE-CTL-FILE.
       01 NEW-HIRE-CTL-LINE         pic 9(8).

       fd STATE-NEW-HIRE-FILE.
       01 STATE-NEW-HIRE-RECORD.
          05 NHF-SSN                pic 9(9).
          05 NHF-NAME               pic x(30).
          05 NHF-ADDRESS            pic x(30).
          05 NHF-CITY               pic x(20).
          05 NHF-STATE              pic x(2).
          05 NHF-ZIP                pic x(10).
          05 NHF-BIRTH-DATE         pic 9(8).
          05 NHF-HIRE-DATE          pic 9(8).
          05 NHF-WORK-STATE         pic x(2).
          05 NHF-EMPLOYER-EIN       pic 9(9).
          05 NHF-EMPLOYER-NAME      pic x(30).

       fd NEW-HIRE-REPORT-FILE.
       01 NEW-HIRE-REPORT-LINE      pic x(110).

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-COMPANY-STATUS         pic xx.
       01 WS-NHC-STATUS             pic xx.
       01 WS-NHF-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-CO-EOF-FLAG            pic x value 'N'.
          88 CO-EOF-REACHED        value 'Y'.
       01 WS-EPD-OPEN               pic x value 'N'.
       01 WS-EPD-FOUND              pic x value 'N'.

      *    Most states allow twenty days from the hire; held
      *    employees within the warning window are flagged.
       01 WS-NH-DEADLINE-DAYS       pic 9(3) value 20.
       01 WS-NH-WARN-DAYS           pic 9(3) value 7.

       01 WS-TODAY                  pic 9(8).
       01 WS-FROM-DATE              pic 9(8) value zero.
       01 WS-NEXT-FROM-DATE         pic 9(8).
       01 WS-EFF-HIRE               pic 9(8).
       01 WS-DATE-WORK              pic 9(8).
       01 WS-DATE-PARTS redefines WS-DATE-WORK.
          05 WS-DATE-YEAR           pic 9(4).
          05 WS-DATE-MONTH          pic 9(2).
          05 WS-DATE-DAY            pic 9(2).
       01 WS-DAYS-LEFT              pic s9(5).
       01 WS-FMT-DAYS-LEFT          pic -(4)9.

       01 WS-CO-USED                pic 9(2) value zero.
       01 WS-CO-SUB                 pic 9(2).
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE          pic x(3).
             10 WS-CO-NAME          pic x(30).
             10 WS-CO-EIN           pic 9(9).
       01 WS-COMPANY-WORK           pic x(3).
       01 WS-EMPLOYER-NAME          pic x(30).
       01 WS-EMPLOYER-EIN           pic 9(9).

       01 WS-MISSING                pic x(60).
       01 WS-MISSING-PTR            pic 9(3).

      *    Hires cleared for sending this run, grouped by work state
      *    when the registry files are written.
       01 WS-NH-USED                pic 9(3) value zero.
       01 WS-NH-TABLE.
          05 WS-NH-ENTRY OCCURS 500 TIMES INDEXED BY WS-NH-IDX.
             10 WS-NH-EMP-ID        pic 9(6).
             10 WS-NH-HIRE-DATE     pic 9(8).
             10 WS-NH-WRITTEN       pic x(1).
             10 WS-NH-DETAIL        pic x(158).
       01 WS-CUR-STATE              pic x(2).
       01 WS-NH-FILENAME            pic x(20).
       01 WS-STATE-COUNT            pic 9(5).

       01 WS-CANDIDATE-COUNT        pic 9(5) value zero.
       01 WS-SENT-COUNT             pic 9(5) value zero.
       01 WS-HELD-COUNT             pic 9(5) value zero.
       01 WS-FILE-COUNT             pic 9(3) value zero.

       procedure division.
       MAIN-LOGIC.
           display "State New-Hire Reporting Starting...".
           move function current-date(1:8) to WS-TODAY.
           perform READ-NEW-HIRE-CONTROL.
           move WS-TODAY to WS-NEXT-FROM-DATE.
           perform LOAD-COMPANIES.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found. Aborting."
               stop run
           end-if.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS = '00'
               move 'Y' to WS-EPD-OPEN
           end-if.
           open output NEW-HIRE-REPORT-FILE.
           move spaces to NEW-HIRE-REPORT-LINE.
           string "STATE NEW-HIRE REPORTING - " delimited by size
                  WS-TODAY delimited by size
                  "  (hires on or after " delimited by size
                  WS-FROM-DATE delimited by size
                  ")" delimited by size
                  into NEW-HIRE-REPORT-LINE
           end-string.
           write NEW-HIRE-REPORT-LINE.
           move all "=" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           move "HELD -- MISSING REQUIRED DATA" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           move "EmpID  Name                           Hired    St "
               to NEW-HIRE-REPORT-LINE.
           move "Days Left  Missing" to NEW-HIRE-REPORT-LINE(52:18).
           write NEW-HIRE-REPORT-LINE.
           move all "-" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.

           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform SELECT-ONE-EMPLOYEE thru SELECT-ONE-DONE
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           if WS-EPD-OPEN = 'Y'
               close EMP-PERSONAL-FILE
           end-if.
           if WS-HELD-COUNT = 0
               move "  (none)" to NEW-HIRE-REPORT-LINE
               write NEW-HIRE-REPORT-LINE
           end-if.

           move spaces to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           move "REGISTRY FILES WRITTEN" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           move all "-" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           perform WRITE-STATE-FILES thru WRITE-STATE-FILES-DONE.
           perform MARK-HIRES-REPORTED.
           perform SAVE-NEW-HIRE-CONTROL.

           move all "-" to NEW-HIRE-REPORT-LINE.
           write NEW-HIRE-REPORT-LINE.
           move spaces to NEW-HIRE-REPORT-LINE.
           string WS-CANDIDATE-COUNT delimited by size
                  " hire(s) due, " delimited by size
                  WS-SENT-COUNT delimited by size
                  " sent in " delimited by size
                  WS-FILE-COUNT delimited by size
                  " state file(s), " delimited by size
                  WS-HELD-COUNT delimited by size
                  " held." delimited by size
                  into NEW-HIRE-REPORT-LINE
           end-string.
           write NEW-HIRE-REPORT-LINE.
           move spaces to NEW-HIRE-REPORT-LINE.
           string "Next run reports hires on or after "
                      delimited by size
                  WS-NEXT-FROM-DATE delimited by size
                  "." delimited by size
                  into NEW-HIRE-REPORT-LINE
           end-string.
           write NEW-HIRE-REPORT-LINE.
           close NEW-HIRE-REPORT-FILE.
           display WS-SENT-COUNT " hire(s) sent, " WS-HELD-COUNT
               " held for missing data.".
           display "Report written to new_hire_report.txt.".
           stop run.

       READ-NEW-HIRE-CONTROL.
           open input NEW-HIRE-CTL-FILE.
           if WS-NHC-STATUS = '00'
               read NEW-HIRE-CTL-FILE
                   at end
                       continue
                   not at end
                       move NEW-HIRE-CTL-LINE to WS-FROM-DATE
               end-read
               close NEW-HIRE-CTL-FILE
           end-if.
           if WS-FROM-DATE = 0
               display "No prior submission on file."
               display "Report hires on or after (YYYYMMDD): "
               accept WS-FROM-DATE
           end-if.

      *    Company 000 is the head office; a master record for it
      *    supplies its legal name and EIN like any other.
       LOAD-COMPANIES.
           move 1 to WS-CO-USED.
           move '000' to WS-CO-CODE (1).
           move 'HEAD OFFICE' to WS-CO-NAME (1).
           move 0 to WS-CO-EIN (1).
           open input COMPANY-MASTER-FILE.
           if WS-COMPANY-STATUS = '00'
               read COMPANY-MASTER-FILE
                   at end
                       move 'Y' to WS-CO-EOF-FLAG
               end-read
               perform until CO-EOF-REACHED
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
                           move 'Y' to WS-CO-EOF-FLAG
                   end-read
               end-perform
               close COMPANY-MASTER-FILE
           end-if.

      *    The effective hire is the later of the hire date on the
      *    employee record and any rehire date. A hire already
      *    stamped reported is skipped; one missing registry data
      *    is held and listed against the deadline.
       SELECT-ONE-EMPLOYEE.
           move EMP-HIRE-DATE to WS-EFF-HIRE.
           move 'N' to WS-EPD-FOUND.
           if WS-EPD-OPEN = 'Y'
               move EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-EPD-FOUND
               end-read
           end-if.
           if WS-EPD-FOUND = 'Y'
               if EPD-REHIRE-DATE > WS-EFF-HIRE
                   move EPD-REHIRE-DATE to WS-EFF-HIRE
               end-if
           end-if.
           if WS-EFF-HIRE = 0 or WS-EFF-HIRE < WS-FROM-DATE
              or WS-EFF-HIRE > WS-TODAY
               go to SELECT-ONE-DONE.
           if WS-EPD-FOUND = 'Y'
               if EPD-NH-REPORTED-HIRE >= WS-EFF-HIRE
                   go to SELECT-ONE-DONE
               end-if
           end-if.
           add 1 to WS-CANDIDATE-COUNT.
           perform RESOLVE-EMPLOYER.

           move spaces to WS-MISSING.
           move 1 to WS-MISSING-PTR.
           if WS-EPD-FOUND not = 'Y'
               string "NO PERSONAL RECORD " delimited by size
                      into WS-MISSING with pointer WS-MISSING-PTR
               end-string
           else
               if EPD-SSN = 0
                   string "TAX ID " delimited by size
                          into WS-MISSING with pointer WS-MISSING-PTR
                   end-string
               end-if
               if EPD-ADDRESS = spaces or EPD-CITY = spaces
                  or EPD-STATE = spaces or EPD-ZIP = spaces
                   string "ADDRESS " delimited by size
                          into WS-MISSING with pointer WS-MISSING-PTR
                   end-string
               end-if
           end-if.
           if EMP-WORK-STATE = spaces
               string "WORK STATE " delimited by size
                      into WS-MISSING with pointer WS-MISSING-PTR
               end-string
           end-if.
           if WS-EMPLOYER-EIN = 0
               string "EMPLOYER EIN " delimited by size
                      into WS-MISSING with pointer WS-MISSING-PTR
               end-string
           end-if.
           if WS-MISSING not = spaces
               perform HOLD-ONE-HIRE
               go to SELECT-ONE-DONE
           end-if.
           if WS-NH-USED >= 500
               move "TABLE FULL -- NEXT RUN" to WS-MISSING
               perform HOLD-ONE-HIRE
               go to SELECT-ONE-DONE
           end-if.

           add 1 to WS-NH-USED.
           set WS-NH-IDX to WS-NH-USED.
           move EPD-SSN to NHF-SSN.
           move EMP-NAME to NHF-NAME.
           move EPD-ADDRESS to NHF-ADDRESS.
           move EPD-CITY to NHF-CITY.
           move EPD-STATE to NHF-STATE.
           move EPD-ZIP to NHF-ZIP.
           move EPD-BIRTH-DATE to NHF-BIRTH-DATE.
           move WS-EFF-HIRE to NHF-HIRE-DATE.
           move EMP-WORK-STATE to NHF-WORK-STATE.
           move WS-EMPLOYER-EIN to NHF-EMPLOYER-EIN.
           move WS-EMPLOYER-NAME to NHF-EMPLOYER-NAME.
           move EMP-ID to WS-NH-EMP-ID (WS-NH-IDX).
           move WS-EFF-HIRE to WS-NH-HIRE-DATE (WS-NH-IDX).
           move 'N' to WS-NH-WRITTEN (WS-NH-IDX).
           move STATE-NEW-HIRE-RECORD to WS-NH-DETAIL (WS-NH-IDX).
       SELECT-ONE-DONE.
           continue.

      *    Lists one held hire with the days left to the state
      *    deadline, and keeps the next run's start date no later
      *    than this hire so it is picked up once fixed.
       HOLD-ONE-HIRE.
           add 1 to WS-HELD-COUNT.
           if WS-EFF-HIRE < WS-NEXT-FROM-DATE
               move WS-EFF-HIRE to WS-NEXT-FROM-DATE
           end-if.
           move WS-EFF-HIRE to WS-DATE-WORK.
           if WS-DATE-MONTH < 1 or WS-DATE-MONTH > 12
              or WS-DATE-DAY < 1 or WS-DATE-DAY > 31
               move 0 to WS-DAYS-LEFT
           else
               compute WS-DAYS-LEFT =
                   WS-NH-DEADLINE-DAYS
                   - (function integer-of-date (WS-TODAY)
                      - function integer-of-date (WS-EFF-HIRE))
           end-if.
           move WS-DAYS-LEFT to WS-FMT-DAYS-LEFT.
           move spaces to NEW-HIRE-REPORT-LINE.
           move EMP-ID to NEW-HIRE-REPORT-LINE(1:6).
           move EMP-NAME to NEW-HIRE-REPORT-LINE(8:30).
           move WS-EFF-HIRE to NEW-HIRE-REPORT-LINE(39:8).
           move EMP-WORK-STATE to NEW-HIRE-REPORT-LINE(48:2).
           move WS-FMT-DAYS-LEFT to NEW-HIRE-REPORT-LINE(52:5).
           if WS-DAYS-LEFT < 0
               move "OVERDUE" to NEW-HIRE-REPORT-LINE(58:7)
           else
               if WS-DAYS-LEFT <= WS-NH-WARN-DAYS
                   move "DUE SOON" to NEW-HIRE-REPORT-LINE(58:8)
               end-if
           end-if.
           move WS-MISSING to NEW-HIRE-REPORT-LINE(67:40).
           write NEW-HIRE-REPORT-LINE.

       RESOLVE-EMPLOYER.
           move EMP-COMPANY to WS-COMPANY-WORK.
           if WS-COMPANY-WORK = spaces
               move '000' to WS-COMPANY-WORK
           end-if.
           move spaces to WS-EMPLOYER-NAME.
           move 0 to WS-EMPLOYER-EIN.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-CODE (WS-CO-SUB) = WS-COMPANY-WORK
                   move WS-CO-NAME (WS-CO-SUB) to WS-EMPLOYER-NAME
                   move WS-CO-EIN (WS-CO-SUB) to WS-EMPLOYER-EIN
               end-if
           end-perform.

      *    One registry file per work state: each pass takes the
      *    first state not yet written and writes every cleared
      *    hire for it.
       WRITE-STATE-FILES.
           if WS-NH-USED = 0
               move "  (none)" to NEW-HIRE-REPORT-LINE
               write NEW-HIRE-REPORT-LINE
               go to WRITE-STATE-FILES-DONE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               move spaces to WS-CUR-STATE
               perform varying WS-NH-IDX from 1 by 1
                   until WS-NH-IDX > WS-NH-USED
                   or WS-CUR-STATE not = spaces
                   if WS-NH-WRITTEN (WS-NH-IDX) = 'N'
                       move WS-NH-DETAIL (WS-NH-IDX)
                           to STATE-NEW-HIRE-RECORD
                       move NHF-WORK-STATE to WS-CUR-STATE
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
           move spaces to WS-NH-FILENAME.
           string "new_hire_" delimited by size
                  WS-CUR-STATE delimited by size
                  ".txt" delimited by size
                  into WS-NH-FILENAME
           end-string.
           move 0 to WS-STATE-COUNT.
           open output STATE-NEW-HIRE-FILE.
           perform varying WS-NH-IDX from 1 by 1
               until WS-NH-IDX > WS-NH-USED
               if WS-NH-WRITTEN (WS-NH-IDX) = 'N'
                   move WS-NH-DETAIL (WS-NH-IDX)
                       to STATE-NEW-HIRE-RECORD
                   if NHF-WORK-STATE = WS-CUR-STATE
                       write STATE-NEW-HIRE-RECORD
                       move 'Y' to WS-NH-WRITTEN (WS-NH-IDX)
                       add 1 to WS-STATE-COUNT
                   end-if
               end-if
           end-perform.
           close STATE-NEW-HIRE-FILE.
           add 1 to WS-FILE-COUNT.
           add WS-STATE-COUNT to WS-SENT-COUNT.
           move spaces to NEW-HIRE-REPORT-LINE.
           string "  " delimited by size
                  WS-CUR-STATE delimited by size
                  ": " delimited by size
                  WS-STATE-COUNT delimited by size
                  " hire(s) in " delimited by size
                  WS-NH-FILENAME delimited by size
                  into NEW-HIRE-REPORT-LINE
           end-string.
           write NEW-HIRE-REPORT-LINE.

      *    Stamps each hire sent with the hire date reported and
      *    today, so the same hire is never sent again; a later
      *    rehire date makes the employee due once more.
       MARK-HIRES-REPORTED.
           if WS-NH-USED > 0
               open i-o EMP-PERSONAL-FILE
               if WS-EPD-STATUS = '00'
                   perform varying WS-NH-IDX from 1 by 1
                       until WS-NH-IDX > WS-NH-USED
                       move WS-NH-EMP-ID (WS-NH-IDX) to EPD-EMP-ID
                       read EMP-PERSONAL-FILE
                           invalid key
                               continue
                           not invalid key
                               move WS-NH-HIRE-DATE (WS-NH-IDX)
                                   to EPD-NH-REPORTED-HIRE
                               move WS-TODAY to EPD-NH-REPORTED-DATE
                               rewrite EMP-PERSONAL-RECORD
                       end-read
                   end-perform
                   close EMP-PERSONAL-FILE
               end-if
           end-if.

       SAVE-NEW-HIRE-CONTROL.
           open output NEW-HIRE-CTL-FILE.
           move WS-NEXT-FROM-DATE to NEW-HIRE-CTL-LINE.
           write NEW-HIRE-CTL-LINE.
           close NEW-HIRE-CTL-FILE.
