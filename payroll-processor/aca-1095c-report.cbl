       identification division.
       program-id. aca-1095c-report.

      *    Year-end employer health coverage statements (1095-C) and
      *    the IRS transmittal file. For the tax year requested,
      *    every employee's month is worked out from pay_history.dat
      *    hours (130 or more in the month is full-time; salaried
      *    employees are full-time every month employed), hire and
      *    rehire dates, the latest terminations.dat date, and
      *    loa_status.dat leave -- a leave month keeps the status
      *    the employee had going into the leave, and a returned
      *    leave is taken to end in its expected-return month.
      *    benefit_enroll.dat carries no dates, so an enrollment
      *    counts for every month employed. The offer code is 1E
      *    when benefit_plans.dat has tiers beyond employee-only
      *    (tier E), 1B when it does not, and 1H when nothing was
      *    offered; the employee share is the lowest employee-only
      *    premium per period turned monthly by the employee's pay
      *    frequency; the safe-harbor code is 2A not employed, 2B
      *    not full-time, 2C enrolled. Anyone full-time in any
      *    month gets a statement (aca_1095c_statements.txt, tax
      *    IDs masked) and a B record in aca_1094c.dat, grouped
      *    under a C record per company on companies.dat with the
      *    monthly full-time and total counts and the 95% offer
      *    indicator, closed by an F record. aca_exceptions.txt
      *    lists the months whose codes look wrong: full-time with
      *    no offer, hours paid while not employed, full-time hours
      *    during leave, enrollment left open after termination,
      *    and enrollments in a plan not on the plan file.

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
       select BENEFIT-PLAN-FILE
           assign to 'benefit_plans.dat'
           organization is line sequential
           file status is WS-PLAN-STATUS.
       select BENEFIT-ENROLL-FILE
           assign to 'benefit_enroll.dat'
           organization is line sequential
           file status is WS-ENROLL-STATUS.
       select LOA-STATUS-FILE
           assign to 'loa_status.dat'
           organization is indexed
           access mode is dynamic
           record key is LOA-EMP-ID
           lock mode is automatic
           file status is WS-LOA-STATUS.
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           file status is WS-TERM-STATUS.
       select TRANSMITTAL-FILE
           assign to 'aca_1094c.dat'
           organization is line sequential
           file status is WS-TRANSMIT-STATUS.
       select STATEMENT-FILE
           assign to 'aca_1095c_statements.txt'
           organization is line sequential
           file status is WS-STATEMENT-STATUS.
       select EXCEPTION-REPORT-FILE
           assign to 'aca_exceptions.txt'
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
          05 filler                 pic x(102).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 filler               pic x(35).
          05 EMP-TYPE             pic x(1).
          05 filler               pic x(68).
          05 EMP-PAY-FREQUENCY    pic x(1).
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

       fd BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
          05 BP-PLAN-CODE           pic x(8).
          05 BP-TIER                pic x(1).
          05 BP-EMPLOYEE-PREMIUM    pic 9(4)v99.
          05 BP-EMPLOYER-SHARE      pic 9(4)v99.

       fd BENEFIT-ENROLL-FILE.
       01 BENEFIT-ENROLL-RECORD.
          05 BE-EMP-ID              pic 9(6).
          05 BE-PLAN-CODE           pic x(8).
          05 BE-TIER                pic x(1).

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

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

      *    Transmittal file: C employer summary (1094-C) per
      *    company, B employee statement (1095-C) for each of its
      *    full-time employees, F file total.
       fd TRANSMITTAL-FILE.
       01 TR-EMPLOYER-RECORD.
          05 TR-C-TYPE              pic x(1).
          05 TR-C-YEAR              pic 9(4).
          05 TR-C-EIN               pic 9(9).
          05 TR-C-NAME              pic x(30).
          05 TR-C-FORMS             pic 9(5).
          05 TR-C-MONTH OCCURS 12 TIMES.
             10 TR-C-MEC-OFFERED    pic x(1).
             10 TR-C-FT-COUNT       pic 9(5).
             10 TR-C-TOTAL-COUNT    pic 9(5).
          05 filler                 pic x(69).
       01 TR-EMPLOYEE-RECORD.
          05 TR-B-TYPE              pic x(1).
          05 TR-B-YEAR              pic 9(4).
          05 TR-B-EIN               pic 9(9).
          05 TR-B-SSN               pic 9(9).
          05 TR-B-EMP-ID            pic 9(6).
          05 TR-B-NAME              pic x(30).
          05 TR-B-ADDRESS           pic x(30).
          05 TR-B-CITY              pic x(20).
          05 TR-B-STATE             pic x(2).
          05 TR-B-ZIP               pic x(10).
          05 TR-B-MONTH OCCURS 12 TIMES.
             10 TR-B-OFFER-CODE     pic x(2).
             10 TR-B-SHARE          pic 9(4)v99.
             10 TR-B-SAFE-HARBOR    pic x(2).
          05 filler                 pic x(9).
       01 TR-FINAL-RECORD.
          05 TR-F-TYPE              pic x(1).
          05 TR-F-YEAR              pic 9(4).
          05 TR-F-EMPLOYERS         pic 9(3).
          05 TR-F-FORMS             pic 9(7).
          05 filler                 pic x(235).

       fd STATEMENT-FILE.
       01 STATEMENT-LINE            pic x(110).

       fd EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE     pic x(110).

       working-storage section.
       01 WS-PAY-HIST-STATUS        pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-COMPANY-STATUS         pic xx.
       01 WS-PLAN-STATUS            pic xx.
       01 WS-ENROLL-STATUS          pic xx.
       01 WS-LOA-STATUS             pic xx.
       01 WS-TERM-STATUS            pic xx.
       01 WS-TRANSMIT-STATUS        pic xx.
       01 WS-STATEMENT-STATUS       pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-EPD-OPEN               pic x value 'N'.

       01 WS-TAX-YEAR               pic 9(4).
       01 WS-YEAR-END               pic 9(8).
       01 WS-MONTH-KEY              pic 9(6).
       01 WS-PH-YEAR                pic 9(4).
       01 WS-PH-MONTH               pic 9(2).
       01 WS-PH-IN-YEAR             pic x.
       01 WS-OC-ROWS                pic 9(5) value zero.
       01 WS-UNKNOWN-ROWS           pic 9(5) value zero.

      *    Monthly hours at or over this make the month full-time;
      *    the offer indicator needs this share of full-time
      *    employees offered coverage.
       01 WS-FT-MONTH-HOURS         pic 9(3)v99 value 130.00.
       01 WS-MEC-OFFER-PCT          pic 9(3) value 95.

       01 WS-MONTH-NAMES            pic x(36) value
          'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01 WS-MONTH-NAME-TABLE redefines WS-MONTH-NAMES.
          05 WS-MONTH-NAME occurs 12 times pic x(3).

       01 WS-CO-USED                pic 9(2) value zero.
       01 WS-CO-SUB                 pic 9(2).
       01 WS-CO-FOUND               pic 9(2).
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE          pic x(3).
             10 WS-CO-NAME          pic x(30).
             10 WS-CO-EIN           pic 9(9).
             10 WS-CO-FORMS         pic 9(5).
             10 WS-CO-MONTH OCCURS 12 TIMES.
                15 WS-CO-FT-COUNT   pic 9(5).
                15 WS-CO-TOTAL-COUNT pic 9(5).
                15 WS-CO-OFFERED    pic 9(5).

      *    Plan rows, for the cheapest employee-only premium and to
      *    check that each enrollment points at a real plan.
       01 WS-PL-USED                pic 9(2) value zero.
       01 WS-PL-SUB                 pic 9(2).
       01 WS-PL-TABLE.
          05 WS-PL-ENTRY OCCURS 50 TIMES.
             10 WS-PL-CODE          pic x(8).
             10 WS-PL-TIER          pic x(1).
       01 WS-LOW-PREMIUM            pic 9(4)v99 value zero.
       01 WS-LOW-FOUND              pic x value 'N'.
       01 WS-LOW-ANY-PREMIUM        pic 9(4)v99 value zero.
       01 WS-LOW-ANY-FOUND          pic x value 'N'.
       01 WS-FAMILY-TIERS           pic x value 'N'.
       01 WS-PLAN-FOUND             pic x.
       01 WS-PLAN-OFFER-CODE        pic x(2).
       01 WS-PERIODS-PER-YEAR       pic 9(2).

      *    One entry per employee on the books during the year,
      *    with the twelve months worked out.
       01 WS-AC-USED                pic 9(3) value zero.
       01 WS-AC-DROPPED             pic 9(5) value zero.
       01 WS-AC-FOUND               pic 9(3).
       01 WS-LOOKUP-EMP-ID          pic 9(6).
       01 WS-AC-TABLE.
          05 WS-AC-ENTRY OCCURS 500 TIMES INDEXED BY WS-AC-IDX.
             10 WS-AC-EMP-ID        pic 9(6).
             10 WS-AC-NAME          pic x(30).
             10 WS-AC-TYPE          pic x(1).
             10 WS-AC-FREQUENCY     pic x(1).
             10 WS-AC-COMPANY       pic x(3).
             10 WS-AC-CO-SUB        pic 9(2).
             10 WS-AC-SSN           pic 9(9).
             10 WS-AC-ADDRESS       pic x(30).
             10 WS-AC-CITY          pic x(20).
             10 WS-AC-STATE         pic x(2).
             10 WS-AC-ZIP           pic x(10).
             10 WS-AC-HIRE-KEY      pic 9(6).
             10 WS-AC-REHIRE-KEY    pic 9(6).
             10 WS-AC-TERM-DATE     pic 9(8).
             10 WS-AC-TERM-KEY      pic 9(6).
             10 WS-AC-LOA-FROM-KEY  pic 9(6).
             10 WS-AC-LOA-THRU-KEY  pic 9(6).
             10 WS-AC-ENROLLED      pic x(1).
             10 WS-AC-PLAN-CODE     pic x(8).
             10 WS-AC-TIER          pic x(1).
             10 WS-AC-MONTHLY-SHARE pic 9(4)v99.
             10 WS-AC-FILE-FORM     pic x(1).
             10 WS-AC-MONTH OCCURS 12 TIMES.
                15 WS-AC-HOURS      pic 9(4)v99.
                15 WS-AC-EMPLOYED   pic x(1).
                15 WS-AC-ON-LEAVE   pic x(1).
                15 WS-AC-FULL-TIME  pic x(1).
                15 WS-AC-OFFER-CODE pic x(2).
                15 WS-AC-SHARE      pic 9(4)v99.
                15 WS-AC-SAFE-HARBOR pic x(2).

       01 WS-MON                    pic 9(2).
       01 WS-PRIOR-FULL-TIME        pic x.
       01 WS-EXCEPTION-MONTH        pic x(3).
       01 WS-EXCEPTION-TEXT         pic x(50).
       01 WS-SSN-DISPLAY            pic x(9).
       01 WS-COL                    pic 9(3).
       01 WS-OFFERED-PCT            pic 9(3)v99.

       01 WS-FORM-COUNT             pic 9(7) value zero.
       01 WS-EMPLOYER-COUNT         pic 9(3) value zero.
       01 WS-EXCEPTION-COUNT        pic 9(5) value zero.
       01 WS-NO-TAX-ID-COUNT        pic 9(5) value zero.

       01 WS-FORMATTED-SHARE        pic ZZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "ACA Year-End Coverage Statements (1095-C)".
           display "Enter Tax Year (YYYY): ".
           accept WS-TAX-YEAR.
           compute WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.

           perform LOAD-COMPANIES.
           perform LOAD-PLANS.
           perform LOAD-EMPLOYEES thru LOAD-EMPLOYEES-DONE.
           perform LOAD-TERMINATIONS.
           perform LOAD-LEAVES.
           perform LOAD-ENROLLMENTS.
           perform ACCUMULATE-HOURS thru ACCUMULATE-DONE.

           open output EXCEPTION-REPORT-FILE.
           move spaces to EXCEPTION-REPORT-LINE.
           string "ACA OFFER CODE EXCEPTIONS  TAX YEAR "
                      delimited by size
                  WS-TAX-YEAR delimited by size
                  into EXCEPTION-REPORT-LINE
           end-string.
           write EXCEPTION-REPORT-LINE.
           move all "=" to EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE.
           move "Emp-ID Name                           Mon  Exception"
               to EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE.
           perform varying WS-AC-IDX from 1 by 1
               until WS-AC-IDX > WS-AC-USED
               perform CODE-ONE-EMPLOYEE
           end-perform.

           open output TRANSMITTAL-FILE.
           open output STATEMENT-FILE.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-FORMS (WS-CO-SUB) > 0
                   perform WRITE-COMPANY-FILING
               end-if
           end-perform.
           move spaces to TR-FINAL-RECORD.
           move 'F' to TR-F-TYPE.
           move WS-TAX-YEAR to TR-F-YEAR.
           move WS-EMPLOYER-COUNT to TR-F-EMPLOYERS.
           move WS-FORM-COUNT to TR-F-FORMS.
           write TR-FINAL-RECORD.
           close TRANSMITTAL-FILE.
           close STATEMENT-FILE.

           perform WRITE-REPORT-TOTALS.
           close EXCEPTION-REPORT-FILE.
           display WS-FORM-COUNT " statement(s) for "
               WS-EMPLOYER-COUNT " employer(s); "
               WS-EXCEPTION-COUNT " exception(s).".
           display "Statements in aca_1095c_statements.txt, "
               "transmittal in aca_1094c.dat, exceptions in "
               "aca_exceptions.txt.".
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
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               move 0 to WS-CO-FORMS (WS-CO-SUB)
               perform varying WS-MON from 1 by 1 until WS-MON > 12
                   move 0 to WS-CO-FT-COUNT (WS-CO-SUB, WS-MON)
                   move 0 to WS-CO-TOTAL-COUNT (WS-CO-SUB, WS-MON)
                   move 0 to WS-CO-OFFERED (WS-CO-SUB, WS-MON)
               end-perform
           end-perform.

      *    The lowest employee-only (tier E) premium is the share
      *    reported; with no tier E rows, the lowest of any tier.
       LOAD-PLANS.
           move 'N' to WS-EOF-FLAG.
           open input BENEFIT-PLAN-FILE.
           if WS-PLAN-STATUS = '00'
               read BENEFIT-PLAN-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-PL-USED < 50
                       add 1 to WS-PL-USED
                       move BP-PLAN-CODE to WS-PL-CODE (WS-PL-USED)
                       move BP-TIER to WS-PL-TIER (WS-PL-USED)
                   end-if
                   if BP-TIER = 'E'
                       if WS-LOW-FOUND = 'N'
                          or BP-EMPLOYEE-PREMIUM < WS-LOW-PREMIUM
                           move BP-EMPLOYEE-PREMIUM to WS-LOW-PREMIUM
                           move 'Y' to WS-LOW-FOUND
                       end-if
                   else
                       move 'Y' to WS-FAMILY-TIERS
                   end-if
                   if WS-LOW-ANY-FOUND = 'N'
                      or BP-EMPLOYEE-PREMIUM < WS-LOW-ANY-PREMIUM
                       move BP-EMPLOYEE-PREMIUM to WS-LOW-ANY-PREMIUM
                       move 'Y' to WS-LOW-ANY-FOUND
                   end-if
                   read BENEFIT-PLAN-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close BENEFIT-PLAN-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.
           if WS-LOW-FOUND = 'N'
               move WS-LOW-ANY-PREMIUM to WS-LOW-PREMIUM
           end-if.
           evaluate true
               when WS-PL-USED = 0
                   move '1H' to WS-PLAN-OFFER-CODE
               when WS-FAMILY-TIERS = 'Y'
                   move '1E' to WS-PLAN-OFFER-CODE
               when other
                   move '1B' to WS-PLAN-OFFER-CODE
           end-evaluate.

      *    Everyone hired by year end; those terminated before the
      *    year starts simply come out with no months employed.
       LOAD-EMPLOYEES.
           move 'N' to WS-EOF-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found. Nothing to report."
               stop run
           end-if.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS = '00'
               move 'Y' to WS-EPD-OPEN
           end-if.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if EMP-HIRE-DATE <= WS-YEAR-END
                   if WS-AC-USED < 500
                       perform LOAD-ONE-EMPLOYEE
                   else
                       add 1 to WS-AC-DROPPED
                   end-if
               end-if
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           if WS-EPD-OPEN = 'Y'
               close EMP-PERSONAL-FILE
           end-if.
       LOAD-EMPLOYEES-DONE.
           move 'N' to WS-EOF-FLAG.

       LOAD-ONE-EMPLOYEE.
           add 1 to WS-AC-USED.
           set WS-AC-IDX to WS-AC-USED.
           initialize WS-AC-ENTRY (WS-AC-IDX).
           move EMP-ID to WS-AC-EMP-ID (WS-AC-IDX).
           move EMP-NAME to WS-AC-NAME (WS-AC-IDX).
           move EMP-TYPE to WS-AC-TYPE (WS-AC-IDX).
           move EMP-PAY-FREQUENCY to WS-AC-FREQUENCY (WS-AC-IDX).
           move EMP-COMPANY to WS-AC-COMPANY (WS-AC-IDX).
           if WS-AC-COMPANY (WS-AC-IDX) = spaces
               move '000' to WS-AC-COMPANY (WS-AC-IDX)
           end-if.
           compute WS-AC-HIRE-KEY (WS-AC-IDX) = EMP-HIRE-DATE / 100.
           move 'N' to WS-AC-ENROLLED (WS-AC-IDX).
           move 'N' to WS-AC-FILE-FORM (WS-AC-IDX).
           if WS-EPD-OPEN = 'Y'
               move EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPD-SSN to WS-AC-SSN (WS-AC-IDX)
                       move EPD-ADDRESS to WS-AC-ADDRESS (WS-AC-IDX)
                       move EPD-CITY to WS-AC-CITY (WS-AC-IDX)
                       move EPD-STATE to WS-AC-STATE (WS-AC-IDX)
                       move EPD-ZIP to WS-AC-ZIP (WS-AC-IDX)
                       compute WS-AC-REHIRE-KEY (WS-AC-IDX) =
                           EPD-REHIRE-DATE / 100
               end-read
           end-if.

       FIND-EMPLOYEE.
           move 0 to WS-AC-FOUND.
           perform varying WS-AC-IDX from 1 by 1
               until WS-AC-IDX > WS-AC-USED
               if WS-AC-EMP-ID (WS-AC-IDX) = WS-LOOKUP-EMP-ID
                   set WS-AC-FOUND to WS-AC-IDX
               end-if
           end-perform.
           if WS-AC-FOUND not = 0
               set WS-AC-IDX to WS-AC-FOUND
           end-if.

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
                   if WS-AC-FOUND not = 0
                      and TERM-DATE > WS-AC-TERM-DATE (WS-AC-IDX)
                       move TERM-DATE to WS-AC-TERM-DATE (WS-AC-IDX)
                       compute WS-AC-TERM-KEY (WS-AC-IDX) =
                           TERM-DATE / 100
                   end-if
                   read TERMINATION-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TERMINATION-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    A leave still open runs to the end of the year; one
      *    returned from runs through its expected-return month.
       LOAD-LEAVES.
           move 'N' to WS-EOF-FLAG.
           open input LOA-STATUS-FILE.
           if WS-LOA-STATUS = '00'
               read LOA-STATUS-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move LOA-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-AC-FOUND not = 0 and LOA-START-DATE > 0
                       compute WS-AC-LOA-FROM-KEY (WS-AC-IDX) =
                           LOA-START-DATE / 100
                       if LOA-ON-LEAVE or LOA-EXPECTED-RETURN = 0
                           move 999912
                               to WS-AC-LOA-THRU-KEY (WS-AC-IDX)
                       else
                           compute WS-AC-LOA-THRU-KEY (WS-AC-IDX) =
                               LOA-EXPECTED-RETURN / 100
                       end-if
                   end-if
                   read LOA-STATUS-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOA-STATUS-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOAD-ENROLLMENTS.
           move 'N' to WS-EOF-FLAG.
           open input BENEFIT-ENROLL-FILE.
           if WS-ENROLL-STATUS = '00'
               read BENEFIT-ENROLL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move BE-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-AC-FOUND not = 0
                       move 'Y' to WS-AC-ENROLLED (WS-AC-IDX)
                       move BE-PLAN-CODE to WS-AC-PLAN-CODE (WS-AC-IDX)
                       move BE-TIER to WS-AC-TIER (WS-AC-IDX)
                   end-if
                   read BENEFIT-ENROLL-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close BENEFIT-ENROLL-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Hours by month of the tax year. Off-cycle rows carry
      *    only month and day and are taken as in the year asked.
       ACCUMULATE-HOURS.
           move 'N' to WS-EOF-FLAG.
           open input PAY-HISTORY-FILE.
           if WS-PAY-HIST-STATUS not = '00'
               display "No pay history on file -- hours taken as "
                   "zero."
               go to ACCUMULATE-DONE.
           read PAY-HISTORY-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move 'N' to WS-PH-IN-YEAR
               if PH-PERIOD(1:2) = 'OC'
                   move PH-PERIOD(3:2) to WS-PH-MONTH
                   move 'Y' to WS-PH-IN-YEAR
                   add 1 to WS-OC-ROWS
               else
                   move PH-PERIOD(1:4) to WS-PH-YEAR
                   move PH-PERIOD(5:2) to WS-PH-MONTH
                   if WS-PH-YEAR = WS-TAX-YEAR
                       move 'Y' to WS-PH-IN-YEAR
                   end-if
               end-if
               if WS-PH-IN-YEAR = 'Y'
                  and WS-PH-MONTH >= 1
                  and WS-PH-MONTH <= 12
                   move PH-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-AC-FOUND = 0
                       add 1 to WS-UNKNOWN-ROWS
                   else
                       add PH-HOURS
                           to WS-AC-HOURS (WS-AC-IDX, WS-PH-MONTH)
                   end-if
               end-if
               read PAY-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PAY-HISTORY-FILE.
       ACCUMULATE-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Works the twelve months for one employee and books the
      *    company's monthly counts.
       CODE-ONE-EMPLOYEE.
           move 0 to WS-CO-FOUND.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-CODE (WS-CO-SUB) = WS-AC-COMPANY (WS-AC-IDX)
                   move WS-CO-SUB to WS-CO-FOUND
               end-if
           end-perform.
           if WS-CO-FOUND = 0
               move 1 to WS-CO-FOUND
               move 0 to WS-MON
               move "COMPANY NOT ON MASTER -- FILED UNDER 000"
                   to WS-EXCEPTION-TEXT
               perform WRITE-EXCEPTION
           end-if.
           move WS-CO-FOUND to WS-AC-CO-SUB (WS-AC-IDX).
           evaluate WS-AC-FREQUENCY (WS-AC-IDX)
               when 'W'
                   move 52 to WS-PERIODS-PER-YEAR
               when 'B'
                   move 26 to WS-PERIODS-PER-YEAR
               when other
                   move 12 to WS-PERIODS-PER-YEAR
           end-evaluate.
           compute WS-AC-MONTHLY-SHARE (WS-AC-IDX) rounded =
               WS-LOW-PREMIUM * WS-PERIODS-PER-YEAR / 12.
           if WS-AC-ENROLLED (WS-AC-IDX) = 'Y'
               move 'N' to WS-PLAN-FOUND
               perform varying WS-PL-SUB from 1 by 1
                   until WS-PL-SUB > WS-PL-USED
                   if WS-PL-CODE (WS-PL-SUB) =
                          WS-AC-PLAN-CODE (WS-AC-IDX)
                      and WS-PL-TIER (WS-PL-SUB) =
                          WS-AC-TIER (WS-AC-IDX)
                       move 'Y' to WS-PLAN-FOUND
                   end-if
               end-perform
               if WS-PLAN-FOUND = 'N'
                   move 0 to WS-MON
                   move spaces to WS-EXCEPTION-TEXT
                   string "ENROLLED IN " delimited by size
                          WS-AC-PLAN-CODE (WS-AC-IDX)
                              delimited by space
                          "/" delimited by size
                          WS-AC-TIER (WS-AC-IDX) delimited by size
                          " -- NOT ON THE PLAN FILE" delimited by size
                          into WS-EXCEPTION-TEXT
                   end-string
                   perform WRITE-EXCEPTION
               end-if
           end-if.
           move 'N' to WS-PRIOR-FULL-TIME.
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               perform CODE-ONE-MONTH
           end-perform.
           if WS-AC-FILE-FORM (WS-AC-IDX) = 'Y'
               add 1 to WS-CO-FORMS (WS-CO-FOUND)
           end-if.

       CODE-ONE-MONTH.
           compute WS-MONTH-KEY = WS-TAX-YEAR * 100 + WS-MON.
           move 'Y' to WS-AC-EMPLOYED (WS-AC-IDX, WS-MON).
           if WS-AC-HIRE-KEY (WS-AC-IDX) > WS-MONTH-KEY
               move 'N' to WS-AC-EMPLOYED (WS-AC-IDX, WS-MON)
           end-if.
           if WS-AC-TERM-KEY (WS-AC-IDX) > 0
              and WS-MONTH-KEY > WS-AC-TERM-KEY (WS-AC-IDX)
               move 'N' to WS-AC-EMPLOYED (WS-AC-IDX, WS-MON)
               if WS-AC-REHIRE-KEY (WS-AC-IDX)
                      > WS-AC-TERM-KEY (WS-AC-IDX)
                  and WS-MONTH-KEY >= WS-AC-REHIRE-KEY (WS-AC-IDX)
                   move 'Y' to WS-AC-EMPLOYED (WS-AC-IDX, WS-MON)
               end-if
           end-if.
           move 'N' to WS-AC-ON-LEAVE (WS-AC-IDX, WS-MON).
           if WS-AC-LOA-FROM-KEY (WS-AC-IDX) > 0
              and WS-MONTH-KEY >= WS-AC-LOA-FROM-KEY (WS-AC-IDX)
              and WS-MONTH-KEY <= WS-AC-LOA-THRU-KEY (WS-AC-IDX)
              and WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'Y'
               move 'Y' to WS-AC-ON-LEAVE (WS-AC-IDX, WS-MON)
           end-if.

           move 'N' to WS-AC-FULL-TIME (WS-AC-IDX, WS-MON).
           evaluate true
               when WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'N'
                   continue
               when WS-AC-ON-LEAVE (WS-AC-IDX, WS-MON) = 'Y'
                   move WS-PRIOR-FULL-TIME
                       to WS-AC-FULL-TIME (WS-AC-IDX, WS-MON)
               when WS-AC-TYPE (WS-AC-IDX) = 'S'
                   move 'Y' to WS-AC-FULL-TIME (WS-AC-IDX, WS-MON)
               when WS-AC-HOURS (WS-AC-IDX, WS-MON)
                       >= WS-FT-MONTH-HOURS
                   move 'Y' to WS-AC-FULL-TIME (WS-AC-IDX, WS-MON)
           end-evaluate.
           if WS-AC-ON-LEAVE (WS-AC-IDX, WS-MON) = 'N'
               move WS-AC-FULL-TIME (WS-AC-IDX, WS-MON)
                   to WS-PRIOR-FULL-TIME
           end-if.

      *    Line 14 offer, line 15 share, line 16 safe harbor.
           move '1H' to WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON).
           move 0 to WS-AC-SHARE (WS-AC-IDX, WS-MON).
           move spaces to WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON).
           if WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'Y'
              and (WS-AC-FULL-TIME (WS-AC-IDX, WS-MON) = 'Y'
                   or WS-AC-ENROLLED (WS-AC-IDX) = 'Y')
              and WS-PL-USED > 0
               move WS-PLAN-OFFER-CODE
                   to WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON)
               move WS-AC-MONTHLY-SHARE (WS-AC-IDX)
                   to WS-AC-SHARE (WS-AC-IDX, WS-MON)
           end-if.
           evaluate true
               when WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'N'
                   move '2A' to WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON)
               when WS-AC-ENROLLED (WS-AC-IDX) = 'Y'
                   move '2C' to WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON)
               when WS-AC-FULL-TIME (WS-AC-IDX, WS-MON) = 'N'
                   move '2B' to WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON)
           end-evaluate.

           if WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'Y'
               add 1 to WS-CO-TOTAL-COUNT (WS-CO-FOUND, WS-MON)
               if WS-AC-FULL-TIME (WS-AC-IDX, WS-MON) = 'Y'
                   move 'Y' to WS-AC-FILE-FORM (WS-AC-IDX)
                   add 1 to WS-CO-FT-COUNT (WS-CO-FOUND, WS-MON)
                   if WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON) not = '1H'
                       add 1 to WS-CO-OFFERED (WS-CO-FOUND, WS-MON)
                   end-if
               end-if
           end-if.

           if WS-AC-FULL-TIME (WS-AC-IDX, WS-MON) = 'Y'
              and WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON) = '1H'
               move "FULL-TIME WITH NO OFFER OF COVERAGE"
                   to WS-EXCEPTION-TEXT
               perform WRITE-EXCEPTION
           end-if.
           if WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'N'
              and WS-AC-HOURS (WS-AC-IDX, WS-MON) > 0
               move "HOURS PAID WHILE NOT EMPLOYED" to WS-EXCEPTION-TEXT
               perform WRITE-EXCEPTION
           end-if.
           if WS-AC-ON-LEAVE (WS-AC-IDX, WS-MON) = 'Y'
              and WS-AC-HOURS (WS-AC-IDX, WS-MON) >= WS-FT-MONTH-HOURS
               move "FULL-TIME HOURS PAID DURING LEAVE"
                   to WS-EXCEPTION-TEXT
               perform WRITE-EXCEPTION
           end-if.
           if WS-AC-EMPLOYED (WS-AC-IDX, WS-MON) = 'N'
              and WS-AC-ENROLLED (WS-AC-IDX) = 'Y'
              and WS-AC-TERM-KEY (WS-AC-IDX) > 0
              and WS-MONTH-KEY > WS-AC-TERM-KEY (WS-AC-IDX)
               move "ENROLLMENT STILL OPEN AFTER TERMINATION"
                   to WS-EXCEPTION-TEXT
               perform WRITE-EXCEPTION
           end-if.

      *    WS-MON zero means the exception covers the whole year.
       WRITE-EXCEPTION.
           add 1 to WS-EXCEPTION-COUNT.
           if WS-MON = 0
               move "All" to WS-EXCEPTION-MONTH
           else
               move WS-MONTH-NAME (WS-MON) to WS-EXCEPTION-MONTH
           end-if.
           move spaces to EXCEPTION-REPORT-LINE.
           move WS-AC-EMP-ID (WS-AC-IDX) to EXCEPTION-REPORT-LINE(1:6).
           move WS-AC-NAME (WS-AC-IDX) to EXCEPTION-REPORT-LINE(8:30).
           move WS-EXCEPTION-MONTH to EXCEPTION-REPORT-LINE(39:3).
           move WS-EXCEPTION-TEXT to EXCEPTION-REPORT-LINE(44:50).
           write EXCEPTION-REPORT-LINE.

      *    The C record, then a B record and a statement for each
      *    of the company's full-time employees.
       WRITE-COMPANY-FILING.
           add 1 to WS-EMPLOYER-COUNT.
           move spaces to TR-EMPLOYER-RECORD.
           move 'C' to TR-C-TYPE.
           move WS-TAX-YEAR to TR-C-YEAR.
           move WS-CO-EIN (WS-CO-SUB) to TR-C-EIN.
           move WS-CO-NAME (WS-CO-SUB) to TR-C-NAME.
           move WS-CO-FORMS (WS-CO-SUB) to TR-C-FORMS.
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               move WS-CO-FT-COUNT (WS-CO-SUB, WS-MON)
                   to TR-C-FT-COUNT (WS-MON)
               move WS-CO-TOTAL-COUNT (WS-CO-SUB, WS-MON)
                   to TR-C-TOTAL-COUNT (WS-MON)
               move 'N' to TR-C-MEC-OFFERED (WS-MON)
               if WS-CO-FT-COUNT (WS-CO-SUB, WS-MON) > 0
                   compute WS-OFFERED-PCT =
                       WS-CO-OFFERED (WS-CO-SUB, WS-MON) * 100
                       / WS-CO-FT-COUNT (WS-CO-SUB, WS-MON)
                   if WS-OFFERED-PCT >= WS-MEC-OFFER-PCT
                       move 'Y' to TR-C-MEC-OFFERED (WS-MON)
                   end-if
               end-if
           end-perform.
           write TR-EMPLOYER-RECORD.
           perform varying WS-AC-IDX from 1 by 1
               until WS-AC-IDX > WS-AC-USED
               if WS-AC-CO-SUB (WS-AC-IDX) = WS-CO-SUB
                  and WS-AC-FILE-FORM (WS-AC-IDX) = 'Y'
                   perform WRITE-EMPLOYEE-FORM
                   perform WRITE-STATEMENT
               end-if
           end-perform.

       WRITE-EMPLOYEE-FORM.
           add 1 to WS-FORM-COUNT.
           if WS-AC-SSN (WS-AC-IDX) = 0
               add 1 to WS-NO-TAX-ID-COUNT
           end-if.
           move spaces to TR-EMPLOYEE-RECORD.
           move 'B' to TR-B-TYPE.
           move WS-TAX-YEAR to TR-B-YEAR.
           move WS-CO-EIN (WS-CO-SUB) to TR-B-EIN.
           move WS-AC-SSN (WS-AC-IDX) to TR-B-SSN.
           move WS-AC-EMP-ID (WS-AC-IDX) to TR-B-EMP-ID.
           move WS-AC-NAME (WS-AC-IDX) to TR-B-NAME.
           move WS-AC-ADDRESS (WS-AC-IDX) to TR-B-ADDRESS.
           move WS-AC-CITY (WS-AC-IDX) to TR-B-CITY.
           move WS-AC-STATE (WS-AC-IDX) to TR-B-STATE.
           move WS-AC-ZIP (WS-AC-IDX) to TR-B-ZIP.
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               move WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON)
                   to TR-B-OFFER-CODE (WS-MON)
               move WS-AC-SHARE (WS-AC-IDX, WS-MON)
                   to TR-B-SHARE (WS-MON)
               move WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON)
                   to TR-B-SAFE-HARBOR (WS-MON)
           end-perform.
           write TR-EMPLOYEE-RECORD.

      *    The employee's copy: tax ID masked to the last four.
       WRITE-STATEMENT.
           move all "=" to STATEMENT-LINE.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           string "EMPLOYER-PROVIDED HEALTH INSURANCE OFFER AND "
                      delimited by size
                  "COVERAGE (1095-C)   TAX YEAR " delimited by size
                  WS-TAX-YEAR delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move "Employee:" to STATEMENT-LINE(1:9).
           move WS-AC-NAME (WS-AC-IDX) to STATEMENT-LINE(11:30).
           if WS-AC-SSN (WS-AC-IDX) = 0
               move "SSN NOT ON FILE" to STATEMENT-LINE(42:15)
           else
               move WS-AC-SSN (WS-AC-IDX) to WS-SSN-DISPLAY
               move "SSN ***-**-" to STATEMENT-LINE(42:11)
               move WS-SSN-DISPLAY(6:4) to STATEMENT-LINE(53:4)
           end-if.
           move "ID" to STATEMENT-LINE(59:2).
           move WS-AC-EMP-ID (WS-AC-IDX) to STATEMENT-LINE(62:6).
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move WS-AC-ADDRESS (WS-AC-IDX) to STATEMENT-LINE(11:30).
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           string WS-AC-CITY (WS-AC-IDX) delimited by "  "
                  " " delimited by size
                  WS-AC-STATE (WS-AC-IDX) delimited by size
                  " " delimited by size
                  WS-AC-ZIP (WS-AC-IDX) delimited by size
                  into STATEMENT-LINE(11:60)
           end-string.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move "Employer:" to STATEMENT-LINE(1:9).
           move WS-CO-NAME (WS-CO-SUB) to STATEMENT-LINE(11:30).
           move "EIN" to STATEMENT-LINE(42:3).
           move WS-CO-EIN (WS-CO-SUB) to STATEMENT-LINE(46:9).
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               compute WS-COL = 13 + (WS-MON - 1) * 8
               move WS-MONTH-NAME (WS-MON) to STATEMENT-LINE(WS-COL:3)
           end-perform.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move "14 Offer" to STATEMENT-LINE(1:8).
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               compute WS-COL = 13 + (WS-MON - 1) * 8
               move WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON)
                   to STATEMENT-LINE(WS-COL:2)
           end-perform.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move "15 Share" to STATEMENT-LINE(1:8).
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               if WS-AC-OFFER-CODE (WS-AC-IDX, WS-MON) not = '1H'
                   compute WS-COL = 11 + (WS-MON - 1) * 8
                   move WS-AC-SHARE (WS-AC-IDX, WS-MON)
                       to WS-FORMATTED-SHARE
                   move WS-FORMATTED-SHARE to STATEMENT-LINE(WS-COL:7)
               end-if
           end-perform.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           move "16 Code" to STATEMENT-LINE(1:7).
           perform varying WS-MON from 1 by 1 until WS-MON > 12
               compute WS-COL = 13 + (WS-MON - 1) * 8
               move WS-AC-SAFE-HARBOR (WS-AC-IDX, WS-MON)
                   to STATEMENT-LINE(WS-COL:2)
           end-perform.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.

       WRITE-REPORT-TOTALS.
           move all "-" to EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE.
           move spaces to EXCEPTION-REPORT-LINE.
           string "Statements: " delimited by size
                  WS-FORM-COUNT delimited by size
                  "  Employers: " delimited by size
                  WS-EMPLOYER-COUNT delimited by size
                  "  Exceptions: " delimited by size
                  WS-EXCEPTION-COUNT delimited by size
                  into EXCEPTION-REPORT-LINE
           end-string.
           write EXCEPTION-REPORT-LINE.
           if WS-PL-USED = 0
               move "** No plans on benefit_plans.dat -- every month "
                   to EXCEPTION-REPORT-LINE
               move "coded 1H (no offer) **"
                   to EXCEPTION-REPORT-LINE(50:22)
               write EXCEPTION-REPORT-LINE
           end-if.
           if WS-NO-TAX-ID-COUNT > 0
               move spaces to EXCEPTION-REPORT-LINE
               string "** " delimited by size
                      WS-NO-TAX-ID-COUNT delimited by size
                      " statement(s) with no SSN on emp_personal.dat"
                          delimited by size
                      " -- fix before filing **" delimited by size
                      into EXCEPTION-REPORT-LINE
               end-string
               write EXCEPTION-REPORT-LINE
           end-if.
           if WS-UNKNOWN-ROWS > 0
               move spaces to EXCEPTION-REPORT-LINE
               string "** " delimited by size
                      WS-UNKNOWN-ROWS delimited by size
                      " pay history row(s) for employees not on the"
                          delimited by size
                      " employee file **" delimited by size
                      into EXCEPTION-REPORT-LINE
               end-string
               write EXCEPTION-REPORT-LINE
           end-if.
           if WS-OC-ROWS > 0
               move spaces to EXCEPTION-REPORT-LINE
               string "Note: " delimited by size
                      WS-OC-ROWS delimited by size
                      " off-cycle row(s) dated by month only, taken"
                          delimited by size
                      " as " delimited by size
                      WS-TAX-YEAR delimited by size
                      into EXCEPTION-REPORT-LINE
               end-string
               write EXCEPTION-REPORT-LINE
           end-if.
           if WS-AC-DROPPED > 0
               move spaces to EXCEPTION-REPORT-LINE
               string "** " delimited by size
                      WS-AC-DROPPED delimited by size
                      " employee(s) over the 500-entry table not"
                          delimited by size
                      " coded **" delimited by size
                      into EXCEPTION-REPORT-LINE
               end-string
               write EXCEPTION-REPORT-LINE
           end-if.
