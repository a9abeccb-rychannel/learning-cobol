       identification division.
       program-id. tax-deposit-report.

      *    Daily federal tax deposit report. Works out the deposit
      *    due date of every open liability on tax_deposits.dat from
      *    the company's depositor schedule on companies.dat and
      *    stamps it on the ledger: a monthly depositor owes the
      *    15th of the following month; a semiweekly depositor owes
      *    Wednesday for Wednesday-Friday pay dates and Friday for
      *    Saturday-Tuesday pay dates, always at least three
      *    business days after the semiweekly period closes; and a
      *    company whose liabilities for one pay date reach the
      *    next-day threshold owes the next business day whatever
      *    its schedule. Weekends and holidays.dat dates roll the
      *    due date forward. tax_deposit_report.txt then lists every
      *    open liability overdue, due today, and coming due, with
      *    the open balance, so deposits are made before penalties
      *    start.

       environment division.
       input-output section.
       file-control.
       select TAX-DEPOSIT-FILE
           assign to 'tax_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TDL-KEY
           lock mode is automatic
           file status is WS-TDL-STATUS.
       select COMPANY-MASTER-FILE
           assign to 'companies.dat'
           organization is line sequential
           file status is WS-COMPANY-STATUS.
      *    Holiday calendar, one date per line in the layout the
      *    bank's holiday-maint.cbl keeps.
       select HOLIDAY-FILE
           assign to 'holidays.dat'
           organization is line sequential
           file status is WS-HOLIDAY-STATUS.
       select DEPOSIT-REPORT-FILE
           assign to 'tax_deposit_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd TAX-DEPOSIT-FILE.
       01 TAX-DEPOSIT-RECORD.
          05 TDL-KEY.
             10 TDL-COMPANY         pic x(3).
             10 TDL-PAY-DATE        pic 9(8).
             10 TDL-RUN             pic x(6).
          05 TDL-WITHHELD           pic 9(8)v99.
          05 TDL-ER-FICA            pic 9(8)v99.
          05 TDL-LIABILITY          pic 9(8)v99.
          05 TDL-SCHEDULE           pic x(1).
          05 TDL-NEXT-DAY           pic x(1).
          05 TDL-DUE-DATE           pic 9(8).
          05 TDL-DEPOSITED          pic 9(8)v99.
          05 TDL-DEPOSIT-DATE       pic 9(8).
          05 TDL-CONFIRMATION       pic x(20).
          05 TDL-KEYED-BY           pic 9(4).
          05 TDL-LATE               pic x(1).
          05 TDL-STATUS             pic x(1).
             88 TDL-OPEN            value 'O'.
             88 TDL-PAID            value 'D'.

       fd COMPANY-MASTER-FILE.
       01 COMPANY-MASTER-RECORD.
          05 CO-CODE                pic x(3).
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE               pic 9(8).
          05 HOL-NAME               pic x(20).

       fd DEPOSIT-REPORT-FILE.
       01 DEPOSIT-REPORT-LINE       pic x(110).

       working-storage section.
       01 WS-TDL-STATUS             pic xx.
       01 WS-COMPANY-STATUS         pic xx.
       01 WS-HOLIDAY-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

      *    Liabilities for one company and pay date at or over this
      *    amount must be deposited the next business day; a
      *    liability is coming due when due within the window.
       01 WS-NEXT-DAY-LIMIT         pic 9(7)v99 value 100000.00.
       01 WS-UPCOMING-DAYS          pic 9(2) value 7.

       01 WS-TODAY                  pic 9(8).
       01 WS-TODAY-INT              pic 9(7).
       01 WS-WINDOW-END             pic 9(8).

       01 WS-CO-USED                pic 9(2) value zero.
       01 WS-CO-SUB                 pic 9(2).
       01 WS-CO-FOUND               pic 9(2).
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES.
             10 WS-CO-CODE          pic x(3).
             10 WS-CO-NAME          pic x(30).
             10 WS-CO-SCHEDULE      pic x(1).
             10 WS-CO-HIT-NEXT-DAY  pic x(1).

       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY occurs 30 times pic 9(8).
       01 WS-HOL-USED               pic 9(2) value zero.
       01 WS-HOL-SUB                pic 9(2).

      *    Total liability per company and pay date across every
      *    run that day, for the next-day rule.
       01 WS-DT-USED                pic 9(3) value zero.
       01 WS-DT-SUB                 pic 9(3).
       01 WS-DT-FOUND               pic 9(3).
       01 WS-DT-TABLE.
          05 WS-DT-ENTRY OCCURS 300 TIMES.
             10 WS-DT-COMPANY       pic x(3).
             10 WS-DT-PAY-DATE      pic 9(8).
             10 WS-DT-TOTAL         pic 9(9)v99.

      *    Open liabilities, classed O overdue, T due today, U
      *    coming due inside the window, L later.
       01 WS-OL-USED                pic 9(3) value zero.
       01 WS-OL-DROPPED             pic 9(5) value zero.
       01 WS-OL-TABLE.
          05 WS-OL-ENTRY OCCURS 500 TIMES INDEXED BY WS-OL-IDX.
             10 WS-OL-COMPANY       pic x(3).
             10 WS-OL-PAY-DATE      pic 9(8).
             10 WS-OL-RUN           pic x(6).
             10 WS-OL-SCHEDULE      pic x(1).
             10 WS-OL-NEXT-DAY      pic x(1).
             10 WS-OL-LIABILITY     pic 9(8)v99.
             10 WS-OL-BALANCE       pic 9(8)v99.
             10 WS-OL-DUE-DATE      pic 9(8).
             10 WS-OL-CLASS         pic x(1).

       01 WS-CALC-SCHEDULE          pic x(1).
       01 WS-CALC-NEXT-DAY          pic x(1).
       01 WS-CALC-DUE               pic 9(8).
       01 WS-DATE-WORK              pic 9(8).
       01 WS-DATE-PARTS redefines WS-DATE-WORK.
          05 WS-DATE-YEAR           pic 9(4).
          05 WS-DATE-MONTH          pic 9(2).
          05 WS-DATE-DAY            pic 9(2).
       01 WS-ROLL-DATE              pic 9(8).
       01 WS-ROLL-INT               pic 9(7).
       01 WS-ROLL-WEEKDAY           pic 9.
       01 WS-ROLL-AGAIN             pic x.
       01 WS-BUS-DAYS               pic 9.
       01 WS-BUS-DAY-FLAG           pic x.
       01 WS-DAYS-LATE              pic 9(5).

       01 WS-SECTION-CLASS          pic x(1).
       01 WS-SECTION-COUNT          pic 9(5).
       01 WS-SECTION-AMOUNT         pic 9(9)v99.
       01 WS-OVERDUE-COUNT          pic 9(5) value zero.
       01 WS-OVERDUE-AMOUNT         pic 9(9)v99 value zero.
       01 WS-OPEN-COUNT             pic 9(5) value zero.
       01 WS-OPEN-AMOUNT            pic 9(9)v99 value zero.
       01 WS-SCHEDULED-COUNT        pic 9(5) value zero.
       01 WS-LATE-DEPOSIT-COUNT     pic 9(5) value zero.

       01 WS-FMT-AMT                pic $ZZ,ZZZ,ZZ9.99.
       01 WS-FMT-TOTAL              pic $ZZZ,ZZZ,ZZ9.99.
       01 WS-FMT-DAYS               pic ZZZZ9.

       procedure division.
       MAIN-LOGIC.
           display "Federal Tax Deposit Report Starting...".
           move function current-date(1:8) to WS-TODAY.
           compute WS-TODAY-INT = function integer-of-date (WS-TODAY).
           move function date-of-integer
               (WS-TODAY-INT + WS-UPCOMING-DAYS) to WS-WINDOW-END.
           perform LOAD-COMPANIES.
           perform LOAD-HOLIDAY-CALENDAR.
           open input TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               display "No tax deposit ledger on file. Nothing to "
                   "report."
               stop run
           end-if.
           perform TOTAL-PAY-DATE-LIABILITY.
           close TAX-DEPOSIT-FILE.
           perform SCHEDULE-OPEN-LIABILITIES
               thru SCHEDULE-OPEN-LIABILITIES-DONE.

           open output DEPOSIT-REPORT-FILE.
           move spaces to DEPOSIT-REPORT-LINE.
           string "FEDERAL TAX DEPOSIT REPORT - " delimited by size
                  WS-TODAY delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           write DEPOSIT-REPORT-LINE.
           move all "=" to DEPOSIT-REPORT-LINE.
           write DEPOSIT-REPORT-LINE.
           move 'O' to WS-SECTION-CLASS.
           move "OVERDUE -- DEPOSIT IMMEDIATELY" to DEPOSIT-REPORT-LINE.
           perform WRITE-REPORT-SECTION.
           move 'T' to WS-SECTION-CLASS.
           move "DUE TODAY" to DEPOSIT-REPORT-LINE.
           perform WRITE-REPORT-SECTION.
           move 'U' to WS-SECTION-CLASS.
           move spaces to DEPOSIT-REPORT-LINE.
           string "COMING DUE IN THE NEXT " delimited by size
                  WS-UPCOMING-DAYS delimited by size
                  " DAYS" delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           perform WRITE-REPORT-SECTION.
           perform WRITE-REPORT-TOTALS.
           close DEPOSIT-REPORT-FILE.
           display WS-OPEN-COUNT " open liability(ies), "
               WS-OVERDUE-COUNT " overdue.".
           display "Report written to tax_deposit_report.txt.".
           stop run.

      *    A company with no schedule keyed, or not on the master,
      *    deposits monthly.
       LOAD-COMPANIES.
           move 1 to WS-CO-USED.
           move '000' to WS-CO-CODE (1).
           move 'HEAD OFFICE' to WS-CO-NAME (1).
           move 'M' to WS-CO-SCHEDULE (1).
           move 'N' to WS-CO-HIT-NEXT-DAY (1).
           move 'N' to WS-EOF-FLAG.
           open input COMPANY-MASTER-FILE.
           if WS-COMPANY-STATUS = '00'
               read COMPANY-MASTER-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CO-CODE = '000'
                       move 1 to WS-CO-FOUND
                   else
                       move 0 to WS-CO-FOUND
                       if WS-CO-USED < 20
                           add 1 to WS-CO-USED
                           move WS-CO-USED to WS-CO-FOUND
                       end-if
                   end-if
                   if WS-CO-FOUND not = 0
                       move CO-CODE to WS-CO-CODE (WS-CO-FOUND)
                       move CO-NAME to WS-CO-NAME (WS-CO-FOUND)
                       move 'N' to WS-CO-HIT-NEXT-DAY (WS-CO-FOUND)
                       if CO-DEPOSIT-SCHEDULE = 'S'
                           move 'S' to WS-CO-SCHEDULE (WS-CO-FOUND)
                       else
                           move 'M' to WS-CO-SCHEDULE (WS-CO-FOUND)
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

      *    Loads the holiday calendar once; a missing file simply
      *    means only weekends roll.
       LOAD-HOLIDAY-CALENDAR.
           move 0 to WS-HOL-USED.
           move 'N' to WS-EOF-FLAG.
           open input HOLIDAY-FILE.
           if WS-HOLIDAY-STATUS = '00'
               read HOLIDAY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-HOL-USED < 30
                       add 1 to WS-HOL-USED
                       move HOL-DATE to WS-HOL-ENTRY (WS-HOL-USED)
                   end-if
                   read HOLIDAY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close HOLIDAY-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Every entry counts toward its day's total, deposited or
      *    not: the next-day rule looks at what the pay date
      *    created.
       TOTAL-PAY-DATE-LIABILITY.
           move 'N' to WS-EOF-FLAG.
           read TAX-DEPOSIT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move 0 to WS-DT-FOUND
               perform varying WS-DT-SUB from 1 by 1
                   until WS-DT-SUB > WS-DT-USED
                   if WS-DT-COMPANY (WS-DT-SUB) = TDL-COMPANY
                      and WS-DT-PAY-DATE (WS-DT-SUB) = TDL-PAY-DATE
                       move WS-DT-SUB to WS-DT-FOUND
                   end-if
               end-perform
               if WS-DT-FOUND = 0 and WS-DT-USED < 300
                   add 1 to WS-DT-USED
                   move WS-DT-USED to WS-DT-FOUND
                   move TDL-COMPANY to WS-DT-COMPANY (WS-DT-FOUND)
                   move TDL-PAY-DATE to WS-DT-PAY-DATE (WS-DT-FOUND)
                   move 0 to WS-DT-TOTAL (WS-DT-FOUND)
               end-if
               if WS-DT-FOUND not = 0
                   add TDL-LIABILITY to WS-DT-TOTAL (WS-DT-FOUND)
               end-if
               if TDL-LATE = 'Y'
                   add 1 to WS-LATE-DEPOSIT-COUNT
               end-if
               read TAX-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           move 'N' to WS-EOF-FLAG.

      *    Works out each open liability's due date, rewrites the
      *    ledger where it changed, and classes it for the report.
       SCHEDULE-OPEN-LIABILITIES.
           open i-o TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               display "Tax deposit ledger could not be opened for "
                   "update."
               go to SCHEDULE-OPEN-LIABILITIES-DONE.
           move 'N' to WS-EOF-FLAG.
           read TAX-DEPOSIT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if TDL-OPEN
                   perform SCHEDULE-ONE-LIABILITY
               end-if
               read TAX-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TAX-DEPOSIT-FILE.
       SCHEDULE-OPEN-LIABILITIES-DONE.
           move 'N' to WS-EOF-FLAG.

       SCHEDULE-ONE-LIABILITY.
           move 0 to WS-CO-FOUND.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-CODE (WS-CO-SUB) = TDL-COMPANY
                   move WS-CO-SUB to WS-CO-FOUND
               end-if
           end-perform.
           move 'M' to WS-CALC-SCHEDULE.
           if WS-CO-FOUND not = 0
               move WS-CO-SCHEDULE (WS-CO-FOUND) to WS-CALC-SCHEDULE
           end-if.
           move 'N' to WS-CALC-NEXT-DAY.
           perform varying WS-DT-SUB from 1 by 1
               until WS-DT-SUB > WS-DT-USED
               if WS-DT-COMPANY (WS-DT-SUB) = TDL-COMPANY
                  and WS-DT-PAY-DATE (WS-DT-SUB) = TDL-PAY-DATE
                  and WS-DT-TOTAL (WS-DT-SUB) >= WS-NEXT-DAY-LIMIT
                   move 'Y' to WS-CALC-NEXT-DAY
               end-if
           end-perform.
           evaluate true
               when WS-CALC-NEXT-DAY = 'Y'
                   perform DUE-NEXT-BUSINESS-DAY
                   if WS-CO-FOUND not = 0
                       move 'Y' to WS-CO-HIT-NEXT-DAY (WS-CO-FOUND)
                   end-if
               when WS-CALC-SCHEDULE = 'S'
                   perform DUE-SEMIWEEKLY
               when other
                   perform DUE-MONTHLY
           end-evaluate.
           if WS-CALC-DUE not = TDL-DUE-DATE
              or WS-CALC-SCHEDULE not = TDL-SCHEDULE
              or WS-CALC-NEXT-DAY not = TDL-NEXT-DAY
               move WS-CALC-DUE to TDL-DUE-DATE
               move WS-CALC-SCHEDULE to TDL-SCHEDULE
               move WS-CALC-NEXT-DAY to TDL-NEXT-DAY
               rewrite TAX-DEPOSIT-RECORD
               add 1 to WS-SCHEDULED-COUNT
           end-if.

           if WS-OL-USED >= 500
               add 1 to WS-OL-DROPPED
           else
               add 1 to WS-OL-USED
               set WS-OL-IDX to WS-OL-USED
               move TDL-COMPANY to WS-OL-COMPANY (WS-OL-IDX)
               move TDL-PAY-DATE to WS-OL-PAY-DATE (WS-OL-IDX)
               move TDL-RUN to WS-OL-RUN (WS-OL-IDX)
               move TDL-SCHEDULE to WS-OL-SCHEDULE (WS-OL-IDX)
               move TDL-NEXT-DAY to WS-OL-NEXT-DAY (WS-OL-IDX)
               move TDL-LIABILITY to WS-OL-LIABILITY (WS-OL-IDX)
               compute WS-OL-BALANCE (WS-OL-IDX) =
                   TDL-LIABILITY - TDL-DEPOSITED
               move TDL-DUE-DATE to WS-OL-DUE-DATE (WS-OL-IDX)
               evaluate true
                   when TDL-DUE-DATE < WS-TODAY
                       move 'O' to WS-OL-CLASS (WS-OL-IDX)
                   when TDL-DUE-DATE = WS-TODAY
                       move 'T' to WS-OL-CLASS (WS-OL-IDX)
                   when TDL-DUE-DATE <= WS-WINDOW-END
                       move 'U' to WS-OL-CLASS (WS-OL-IDX)
                   when other
                       move 'L' to WS-OL-CLASS (WS-OL-IDX)
               end-evaluate
           end-if.

       DUE-NEXT-BUSINESS-DAY.
           compute WS-ROLL-INT =
               function integer-of-date (TDL-PAY-DATE) + 1.
           move function date-of-integer (WS-ROLL-INT)
               to WS-ROLL-DATE.
           perform ROLL-TO-BUSINESS-DAY.
           move WS-ROLL-DATE to WS-CALC-DUE.

      *    The 15th of the month after the pay date.
       DUE-MONTHLY.
           move TDL-PAY-DATE to WS-DATE-WORK.
           if WS-DATE-MONTH = 12
               add 1 to WS-DATE-YEAR
               move 1 to WS-DATE-MONTH
           else
               add 1 to WS-DATE-MONTH
           end-if.
           move 15 to WS-DATE-DAY.
           move WS-DATE-WORK to WS-ROLL-DATE.
           perform ROLL-TO-BUSINESS-DAY.
           move WS-ROLL-DATE to WS-CALC-DUE.

      *    The semiweekly period closes on the Friday (pay dates
      *    Wednesday-Friday) or Tuesday (Saturday-Tuesday) on or
      *    after the pay date; the deposit is due on the third
      *    business day after the close, which is the following
      *    Wednesday or Friday unless a holiday pushes it out.
      *    Day 1 of the intrinsic date base was a Monday, so
      *    remainder 6 is Saturday and 0 is Sunday.
       DUE-SEMIWEEKLY.
           compute WS-ROLL-INT =
               function integer-of-date (TDL-PAY-DATE).
           compute WS-ROLL-WEEKDAY = function rem (WS-ROLL-INT, 7).
           evaluate WS-ROLL-WEEKDAY
               when 3 thru 5
                   compute WS-ROLL-INT =
                       WS-ROLL-INT + 5 - WS-ROLL-WEEKDAY
               when 6
                   add 3 to WS-ROLL-INT
               when other
                   compute WS-ROLL-INT =
                       WS-ROLL-INT + 2 - WS-ROLL-WEEKDAY
           end-evaluate.
           move 0 to WS-BUS-DAYS.
           perform until WS-BUS-DAYS >= 3
               add 1 to WS-ROLL-INT
               perform CHECK-BUSINESS-DAY
               if WS-BUS-DAY-FLAG = 'Y'
                   add 1 to WS-BUS-DAYS
               end-if
           end-perform.
           move function date-of-integer (WS-ROLL-INT)
               to WS-CALC-DUE.

       CHECK-BUSINESS-DAY.
           move 'Y' to WS-BUS-DAY-FLAG.
           compute WS-ROLL-WEEKDAY = function rem (WS-ROLL-INT, 7).
           if WS-ROLL-WEEKDAY = 6 or WS-ROLL-WEEKDAY = 0
               move 'N' to WS-BUS-DAY-FLAG
           end-if.
           move function date-of-integer (WS-ROLL-INT)
               to WS-ROLL-DATE.
           perform varying WS-HOL-SUB from 1 by 1
               until WS-HOL-SUB > WS-HOL-USED
               if WS-HOL-ENTRY (WS-HOL-SUB) = WS-ROLL-DATE
                   move 'N' to WS-BUS-DAY-FLAG
               end-if
           end-perform.

      *    Rolls WS-ROLL-DATE forward past weekends and holidays.
       ROLL-TO-BUSINESS-DAY.
           move 'Y' to WS-ROLL-AGAIN.
           perform until WS-ROLL-AGAIN = 'N'
               move 'N' to WS-ROLL-AGAIN
               compute WS-ROLL-INT =
                   function integer-of-date (WS-ROLL-DATE)
               compute WS-ROLL-WEEKDAY =
                   function rem (WS-ROLL-INT, 7)
               if WS-ROLL-WEEKDAY = 6 or WS-ROLL-WEEKDAY = 0
                   move 'Y' to WS-ROLL-AGAIN
               end-if
               perform varying WS-HOL-SUB from 1 by 1
                   until WS-HOL-SUB > WS-HOL-USED
                   if WS-HOL-ENTRY (WS-HOL-SUB) = WS-ROLL-DATE
                       move 'Y' to WS-ROLL-AGAIN
                   end-if
               end-perform
               if WS-ROLL-AGAIN = 'Y'
                   compute WS-ROLL-INT = WS-ROLL-INT + 1
                   move function date-of-integer (WS-ROLL-INT)
                       to WS-ROLL-DATE
               end-if
           end-perform.

      *    One section of the report: the caller leaves the title
      *    in the report line and the class in WS-SECTION-CLASS.
       WRITE-REPORT-SECTION.
           write DEPOSIT-REPORT-LINE.
           move all "-" to DEPOSIT-REPORT-LINE.
           write DEPOSIT-REPORT-LINE.
           move "Co  Company Name                   Pay Date Run    S"
               to DEPOSIT-REPORT-LINE.
           move "     Liability   Open Balance Due Date  Days Late"
               to DEPOSIT-REPORT-LINE(55:49).
           write DEPOSIT-REPORT-LINE.
           move 0 to WS-SECTION-COUNT.
           move 0 to WS-SECTION-AMOUNT.
           perform varying WS-OL-IDX from 1 by 1
               until WS-OL-IDX > WS-OL-USED
               if WS-OL-CLASS (WS-OL-IDX) = WS-SECTION-CLASS
                   perform WRITE-LIABILITY-LINE
               end-if
           end-perform.
           if WS-SECTION-COUNT = 0
               move "  (none)" to DEPOSIT-REPORT-LINE
               write DEPOSIT-REPORT-LINE
           else
               move WS-SECTION-AMOUNT to WS-FMT-TOTAL
               move spaces to DEPOSIT-REPORT-LINE
               string "  " delimited by size
                      WS-SECTION-COUNT delimited by size
                      " liability(ies), open balance "
                          delimited by size
                      WS-FMT-TOTAL delimited by size
                      into DEPOSIT-REPORT-LINE
               end-string
               write DEPOSIT-REPORT-LINE
           end-if.
           move spaces to DEPOSIT-REPORT-LINE.
           write DEPOSIT-REPORT-LINE.

       WRITE-LIABILITY-LINE.
           add 1 to WS-SECTION-COUNT.
           add WS-OL-BALANCE (WS-OL-IDX) to WS-SECTION-AMOUNT.
           move spaces to DEPOSIT-REPORT-LINE.
           move WS-OL-COMPANY (WS-OL-IDX) to DEPOSIT-REPORT-LINE(1:3).
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-CODE (WS-CO-SUB) = WS-OL-COMPANY (WS-OL-IDX)
                   move WS-CO-NAME (WS-CO-SUB)
                       to DEPOSIT-REPORT-LINE(5:30)
               end-if
           end-perform.
           move WS-OL-PAY-DATE (WS-OL-IDX)
               to DEPOSIT-REPORT-LINE(36:8).
           move WS-OL-RUN (WS-OL-IDX) to DEPOSIT-REPORT-LINE(45:6).
           move WS-OL-SCHEDULE (WS-OL-IDX)
               to DEPOSIT-REPORT-LINE(52:1).
           if WS-OL-NEXT-DAY (WS-OL-IDX) = 'Y'
               move "*" to DEPOSIT-REPORT-LINE(53:1)
           end-if.
           move WS-OL-LIABILITY (WS-OL-IDX) to WS-FMT-AMT.
           move WS-FMT-AMT to DEPOSIT-REPORT-LINE(55:14).
           move WS-OL-BALANCE (WS-OL-IDX) to WS-FMT-AMT.
           move WS-FMT-AMT to DEPOSIT-REPORT-LINE(70:14).
           move WS-OL-DUE-DATE (WS-OL-IDX)
               to DEPOSIT-REPORT-LINE(85:8).
           if WS-OL-CLASS (WS-OL-IDX) = 'O'
               compute WS-DAYS-LATE = WS-TODAY-INT
                   - function integer-of-date
                       (WS-OL-DUE-DATE (WS-OL-IDX))
               move WS-DAYS-LATE to WS-FMT-DAYS
               move WS-FMT-DAYS to DEPOSIT-REPORT-LINE(95:5)
           end-if.
           write DEPOSIT-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           perform varying WS-OL-IDX from 1 by 1
               until WS-OL-IDX > WS-OL-USED
               add 1 to WS-OPEN-COUNT
               add WS-OL-BALANCE (WS-OL-IDX) to WS-OPEN-AMOUNT
               if WS-OL-CLASS (WS-OL-IDX) = 'O'
                   add 1 to WS-OVERDUE-COUNT
                   add WS-OL-BALANCE (WS-OL-IDX) to WS-OVERDUE-AMOUNT
               end-if
           end-perform.
           move "SUMMARY" to DEPOSIT-REPORT-LINE.
           write DEPOSIT-REPORT-LINE.
           move all "=" to DEPOSIT-REPORT-LINE.
           write DEPOSIT-REPORT-LINE.
           move WS-OPEN-AMOUNT to WS-FMT-TOTAL.
           move spaces to DEPOSIT-REPORT-LINE.
           string "Open liabilities:      " delimited by size
                  WS-OPEN-COUNT delimited by size
                  "  balance " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           write DEPOSIT-REPORT-LINE.
           move WS-OVERDUE-AMOUNT to WS-FMT-TOTAL.
           move spaces to DEPOSIT-REPORT-LINE.
           string "Overdue:               " delimited by size
                  WS-OVERDUE-COUNT delimited by size
                  "  balance " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           write DEPOSIT-REPORT-LINE.
           move spaces to DEPOSIT-REPORT-LINE.
           string "Due dates worked out:  " delimited by size
                  WS-SCHEDULED-COUNT delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           write DEPOSIT-REPORT-LINE.
           move spaces to DEPOSIT-REPORT-LINE.
           string "Late deposits on file: " delimited by size
                  WS-LATE-DEPOSIT-COUNT delimited by size
                  into DEPOSIT-REPORT-LINE
           end-string.
           write DEPOSIT-REPORT-LINE.
           move "  S column: M monthly, S semiweekly; * next-day "
               to DEPOSIT-REPORT-LINE.
           move "deposit (pay date liability over the threshold)."
               to DEPOSIT-REPORT-LINE(49:48).
           write DEPOSIT-REPORT-LINE.
           perform varying WS-CO-SUB from 1 by 1
               until WS-CO-SUB > WS-CO-USED
               if WS-CO-HIT-NEXT-DAY (WS-CO-SUB) = 'Y'
                  and WS-CO-SCHEDULE (WS-CO-SUB) = 'M'
                   move spaces to DEPOSIT-REPORT-LINE
                   string "  ** Company " delimited by size
                          WS-CO-CODE (WS-CO-SUB) delimited by size
                          " hit the next-day threshold and is now a"
                              delimited by size
                          " semiweekly depositor -- update the"
                              delimited by size
                          " company master **" delimited by size
                          into DEPOSIT-REPORT-LINE
                   end-string
                   write DEPOSIT-REPORT-LINE
               end-if
           end-perform.
           if WS-OL-DROPPED > 0
               move spaces to DEPOSIT-REPORT-LINE
               string "  ** " delimited by size
                      WS-OL-DROPPED delimited by size
                      " open liability(ies) over the 500-entry table"
                          delimited by size
                      " not listed **" delimited by size
                      into DEPOSIT-REPORT-LINE
               end-string
               write DEPOSIT-REPORT-LINE
           end-if.
