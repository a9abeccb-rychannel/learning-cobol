       identification division.
       program-id. loan-late-charge.

      *    Daily late-charge assessment for the loan book. A loan
      *    loan-payment.cbl could not collect keeps its next-due date,
      *    so every installment from that date forward that has gone
      *    the grace days past due without a payment is charged here
      *    -- once per installment, tracked by the last installment
      *    date charged in LATE-CHARGE-FILE. The charge is the flat
      *    amount on fee_schedule.dat, or the percentage of the
      *    installment when one is set; the parameter master wins
      *    over the file, as it does for the other fees. A grace
      *    period that ends on a weekend or a holidays.dat date runs
      *    to the next business day, and the job assesses nothing
      *    when the business date itself is not a banking day.
      *    Unpaid charges sit on LATE-CHARGE-FILE until loan-payment
      *    applies the next collection to them first; the payoff
      *    quote and the loan statement carry them from there.
      *    A servicemember borrower inside the protected period on
      *    scra_status.dat is not charged: every installment that
      *    falls due in that period, or whose grace runs out while
      *    it lasts, is waived and marked so it is never charged.

       environment division.
       input-output section.
       file-control.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select LATE-CHARGE-FILE
           assign to 'loan_late_charges.dat'
           organization is indexed
           access mode is dynamic
           record key is LLC-LOAN-ID
           lock mode is automatic
           file status is WS-LLC-STATUS.
       select SCRA-STATUS-FILE
           assign to 'scra_status.dat'
           organization is indexed
           access mode is dynamic
           record key is SCRA-CUST-ID
           lock mode is automatic
           file status is WS-SCRA-STATUS.
       select FEE-SCHEDULE-FILE
           assign to 'fee_schedule.dat'
           organization is line sequential
           file status is WS-FEE-FILE-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select HOLIDAY-FILE
           assign to 'holidays.dat'
           organization is line sequential
           file status is WS-HOLIDAY-STATUS.
       select LATE-CHARGE-REPORT-FILE
           assign to 'loan_late_charge_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID                pic 9(6).
          05 LOAN-CUST-ID           pic 9(6).
          05 LOAN-PRINCIPAL         pic 9(8)v99.
          05 LOAN-BALANCE           pic 9(8)v99.
          05 LOAN-RATE              pic 9(2)v9(4).
          05 LOAN-TERM-MONTHS       pic 9(3).
          05 LOAN-PAYMENT-AMOUNT    pic 9(8)v99.
          05 LOAN-ORIGIN-DATE       pic 9(8).
          05 LOAN-NEXT-DUE-DATE     pic 9(8).
          05 LOAN-STATUS            pic x(1).
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

      *    Active-duty status kept by scra-maint.cbl.
       fd SCRA-STATUS-FILE.
       01 SCRA-STATUS-RECORD.
          05 SCRA-CUST-ID           pic 9(6).
          05 SCRA-DUTY-START        pic 9(8).
          05 SCRA-DUTY-END          pic 9(8).
          05 SCRA-PROTECT-END       pic 9(8).
          05 SCRA-DOC-TYPE          pic x(4).
          05 SCRA-DOC-REF           pic x(20).
          05 SCRA-DOC-DATE          pic 9(8).
          05 SCRA-RECORDED-BY       pic 9(4).
          05 SCRA-RECORDED-DATE     pic 9(8).
          05 SCRA-STATUS            pic x(1).

      *    One row per loan that has ever been charged: the unpaid
      *    late charges still owed, lifetime assessed and paid
      *    figures for the statement, and the last installment due
      *    date charged so no installment is charged twice.
       fd LATE-CHARGE-FILE.
       01 LATE-CHARGE-RECORD.
          05 LLC-LOAN-ID            pic 9(6).
          05 LLC-CUST-ID            pic 9(6).
          05 LLC-UNPAID             pic 9(6)v99.
          05 LLC-TOTAL-ASSESSED     pic 9(8)v99.
          05 LLC-TOTAL-PAID         pic 9(8)v99.
          05 LLC-LAST-DUE-CHARGED   pic 9(8).
          05 LLC-LAST-ASSESSED-DATE pic 9(8).
          05 LLC-LAST-PAID-DATE     pic 9(8).

       fd FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FEE-MONTHLY-AMOUNT     pic 9(4)v99.
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE               pic 9(8).
          05 HOL-NAME               pic x(20).

       fd LATE-CHARGE-REPORT-FILE.
       01 LATE-CHARGE-LINE          pic x(80).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-LLC-STATUS             pic xx.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-HOLIDAY-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

      *    Late-charge terms; the built-in defaults stand when neither
      *    the fee schedule nor the parameter master carries them.
       01 WS-LATE-FLAT-AMOUNT       pic 9(4)v99 value 25.00.
       01 WS-LATE-PERCENT           pic 9(2)v99 value zero.
       01 WS-GRACE-DAYS             pic 9(3) value 15.

       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY occurs 30 times pic 9(8).
       01 WS-HOL-USED               pic 9(2) value zero.
       01 WS-HOL-SUB                pic 9(2).
       01 WS-HOL-EOF-FLAG           pic x value 'N'.
          88 HOL-EOF-REACHED        value 'Y'.
       01 WS-ROLL-DATE              pic 9(8).
       01 WS-ROLL-INT               pic 9(8).
       01 WS-ROLL-WEEKDAY           pic 9(1).
       01 WS-ROLL-AGAIN             pic x.

      *    The installment being tested and the business day its
      *    grace period runs out on.
       01 WS-INST-DATE              pic 9(8).
       01 WS-INST-YEAR              pic 9(4).
       01 WS-INST-MONTH             pic 9(2).
       01 WS-INST-DAY               pic 9(2).
       01 WS-GRACE-END-DATE         pic 9(8).
       01 WS-LATE-AMOUNT            pic 9(6)v99.
       01 WS-LLC-ON-FILE            pic x.
       01 WS-LOAN-CHARGED           pic x.
       01 WS-LOAN-WAIVED            pic x.

      *    The borrower's SCRA protected period; zeros when none.
       01 WS-SCRA-STATUS            pic xx.
       01 WS-SCRA-START             pic 9(8).
       01 WS-SCRA-END               pic 9(8).
       01 WS-SCRA-TODAY             pic x.
       01 WS-CHARGES-WAIVED         pic 9(5) value zero.

       01 WS-LOANS-CHARGED          pic 9(5) value zero.
       01 WS-CHARGES-ASSESSED       pic 9(5) value zero.
       01 WS-CHARGE-TOTAL           pic 9(8)v99 value zero.
       01 WS-FMT-AMT                pic -(7)9.99.
       01 WS-FMT-UNPAID             pic -(7)9.99.

       procedure division.
       MAIN-LOGIC.
           display "Loan Late-Charge Assessment Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform LOAD-HOLIDAY-CALENDAR.
           move WS-BUSINESS-DATE to WS-ROLL-DATE.
           perform ROLL-TO-BUSINESS-DAY.
           if WS-ROLL-DATE not = WS-BUSINESS-DATE
               display "Business date " WS-BUSINESS-DATE
                   " is a weekend or holiday. No late charges "
                   "assessed."
               stop run
           end-if.
           perform READ-LATE-CHARGE-TERMS.

           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found. Nothing to assess."
               stop run
           end-if.
           open i-o LATE-CHARGE-FILE.
           if WS-LLC-STATUS not = '00'
               open output LATE-CHARGE-FILE
               close LATE-CHARGE-FILE
               open i-o LATE-CHARGE-FILE
           end-if.
           open input SCRA-STATUS-FILE.

           open output LATE-CHARGE-REPORT-FILE.
           move spaces to LATE-CHARGE-LINE.
           string "LOAN LATE CHARGES ASSESSED - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into LATE-CHARGE-LINE
           end-string.
           write LATE-CHARGE-LINE.
           move "Loan   Cust   Installment     Charge      Unpaid"
               to LATE-CHARGE-LINE.
           write LATE-CHARGE-LINE.
           move all "=" to LATE-CHARGE-LINE.
           write LATE-CHARGE-LINE.

           read LOAN-FILE next record
               at end
                   display "No loan records found."
               not at end
                   perform until EOF-REACHED
                       if LOAN-OPEN
                          and LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
                           perform ASSESS-ONE-LOAN
                               thru ASSESS-ONE-LOAN-DONE
                       end-if
                       read LOAN-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-perform
           end-read.
           close LOAN-FILE.
           close LATE-CHARGE-FILE.
           if WS-SCRA-STATUS = '00'
               close SCRA-STATUS-FILE
           end-if.

           move all "-" to LATE-CHARGE-LINE.
           write LATE-CHARGE-LINE.
           move WS-CHARGE-TOTAL to WS-FMT-AMT.
           move spaces to LATE-CHARGE-LINE.
           string WS-CHARGES-ASSESSED delimited by size
                  " charge(s) on " delimited by size
                  WS-LOANS-CHARGED delimited by size
                  " loan(s), total " delimited by size
                  WS-FMT-AMT delimited by size
                  ", " delimited by size
                  WS-CHARGES-WAIVED delimited by size
                  " waived (SCRA)" delimited by size
                  into LATE-CHARGE-LINE
           end-string.
           write LATE-CHARGE-LINE.
           close LATE-CHARGE-REPORT-FILE.

           display WS-CHARGES-ASSESSED " late charge(s) assessed on "
               WS-LOANS-CHARGED " loan(s).".
           display "Late charges assessed: " WS-CHARGE-TOTAL.
           display "Report written to loan_late_charge_report.txt.".
           stop run.

      *    Walks the loan's installments from its next-due date up to
      *    the business date and charges each one whose grace period
      *    has run out and that has not been charged before.
       ASSESS-ONE-LOAN.
           move LOAN-ID to LLC-LOAN-ID.
           move 'Y' to WS-LLC-ON-FILE.
           read LATE-CHARGE-FILE
               invalid key
                   move 'N' to WS-LLC-ON-FILE
                   move LOAN-ID to LLC-LOAN-ID
                   move LOAN-CUST-ID to LLC-CUST-ID
                   move 0 to LLC-UNPAID
                   move 0 to LLC-TOTAL-ASSESSED
                   move 0 to LLC-TOTAL-PAID
                   move 0 to LLC-LAST-DUE-CHARGED
                   move 0 to LLC-LAST-ASSESSED-DATE
                   move 0 to LLC-LAST-PAID-DATE
           end-read.
           move 'N' to WS-LOAN-CHARGED.
           move 'N' to WS-LOAN-WAIVED.
           perform LOOKUP-SCRA-WINDOW.
           move LOAN-NEXT-DUE-DATE to WS-INST-DATE.
           perform until WS-INST-DATE >= WS-BUSINESS-DATE
               perform CHECK-ONE-INSTALLMENT
               perform ADVANCE-INSTALLMENT-DATE
           end-perform.
           if WS-LOAN-CHARGED = 'N' and WS-LOAN-WAIVED = 'N'
               go to ASSESS-ONE-LOAN-DONE
           end-if.
           if WS-LLC-ON-FILE = 'Y'
               rewrite LATE-CHARGE-RECORD
           else
               write LATE-CHARGE-RECORD
           end-if.
           if WS-LOAN-CHARGED = 'Y'
               add 1 to WS-LOANS-CHARGED
           end-if.
       ASSESS-ONE-LOAN-DONE.
           continue.

      *    The grace days count from the installment date; when the
      *    last grace day is not a banking day the charge waits for
      *    the next one.
       CHECK-ONE-INSTALLMENT.
           if WS-INST-DATE > LLC-LAST-DUE-CHARGED
               compute WS-ROLL-INT =
                   function integer-of-date (WS-INST-DATE)
                   + WS-GRACE-DAYS
               move function date-of-integer (WS-ROLL-INT)
                   to WS-ROLL-DATE
               perform ROLL-TO-BUSINESS-DAY
               move WS-ROLL-DATE to WS-GRACE-END-DATE
               if WS-BUSINESS-DATE >= WS-GRACE-END-DATE
                   if WS-SCRA-TODAY = 'Y'
                      or (WS-INST-DATE >= WS-SCRA-START
                          and WS-INST-DATE <= WS-SCRA-END)
                       perform WAIVE-ONE-INSTALLMENT
                   else
                       perform CHARGE-ONE-INSTALLMENT
                   end-if
               end-if
           end-if.

      *    The borrower's protected period, and whether the business
      *    date falls inside it.
       LOOKUP-SCRA-WINDOW.
           move 0 to WS-SCRA-START.
           move 0 to WS-SCRA-END.
           move 'N' to WS-SCRA-TODAY.
           if WS-SCRA-STATUS = '00'
               move LOAN-CUST-ID to SCRA-CUST-ID
               read SCRA-STATUS-FILE
                   invalid key
                       continue
                   not invalid key
                       move SCRA-DUTY-START to WS-SCRA-START
                       move SCRA-PROTECT-END to WS-SCRA-END
               end-read
           end-if.
           if WS-SCRA-START > 0
              and WS-BUSINESS-DATE >= WS-SCRA-START
              and WS-BUSINESS-DATE <= WS-SCRA-END
               move 'Y' to WS-SCRA-TODAY
           end-if.

      *    No charge, but the installment is marked as dealt with so
      *    it is not charged once the protected period is over.
       WAIVE-ONE-INSTALLMENT.
           move WS-INST-DATE to LLC-LAST-DUE-CHARGED.
           move 'Y' to WS-LOAN-WAIVED.
           add 1 to WS-CHARGES-WAIVED.
           move spaces to LATE-CHARGE-LINE.
           string LOAN-ID delimited by size
                  " " delimited by size
                  LOAN-CUST-ID delimited by size
                  " " delimited by size
                  WS-INST-DATE delimited by size
                  "   waived - SCRA protected period"
                      delimited by size
                  into LATE-CHARGE-LINE
           end-string.
           write LATE-CHARGE-LINE.

       CHARGE-ONE-INSTALLMENT.
           if WS-LATE-PERCENT > 0
               compute WS-LATE-AMOUNT rounded =
                   LOAN-PAYMENT-AMOUNT * WS-LATE-PERCENT / 100
           else
               move WS-LATE-FLAT-AMOUNT to WS-LATE-AMOUNT
           end-if.
           if WS-LATE-AMOUNT = 0
               move WS-INST-DATE to LLC-LAST-DUE-CHARGED
           else
               add WS-LATE-AMOUNT to LLC-UNPAID
               add WS-LATE-AMOUNT to LLC-TOTAL-ASSESSED
               move WS-INST-DATE to LLC-LAST-DUE-CHARGED
               move WS-BUSINESS-DATE to LLC-LAST-ASSESSED-DATE
               move 'Y' to WS-LOAN-CHARGED
               add 1 to WS-CHARGES-ASSESSED
               add WS-LATE-AMOUNT to WS-CHARGE-TOTAL
               perform WRITE-CHARGE-LINE
           end-if.

       WRITE-CHARGE-LINE.
           move WS-LATE-AMOUNT to WS-FMT-AMT.
           move LLC-UNPAID to WS-FMT-UNPAID.
           move spaces to LATE-CHARGE-LINE.
           string LOAN-ID delimited by size
                  " " delimited by size
                  LOAN-CUST-ID delimited by size
                  " " delimited by size
                  WS-INST-DATE delimited by size
                  " " delimited by size
                  WS-FMT-AMT delimited by size
                  " " delimited by size
                  WS-FMT-UNPAID delimited by size
                  into LATE-CHARGE-LINE
           end-string.
           write LATE-CHARGE-LINE.

      *    The next installment date, advanced exactly the way
      *    loan-payment.cbl advances a loan (day clamped to 28, then
      *    rolled to a business day) so an installment charged here
      *    is the same date the loan shows once a payment lands.
       ADVANCE-INSTALLMENT-DATE.
           move WS-INST-DATE(1:4) to WS-INST-YEAR.
           move WS-INST-DATE(5:2) to WS-INST-MONTH.
           move WS-INST-DATE(7:2) to WS-INST-DAY.
           if WS-INST-DAY > 28
               move 28 to WS-INST-DAY
           end-if.
           add 1 to WS-INST-MONTH.
           if WS-INST-MONTH > 12
               move 1 to WS-INST-MONTH
               add 1 to WS-INST-YEAR
           end-if.
           compute WS-INST-DATE =
               WS-INST-YEAR * 10000 + WS-INST-MONTH * 100
               + WS-INST-DAY.
           move WS-INST-DATE to WS-ROLL-DATE.
           perform ROLL-TO-BUSINESS-DAY.
           move WS-ROLL-DATE to WS-INST-DATE.

      *    Late-charge terms from the schedule fee-schedule-maint.cbl
      *    keeps (a schedule saved before the terms existed leaves
      *    them blank and the defaults stand); the parameter master
      *    wins over the file.
       READ-LATE-CHARGE-TERMS.
           open input FEE-SCHEDULE-FILE.
           if WS-FEE-FILE-STATUS = '00'
               read FEE-SCHEDULE-FILE
                   at end
                       continue
                   not at end
                       if FEE-LATE-GRACE-DAYS is numeric
                          and FEE-LATE-CHARGE is numeric
                          and FEE-LATE-PERCENT is numeric
                           move FEE-LATE-CHARGE to WS-LATE-FLAT-AMOUNT
                           move FEE-LATE-PERCENT to WS-LATE-PERCENT
                           move FEE-LATE-GRACE-DAYS to WS-GRACE-DAYS
                       end-if
               end-read
               close FEE-SCHEDULE-FILE
           end-if.
           move 'FEE-LATE-CHARGE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-LATE-FLAT-AMOUNT
           end-if.
           move 'LATE-GRACE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-GRACE-DAYS
           end-if.

      *    Keyed read against the parameter master.
       LOOKUP-PARAMETER.
           move 'N' to WS-PRM-FOUND.
           move 0 to WS-PRM-VALUE.
           move WS-BUSINESS-DATE to WS-PRM-ASOF.
           if WS-PRM-ASOF = 0
               move function current-date(1:8) to WS-PRM-ASOF
           end-if.
           open input PARAMETER-FILE.
           if WS-PRM-STATUS = '00'
               move WS-PRM-LOOKUP-NAME to PRM-NAME
               read PARAMETER-FILE
                   invalid key
                       continue
                   not invalid key
                       if PRM-EFFECTIVE-DATE <= WS-PRM-ASOF
                           move PRM-VALUE to WS-PRM-VALUE
                           move 'Y' to WS-PRM-FOUND
                       end-if
               end-read
               close PARAMETER-FILE
           end-if.

      *    Loads the holiday calendar once; a missing file simply
      *    means only weekends roll.
       LOAD-HOLIDAY-CALENDAR.
           move 0 to WS-HOL-USED.
           move 'N' to WS-HOL-EOF-FLAG.
           open input HOLIDAY-FILE.
           if WS-HOLIDAY-STATUS = '00'
               read HOLIDAY-FILE
                   at end
                       move 'Y' to WS-HOL-EOF-FLAG
               end-read
               perform until HOL-EOF-REACHED
                   if WS-HOL-USED < 30
                       add 1 to WS-HOL-USED
                       move HOL-DATE to WS-HOL-ENTRY (WS-HOL-USED)
                   end-if
                   read HOLIDAY-FILE
                       at end
                           move 'Y' to WS-HOL-EOF-FLAG
                   end-read
               end-perform
               close HOLIDAY-FILE
           end-if.

      *    Rolls WS-ROLL-DATE forward past weekends and holidays.
      *    Day 1 of the intrinsic date base was a Monday, so
      *    remainder 6 is Saturday and 0 is Sunday.
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

      *    Reads the open business date, the same rule the teller
      *    screen applies: a missing control file falls back to the
      *    calendar date, a closed day refuses the run.
       GET-BUSINESS-DATE.
           move 'Y' to WS-BUSDATE-OK.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
                       if BUSDATE-CLOSED
                           move 'N' to WS-BUSDATE-OK
                       end-if
               end-read
               close BUSINESS-DATE-FILE
           end-if.
