       identification division.
       program-id. loan-interest-accrual.

      *    Daily loan interest accrual. Every open loan accrues
      *    interest at its daily rate on the outstanding balance for
      *    each day since it last accrued, so month-end books carry
      *    interest earned but not yet collected. Each day's figures
      *    go to LOAN-ACCRUAL-LOG-FILE, which banking-gl-export.cbl
      *    books the way it books fx_income.dat:
      *      A  accrual             Dr Accrued Interest Receivable
      *                             Cr Loan Interest Income
      *      R  nonaccrual reversal Dr Loan Interest Income
      *                             Cr Accrued Interest Receivable
      *    (loan-payment.cbl writes the C and I lines when interest is
      *    collected). A loan that reaches the delinquency threshold
      *    (NONACCRUAL-DAYS past its next-due date, 90 unless the
      *    parameter master says otherwise -- the same 90+ bucket
      *    loan-aging.cbl reports) is moved to nonaccrual and the
      *    interest accrued but not collected is reversed out of
      *    income. A nonaccrual loan returns to accrual only once it
      *    is current again and has made ACCRUAL-RESTORE-PMTS
      *    consecutive on-time payments (6 by default); accrual
      *    resumes from that day. A loan inside an approved deferral
      *    or forbearance window from loan-workout.cbl accrues nothing
      *    for those days -- loan-payment.cbl does not collect the
      *    interest on the months it skips. Modeled on
      *    loan-payment.cbl's batch-job shape.

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
      *    Accrual status per loan, shared with loan-payment.cbl and
      *    the loan reports.
       select LOAN-ACCRUAL-FILE
           assign to 'loan_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is LACR-LOAN-ID
           lock mode is automatic
           file status is WS-LACR-STATUS.
       select LOAN-ACCRUAL-LOG-FILE
           assign to 'loan_accruals.dat'
           organization is line sequential
           file status is WS-ACR-LOG-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
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

       fd LOAN-ACCRUAL-FILE.
       01 LOAN-ACCRUAL-RECORD.
          05 LACR-LOAN-ID           pic 9(6).
          05 LACR-CUST-ID           pic 9(6).
          05 LACR-STATUS            pic x(1).
             88 LACR-ACCRUING       value 'A'.
             88 LACR-NONACCRUAL     value 'N'.
          05 LACR-ACCRUED-UNPAID    pic 9(8)v99.
          05 LACR-LAST-ACCRUAL-DATE pic 9(8).
          05 LACR-NONACCRUAL-DATE   pic 9(8).
          05 LACR-CONSEC-PAYMENTS   pic 9(3).
          05 LACR-REVERSED-TOTAL    pic 9(8)v99.

       fd LOAN-ACCRUAL-LOG-FILE.
       01 LOAN-ACCRUAL-LOG-RECORD.
          05 ACR-DATE               pic 9(8).
          05 ACR-LOAN-ID            pic 9(6).
          05 ACR-CUST-ID            pic 9(6).
          05 ACR-TYPE               pic x(1).
             88 ACR-ACCRUAL         value 'A'.
             88 ACR-REVERSAL        value 'R'.
             88 ACR-COLLECTED       value 'C'.
             88 ACR-CASH-INCOME     value 'I'.
          05 ACR-AMOUNT             pic 9(8)v99.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd LOAN-WORKOUT-FILE.
       01 LOAN-WORKOUT-RECORD.
          05 WKO-LOAN-ID            pic 9(6).
          05 WKO-CUST-ID            pic 9(6).
          05 WKO-MOD-COUNT          pic 9(3).
          05 WKO-FIRST-MOD-DATE     pic 9(8).
          05 WKO-LAST-MOD-ID        pic 9(6).
          05 WKO-LAST-MOD-DATE      pic 9(8).
          05 WKO-LAST-MOD-TYPE      pic x(1).
          05 WKO-BAL-AT-FIRST-MOD   pic 9(8)v99.
          05 WKO-DEFER-START        pic 9(8).
          05 WKO-DEFER-END          pic 9(8).
          05 WKO-HOLD-UNTIL         pic 9(8).
          05 WKO-BALLOON-AMOUNT     pic 9(8)v99.
          05 WKO-PAYMENTS-SINCE     pic 9(3).
          05 WKO-LAST-PAID-DATE     pic 9(8).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-LACR-STATUS            pic xx.
       01 WS-ACR-LOG-STATUS         pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-WKO-STATUS             pic xx.
       01 WS-IN-DEFERRAL            pic x.
       01 WS-DEFERRED-COUNT         pic 9(5) value zero.
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

       01 WS-NONACCRUAL-DAYS        pic 9(3) value 90.
       01 WS-RESTORE-PAYMENTS       pic 9(3) value 6.

       01 WS-LACR-ON-FILE           pic x.
       01 WS-DAYS-PAST-DUE          pic s9(8).
       01 WS-ACCRUAL-DAYS           pic s9(6).
       01 WS-DAILY-RATE             pic 9v9(10).
       01 WS-ACCRUAL-AMOUNT         pic 9(8)v99.

      *    Paid-through = one month before the next due date, where a
      *    loan seen here for the first time starts accruing.
       01 WS-PAID-THRU-DATE         pic 9(8).
       01 WS-PT-YYYY                pic 9(4).
       01 WS-PT-MM                  pic 9(2).
       01 WS-PT-DD                  pic 9(2).

       01 WS-ACCRUED-COUNT          pic 9(5) value zero.
       01 WS-ACCRUED-TOTAL          pic 9(10)v99 value zero.
       01 WS-NONACCRUAL-COUNT       pic 9(5) value zero.
       01 WS-REVERSED-TOTAL         pic 9(10)v99 value zero.
       01 WS-RESTORED-COUNT         pic 9(5) value zero.
       01 WS-ON-NONACCRUAL          pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Loan Interest Accrual Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform READ-ACCRUAL-PARAMETERS.

           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found. Nothing to accrue."
               stop run
           end-if.
           open i-o LOAN-ACCRUAL-FILE.
           if WS-LACR-STATUS not = '00'
               open output LOAN-ACCRUAL-FILE
               close LOAN-ACCRUAL-FILE
               open i-o LOAN-ACCRUAL-FILE
           end-if.
           open extend LOAN-ACCRUAL-LOG-FILE.
           if WS-ACR-LOG-STATUS not = '00'
               open output LOAN-ACCRUAL-LOG-FILE
           end-if.
           open input LOAN-WORKOUT-FILE.

           read LOAN-FILE next record
               at end
                   display "No loan records found."
               not at end
                   perform until EOF-REACHED
                       if LOAN-OPEN
                           perform ACCRUE-ONE-LOAN
                               thru ACCRUE-ONE-LOAN-DONE
                       end-if
                       read LOAN-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-perform
           end-read.
           close LOAN-FILE.
           close LOAN-ACCRUAL-FILE.
           close LOAN-ACCRUAL-LOG-FILE.
           if WS-WKO-STATUS = '00'
               close LOAN-WORKOUT-FILE
           end-if.

           display WS-ACCRUED-COUNT " loan(s) accrued, total "
               WS-ACCRUED-TOTAL ".".
           display WS-NONACCRUAL-COUNT " loan(s) moved to nonaccrual, "
               "interest reversed " WS-REVERSED-TOTAL ".".
           display WS-RESTORED-COUNT " loan(s) returned to accrual.".
           display WS-DEFERRED-COUNT " loan(s) in a deferral window, "
               "not accrued.".
           display WS-ON-NONACCRUAL " loan(s) now on nonaccrual.".
           stop run.

      *    Status changes first, then the day's accrual for a loan
      *    still (or again) accruing.
       ACCRUE-ONE-LOAN.
           move LOAN-ID to LACR-LOAN-ID.
           move 'Y' to WS-LACR-ON-FILE.
           read LOAN-ACCRUAL-FILE
               invalid key
                   move 'N' to WS-LACR-ON-FILE
                   perform COMPUTE-PAID-THRU-DATE
                   move LOAN-ID to LACR-LOAN-ID
                   move LOAN-CUST-ID to LACR-CUST-ID
                   set LACR-ACCRUING to true
                   move 0 to LACR-ACCRUED-UNPAID
                   if WS-PAID-THRU-DATE < WS-BUSINESS-DATE
                       move WS-PAID-THRU-DATE
                           to LACR-LAST-ACCRUAL-DATE
                   else
                       move WS-BUSINESS-DATE
                           to LACR-LAST-ACCRUAL-DATE
                   end-if
                   move 0 to LACR-NONACCRUAL-DATE
                   move 0 to LACR-CONSEC-PAYMENTS
                   move 0 to LACR-REVERSED-TOTAL
           end-read.

           move 0 to WS-DAYS-PAST-DUE.
           if LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
               compute WS-DAYS-PAST-DUE =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (LOAN-NEXT-DUE-DATE)
           end-if.

           if LACR-ACCRUING
              and WS-DAYS-PAST-DUE >= WS-NONACCRUAL-DAYS
               perform MOVE-TO-NONACCRUAL
           else
               if LACR-NONACCRUAL
                  and WS-DAYS-PAST-DUE <= 0
                  and LACR-CONSEC-PAYMENTS >= WS-RESTORE-PAYMENTS
                   set LACR-ACCRUING to true
                   move WS-BUSINESS-DATE to LACR-LAST-ACCRUAL-DATE
                   move 0 to LACR-NONACCRUAL-DATE
                   add 1 to WS-RESTORED-COUNT
                   display "Loan " LOAN-ID " returned to accrual."
               end-if
           end-if.

           perform CHECK-DEFERRAL-WINDOW.
           if LACR-ACCRUING
               if WS-IN-DEFERRAL = 'Y'
                   move WS-BUSINESS-DATE to LACR-LAST-ACCRUAL-DATE
                   add 1 to WS-DEFERRED-COUNT
               else
                   perform ACCRUE-DAYS-INTEREST
               end-if
           else
               add 1 to WS-ON-NONACCRUAL
           end-if.

           if WS-LACR-ON-FILE = 'Y'
               rewrite LOAN-ACCRUAL-RECORD
           else
               write LOAN-ACCRUAL-RECORD
           end-if.
       ACCRUE-ONE-LOAN-DONE.
           continue.

      *    Inside the deferral window of an approved deferral or
      *    forbearance on LOAN-WORKOUT-FILE.
       CHECK-DEFERRAL-WINDOW.
           move 'N' to WS-IN-DEFERRAL.
           if WS-WKO-STATUS = '00'
               move LOAN-ID to WKO-LOAN-ID
               read LOAN-WORKOUT-FILE
                   invalid key
                       continue
                   not invalid key
                       if WS-BUSINESS-DATE >= WKO-DEFER-START
                          and WS-BUSINESS-DATE < WKO-DEFER-END
                           move 'Y' to WS-IN-DEFERRAL
                       end-if
               end-read
           end-if.

      *    Interest accrued and not collected comes back out of
      *    income the day the loan goes nonaccrual.
       MOVE-TO-NONACCRUAL.
           if LACR-ACCRUED-UNPAID > 0
               move 'R' to ACR-TYPE
               move LACR-ACCRUED-UNPAID to ACR-AMOUNT
               perform WRITE-ACCRUAL-LOG
               add LACR-ACCRUED-UNPAID to LACR-REVERSED-TOTAL
               add LACR-ACCRUED-UNPAID to WS-REVERSED-TOTAL
               move 0 to LACR-ACCRUED-UNPAID
           end-if.
           set LACR-NONACCRUAL to true.
           move WS-BUSINESS-DATE to LACR-NONACCRUAL-DATE.
           move 0 to LACR-CONSEC-PAYMENTS.
           add 1 to WS-NONACCRUAL-COUNT.
           display "Loan " LOAN-ID " moved to nonaccrual, "
               WS-DAYS-PAST-DUE " days past due.".

      *    Actual days since the last accrual at the daily rate, so a
      *    weekend or a missed run catches up on the next one.
       ACCRUE-DAYS-INTEREST.
           compute WS-ACCRUAL-DAYS =
               function integer-of-date (WS-BUSINESS-DATE)
               - function integer-of-date (LACR-LAST-ACCRUAL-DATE).
           if WS-ACCRUAL-DAYS > 0
               compute WS-DAILY-RATE = LOAN-RATE / 36500
               compute WS-ACCRUAL-AMOUNT rounded =
                   LOAN-BALANCE * WS-DAILY-RATE * WS-ACCRUAL-DAYS
               move WS-BUSINESS-DATE to LACR-LAST-ACCRUAL-DATE
               if WS-ACCRUAL-AMOUNT > 0
                   add WS-ACCRUAL-AMOUNT to LACR-ACCRUED-UNPAID
                   move 'A' to ACR-TYPE
                   move WS-ACCRUAL-AMOUNT to ACR-AMOUNT
                   perform WRITE-ACCRUAL-LOG
                   add 1 to WS-ACCRUED-COUNT
                   add WS-ACCRUAL-AMOUNT to WS-ACCRUED-TOTAL
               end-if
           end-if.

       WRITE-ACCRUAL-LOG.
           move WS-BUSINESS-DATE to ACR-DATE.
           move LOAN-ID to ACR-LOAN-ID.
           move LOAN-CUST-ID to ACR-CUST-ID.
           write LOAN-ACCRUAL-LOG-RECORD.

      *    One month before LOAN-NEXT-DUE-DATE, day clamped to 28
      *    the same way the due-date advance clamps it.
       COMPUTE-PAID-THRU-DATE.
           move LOAN-NEXT-DUE-DATE(1:4) to WS-PT-YYYY.
           move LOAN-NEXT-DUE-DATE(5:2) to WS-PT-MM.
           move LOAN-NEXT-DUE-DATE(7:2) to WS-PT-DD.
           if WS-PT-MM = 1
               subtract 1 from WS-PT-YYYY
               move 12 to WS-PT-MM
           else
               subtract 1 from WS-PT-MM
           end-if.
           if WS-PT-DD > 28
               move 28 to WS-PT-DD
           end-if.
           compute WS-PAID-THRU-DATE =
               WS-PT-YYYY * 10000 + WS-PT-MM * 100 + WS-PT-DD.

       READ-ACCRUAL-PARAMETERS.
           move 'NONACCRUAL-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-NONACCRUAL-DAYS
           end-if.
           move 'ACCRUAL-RESTORE-PMTS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-RESTORE-PAYMENTS
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
