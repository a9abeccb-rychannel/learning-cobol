       identification division.
       program-id. scra-protection.

      *    Daily servicemember (SCRA) protection run. Every open loan
      *    and credit line belonging to a customer inside the
      *    protected period on scra_status.dat (from the start of
      *    active duty through SCRA-PROTECT-END) is held at no more
      *    than SCRA-RATE-CAP percent (6.0000 by default). The first
      *    time an account is protected its contract rate and
      *    payment are saved on SCRA-ACCOUNT-FILE, the rate drops to
      *    the cap, a loan's payment is re-amortized over the
      *    payments left, and an 'SCRA-CAP' notice is queued. The
      *    interest above the cap is forgiven, not deferred: nothing
      *    is ever billed for it, and each run adds the day's excess
      *    to SCA-FORGIVEN so the amount given up is on record. The
      *    excess already charged between the start of duty and the
      *    day the cap took effect is recorded as SCA-RETRO-EXCESS
      *    for refund. Once the protected period has run out the
      *    contract rate (as repriced meanwhile by
      *    loan-rate-reset.cbl) and payment are restored and an
      *    'SCRA-END' notice is queued; a loan paid off while
      *    protected just closes its row. Duty records past their
      *    protected period are marked ended. scra_report.txt lists
      *    every account ever protected for the examiners.

       environment division.
       input-output section.
       file-control.
       select SCRA-STATUS-FILE
           assign to 'scra_status.dat'
           organization is indexed
           access mode is dynamic
           record key is SCRA-CUST-ID
           lock mode is automatic
           file status is WS-SCRA-STATUS.
       select SCRA-ACCOUNT-FILE
           assign to 'scra_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is SCA-KEY
           alternate record key is SCA-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-SCA-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select CREDIT-LINE-FILE
           assign to 'credit_lines.dat'
           organization is indexed
           access mode is dynamic
           record key is CL-CUST-ID
           lock mode is automatic
           file status is WS-CL-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select SCRA-REPORT-FILE
           assign to 'scra_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
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
             88 SCRA-ACTIVE         value 'A'.
             88 SCRA-ENDED          value 'E'.

       fd SCRA-ACCOUNT-FILE.
       01 SCRA-ACCOUNT-RECORD.
          05 SCA-KEY.
             10 SCA-ACCT-TYPE       pic x(1).
                88 SCA-LOAN         value 'L'.
                88 SCA-CREDIT-LINE  value 'C'.
             10 SCA-ACCT-ID         pic 9(6).
          05 SCA-CUST-ID            pic 9(6).
          05 SCA-CONTRACT-RATE      pic 9(2)v9(4).
          05 SCA-RATE-CAP           pic 9(2)v9(4).
          05 SCA-CAPPED-RATE        pic 9(2)v9(4).
          05 SCA-CONTRACT-PAYMENT   pic 9(8)v99.
          05 SCA-CAPPED-PAYMENT     pic 9(8)v99.
          05 SCA-APPLIED-DATE       pic 9(8).
          05 SCA-RESTORED-DATE      pic 9(8).
          05 SCA-FORGIVEN           pic 9(8)v99.
          05 SCA-RETRO-EXCESS       pic 9(8)v99.
          05 SCA-LAST-CALC-DATE     pic 9(8).
          05 SCA-STATUS             pic x(1).
             88 SCA-PROTECTED       value 'A'.
             88 SCA-RESTORED        value 'R'.

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

       fd CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CL-CUST-ID             pic 9(6).
          05 CL-LIMIT               pic 9(8)v99.
          05 CL-DRAWN-BALANCE       pic s9(8)v99.
          05 CL-RATE                pic 9(2)v9(4).
          05 CL-ACCRUED-INTEREST    pic 9(8)v99.
          05 CL-ADB-SUM             pic s9(12)v99.
          05 CL-ADB-DAYS            pic 9(4).
          05 CL-LAST-ACCRUAL-DATE   pic 9(8).
          05 CL-MIN-PAYMENT         pic 9(8)v99.
          05 CL-CYCLE-DATE          pic 9(8).
          05 CL-STATUS              pic x(1).
             88 CL-ACTIVE           value 'A'.
             88 CL-CLOSED           value 'C'.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd SCRA-REPORT-FILE.
       01 SCRA-LINE                 pic x(132).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-SCRA-STATUS            pic xx.
       01 WS-SCA-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-CL-STATUS              pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-NOTICE-STATUS          pic xx.
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

       01 WS-RATE-CAP               pic 9(2)v9(4) value 6.0000.

      *    The customer's protection on the business date, and the
      *    account's row on SCRA-ACCOUNT-FILE if it has one.
       01 WS-CHECK-CUST-ID          pic 9(6).
       01 WS-PROTECTED-FLAG         pic x.
          88 CUST-PROTECTED         value 'Y'.
       01 WS-DUTY-START             pic 9(8).
       01 WS-SCA-FOUND              pic x.
       01 WS-ACCT-BALANCE           pic s9(8)v99.
       01 WS-ACCT-RATE              pic 9(2)v9(4).
       01 WS-ACCT-START             pic 9(8).
       01 WS-EXCESS-DAYS            pic s9(6).
       01 WS-EXCESS-AMOUNT          pic 9(8)v99.
       01 WS-NOTICE-TYPE            pic x(10).
       01 WS-NOTICE-AMOUNT          pic 9(8)v99.

      *    Re-amortization fields, as loan-rate-reset.cbl keeps them.
       01 WS-NEW-RATE               pic 9(2)v9(4).
       01 WS-PAYMENT-AMOUNT         pic 9(8)v99.
       01 WS-MONTHLY-RATE           pic 9v9(8).
       01 WS-AMORT-FACTOR           pic 9(5)v9(9).
       01 WS-REMAINING-TERM         pic s9(5).
       01 WS-NEXT-YEAR              pic 9(4).
       01 WS-NEXT-MONTH             pic 9(2).
       01 WS-DUE-YEAR               pic 9(4).
       01 WS-DUE-MONTH              pic 9(2).

       01 WS-ACCOUNTS-CAPPED        pic 9(5) value zero.
       01 WS-ACCOUNTS-RESTORED      pic 9(5) value zero.
       01 WS-ACCOUNTS-PROTECTED     pic 9(5) value zero.
       01 WS-DUTY-ENDED             pic 9(5) value zero.
       01 WS-NOTICES-QUEUED         pic 9(5) value zero.
       01 WS-REPORT-COUNT           pic 9(5) value zero.
       01 WS-TOTAL-FORGIVEN         pic 9(10)v99 value zero.
       01 WS-TOTAL-RETRO            pic 9(10)v99 value zero.
       01 WS-FMT-CONTRACT           pic z9.9999.
       01 WS-FMT-CAPPED             pic z9.9999.
       01 WS-FMT-FORGIVEN           pic z(7)9.99.
       01 WS-FMT-RETRO              pic z(7)9.99.
       01 WS-FORMATTED-AMT          pic $Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-STATUS-TEXT            pic x(9).

       procedure division.
       MAIN-LOGIC.
           display "SCRA Protection Run Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move 'SCRA-RATE-CAP' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-RATE-CAP
           end-if.

           open input SCRA-STATUS-FILE.
           if WS-SCRA-STATUS not = '00'
               display "No servicemembers on file. Nothing to do."
               stop run
           end-if.
           open i-o SCRA-ACCOUNT-FILE.
           if WS-SCA-STATUS not = '00'
               open output SCRA-ACCOUNT-FILE
               close SCRA-ACCOUNT-FILE
               open i-o SCRA-ACCOUNT-FILE
           end-if.

           open i-o LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform PROTECT-ONE-LOAN
                       thru PROTECT-ONE-LOAN-DONE
                   read LOAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-FILE
           end-if.

           open i-o CREDIT-LINE-FILE.
           if WS-CL-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read CREDIT-LINE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform PROTECT-ONE-LINE
                       thru PROTECT-ONE-LINE-DONE
                   read CREDIT-LINE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CREDIT-LINE-FILE
           end-if.
           close SCRA-STATUS-FILE.

           perform END-EXPIRED-DUTY.
           perform WRITE-EXAMINER-REPORT.
           close SCRA-ACCOUNT-FILE.

           display WS-ACCOUNTS-CAPPED " account(s) capped, "
               WS-ACCOUNTS-RESTORED " restored, "
               WS-ACCOUNTS-PROTECTED " under protection.".
           display WS-DUTY-ENDED " duty record(s) ended.".
           display "SCRA notices queued: " WS-NOTICES-QUEUED.
           display "Report written to scra_report.txt.".
           stop run.

      *    One loan. A paid-off loan closes its row without a notice;
      *    otherwise the loan is capped, carried or restored by where
      *    its borrower stands today.
       PROTECT-ONE-LOAN.
           move 'L' to SCA-ACCT-TYPE.
           move LOAN-ID to SCA-ACCT-ID.
           perform READ-ACCOUNT-ROW.
           if not LOAN-OPEN
               if WS-SCA-FOUND = 'Y' and SCA-PROTECTED
                   set SCA-RESTORED to true
                   move WS-BUSINESS-DATE to SCA-RESTORED-DATE
                   rewrite SCRA-ACCOUNT-RECORD
               end-if
               go to PROTECT-ONE-LOAN-DONE
           end-if.
           move LOAN-CUST-ID to WS-CHECK-CUST-ID.
           perform CHECK-PROTECTION.
           move LOAN-BALANCE to WS-ACCT-BALANCE.
           if CUST-PROTECTED
               if WS-SCA-FOUND = 'Y' and SCA-PROTECTED
                   perform ACCRUE-FORGIVEN-INTEREST
                   rewrite SCRA-ACCOUNT-RECORD
                   add 1 to WS-ACCOUNTS-PROTECTED
                   go to PROTECT-ONE-LOAN-DONE
               end-if
               move LOAN-RATE to WS-ACCT-RATE
               move LOAN-ORIGIN-DATE to WS-ACCT-START
               move LOAN-PAYMENT-AMOUNT to SCA-CONTRACT-PAYMENT
               perform START-ACCOUNT-ROW
               if LOAN-RATE > WS-RATE-CAP
                   move WS-RATE-CAP to WS-NEW-RATE
                   perform COMPUTE-REMAINING-TERM
                   perform COMPUTE-PAYMENT-AMOUNT
                   move WS-NEW-RATE to LOAN-RATE
                   move WS-PAYMENT-AMOUNT to LOAN-PAYMENT-AMOUNT
                   rewrite LOAN-RECORD
                   add 1 to WS-ACCOUNTS-CAPPED
                   move 'SCRA-CAP' to WS-NOTICE-TYPE
                   move LOAN-PAYMENT-AMOUNT to WS-NOTICE-AMOUNT
                   perform QUEUE-SCRA-NOTICE
               end-if
               move LOAN-RATE to SCA-CAPPED-RATE
               move LOAN-PAYMENT-AMOUNT to SCA-CAPPED-PAYMENT
               perform SAVE-ACCOUNT-ROW
               add 1 to WS-ACCOUNTS-PROTECTED
               go to PROTECT-ONE-LOAN-DONE
           end-if.
           if WS-SCA-FOUND not = 'Y' or not SCA-PROTECTED
               go to PROTECT-ONE-LOAN-DONE
           end-if.
           perform ACCRUE-FORGIVEN-INTEREST.
           if LOAN-RATE not = SCA-CONTRACT-RATE
               move SCA-CONTRACT-RATE to WS-NEW-RATE
               perform COMPUTE-REMAINING-TERM
               perform COMPUTE-PAYMENT-AMOUNT
               move WS-NEW-RATE to LOAN-RATE
               move WS-PAYMENT-AMOUNT to LOAN-PAYMENT-AMOUNT
               rewrite LOAN-RECORD
               move 'SCRA-END' to WS-NOTICE-TYPE
               move LOAN-PAYMENT-AMOUNT to WS-NOTICE-AMOUNT
               perform QUEUE-SCRA-NOTICE
           end-if.
           set SCA-RESTORED to true.
           move WS-BUSINESS-DATE to SCA-RESTORED-DATE.
           rewrite SCRA-ACCOUNT-RECORD.
           add 1 to WS-ACCOUNTS-RESTORED.
       PROTECT-ONE-LOAN-DONE.
           continue.

      *    One credit line, keyed by its customer. Only the rate
      *    moves; the minimum payment follows at the next cycle.
       PROTECT-ONE-LINE.
           move 'C' to SCA-ACCT-TYPE.
           move CL-CUST-ID to SCA-ACCT-ID.
           perform READ-ACCOUNT-ROW.
           if CL-CLOSED
               if WS-SCA-FOUND = 'Y' and SCA-PROTECTED
                   set SCA-RESTORED to true
                   move WS-BUSINESS-DATE to SCA-RESTORED-DATE
                   rewrite SCRA-ACCOUNT-RECORD
               end-if
               go to PROTECT-ONE-LINE-DONE
           end-if.
           move CL-CUST-ID to WS-CHECK-CUST-ID.
           perform CHECK-PROTECTION.
           move CL-DRAWN-BALANCE to WS-ACCT-BALANCE.
           if CUST-PROTECTED
               if WS-SCA-FOUND = 'Y' and SCA-PROTECTED
                   perform ACCRUE-FORGIVEN-INTEREST
                   rewrite SCRA-ACCOUNT-RECORD
                   add 1 to WS-ACCOUNTS-PROTECTED
                   go to PROTECT-ONE-LINE-DONE
               end-if
               move CL-RATE to WS-ACCT-RATE
               move 0 to WS-ACCT-START
               move CL-MIN-PAYMENT to SCA-CONTRACT-PAYMENT
               perform START-ACCOUNT-ROW
               if CL-RATE > WS-RATE-CAP
                   move WS-RATE-CAP to CL-RATE
                   rewrite CREDIT-LINE-RECORD
                   add 1 to WS-ACCOUNTS-CAPPED
                   move 'SCRA-CAP' to WS-NOTICE-TYPE
                   move 0 to WS-NOTICE-AMOUNT
                   perform QUEUE-SCRA-NOTICE
               end-if
               move CL-RATE to SCA-CAPPED-RATE
               move CL-MIN-PAYMENT to SCA-CAPPED-PAYMENT
               perform SAVE-ACCOUNT-ROW
               add 1 to WS-ACCOUNTS-PROTECTED
               go to PROTECT-ONE-LINE-DONE
           end-if.
           if WS-SCA-FOUND not = 'Y' or not SCA-PROTECTED
               go to PROTECT-ONE-LINE-DONE
           end-if.
           perform ACCRUE-FORGIVEN-INTEREST.
           if CL-RATE not = SCA-CONTRACT-RATE
               move SCA-CONTRACT-RATE to CL-RATE
               rewrite CREDIT-LINE-RECORD
               move 'SCRA-END' to WS-NOTICE-TYPE
               move 0 to WS-NOTICE-AMOUNT
               perform QUEUE-SCRA-NOTICE
           end-if.
           set SCA-RESTORED to true.
           move WS-BUSINESS-DATE to SCA-RESTORED-DATE.
           rewrite SCRA-ACCOUNT-RECORD.
           add 1 to WS-ACCOUNTS-RESTORED.
       PROTECT-ONE-LINE-DONE.
           continue.

      *    Inside the protected period when active duty has begun and
      *    the period after it has not yet run out.
       CHECK-PROTECTION.
           move 'N' to WS-PROTECTED-FLAG.
           move 0 to WS-DUTY-START.
           move WS-CHECK-CUST-ID to SCRA-CUST-ID.
           read SCRA-STATUS-FILE
               invalid key
                   continue
               not invalid key
                   if SCRA-DUTY-START <= WS-BUSINESS-DATE
                      and SCRA-PROTECT-END >= WS-BUSINESS-DATE
                       move 'Y' to WS-PROTECTED-FLAG
                       move SCRA-DUTY-START to WS-DUTY-START
                   end-if
           end-read.

      *    SCA-KEY is set by the caller.
       READ-ACCOUNT-ROW.
           move 'Y' to WS-SCA-FOUND.
           read SCRA-ACCOUNT-FILE
               invalid key
                   move 'N' to WS-SCA-FOUND
           end-read.

      *    A new protected period for the account. A row left from an
      *    earlier period keeps its forgiven total. The excess already
      *    charged since the start of duty (or since the account was
      *    opened, if later) is the retroactive amount to refund.
       START-ACCOUNT-ROW.
           if WS-SCA-FOUND not = 'Y'
               move 0 to SCA-FORGIVEN
               move 0 to SCA-RETRO-EXCESS
           end-if.
           move WS-CHECK-CUST-ID to SCA-CUST-ID.
           move WS-ACCT-RATE to SCA-CONTRACT-RATE.
           move WS-RATE-CAP to SCA-RATE-CAP.
           move WS-BUSINESS-DATE to SCA-APPLIED-DATE.
           move 0 to SCA-RESTORED-DATE.
           move WS-BUSINESS-DATE to SCA-LAST-CALC-DATE.
           set SCA-PROTECTED to true.
           if WS-ACCT-RATE > WS-RATE-CAP and WS-ACCT-BALANCE > 0
               if WS-ACCT-START > WS-DUTY-START
                   move WS-ACCT-START to WS-DUTY-START
               end-if
               compute WS-EXCESS-DAYS =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (WS-DUTY-START)
               if WS-EXCESS-DAYS > 0
                   compute WS-EXCESS-AMOUNT rounded =
                       WS-ACCT-BALANCE * (WS-ACCT-RATE - WS-RATE-CAP)
                       / 36500 * WS-EXCESS-DAYS
                   add WS-EXCESS-AMOUNT to SCA-RETRO-EXCESS
               end-if
           end-if.

       SAVE-ACCOUNT-ROW.
           if WS-SCA-FOUND = 'Y'
               rewrite SCRA-ACCOUNT-RECORD
           else
               write SCRA-ACCOUNT-RECORD
           end-if.

      *    The interest above the cap for the days since the last
      *    run, given up for good.
       ACCRUE-FORGIVEN-INTEREST.
           if SCA-CONTRACT-RATE > SCA-CAPPED-RATE
              and WS-ACCT-BALANCE > 0
              and WS-BUSINESS-DATE > SCA-LAST-CALC-DATE
               compute WS-EXCESS-DAYS =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (SCA-LAST-CALC-DATE)
               compute WS-EXCESS-AMOUNT rounded =
                   WS-ACCT-BALANCE
                   * (SCA-CONTRACT-RATE - SCA-CAPPED-RATE)
                   / 36500 * WS-EXCESS-DAYS
               add WS-EXCESS-AMOUNT to SCA-FORGIVEN
           end-if.
           move WS-BUSINESS-DATE to SCA-LAST-CALC-DATE.

      *    Payments left from the next due date through maturity
      *    (origination month plus the term), never fewer than one.
       COMPUTE-REMAINING-TERM.
           move LOAN-ORIGIN-DATE(1:4) to WS-NEXT-YEAR.
           move LOAN-ORIGIN-DATE(5:2) to WS-NEXT-MONTH.
           move LOAN-NEXT-DUE-DATE(1:4) to WS-DUE-YEAR.
           move LOAN-NEXT-DUE-DATE(5:2) to WS-DUE-MONTH.
           compute WS-REMAINING-TERM =
               (WS-NEXT-YEAR * 12 + WS-NEXT-MONTH + LOAN-TERM-MONTHS)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           if WS-REMAINING-TERM < 1
               move 1 to WS-REMAINING-TERM
           end-if.

      *    Standard amortization payment on the current balance at the
      *    new rate: B * r * (1+r)^n over ((1+r)^n - 1). A zero-rate
      *    loan is simply balance over the payments left.
       COMPUTE-PAYMENT-AMOUNT.
           compute WS-MONTHLY-RATE = WS-NEW-RATE / 1200.
           if WS-MONTHLY-RATE = 0
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE / WS-REMAINING-TERM
           else
               compute WS-AMORT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE * WS-MONTHLY-RATE
                   * WS-AMORT-FACTOR / (WS-AMORT-FACTOR - 1)
           end-if.

      *    notice-letters.cbl words the letter; a loan's notice
      *    carries the new payment, a credit line's carries none.
       QUEUE-SCRA-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move WS-CHECK-CUST-ID to NOTICE-CUST-ID.
           move WS-NOTICE-TYPE to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move WS-NOTICE-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.
           add 1 to WS-NOTICES-QUEUED.

      *    Duty records whose protected period has run out.
       END-EXPIRED-DUTY.
           open i-o SCRA-STATUS-FILE.
           move 'N' to WS-EOF-FLAG.
           read SCRA-STATUS-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if SCRA-ACTIVE and SCRA-PROTECT-END < WS-BUSINESS-DATE
                   set SCRA-ENDED to true
                   rewrite SCRA-STATUS-RECORD
                   add 1 to WS-DUTY-ENDED
               end-if
               read SCRA-STATUS-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SCRA-STATUS-FILE.

      *    Every account ever protected, current and restored, with
      *    the duty and documentation behind it.
       WRITE-EXAMINER-REPORT.
           open input SCRA-STATUS-FILE.
           open output SCRA-REPORT-FILE.
           move spaces to SCRA-LINE.
           string "SCRA PROTECTED ACCOUNTS - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.
           move spaces to SCRA-LINE.
           string "T Acct   Cust   Duty From Duty To  Protect  Doc "
                      delimited by size
                  "Reference            Contract  Capped Applied  "
                      delimited by size
                  "Restored Status     Forgiven   Retro Due"
                      delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.
           move all "=" to SCRA-LINE.
           write SCRA-LINE.
           move low-values to SCA-KEY.
           move 'N' to WS-EOF-FLAG.
           start SCRA-ACCOUNT-FILE key is not less than SCA-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read SCRA-ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       perform WRITE-ACCOUNT-LINE
               end-read
           end-perform.
           move all "-" to SCRA-LINE.
           write SCRA-LINE.
           move spaces to SCRA-LINE.
           string "Accounts listed: " delimited by size
                  WS-REPORT-COUNT delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.
           move WS-TOTAL-FORGIVEN to WS-FORMATTED-AMT.
           move spaces to SCRA-LINE.
           string "Interest forgiven above the cap: " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.
           move WS-TOTAL-RETRO to WS-FORMATTED-AMT.
           move spaces to SCRA-LINE.
           string "Excess charged before the cap:   " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.
           close SCRA-REPORT-FILE.
           if WS-SCRA-STATUS = '00'
               close SCRA-STATUS-FILE
           end-if.

       WRITE-ACCOUNT-LINE.
           move SCA-CUST-ID to SCRA-CUST-ID.
           read SCRA-STATUS-FILE
               invalid key
                   move 0 to SCRA-DUTY-START SCRA-DUTY-END
                       SCRA-PROTECT-END
                   move spaces to SCRA-DOC-TYPE SCRA-DOC-REF
           end-read.
           if SCA-PROTECTED
               move 'PROTECTED' to WS-STATUS-TEXT
           else
               move 'RESTORED' to WS-STATUS-TEXT
           end-if.
           move SCA-CONTRACT-RATE to WS-FMT-CONTRACT.
           move SCA-CAPPED-RATE to WS-FMT-CAPPED.
           move SCA-FORGIVEN to WS-FMT-FORGIVEN.
           move SCA-RETRO-EXCESS to WS-FMT-RETRO.
           add SCA-FORGIVEN to WS-TOTAL-FORGIVEN.
           add SCA-RETRO-EXCESS to WS-TOTAL-RETRO.
           add 1 to WS-REPORT-COUNT.
           move spaces to SCRA-LINE.
           string SCA-ACCT-TYPE delimited by size
                  " " delimited by size
                  SCA-ACCT-ID delimited by size
                  " " delimited by size
                  SCA-CUST-ID delimited by size
                  " " delimited by size
                  SCRA-DUTY-START delimited by size
                  " " delimited by size
                  SCRA-DUTY-END delimited by size
                  " " delimited by size
                  SCRA-PROTECT-END delimited by size
                  " " delimited by size
                  SCRA-DOC-TYPE delimited by size
                  " " delimited by size
                  SCRA-DOC-REF delimited by size
                  " " delimited by size
                  WS-FMT-CONTRACT delimited by size
                  " " delimited by size
                  WS-FMT-CAPPED delimited by size
                  " " delimited by size
                  SCA-APPLIED-DATE delimited by size
                  " " delimited by size
                  SCA-RESTORED-DATE delimited by size
                  " " delimited by size
                  WS-STATUS-TEXT delimited by size
                  WS-FMT-FORGIVEN delimited by size
                  " " delimited by size
                  WS-FMT-RETRO delimited by size
                  into SCRA-LINE
           end-string.
           write SCRA-LINE.

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
