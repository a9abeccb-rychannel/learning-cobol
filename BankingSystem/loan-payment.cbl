      *    portion, and advances the next-due date a month. Loans that
      *    cannot be collected (insufficient available funds, inactive
      *    customer) are left untouched so the next-due date ages into
      *    loan-aging.cbl's delinquency report. Late charges assessed
      *    by loan-late-charge.cbl are satisfied first out of the next
      *    payment collected; interest and principal take what is
      *    left. The interest collected relieves the receivable
      *    loan-interest-accrual.cbl has accrued (anything beyond it,
      *    and all interest on a nonaccrual loan, is income as
      *    collected), and an on-time payment counts toward a
      *    nonaccrual loan's return to accrual. A loan inside an
      *    approved deferral or forbearance from loan-workout.cbl is
      *    not collected, a forbearance balloon is collected with the
      *    final installment, and each payment on a modified loan is
      *    counted toward its post-modification performance. When a
      *    loan pays off, the liens on its collateral in the register
      *    collateral-maint.cbl keeps are released and the borrower is
      *    sent a lien-release letter. A loan held by a bankruptcy
      *    case on bankruptcy-maint.cbl's register -- under the
      *    automatic stay, or discharged and not reaffirmed -- is
      *    never debited automatically. Modeled on
      *    scheduled-payment-release.cbl's batch-job shape.

       environment division.
           record key is ESC-LOAN-ID
           lock mode is automatic
           file status is WS-ESC-STATUS.
      *    Unpaid late charges per loan, assessed by
      *    loan-late-charge.cbl.
       select LATE-CHARGE-FILE
           assign to 'loan_late_charges.dat'
           organization is indexed
           access mode is dynamic
           record key is LLC-LOAN-ID
           lock mode is automatic
           file status is WS-LLC-STATUS.
      *    Accrual status per loan and the accrual log the GL export
      *    books, both kept by loan-interest-accrual.cbl.
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
      *    Workout position per modified loan, kept by
      *    loan-workout.cbl.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
      *    Collateral register, kept by collateral-maint.cbl.
       select COLLATERAL-FILE
           assign to 'collateral.dat'
           organization is indexed
           access mode is dynamic
           record key is COL-ID
           alternate record key is COL-LOAN-ID
               with duplicates
           lock mode is automatic
           file status is WS-COL-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
      *    Bankruptcy cases, kept by bankruptcy-maint.cbl.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
          05 ESC-MONTHLY-PORTION    pic 9(6)v99.
          05 ESC-LAST-ANALYSIS      pic 9(8).

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

       fd COLLATERAL-FILE.
       01 COLLATERAL-RECORD.
          05 COL-ID                 pic 9(6).
          05 COL-LOAN-ID            pic 9(6).
          05 COL-CUST-ID            pic 9(6).
          05 COL-TYPE               pic x(4).
          05 COL-DESCRIPTION        pic x(40).
          05 COL-APPRAISED-VALUE    pic 9(9)v99.
          05 COL-APPRAISAL-DATE     pic 9(8).
          05 COL-LIEN-POSITION      pic 9(1).
          05 COL-TITLE-REF          pic x(20).
          05 COL-INS-CARRIER        pic x(20).
          05 COL-INS-EXPIRY         pic 9(8).
          05 COL-STATUS             pic x(1).
             88 COL-ACTIVE          value 'A'.
             88 COL-RELEASED        value 'R'.
          05 COL-RELEASED-DATE      pic 9(8).
          05 COL-LAST-LETTER-DATE   pic 9(8).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd BANKRUPTCY-FILE.
       01 BANKRUPTCY-RECORD.
          05 BKR-CUST-ID            pic 9(6).
          05 BKR-CHAPTER            pic 9(2).
          05 BKR-CASE-NUMBER        pic x(20).
          05 BKR-FILING-DATE        pic 9(8).
          05 BKR-COURT              pic x(30).
          05 BKR-TRUSTEE            pic x(30).
          05 BKR-NOTIFIED-DATE      pic 9(8).
          05 BKR-LOGGED-BY          pic 9(4).
          05 BKR-STATUS             pic x(1).
             88 BKR-FILED           value 'F'.
          05 BKR-DISCHARGE-DATE     pic 9(8).
          05 BKR-DISMISSAL-DATE     pic 9(8).
          05 BKR-CLOSED-DATE        pic 9(8).
          05 BKR-LAST-EVENT-DATE    pic 9(8).
          05 BKR-LAST-EVENT-BY      pic 9(4).
          05 BKR-REAFFIRM-COUNT     pic 9(1).
          05 BKR-REAFFIRM-LOAN occurs 5 times pic 9(6).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-ROLL-WEEKDAY           pic 9(1).
       01 WS-ROLL-AGAIN             pic x.
       01 WS-ESC-STATUS             pic xx.
       01 WS-LLC-STATUS             pic xx.
       01 WS-LACR-STATUS            pic xx.
       01 WS-ACR-LOG-STATUS         pic xx.
       01 WS-WKO-STATUS             pic xx.
       01 WS-WKO-FOUND              pic x.
       01 WS-IN-DEFERRAL            pic x.
       01 WS-BALLOON-DUE            pic x.
       01 WS-DEFERRED-COUNT         pic 9(5) value zero.
       01 WS-MATURITY-MONTHS        pic 9(6).
       01 WS-COL-STATUS             pic xx.
       01 WS-COL-EOF-FLAG           pic x value 'N'.
          88 COL-EOF-REACHED        value 'Y'.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-BKR-STATUS             pic xx.
       01 WS-BKR-HOLD               pic x.
       01 WS-BKR-SUB                pic 9(1).
       01 WS-BKR-HELD-COUNT         pic 9(5) value zero.
       01 WS-LOAN-LIENS-RELEASED    pic 9(3).
       01 WS-LIENS-RELEASED         pic 9(5) value zero.
       01 WS-DUE-MONTHS             pic 9(6).
       01 WS-PTP-STATUS             pic xx.
       01 WS-PTP-EOF-FLAG           pic x value 'N'.
          88 PTP-EOF-REACHED        value 'Y'.
       01 WS-PAID-OFF-COUNT         pic 9(5) value zero.
       01 WS-INTEREST-TOTAL         pic 9(8)v99 value zero.
       01 WS-PRINCIPAL-TOTAL        pic 9(8)v99 value zero.
       01 WS-LATE-TOTAL             pic 9(8)v99 value zero.

      *    This collection's interest/principal split.
       01 WS-MONTHLY-RATE           pic 9v9(8).
       01 WS-INTEREST-PORTION       pic 9(8)v99.
       01 WS-PRINCIPAL-PORTION      pic 9(8)v99.
       01 WS-COLLECT-AMOUNT         pic 9(8)v99.
       01 WS-LATE-UNPAID            pic 9(6)v99.
       01 WS-LATE-PORTION           pic 9(6)v99.
       01 WS-APPLY-AMOUNT           pic 9(8)v99.

      *    Interest collected against the accrued receivable, and how
      *    late the installment was when it was collected.
       01 WS-DUE-DATE-PAID          pic 9(8).
       01 WS-DAYS-LATE              pic s9(8).
       01 WS-ACCRUAL-RELIEF         pic 9(8)v99.
       01 WS-CASH-INTEREST          pic 9(8)v99.

       01 WS-HOLD-SCAN-CUST-ID      pic 9(6).
       01 WS-ACTIVE-HOLD-TOTAL      pic s9(8)v99.

           display WS-COLLECTED-COUNT " payment(s) collected, "
               WS-SKIPPED-COUNT " skipped.".
           display WS-DEFERRED-COUNT " loan(s) in approved deferral.".
           display WS-BKR-HELD-COUNT " loan(s) held for bankruptcy.".
           display WS-PAID-OFF-COUNT " loan(s) paid off.".
           display WS-LIENS-RELEASED " collateral lien(s) released.".
           display "Interest collected:  " WS-INTEREST-TOTAL.
           display "Principal collected: " WS-PRINCIPAL-TOTAL.
           display "Escrow collected:    " WS-ESCROW-TOTAL.
           display "Late charges paid:   " WS-LATE-TOTAL.
           display WS-PROMISES-KEPT " promise(s) to pay kept.".
           stop run.

      *    overdraft-limit checks the standing-order release applies
      *    before debiting the customer.
       COLLECT-ONE-PAYMENT.
           perform LOOKUP-WORKOUT.
           if WS-IN-DEFERRAL = 'Y'
               display "Loan " LOAN-ID ": approved deferral through "
                   WKO-DEFER-END ". Not collected."
               add 1 to WS-DEFERRED-COUNT
               go to COLLECT-ONE-PAYMENT-DONE
           end-if.
           perform LOOKUP-BANKRUPTCY.
           if WS-BKR-HOLD = 'Y'
               display "Loan " LOAN-ID ": bankruptcy case "
                   BKR-CASE-NUMBER ". Not collected."
               add 1 to WS-BKR-HELD-COUNT
               go to COLLECT-ONE-PAYMENT-DONE
           end-if.
           compute WS-MONTHLY-RATE = LOAN-RATE / 1200.
           compute WS-INTEREST-PORTION rounded =
               LOAN-BALANCE * WS-MONTHLY-RATE.
           perform LOOKUP-LATE-CHARGES.
           if LOAN-PAYMENT-AMOUNT >=
               LOAN-BALANCE + WS-INTEREST-PORTION + WS-LATE-UNPAID
              or WS-BALLOON-DUE = 'Y'
      *    Final payment: whatever clears the remaining balance and
      *    any late charges still owed -- also the installment a
      *    forbearance balloon falls due with.
               move LOAN-BALANCE to WS-PRINCIPAL-PORTION
               move WS-LATE-UNPAID to WS-LATE-PORTION
               compute WS-COLLECT-AMOUNT =
                   LOAN-BALANCE + WS-INTEREST-PORTION + WS-LATE-UNPAID
           else
      *    Unpaid late charges come out of the payment first; only
      *    what is left goes to interest and principal.
               if WS-LATE-UNPAID >= LOAN-PAYMENT-AMOUNT
                   move LOAN-PAYMENT-AMOUNT to WS-LATE-PORTION
               else
                   move WS-LATE-UNPAID to WS-LATE-PORTION
               end-if
               compute WS-APPLY-AMOUNT =
                   LOAN-PAYMENT-AMOUNT - WS-LATE-PORTION
               if WS-INTEREST-PORTION >= WS-APPLY-AMOUNT
      *    A payment that no longer covers the interest (hand-keyed
      *    rate change) collects as interest-only rather than letting
      *    the principal portion go negative.
                   move WS-APPLY-AMOUNT to WS-INTEREST-PORTION
                   move 0 to WS-PRINCIPAL-PORTION
               else
                   compute WS-PRINCIPAL-PORTION =
                       WS-APPLY-AMOUNT - WS-INTEREST-PORTION
               end-if
               move LOAN-PAYMENT-AMOUNT to WS-COLLECT-AMOUNT
           end-if.
               add WS-ESCROW-PORTION to WS-ESCROW-TOTAL
           end-if.

           move LOAN-NEXT-DUE-DATE to WS-DUE-DATE-PAID.
           subtract WS-PRINCIPAL-PORTION from LOAN-BALANCE.
           if LOAN-BALANCE = 0
               set LOAN-PAID-OFF to true
               perform ADVANCE-NEXT-DUE-DATE
           end-if.
           rewrite LOAN-RECORD.
           if WS-WKO-FOUND = 'Y'
               perform RECORD-WORKOUT-PAYMENT
           end-if.
           if LOAN-PAID-OFF
               perform RELEASE-COLLATERAL-LIENS
           end-if.
           if WS-LATE-PORTION > 0
               perform APPLY-LATE-CHARGE-PAYMENT
               add WS-LATE-PORTION to WS-LATE-TOTAL
           end-if.
           perform RECORD-INTEREST-COLLECTED.

           perform MARK-PROMISES-KEPT.

           perform ROLL-TO-BUSINESS-DAY.
           move WS-ROLL-DATE to LOAN-NEXT-DUE-DATE.

      *    A modified loan's workout position: collection is
      *    suspended while the due date sits inside an approved
      *    deferral window, and a forbearance balloon is owed with the
      *    installment that falls in the maturity month (origination
      *    month plus the modified term) or later.
       LOOKUP-WORKOUT.
           move 'N' to WS-WKO-FOUND.
           move 'N' to WS-IN-DEFERRAL.
           move 'N' to WS-BALLOON-DUE.
           open input LOAN-WORKOUT-FILE.
           if WS-WKO-STATUS = '00'
               move LOAN-ID to WKO-LOAN-ID
               read LOAN-WORKOUT-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-WKO-FOUND
               end-read
               close LOAN-WORKOUT-FILE
           end-if.
           if WS-WKO-FOUND = 'Y'
               if WS-BUSINESS-DATE < WKO-DEFER-END
                  and LOAN-NEXT-DUE-DATE < WKO-DEFER-END
                   move 'Y' to WS-IN-DEFERRAL
               end-if
               if WKO-BALLOON-AMOUNT > 0
                   move LOAN-ORIGIN-DATE(1:4) to WS-NEXT-YEAR
                   move LOAN-ORIGIN-DATE(5:2) to WS-NEXT-MONTH
                   compute WS-MATURITY-MONTHS =
                       WS-NEXT-YEAR * 12 + WS-NEXT-MONTH
                       + LOAN-TERM-MONTHS
                   move LOAN-NEXT-DUE-DATE(1:4) to WS-NEXT-YEAR
                   move LOAN-NEXT-DUE-DATE(5:2) to WS-NEXT-MONTH
                   compute WS-DUE-MONTHS =
                       WS-NEXT-YEAR * 12 + WS-NEXT-MONTH
                   if WS-DUE-MONTHS >= WS-MATURITY-MONTHS
                       move 'Y' to WS-BALLOON-DUE
                   end-if
               end-if
           end-if.

      *    The automatic stay holds every loan of a borrower whose
      *    case is open; a discharge holds them for good. A loan the
      *    borrower reaffirmed is released, and a dismissal (or a
      *    case closed without discharge) lifts the hold.
       LOOKUP-BANKRUPTCY.
           move 'N' to WS-BKR-HOLD.
           open input BANKRUPTCY-FILE.
           if WS-BKR-STATUS = '00'
               move LOAN-CUST-ID to BKR-CUST-ID
               read BANKRUPTCY-FILE
                   invalid key
                       continue
                   not invalid key
                       if BKR-FILED or BKR-DISCHARGE-DATE > 0
                           move 'Y' to WS-BKR-HOLD
                       end-if
                       perform varying WS-BKR-SUB from 1 by 1
                               until WS-BKR-SUB > BKR-REAFFIRM-COUNT
                           if BKR-REAFFIRM-LOAN (WS-BKR-SUB) = LOAN-ID
                               move 'N' to WS-BKR-HOLD
                           end-if
                       end-perform
               end-read
               close BANKRUPTCY-FILE
           end-if.

      *    Counts the payment toward the loan's performance since
      *    modification; a payoff settles any forbearance balloon.
       RECORD-WORKOUT-PAYMENT.
           open i-o LOAN-WORKOUT-FILE.
           if WS-WKO-STATUS = '00'
               move LOAN-ID to WKO-LOAN-ID
               read LOAN-WORKOUT-FILE
                   invalid key
                       continue
                   not invalid key
                       if WKO-PAYMENTS-SINCE < 999
                           add 1 to WKO-PAYMENTS-SINCE
                       end-if
                       move WS-BUSINESS-DATE to WKO-LAST-PAID-DATE
                       if LOAN-PAID-OFF
                           move 0 to WKO-BALLOON-AMOUNT
                       end-if
                       rewrite LOAN-WORKOUT-RECORD
               end-read
               close LOAN-WORKOUT-FILE
           end-if.

      *    Payoff releases every active lien on the loan's
      *    collateral and queues one lien-release letter for the
      *    borrower. A loan with no collateral on file was unsecured
      *    and gets no letter.
       RELEASE-COLLATERAL-LIENS.
           move 0 to WS-LOAN-LIENS-RELEASED.
           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS = '00'
               move LOAN-ID to COL-LOAN-ID
               move 'N' to WS-COL-EOF-FLAG
               start COLLATERAL-FILE key is equal to COL-LOAN-ID
                   invalid key
                       move 'Y' to WS-COL-EOF-FLAG
               end-start
               perform until COL-EOF-REACHED
                   read COLLATERAL-FILE next record
                       at end
                           move 'Y' to WS-COL-EOF-FLAG
                       not at end
                           if COL-LOAN-ID not = LOAN-ID
                               move 'Y' to WS-COL-EOF-FLAG
                           else
                               if COL-ACTIVE
                                   move 'R' to COL-STATUS
                                   move WS-BUSINESS-DATE
                                       to COL-RELEASED-DATE
                                   rewrite COLLATERAL-RECORD
                                   add 1 to WS-LOAN-LIENS-RELEASED
                               end-if
                           end-if
                   end-read
               end-perform
               close COLLATERAL-FILE
           end-if.
           if WS-LOAN-LIENS-RELEASED > 0
               add WS-LOAN-LIENS-RELEASED to WS-LIENS-RELEASED
               open extend NOTICE-QUEUE-FILE
               if WS-NOTICE-STATUS not = '00'
                   open output NOTICE-QUEUE-FILE
               end-if
               move LOAN-CUST-ID to NOTICE-CUST-ID
               move 'LIEN-REL' to NOTICE-EVENT-TYPE
               move WS-BUSINESS-DATE to NOTICE-DATE
               move 0 to NOTICE-AMOUNT
               move space to NOTICE-PROCESSED
               write NOTICE-QUEUE-RECORD
               close NOTICE-QUEUE-FILE
           end-if.

      *    Loads the holiday calendar once; a missing file simply
      *    means only weekends roll.
       LOAD-HOLIDAY-CALENDAR.
               close LOAN-ESCROW-FILE
           end-if.

      *    The loan's unpaid late charges, zero when it has never
      *    been charged or the file is not there yet.
       LOOKUP-LATE-CHARGES.
           move 0 to WS-LATE-UNPAID.
           move 0 to WS-LATE-PORTION.
           open input LATE-CHARGE-FILE.
           if WS-LLC-STATUS = '00'
               move LOAN-ID to LLC-LOAN-ID
               read LATE-CHARGE-FILE
                   invalid key
                       continue
                   not invalid key
                       move LLC-UNPAID to WS-LATE-UNPAID
               end-read
               close LATE-CHARGE-FILE
           end-if.

       APPLY-LATE-CHARGE-PAYMENT.
           open i-o LATE-CHARGE-FILE.
           if WS-LLC-STATUS = '00'
               move LOAN-ID to LLC-LOAN-ID
               read LATE-CHARGE-FILE
                   invalid key
                       continue
                   not invalid key
                       subtract WS-LATE-PORTION from LLC-UNPAID
                       add WS-LATE-PORTION to LLC-TOTAL-PAID
                       move WS-BUSINESS-DATE to LLC-LAST-PAID-DATE
                       rewrite LATE-CHARGE-RECORD
               end-read
               close LATE-CHARGE-FILE
           end-if.

      *    The interest portion first relieves the receivable accrued
      *    on the loan; the rest is income as collected. A loan that
      *    has just paid off reverses whatever accrual is left. A
      *    payment collected under 30 days past its due date counts
      *    toward the consecutive on-time run; a later one restarts
      *    it.
       RECORD-INTEREST-COLLECTED.
           move 0 to WS-ACCRUAL-RELIEF.
           move WS-INTEREST-PORTION to WS-CASH-INTEREST.
           compute WS-DAYS-LATE =
               function integer-of-date (WS-BUSINESS-DATE)
               - function integer-of-date (WS-DUE-DATE-PAID).
           open extend LOAN-ACCRUAL-LOG-FILE.
           if WS-ACR-LOG-STATUS not = '00'
               open output LOAN-ACCRUAL-LOG-FILE
           end-if.
           open i-o LOAN-ACCRUAL-FILE.
           if WS-LACR-STATUS = '00'
               move LOAN-ID to LACR-LOAN-ID
               read LOAN-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       perform RELIEVE-ACCRUED-INTEREST
                       rewrite LOAN-ACCRUAL-RECORD
               end-read
               close LOAN-ACCRUAL-FILE
           end-if.
           if WS-CASH-INTEREST > 0
               move 'I' to ACR-TYPE
               move WS-CASH-INTEREST to ACR-AMOUNT
               perform WRITE-ACCRUAL-LOG
           end-if.
           close LOAN-ACCRUAL-LOG-FILE.

       RELIEVE-ACCRUED-INTEREST.
           if LACR-ACCRUING
               if WS-INTEREST-PORTION > LACR-ACCRUED-UNPAID
                   move LACR-ACCRUED-UNPAID to WS-ACCRUAL-RELIEF
               else
                   move WS-INTEREST-PORTION to WS-ACCRUAL-RELIEF
               end-if
               subtract WS-ACCRUAL-RELIEF from LACR-ACCRUED-UNPAID
               subtract WS-ACCRUAL-RELIEF from WS-CASH-INTEREST
               if WS-ACCRUAL-RELIEF > 0
                   move 'C' to ACR-TYPE
                   move WS-ACCRUAL-RELIEF to ACR-AMOUNT
                   perform WRITE-ACCRUAL-LOG
               end-if
           end-if.
           if LOAN-PAID-OFF and LACR-ACCRUED-UNPAID > 0
               move 'R' to ACR-TYPE
               move LACR-ACCRUED-UNPAID to ACR-AMOUNT
               perform WRITE-ACCRUAL-LOG
               add LACR-ACCRUED-UNPAID to LACR-REVERSED-TOTAL
               move 0 to LACR-ACCRUED-UNPAID
           end-if.
           if WS-DAYS-LATE < 30
               if LACR-CONSEC-PAYMENTS < 999
                   add 1 to LACR-CONSEC-PAYMENTS
               end-if
           else
               move 0 to LACR-CONSEC-PAYMENTS
           end-if.

       WRITE-ACCRUAL-LOG.
           move WS-BUSINESS-DATE to ACR-DATE.
           move LOAN-ID to ACR-LOAN-ID.
           move LOAN-CUST-ID to ACR-CUST-ID.
           write LOAN-ACCRUAL-LOG-RECORD.

       POST-ESCROW-DEPOSIT.
           open i-o LOAN-ESCROW-FILE.
           if WS-ESC-STATUS = '00'
               perform until HOLD-EOF-REACHED
                   if HOLD-CUST-ID = WS-HOLD-SCAN-CUST-ID
                      and HOLD-IN-FORCE
                      and (HOLD-ACCT-TYPE = 'C'
                           or HOLD-ACCT-TYPE = space)
                       add HOLD-AMOUNT to WS-ACTIVE-HOLD-TOTAL
                   end-if
                   read DEPOSIT-HOLD-FILE next record
