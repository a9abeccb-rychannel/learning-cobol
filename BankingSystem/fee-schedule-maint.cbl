      *    payroll side) holding the bank's service fees: the monthly
      *    maintenance fee charged by fee-assessment.cbl, the
      *    per-occurrence overdraft fee charged at approval time, the
      *    returned-item fee charged by returned-items.cbl, the
      *    balance above which the monthly fee is waived, and the
      *    loan late-charge terms loan-late-charge.cbl assesses by (a
      *    flat charge, or a percentage of the installment when one is
      *    set, once the payment is the grace days past due).

       environment division.
       input-output section.
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       working-storage section.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-NEW-OD                 pic 9(4)v99.
       01 WS-NEW-RETURNED           pic 9(4)v99.
       01 WS-NEW-WAIVER             pic 9(8)v99.
       01 WS-NEW-LATE-CHARGE        pic 9(4)v99.
       01 WS-NEW-LATE-PERCENT       pic 9(2)v99.
       01 WS-NEW-GRACE-DAYS         pic 9(3).

       procedure division.
       MAIN-LOGIC.
           accept WS-NEW-RETURNED.
           display "Enter Waiver Balance Threshold: ".
           accept WS-NEW-WAIVER.
           display "Enter Loan Late Charge (flat amount): ".
           accept WS-NEW-LATE-CHARGE.
           display "Enter Loan Late Charge Percent of Installment "
               "(0 to use the flat amount): ".
           accept WS-NEW-LATE-PERCENT.
           display "Enter Late-Charge Grace Days: ".
           accept WS-NEW-GRACE-DAYS.
           open output FEE-SCHEDULE-FILE.
           move WS-NEW-MONTHLY to FEE-MONTHLY-AMOUNT.
           move WS-NEW-OD to FEE-OD-OCCURRENCE.
           move WS-NEW-RETURNED to FEE-RETURNED-ITEM.
           move WS-NEW-WAIVER to FEE-WAIVER-BALANCE.
           move WS-NEW-LATE-CHARGE to FEE-LATE-CHARGE.
           move WS-NEW-LATE-PERCENT to FEE-LATE-PERCENT.
           move WS-NEW-GRACE-DAYS to FEE-LATE-GRACE-DAYS.
           write FEE-SCHEDULE-RECORD.
           close FEE-SCHEDULE-FILE.
           display "Fee schedule saved.".
                       display "Returned-Item Fee: " FEE-RETURNED-ITEM
                       display "Waiver Balance Threshold: "
                           FEE-WAIVER-BALANCE
                       if FEE-LATE-GRACE-DAYS is numeric
                           display "Loan Late Charge: " FEE-LATE-CHARGE
                           display "Loan Late Charge Percent: "
                               FEE-LATE-PERCENT
                           display "Late-Charge Grace Days: "
                               FEE-LATE-GRACE-DAYS
                       else
                           display "Loan late-charge terms not set "
                               "(built-in defaults apply)."
                       end-if
               end-read
               close FEE-SCHEDULE-FILE
           end-if.
