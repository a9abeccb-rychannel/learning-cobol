      *    footing what the bank holds and owes tonight --
      *      deposit liabilities  customer checking by currency, plus
      *                           additional-account balances;
      *      loans receivable     outstanding balance on open loans,
      *                           with the nonaccrual portion and the
      *                           interest accrued but not collected
      *                           footed beneath it;
      *      term deposits        open TD principal;
      *      restrained funds     unreleased deposit holds and active
      *                           legal holds;
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select LOAN-ACCRUAL-FILE
           assign to 'loan_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is LACR-LOAN-ID
           lock mode is automatic
           file status is WS-LACR-STATUS.
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
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

       fd TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ID                  pic 9(6).
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd DEPOSIT-HOLD-FILE.
       01 DEPOSIT-HOLD-RECORD.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-LACR-STATUS            pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-HOLD-FILE-STATUS       pic xx.
       01 WS-LGL-FILE-STATUS        pic xx.
      *    currency (the four supported codes plus a catch-all);
      *    everything else is one line each.
       01 WS-POSITION-LINES.
          05 WS-POS-ENTRY occurs 12 times.
             10 WS-POS-CODE          pic x(8).
             10 WS-POS-DESC          pic x(30).
             10 WS-POS-TODAY         pic s9(12)v99.
           move 'Unreleased Holds (dep+legal)' to WS-POS-DESC (9).
           move 'INFLIGHT' to WS-POS-CODE (10).
           move 'Outbound Queued/Unsettled' to WS-POS-DESC (10).
           move 'LNNONACC' to WS-POS-CODE (11).
           move '  of which Nonaccrual Loans' to WS-POS-DESC (11).
           move 'ACCRINT' to WS-POS-CODE (12).
           move 'Accrued Loan Interest Recv' to WS-POS-DESC (12).
           perform varying WS-POS-SUB from 1 by 1
               until WS-POS-SUB > 12
               move 0 to WS-POS-TODAY (WS-POS-SUB)
               move 0 to WS-POS-PRIOR (WS-POS-SUB)
               move 'N' to WS-POS-PRIOR-SET (WS-POS-SUB)
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               open input LOAN-ACCRUAL-FILE
               perform until EOF-REACHED
                   if LOAN-OPEN
                       add LOAN-BALANCE to WS-POS-TODAY (7)
                       perform FOOT-LOAN-ACCRUAL
                   end-if
                   read LOAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               if WS-LACR-STATUS = '00'
                   close LOAN-ACCRUAL-FILE
               end-if
               close LOAN-FILE
           end-if.

      *    A loan on nonaccrual foots into the nonaccrual line; an
      *    accruing one contributes its uncollected accrued interest.
       FOOT-LOAN-ACCRUAL.
           if WS-LACR-STATUS = '00'
               move LOAN-ID to LACR-LOAN-ID
               read LOAN-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       if LACR-NONACCRUAL
                           add LOAN-BALANCE to WS-POS-TODAY (11)
                       else
                           add LACR-ACCRUED-UNPAID
                               to WS-POS-TODAY (12)
                       end-if
               end-read
           end-if.

       FOOT-TERM-DEPOSITS.
           move 'N' to WS-EOF-FLAG.
           open input TERM-DEPOSIT-FILE.
               end-read
               perform until EOF-REACHED
                   perform varying WS-POS-SUB from 1 by 1
                       until WS-POS-SUB > 12
                       if PRIOR-LINE-CODE = WS-POS-CODE (WS-POS-SUB)
                           move PRIOR-AMOUNT
                               to WS-POS-PRIOR (WS-POS-SUB)
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           perform varying WS-POS-SUB from 1 by 1
               until WS-POS-SUB > 12
               perform WRITE-ONE-POSITION-LINE
           end-perform.
           close POSITION-REPORT-FILE.
       SAVE-TODAYS-POSITION.
           open output PRIOR-POSITION-FILE.
           perform varying WS-POS-SUB from 1 by 1
               until WS-POS-SUB > 12
               move WS-BUSINESS-DATE to PRIOR-DATE
               move WS-POS-CODE (WS-POS-SUB) to PRIOR-LINE-CODE
               move WS-POS-TODAY (WS-POS-SUB) to PRIOR-AMOUNT
