      *    balance, interest accrued from the loan's paid-through
      *    date (one month before LOAN-NEXT-DUE-DATE, the way
      *    loan-payment.cbl collects) to the good-through date at the
      *    daily rate, the unpaid late charges loan-late-charge.cbl
      *    has assessed, any other outstanding fees keyed by the
      *    clerk, and the per-diem figure for a payoff that arrives
      *    late. The quote prints as its own document under a quote
      *    ID and is logged to the quote register so the eventual
      *    payoff can be held to the quoted figure and marked
      *    satisfied.

       environment division.
       input-output section.
           assign to WS-QUOTE-FILENAME
           organization is line sequential
           file status is WS-DOC-STATUS.
       select LATE-CHARGE-FILE
           assign to 'loan_late_charges.dat'
           organization is indexed
           access mode is dynamic
           record key is LLC-LOAN-ID
           lock mode is automatic
           file status is WS-LLC-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
       fd QUOTE-DOCUMENT-FILE.
       01 QUOTE-DOCUMENT-LINE       pic x(80).

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-LOAN-STATUS            pic xx.
       01 WS-QUOTE-STATUS           pic xx.
       01 WS-DOC-STATUS             pic xx.
       01 WS-LLC-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-WORK-LOAN-ID           pic 9(6).
       01 WS-GOOD-THRU-DATE         pic 9(8).
       01 WS-OUTSTANDING-FEES       pic 9(6)v99.
       01 WS-LATE-CHARGES           pic 9(6)v99.
       01 WS-NEW-QUOTE-ID           pic 9(6).
       01 WS-WORK-QUOTE-ID          pic 9(6).
       01 WS-QUOTE-FILENAME         pic x(30).
           end-if.
           display "Enter Good-Through Date (YYYYMMDD): ".
           accept WS-GOOD-THRU-DATE.
           perform LOOKUP-LATE-CHARGES.
           if WS-LATE-CHARGES > 0
               display "Unpaid late charges on file: " WS-LATE-CHARGES
           end-if.
           display "Enter Other Outstanding Fees (0 if none): ".
           accept WS-OUTSTANDING-FEES.

           perform COMPUTE-PAID-THRU-DATE.
               LOAN-BALANCE * WS-DAILY-RATE * WS-ACCRUAL-DAYS.
           compute WS-PAYOFF-TOTAL =
               LOAN-BALANCE + WS-ACCRUED-INTEREST
               + WS-LATE-CHARGES + WS-OUTSTANDING-FEES.

           perform GENERATE-QUOTE-ID.
           open i-o PAYOFF-QUOTE-FILE.
           move WS-GOOD-THRU-DATE to QTE-GOOD-THRU.
           move LOAN-BALANCE to QTE-PRINCIPAL.
           move WS-ACCRUED-INTEREST to QTE-INTEREST.
           compute QTE-FEES = WS-LATE-CHARGES + WS-OUTSTANDING-FEES.
           move WS-PAYOFF-TOTAL to QTE-TOTAL.
           move WS-PER-DIEM to QTE-PER-DIEM.
           set QTE-OUTSTANDING to true.
       SATISFY-QUOTE-DONE.
           continue.

      *    Unpaid late charges carried on the loan; none when the
      *    loan has never been charged.
       LOOKUP-LATE-CHARGES.
           move 0 to WS-LATE-CHARGES.
           open input LATE-CHARGE-FILE.
           if WS-LLC-STATUS = '00'
               move LOAN-ID to LLC-LOAN-ID
               read LATE-CHARGE-FILE
                   invalid key
                       continue
                   not invalid key
                       move LLC-UNPAID to WS-LATE-CHARGES
               end-read
               close LATE-CHARGE-FILE
           end-if.

      *    One month before LOAN-NEXT-DUE-DATE, day clamped to 28
      *    the same way the due-date advance clamps it.
       COMPUTE-PAID-THRU-DATE.
                  into QUOTE-DOCUMENT-LINE
           end-string.
           write QUOTE-DOCUMENT-LINE.
           move WS-LATE-CHARGES to WS-FMT-AMT.
           move spaces to QUOTE-DOCUMENT-LINE.
           string "Late charges:        " delimited by size
                  WS-FMT-AMT delimited by size
                  into QUOTE-DOCUMENT-LINE
           end-string.
           write QUOTE-DOCUMENT-LINE.
           move WS-OUTSTANDING-FEES to WS-FMT-AMT.
           move spaces to QUOTE-DOCUMENT-LINE.
           string "Other fees owed:     " delimited by size
                  WS-FMT-AMT delimited by size
                  into QUOTE-DOCUMENT-LINE
           end-string.
