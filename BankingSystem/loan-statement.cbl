      *        scheduled payments, the interest paid (the figure the
      *        borrower needs for taxes), and the ending principal,
      *        cross-referenced against the LN-PMT postings actually
      *        collected for the borrower that year, and the late
      *        charges assessed, paid, and still owed on the loan,
      *        with the loan flagged when it is on nonaccrual.

       environment division.
       input-output section.
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select LATE-CHARGE-FILE
           assign to 'loan_late_charges.dat'
           organization is indexed
           access mode is dynamic
           record key is LLC-LOAN-ID
           lock mode is automatic
           file status is WS-LLC-STATUS.
       select LOAN-ACCRUAL-FILE
           assign to 'loan_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is LACR-LOAN-ID
           lock mode is automatic
           file status is WS-LACR-STATUS.
       select DOCUMENT-FILE
           assign to WS-DOC-FILENAME
           organization is line sequential
          05 TRANS-ACCT-TYPE        pic x(1).
          05 TRANS-BRANCH           pic 9(3).

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

       fd DOCUMENT-FILE.
       01 DOCUMENT-LINE             pic x(90).

       01 WS-LOAN-STATUS            pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-DOC-STATUS             pic xx.
       01 WS-LLC-STATUS             pic xx.
       01 WS-LACR-STATUS            pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-DOC-FILENAME           pic x(40).
       01 WS-SCAN-EOF-FLAG          pic x value 'N'.
       01 WS-YR-POSTED-COUNT        pic 9(4).
       01 WS-YR-POSTED-TOTAL        pic 9(10)v99.

      *    Late charges carried on the loan.
       01 WS-LATE-ASSESSED          pic 9(8)v99.
       01 WS-LATE-PAID              pic 9(8)v99.
       01 WS-LATE-UNPAID            pic 9(6)v99.

      *    Accrual status from loan-interest-accrual.cbl.
       01 WS-NONACCRUAL-FLAG        pic x.
       01 WS-NONACCRUAL-DATE        pic 9(8).

       01 WS-FMT-AMT-1              pic -(8)9.99.
       01 WS-FMT-AMT-2              pic -(8)9.99.
       01 WS-FMT-AMT-3              pic -(8)9.99.
           accept WS-STMT-YEAR.
           perform SUM-SCHEDULE-FOR-YEAR.
           perform COUNT-POSTED-PAYMENTS.
           perform LOOKUP-LATE-CHARGES.
           perform LOOKUP-ACCRUAL-STATUS.
           move spaces to WS-DOC-FILENAME.
           string "loanstmt_" delimited by size
                  WS-WORK-LOAN-ID delimited by size
                  into DOCUMENT-LINE
           end-string.
           write DOCUMENT-LINE.
           if WS-NONACCRUAL-FLAG = 'Y'
               move spaces to DOCUMENT-LINE
               string "*** NONACCRUAL since " delimited by size
                      WS-NONACCRUAL-DATE delimited by size
                      " -- interest recognized only as collected ***"
                          delimited by size
                      into DOCUMENT-LINE
               end-string
               write DOCUMENT-LINE
           end-if.
           move all "-" to DOCUMENT-LINE.
           write DOCUMENT-LINE.
           move WS-YR-PAYMENTS to WS-FMT-AMT-1.
                  into DOCUMENT-LINE
           end-string.
           write DOCUMENT-LINE.
           move WS-LATE-ASSESSED to WS-FMT-AMT-1.
           move spaces to DOCUMENT-LINE.
           string "Late charges assessed to date: " delimited by size
                  WS-FMT-AMT-1 delimited by size
                  into DOCUMENT-LINE
           end-string.
           write DOCUMENT-LINE.
           move WS-LATE-PAID to WS-FMT-AMT-1.
           move spaces to DOCUMENT-LINE.
           string "Late charges paid to date:     " delimited by size
                  WS-FMT-AMT-1 delimited by size
                  into DOCUMENT-LINE
           end-string.
           write DOCUMENT-LINE.
           move WS-LATE-UNPAID to WS-FMT-AMT-1.
           move spaces to DOCUMENT-LINE.
           string "Unpaid late charges owed:      " delimited by size
                  WS-FMT-AMT-1 delimited by size
                  into DOCUMENT-LINE
           end-string.
           write DOCUMENT-LINE.
           close DOCUMENT-FILE.
           display "Statement written to " WS-DOC-FILENAME ".".
       PRINT-YEAR-STATEMENT-DONE.
               close TRANSACTION-FILE
           end-if.

      *    The loan's late-charge row; all zero when it has never
      *    been charged.
       LOOKUP-LATE-CHARGES.
           move 0 to WS-LATE-ASSESSED.
           move 0 to WS-LATE-PAID.
           move 0 to WS-LATE-UNPAID.
           open input LATE-CHARGE-FILE.
           if WS-LLC-STATUS = '00'
               move LOAN-ID to LLC-LOAN-ID
               read LATE-CHARGE-FILE
                   invalid key
                       continue
                   not invalid key
                       move LLC-TOTAL-ASSESSED to WS-LATE-ASSESSED
                       move LLC-TOTAL-PAID to WS-LATE-PAID
                       move LLC-UNPAID to WS-LATE-UNPAID
               end-read
               close LATE-CHARGE-FILE
           end-if.

       LOOKUP-ACCRUAL-STATUS.
           move 'N' to WS-NONACCRUAL-FLAG.
           move 0 to WS-NONACCRUAL-DATE.
           open input LOAN-ACCRUAL-FILE.
           if WS-LACR-STATUS = '00'
               move LOAN-ID to LACR-LOAN-ID
               read LOAN-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       if LACR-NONACCRUAL
                           move 'Y' to WS-NONACCRUAL-FLAG
                           move LACR-NONACCRUAL-DATE
                               to WS-NONACCRUAL-DATE
                       end-if
               end-read
               close LOAN-ACCRUAL-FILE
           end-if.

       READ-THE-LOAN.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
