      *    postings in the requested tax year, totals them per
      *    customer, and writes a 1099-INT style summary file per
      *    customer plus the bank-wide total for the tax filing.
      *    Interest credited inside an IRA or HSA is tax-deferred
      *    and not reported here; tax-forms.cbl reports the plans.
      *    BACKUP-WHLD postings interest-posting.cbl kept back from
      *    an uncertified customer's interest are summed the same way
      *    for the federal income tax withheld box (box 4).

       environment division.
       input-output section.
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.

      *    One "CUSTID,NAME,INTEREST,WITHHELD" line per customer who
      *    earned interest in the year, plus the bank-wide totals,
      *    for the filing.
       select SUMMARY-FILE
           assign to 'interest_1099.dat'
           organization is line sequential
          05 WS-INT-ENTRY occurs 500 times indexed by WS-INT-IDX.
             10 WS-INT-CUST-ID       pic 9(6).
             10 WS-INT-TOTAL         pic 9(8)v99.
             10 WS-INT-WITHHELD      pic 9(8)v99.
       01 WS-INT-SEARCH-IDX         pic 9(4).

       01 WS-SWEEP-CUST-ID          pic 9(6).
       01 WS-SWEEP-AMOUNT           pic 9(8)v99.
       01 WS-SWEEP-TYPE             pic x(11).
       01 WS-BANK-TOTAL             pic 9(10)v99 value zero.
       01 WS-BANK-WITHHELD          pic 9(10)v99 value zero.
       01 WS-CSV-WITHHELD           pic -(7)9.99.
       01 WS-CSV-WITHHELD-TOTAL     pic -(9)9.99.
       01 WS-LOOKUP-NAME            pic x(30).
       01 WS-CSV-AMOUNT             pic -(7)9.99.
       01 WS-CSV-TOTAL              pic -(9)9.99.
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if (TRANS-TYPE = 'I' or TRANS-TYPE = 'BACKUP-WHLD')
                      and TRANS-REVERSED not = 'Y'
                      and TRANS-ACCT-TYPE not = 'I'
                      and TRANS-ACCT-TYPE not = 'H'
                      and TRANS-DATE(1:4) = WS-TAX-YEAR
                       move TRANS-CUST-ID to WS-SWEEP-CUST-ID
                       move TRANS-AMOUNT to WS-SWEEP-AMOUNT
                       move TRANS-TYPE to WS-SWEEP-TYPE
                       perform ACCUMULATE-CUSTOMER-INTEREST
                   end-if
                   read TRANSACTION-FILE next record
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if (ARCH-TRANS-TYPE = 'I'
                       or ARCH-TRANS-TYPE = 'BACKUP-WHLD')
                      and ARCH-TRANS-REVERSED not = 'Y'
                      and ARCH-TRANS-ACCT-TYPE not = 'I'
                      and ARCH-TRANS-ACCT-TYPE not = 'H'
                      and ARCH-TRANS-DATE(1:4) = WS-TAX-YEAR
                       move ARCH-TRANS-CUST-ID to WS-SWEEP-CUST-ID
                       move ARCH-TRANS-AMOUNT to WS-SWEEP-AMOUNT
                       move ARCH-TRANS-TYPE to WS-SWEEP-TYPE
                       perform ACCUMULATE-CUSTOMER-INTEREST
                   end-if
                   read ARCHIVE-FILE
           if WS-INT-SEARCH-IDX = 0
               if WS-INT-USED < 500
                   add 1 to WS-INT-USED
                   move WS-INT-USED to WS-INT-SEARCH-IDX
                   move WS-SWEEP-CUST-ID
                       to WS-INT-CUST-ID (WS-INT-USED)
                   move 0 to WS-INT-TOTAL (WS-INT-USED)
                   move 0 to WS-INT-WITHHELD (WS-INT-USED)
               end-if
           end-if.
           if WS-INT-SEARCH-IDX > 0
               if WS-SWEEP-TYPE = 'BACKUP-WHLD'
                   add WS-SWEEP-AMOUNT
                       to WS-INT-WITHHELD (WS-INT-SEARCH-IDX)
               else
                   add WS-SWEEP-AMOUNT
                       to WS-INT-TOTAL (WS-INT-SEARCH-IDX)
               end-if
           end-if.

       WRITE-SUMMARY-FILE.
               perform LOOKUP-CUSTOMER-NAME
               move WS-INT-TOTAL (WS-INT-IDX) to WS-CSV-AMOUNT
               add WS-INT-TOTAL (WS-INT-IDX) to WS-BANK-TOTAL
               move WS-INT-WITHHELD (WS-INT-IDX) to WS-CSV-WITHHELD
               add WS-INT-WITHHELD (WS-INT-IDX) to WS-BANK-WITHHELD
               move spaces to SUMMARY-LINE
               string WS-INT-CUST-ID (WS-INT-IDX) delimited by size
                      "," delimited by size
                      WS-LOOKUP-NAME delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT delimited by size
                      "," delimited by size
                      WS-CSV-WITHHELD delimited by size
                      into SUMMARY-LINE
               end-string
               write SUMMARY-LINE
           end-perform.
           move WS-BANK-TOTAL to WS-CSV-TOTAL.
           move WS-BANK-WITHHELD to WS-CSV-WITHHELD-TOTAL.
           move spaces to SUMMARY-LINE.
           string "BANK TOTAL,," delimited by size
                  WS-CSV-TOTAL delimited by size
                  "," delimited by size
                  WS-CSV-WITHHELD-TOTAL delimited by size
                  into SUMMARY-LINE
           end-string.
           write SUMMARY-LINE.
           close SUMMARY-FILE.
           display WS-INT-USED " customer(s) written to "
               "interest_1099.dat; bank total " WS-CSV-TOTAL
               ", withheld " WS-CSV-WITHHELD-TOTAL ".".

      *    Pulls the customer's name for the summary line; an unknown
      *    Customer ID reads as question marks rather than aborting.
