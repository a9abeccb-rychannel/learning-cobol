       identification division.
       program-id. backup-withholding-report.

      *    Quarterly federal withholding liability report: every
      *    BACKUP-WHLD posting interest-posting.cbl kept back from an
      *    uncertified customer's interest in the requested quarter,
      *    listed with the customer and the TIN status that put them
      *    under withholding, then totaled by month for the deposit
      *    schedule. Tax withheld from IRA distributions
      *    (tax-account-maint.cbl's TAX-WHLD postings) is reported on
      *    the same annual return, so it is totaled alongside; the
      *    grand total is what the bank owes the IRS for the quarter
      *    and ties to the credits to GL 2260. Reversed postings are
      *    left out. Sweeps the live TRANSACTION-FILE and the
      *    ARCHIVE-FILE the way interest-1099.cbl does.

       environment division.
       input-output section.
       file-control.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select ARCHIVE-FILE
           assign to 'transaction_history.dat'
           organization is line sequential
           file status is WS-ARCHIVE-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select CUSTOMER-PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select WITHHOLDING-REPORT-FILE
           assign to 'backup_withholding_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 TRANS-CUST-ID          pic 9(6).
          05 TRANS-AMOUNT           pic 9(8)v99.
          05 TRANS-TYPE             pic x(11).
          05 TRANS-DATE             pic 9(8).
          05 TRANS-TIME             pic 9(6).
          05 TRANS-REVERSED         pic x(1).
          05 TRANS-ACCT-TYPE        pic x(1).
          05 TRANS-BRANCH           pic 9(3).

       fd ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
          05 ARCH-TRANS-ID          pic 9(6).
          05 ARCH-TRANS-CUST-ID     pic 9(6).
          05 ARCH-TRANS-AMOUNT      pic 9(8)v99.
          05 ARCH-TRANS-TYPE        pic x(11).
          05 ARCH-TRANS-DATE        pic 9(8).
          05 ARCH-TRANS-TIME        pic 9(6).
          05 ARCH-TRANS-REVERSED    pic x(1).
          05 ARCH-TRANS-ACCT-TYPE   pic x(1).
          05 ARCH-TRANS-BRANCH      pic 9(3).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 CUST-NAME             pic x(30).
          05 CUST-BALANCE          pic s9(8)v99.
          05 CUST-OD-LIMIT         pic 9(6)v99.
          05 CUST-STATUS           pic x(1).
             88 CUST-ACTIVE        value 'A'.
             88 CUST-FROZEN        value 'F'.
             88 CUST-CLOSED        value 'C'.
          05 CUST-CURRENCY         pic x(3).

       fd CUSTOMER-PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       fd WITHHOLDING-REPORT-FILE.
       01 WITHHOLDING-LINE          pic x(80).

       working-storage section.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-ARCHIVE-STATUS         pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-TAX-YEAR               pic 9(4).
       01 WS-QUARTER                pic 9(1).
       01 WS-FIRST-MONTH            pic 9(2).
       01 WS-LAST-MONTH             pic 9(2).
       01 WS-MONTH-SUB              pic 9(2).

      *    The posting under review, from either file.
       01 WS-SWEEP-CUST-ID          pic 9(6).
       01 WS-SWEEP-AMOUNT           pic 9(8)v99.
       01 WS-SWEEP-TYPE             pic x(11).
       01 WS-SWEEP-DATE             pic 9(8).
       01 WS-SWEEP-DATE-PARTS redefines WS-SWEEP-DATE.
          05 WS-SWEEP-YEAR          pic 9(4).
          05 WS-SWEEP-MONTH         pic 9(2).
          05 WS-SWEEP-DAY           pic 9(2).
       01 WS-SWEEP-ACCT-TYPE        pic x(1).

      *    Backup and distribution withholding by month of the year.
       01 WS-MONTH-TOTALS.
          05 WS-MONTH-TOTAL occurs 12 times.
             10 WS-MT-BACKUP         pic 9(10)v99.
             10 WS-MT-DISTRIB        pic 9(10)v99.
       01 WS-QTR-BACKUP             pic 9(10)v99 value zero.
       01 WS-QTR-DISTRIB            pic 9(10)v99 value zero.
       01 WS-QTR-TOTAL              pic 9(10)v99 value zero.
       01 WS-DETAIL-COUNT           pic 9(5) value zero.

       01 WS-LOOKUP-NAME            pic x(30).
       01 WS-TIN-LABEL              pic x(12).
       01 WS-FMT-AMOUNT             pic $$$,$$$,$$9.99.
       01 WS-FMT-AMOUNT-2           pic $$$,$$$,$$9.99.
       01 WS-FMT-TOTAL              pic $$,$$$,$$$,$$9.99.

       procedure division.
       MAIN-LOGIC.
           display "Quarterly Backup Withholding Report".
           display "Enter Tax Year (YYYY): ".
           accept WS-TAX-YEAR.
           display "Enter Quarter (1-4): ".
           accept WS-QUARTER.
           if WS-QUARTER < 1 or WS-QUARTER > 4
               display "Quarter must be 1 through 4."
               stop run
           end-if.
           compute WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1.
           compute WS-LAST-MONTH = WS-FIRST-MONTH + 2.
           perform varying WS-MONTH-SUB from 1 by 1
               until WS-MONTH-SUB > 12
               move 0 to WS-MT-BACKUP (WS-MONTH-SUB)
               move 0 to WS-MT-DISTRIB (WS-MONTH-SUB)
           end-perform.

           open output WITHHOLDING-REPORT-FILE.
           move spaces to WITHHOLDING-LINE.
           string "BACKUP WITHHOLDING - " delimited by size
                  WS-TAX-YEAR delimited by size
                  " QUARTER " delimited by size
                  WS-QUARTER delimited by size
                  into WITHHOLDING-LINE
           end-string.
           write WITHHOLDING-LINE.
           move "Date     Cust   Name                  Acct TIN Status"
               to WITHHOLDING-LINE.
           move "      Withheld" to WITHHOLDING-LINE(56:14).
           write WITHHOLDING-LINE.
           move all "=" to WITHHOLDING-LINE.
           write WITHHOLDING-LINE.

           open input CUSTOMER-FILE.
           open input CUSTOMER-PROFILE-FILE.
           perform SWEEP-LIVE-FILE.
           perform SWEEP-ARCHIVE-FILE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           if WS-PROFILE-STATUS = '00'
               close CUSTOMER-PROFILE-FILE
           end-if.

           perform WRITE-MONTH-TOTALS.
           close WITHHOLDING-REPORT-FILE.
           move WS-QTR-TOTAL to WS-FMT-TOTAL.
           display WS-DETAIL-COUNT " backup withholding posting(s); "
               "owed to the IRS " WS-FMT-TOTAL ".".
           display "Report written to backup_withholding_report.txt.".
           stop run.

       SWEEP-LIVE-FILE.
           move 'N' to WS-EOF-FLAG.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TRANS-REVERSED not = 'Y'
                       move TRANS-CUST-ID to WS-SWEEP-CUST-ID
                       move TRANS-AMOUNT to WS-SWEEP-AMOUNT
                       move TRANS-TYPE to WS-SWEEP-TYPE
                       move TRANS-DATE to WS-SWEEP-DATE
                       move TRANS-ACCT-TYPE to WS-SWEEP-ACCT-TYPE
                       perform TAKE-WITHHOLDING-POSTING
                   end-if
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TRANSACTION-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Months already archived out of the live file still belong
      *    to the quarter.
       SWEEP-ARCHIVE-FILE.
           move 'N' to WS-EOF-FLAG.
           open input ARCHIVE-FILE.
           if WS-ARCHIVE-STATUS = '00'
               read ARCHIVE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ARCH-TRANS-REVERSED not = 'Y'
                       move ARCH-TRANS-CUST-ID to WS-SWEEP-CUST-ID
                       move ARCH-TRANS-AMOUNT to WS-SWEEP-AMOUNT
                       move ARCH-TRANS-TYPE to WS-SWEEP-TYPE
                       move ARCH-TRANS-DATE to WS-SWEEP-DATE
                       move ARCH-TRANS-ACCT-TYPE to WS-SWEEP-ACCT-TYPE
                       perform TAKE-WITHHOLDING-POSTING
                   end-if
                   read ARCHIVE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close ARCHIVE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       TAKE-WITHHOLDING-POSTING.
           if WS-SWEEP-YEAR not = WS-TAX-YEAR
              or WS-SWEEP-MONTH < WS-FIRST-MONTH
              or WS-SWEEP-MONTH > WS-LAST-MONTH
               continue
           else
               evaluate WS-SWEEP-TYPE
                   when 'BACKUP-WHLD'
                       add WS-SWEEP-AMOUNT
                           to WS-MT-BACKUP (WS-SWEEP-MONTH)
                       add WS-SWEEP-AMOUNT to WS-QTR-BACKUP
                       add WS-SWEEP-AMOUNT to WS-QTR-TOTAL
                       perform WRITE-DETAIL-LINE
                   when 'TAX-WHLD'
                       add WS-SWEEP-AMOUNT
                           to WS-MT-DISTRIB (WS-SWEEP-MONTH)
                       add WS-SWEEP-AMOUNT to WS-QTR-DISTRIB
                       add WS-SWEEP-AMOUNT to WS-QTR-TOTAL
                   when other
                       continue
               end-evaluate
           end-if.

      *    One line per backup withholding posting, with the TIN
      *    status as it stands today so the follow-up is visible.
       WRITE-DETAIL-LINE.
           move all "?" to WS-LOOKUP-NAME.
           if WS-CUSTOMER-STATUS = '00'
               move WS-SWEEP-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-LOOKUP-NAME
               end-read
           end-if.
           move "No profile" to WS-TIN-LABEL.
           if WS-PROFILE-STATUS = '00'
               move WS-SWEEP-CUST-ID to PROF-CUST-ID
               read CUSTOMER-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       evaluate true
                           when PROF-TAX-ID = 0
                               move "No TIN" to WS-TIN-LABEL
                           when PROF-TIN-CERTIFIED
                               move "Certified" to WS-TIN-LABEL
                           when PROF-TIN-BNOTICE-1
                               move "B-notice 1" to WS-TIN-LABEL
                           when PROF-TIN-BNOTICE-2
                               move "B-notice 2" to WS-TIN-LABEL
                           when other
                               move "Uncertified" to WS-TIN-LABEL
                       end-evaluate
               end-read
           end-if.
           move WS-SWEEP-AMOUNT to WS-FMT-AMOUNT.
           move spaces to WITHHOLDING-LINE.
           string WS-SWEEP-DATE delimited by size
                  " " delimited by size
                  WS-SWEEP-CUST-ID delimited by size
                  " " delimited by size
                  WS-LOOKUP-NAME(1:21) delimited by size
                  " " delimited by size
                  WS-SWEEP-ACCT-TYPE delimited by size
                  "    " delimited by size
                  WS-TIN-LABEL delimited by size
                  WS-FMT-AMOUNT delimited by size
                  into WITHHOLDING-LINE
           end-string.
           write WITHHOLDING-LINE.
           add 1 to WS-DETAIL-COUNT.

       WRITE-MONTH-TOTALS.
           move spaces to WITHHOLDING-LINE.
           write WITHHOLDING-LINE.
           move "Month           Backup      IRA Distribution"
               to WITHHOLDING-LINE.
           write WITHHOLDING-LINE.
           move all "-" to WITHHOLDING-LINE.
           write WITHHOLDING-LINE.
           perform varying WS-MONTH-SUB from WS-FIRST-MONTH by 1
               until WS-MONTH-SUB > WS-LAST-MONTH
               move WS-MT-BACKUP (WS-MONTH-SUB) to WS-FMT-AMOUNT
               move WS-MT-DISTRIB (WS-MONTH-SUB) to WS-FMT-AMOUNT-2
               move spaces to WITHHOLDING-LINE
               string WS-TAX-YEAR delimited by size
                      "-" delimited by size
                      WS-MONTH-SUB delimited by size
                      "  " delimited by size
                      WS-FMT-AMOUNT delimited by size
                      "  " delimited by size
                      WS-FMT-AMOUNT-2 delimited by size
                      into WITHHOLDING-LINE
               end-string
               write WITHHOLDING-LINE
           end-perform.
           move all "-" to WITHHOLDING-LINE.
           write WITHHOLDING-LINE.
           move WS-QTR-BACKUP to WS-FMT-AMOUNT.
           move WS-QTR-DISTRIB to WS-FMT-AMOUNT-2.
           move spaces to WITHHOLDING-LINE.
           string "Quarter  " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  " delimited by size
                  WS-FMT-AMOUNT-2 delimited by size
                  into WITHHOLDING-LINE
           end-string.
           write WITHHOLDING-LINE.
           move WS-QTR-TOTAL to WS-FMT-TOTAL.
           move spaces to WITHHOLDING-LINE.
           string "Total federal tax withheld owed to the IRS: "
                      delimited by size
                  WS-FMT-TOTAL delimited by size
                  into WITHHOLDING-LINE
           end-string.
           write WITHHOLDING-LINE.
