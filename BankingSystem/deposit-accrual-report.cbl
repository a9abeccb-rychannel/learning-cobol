       identification division.
       program-id. deposit-accrual-report.

      *    Deposit interest accrual tie-out for the month to date:
      *    every payment cycle that closed this month -- a posting
      *    run's credit on a checking, savings, money market, IRA
      *    or HSA balance, a CD's maturity payout or renewal, or a CD's
      *    early withdrawal -- with the interest accrued for that
      *    cycle against the interest actually paid and the
      *    difference. Totals by balance type follow: accrued this
      *    month, accrual relieved, paid, and the interest payable
      *    still on deposit_accrual.dat, with the month's movement in
      *    the payable proved as accrued less relieved. Reads the
      *    log deposit-interest-accrual.cbl and the posting jobs
      *    write. Modeled on tdr-report.cbl's batch-report shape.

       environment division.
       input-output section.
       file-control.
       select DEPOSIT-ACCRUAL-LOG-FILE
           assign to 'deposit_accruals.dat'
           organization is line sequential
           file status is WS-DAL-STATUS.
       select DEPOSIT-ACCRUAL-FILE
           assign to 'deposit_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is DACR-KEY
           lock mode is automatic
           file status is WS-DACR-STATUS.
       select ACCRUAL-REPORT-FILE
           assign to 'deposit_accrual_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd DEPOSIT-ACCRUAL-LOG-FILE.
       01 DEPOSIT-ACCRUAL-LOG-RECORD.
          05 DAL-DATE               pic 9(8).
          05 DAL-ACCT-TYPE          pic x(1).
          05 DAL-ACCT-ID            pic 9(6).
          05 DAL-CUST-ID            pic 9(6).
          05 DAL-TYPE               pic x(1).
             88 DAL-ACCRUAL         value 'A'.
             88 DAL-PAID            value 'P'.
             88 DAL-CD-PAID         value 'M'.
             88 DAL-CD-TRUE-UP      value 'T'.
             88 DAL-REVERSAL        value 'R'.
          05 DAL-AMOUNT             pic 9(8)v99.
          05 DAL-CYCLE-END          pic x(1).
          05 DAL-CYCLE-ACCRUED      pic 9(8)v99.
          05 DAL-CYCLE-PAID         pic 9(8)v99.

       fd DEPOSIT-ACCRUAL-FILE.
       01 DEPOSIT-ACCRUAL-RECORD.
          05 DACR-KEY.
             10 DACR-ACCT-TYPE      pic x(1).
             10 DACR-ACCT-ID        pic 9(6).
          05 DACR-CUST-ID           pic 9(6).
          05 DACR-ACCRUED-UNPAID    pic 9(8)v99.
          05 DACR-LAST-ACCRUAL-DATE pic 9(8).
          05 DACR-LAST-PAID-DATE    pic 9(8).
          05 DACR-LAST-PAID-AMOUNT  pic 9(8)v99.
          05 DACR-LAST-RELIEVED     pic 9(8)v99.
          05 DACR-STATUS            pic x(1).
             88 DACR-ACTIVE         value 'A'.
             88 DACR-CLOSED         value 'C'.

       fd ACCRUAL-REPORT-FILE.
       01 ACCRUAL-LINE              pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-DAL-STATUS             pic xx.
       01 WS-DACR-STATUS            pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-PERIOD-START           pic 9(8).

      *    One row per balance type; entry order fixes the subscript
      *    WS-TYPE-SUB picks. The last row gathers the accounts of
      *    products added to the deposit product catalog.
       01 WS-TYPE-VALUES.
          05 filler pic x(16) value 'CChecking       '.
          05 filler pic x(16) value 'SSavings        '.
          05 filler pic x(16) value 'MMoney market   '.
          05 filler pic x(16) value 'TTerm deposits  '.
          05 filler pic x(16) value 'IIRA            '.
          05 filler pic x(16) value 'HHSA            '.
          05 filler pic x(16) value '*Other products '.
       01 WS-TYPE-TABLE redefines WS-TYPE-VALUES.
          05 WS-TYPE-ENTRY occurs 7 times.
             10 WS-TYPE-CODE         pic x(1).
             10 WS-TYPE-NAME         pic x(15).
       01 WS-TYPE-TOTALS.
          05 WS-TYPE-TOTAL occurs 7 times.
             10 WS-TT-CYCLES         pic 9(5).
             10 WS-TT-ACCRUED        pic 9(10)v99.
             10 WS-TT-RELIEVED       pic 9(10)v99.
             10 WS-TT-PAID           pic 9(10)v99.
             10 WS-TT-PAYABLE        pic 9(10)v99.
       01 WS-TYPE-SUB               pic 9(1).
       01 WS-FOUND-SUB              pic 9(1).

       01 WS-VARIANCE               pic s9(8)v99.
       01 WS-MOVEMENT               pic s9(10)v99.
       01 WS-ACCRUED-FMT            pic z(7)9.99.
       01 WS-PAID-FMT               pic z(7)9.99.
       01 WS-VARIANCE-FMT           pic -(7)9.99.
       01 WS-TOT-ACCRUED-FMT        pic z(9)9.99.
       01 WS-TOT-RELIEVED-FMT       pic z(9)9.99.
       01 WS-TOT-PAID-FMT           pic z(9)9.99.
       01 WS-TOT-PAYABLE-FMT        pic z(9)9.99.
       01 WS-MOVEMENT-FMT           pic -(9)9.99.

       01 WS-CYCLE-COUNT            pic 9(5) value zero.
       01 WS-GRAND-ACCRUED          pic 9(10)v99 value zero.
       01 WS-GRAND-RELIEVED         pic 9(10)v99 value zero.
       01 WS-GRAND-PAID             pic 9(10)v99 value zero.
       01 WS-GRAND-PAYABLE          pic 9(10)v99 value zero.

       procedure division.
       MAIN-LOGIC.
           display "Deposit Accrual Report Starting...".
           perform GET-BUSINESS-DATE.
           move WS-BUSINESS-DATE to WS-PERIOD-START.
           move '01' to WS-PERIOD-START(7:2).
           perform varying WS-TYPE-SUB from 1 by 1
               until WS-TYPE-SUB > 7
               move 0 to WS-TT-CYCLES (WS-TYPE-SUB)
               move 0 to WS-TT-ACCRUED (WS-TYPE-SUB)
               move 0 to WS-TT-RELIEVED (WS-TYPE-SUB)
               move 0 to WS-TT-PAID (WS-TYPE-SUB)
               move 0 to WS-TT-PAYABLE (WS-TYPE-SUB)
           end-perform.

           open output ACCRUAL-REPORT-FILE.
           move spaces to ACCRUAL-LINE.
           string "DEPOSIT INTEREST ACCRUAL TIE-OUT - "
                      delimited by size
                  WS-PERIOD-START delimited by size
                  " TO " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.
           move spaces to ACCRUAL-LINE.
           string "Type Acct   Cust   Paid On     Accrued        Paid"
                      delimited by size
                  "    Variance" delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.
           move all "=" to ACCRUAL-LINE.
           write ACCRUAL-LINE.

           open input DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-DAL-STATUS = '00'
               read DEPOSIT-ACCRUAL-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if DAL-DATE >= WS-PERIOD-START
                      and DAL-DATE <= WS-BUSINESS-DATE
                       perform REPORT-ONE-LOG-LINE
                   end-if
                   read DEPOSIT-ACCRUAL-LOG-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close DEPOSIT-ACCRUAL-LOG-FILE
           else
               display "No deposit accrual log on file."
           end-if.

           perform SUM-PAYABLE-ON-FILE.
           perform WRITE-TOTALS.
           close ACCRUAL-REPORT-FILE.
           display WS-CYCLE-COUNT " payment cycle(s) reported.".
           display "Report written to deposit_accrual_report.txt.".
           stop run.

      *    Accrual lines add to the month's accrual; every relief
      *    line (P, M or R) takes its amount off the payable; the
      *    cycle-end line of each payment prints the tie-out.
       REPORT-ONE-LOG-LINE.
           perform FIND-TYPE-ENTRY.
           if WS-FOUND-SUB = 0
               move 1 to WS-FOUND-SUB
           end-if.
           evaluate true
               when DAL-ACCRUAL
                   add DAL-AMOUNT to WS-TT-ACCRUED (WS-FOUND-SUB)
               when DAL-PAID or DAL-CD-PAID or DAL-REVERSAL
                   add DAL-AMOUNT to WS-TT-RELIEVED (WS-FOUND-SUB)
               when other
                   continue
           end-evaluate.
           if DAL-CYCLE-END = 'Y'
               add 1 to WS-TT-CYCLES (WS-FOUND-SUB)
               add DAL-CYCLE-PAID to WS-TT-PAID (WS-FOUND-SUB)
               add 1 to WS-CYCLE-COUNT
               compute WS-VARIANCE =
                   DAL-CYCLE-PAID - DAL-CYCLE-ACCRUED
               move DAL-CYCLE-ACCRUED to WS-ACCRUED-FMT
               move DAL-CYCLE-PAID to WS-PAID-FMT
               move WS-VARIANCE to WS-VARIANCE-FMT
               move spaces to ACCRUAL-LINE
               string "  " delimited by size
                      DAL-ACCT-TYPE delimited by size
                      "  " delimited by size
                      DAL-ACCT-ID delimited by size
                      " " delimited by size
                      DAL-CUST-ID delimited by size
                      " " delimited by size
                      DAL-DATE delimited by size
                      " " delimited by size
                      WS-ACCRUED-FMT delimited by size
                      " " delimited by size
                      WS-PAID-FMT delimited by size
                      " " delimited by size
                      WS-VARIANCE-FMT delimited by size
                      into ACCRUAL-LINE
               end-string
               write ACCRUAL-LINE
           end-if.

       FIND-TYPE-ENTRY.
           move 0 to WS-FOUND-SUB.
           perform varying WS-TYPE-SUB from 1 by 1
               until WS-TYPE-SUB > 7
               if WS-TYPE-CODE (WS-TYPE-SUB) = DAL-ACCT-TYPE
                   move WS-TYPE-SUB to WS-FOUND-SUB
               end-if
           end-perform.
           if WS-FOUND-SUB = 0 and DAL-ACCT-TYPE not = space
               move 7 to WS-FOUND-SUB
           end-if.

      *    Interest payable still carried per balance type.
       SUM-PAYABLE-ON-FILE.
           open input DEPOSIT-ACCRUAL-FILE.
           if WS-DACR-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read DEPOSIT-ACCRUAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move DACR-ACCT-TYPE to DAL-ACCT-TYPE
                   perform FIND-TYPE-ENTRY
                   if WS-FOUND-SUB = 0
                       move 1 to WS-FOUND-SUB
                   end-if
                   add DACR-ACCRUED-UNPAID
                       to WS-TT-PAYABLE (WS-FOUND-SUB)
                   read DEPOSIT-ACCRUAL-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close DEPOSIT-ACCRUAL-FILE
           end-if.

       WRITE-TOTALS.
           move all "-" to ACCRUAL-LINE.
           write ACCRUAL-LINE.
           move spaces to ACCRUAL-LINE.
           string "Type            Cycles  Accrued MTD  Relieved MTD"
                      delimited by size
                  "     Paid MTD  Payable Now" delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.
           perform varying WS-TYPE-SUB from 1 by 1
               until WS-TYPE-SUB > 7
               perform WRITE-ONE-TYPE-TOTAL
           end-perform.
           move WS-GRAND-ACCRUED to WS-TOT-ACCRUED-FMT.
           move WS-GRAND-RELIEVED to WS-TOT-RELIEVED-FMT.
           move WS-GRAND-PAID to WS-TOT-PAID-FMT.
           move WS-GRAND-PAYABLE to WS-TOT-PAYABLE-FMT.
           move spaces to ACCRUAL-LINE.
           string "All balances    " delimited by size
                  WS-CYCLE-COUNT delimited by size
                  " " delimited by size
                  WS-TOT-ACCRUED-FMT delimited by size
                  " " delimited by size
                  WS-TOT-RELIEVED-FMT delimited by size
                  " " delimited by size
                  WS-TOT-PAID-FMT delimited by size
                  " " delimited by size
                  WS-TOT-PAYABLE-FMT delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.
           compute WS-MOVEMENT = WS-GRAND-ACCRUED - WS-GRAND-RELIEVED.
           move WS-MOVEMENT to WS-MOVEMENT-FMT.
           move spaces to ACCRUAL-LINE.
           string "Payable movement this month (accrued less relieved):"
                      delimited by size
                  WS-MOVEMENT-FMT delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.

       WRITE-ONE-TYPE-TOTAL.
           add WS-TT-ACCRUED (WS-TYPE-SUB) to WS-GRAND-ACCRUED.
           add WS-TT-RELIEVED (WS-TYPE-SUB) to WS-GRAND-RELIEVED.
           add WS-TT-PAID (WS-TYPE-SUB) to WS-GRAND-PAID.
           add WS-TT-PAYABLE (WS-TYPE-SUB) to WS-GRAND-PAYABLE.
           move WS-TT-ACCRUED (WS-TYPE-SUB) to WS-TOT-ACCRUED-FMT.
           move WS-TT-RELIEVED (WS-TYPE-SUB) to WS-TOT-RELIEVED-FMT.
           move WS-TT-PAID (WS-TYPE-SUB) to WS-TOT-PAID-FMT.
           move WS-TT-PAYABLE (WS-TYPE-SUB) to WS-TOT-PAYABLE-FMT.
           move spaces to ACCRUAL-LINE.
           string WS-TYPE-NAME (WS-TYPE-SUB) delimited by size
                  " " delimited by size
                  WS-TT-CYCLES (WS-TYPE-SUB) delimited by size
                  " " delimited by size
                  WS-TOT-ACCRUED-FMT delimited by size
                  " " delimited by size
                  WS-TOT-RELIEVED-FMT delimited by size
                  " " delimited by size
                  WS-TOT-PAID-FMT delimited by size
                  " " delimited by size
                  WS-TOT-PAYABLE-FMT delimited by size
                  into ACCRUAL-LINE
           end-string.
           write ACCRUAL-LINE.

      *    Reads the open business date so the report is as of the
      *    banking day, falling back to the calendar date when no
      *    control file exists. A closed day is fine for a
      *    read-only report.
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
               end-read
               close BUSINESS-DATE-FILE
           end-if.
