       identification division.
       program-id. loan-loss-allowance.

      *    Quarterly allowance for loan losses. The loan book is
      *    segmented by loan purpose -- taken from the booked
      *    application in LOAN-APPLICATION-FILE, matched on customer
      *    and principal, and classed by keyword into auto, home,
      *    business, or consumer/other -- and by the delinquency
      *    buckets loan-aging.cbl uses. Overdrawn checking balances
      *    are carried as a sixth segment, since the charge-off
      *    ledger the loss history comes from is where overdrafts are
      *    written off. Each segment's historical loss rate is its net
      *    charge-offs (chargeoff_ledger.dat, less recoveries logged
      *    to chargeoff_recoveries.dat) over the ALLL-LOOKBACK-DAYS
      *    window, annualized, against its current balance; a
      *    charge-off or recovery is attributed to the segment of the
      *    customer's loan, and to overdrafts when the customer has
      *    none. The bucket multipliers (ALLL-MULT-*) scale the rate
      *    up with delinquency and ALLL-QUAL-ADJ-PCT adds the
      *    qualitative adjustment to every cell, capped at 100
      *    percent. The reserve by segment is compared with the last
      *    run on ALLL-HISTORY-FILE, and the difference is written to
      *    PROVISION-LOG-FILE for banking-gl-export.cbl to book as
      *    the provision. One run per business date.

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
       select LOAN-APPLICATION-FILE
           assign to 'loan_applications.dat'
           organization is indexed
           access mode is dynamic
           record key is APP-ID
           lock mode is automatic
           file status is WS-APP-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select CHARGEOFF-LEDGER-FILE
           assign to 'chargeoff_ledger.dat'
           organization is indexed
           access mode is dynamic
           record key is CO-CUST-ID
           lock mode is automatic
           file status is WS-LEDGER-STATUS.
       select RECOVERY-LOG-FILE
           assign to 'chargeoff_recoveries.dat'
           organization is line sequential
           file status is WS-RECOVERY-LOG-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
      *    One line per segment per run, plus a TOTL line; the last
      *    run before today is the prior quarter the report compares
      *    against.
       select ALLL-HISTORY-FILE
           assign to 'alll_history.dat'
           organization is line sequential
           file status is WS-HISTORY-STATUS.
       select PROVISION-LOG-FILE
           assign to 'alll_provisions.dat'
           organization is line sequential
           file status is WS-PRV-LOG-STATUS.
       select ALLL-REPORT-FILE
           assign to 'alll_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd LOAN-APPLICATION-FILE.
       01 LOAN-APPLICATION-RECORD.
          05 APP-ID                 pic 9(6).
          05 APP-CUST-ID            pic 9(6).
          05 APP-AMOUNT             pic 9(8)v99.
          05 APP-TERM-MONTHS        pic 9(3).
          05 APP-PURPOSE            pic x(30).
          05 APP-DATE               pic 9(8).
          05 APP-STATUS             pic x(1).
             88 APP-PENDING         value 'P'.
             88 APP-APPROVED        value 'A'.
             88 APP-DECLINED        value 'D'.
             88 APP-COUNTERED       value 'C'.
             88 APP-BOOKED          value 'B'.
          05 APP-DECIDED-BY         pic 9(4).
          05 APP-DECIDED-DATE       pic 9(8).
          05 APP-DECLINE-REASON     pic x(3).
          05 APP-OFFER-AMOUNT       pic 9(8)v99.
          05 APP-OFFER-TERM         pic 9(3).
          05 APP-OFFER-RATE         pic 9(2)v9(4).

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
             88 CUST-CHARGED-OFF   value 'O'.
          05 CUST-CURRENCY         pic x(3).

       fd CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-CUST-ID             pic 9(6).
          05 CO-AMOUNT              pic 9(8)v99.
          05 CO-DATE                pic 9(8).
          05 CO-RECOVERED           pic 9(8)v99.
          05 CO-STATUS              pic x(1).
             88 CO-OUTSTANDING      value 'O'.
             88 CO-RECOVERED-FULL   value 'R'.

       fd RECOVERY-LOG-FILE.
       01 RECOVERY-LOG-RECORD.
          05 RCV-DATE               pic 9(8).
          05 RCV-CUST-ID            pic 9(6).
          05 RCV-AMOUNT             pic 9(8)v99.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd ALLL-HISTORY-FILE.
       01 ALLL-HISTORY-RECORD.
          05 ALH-DATE               pic 9(8).
          05 ALH-SEGMENT            pic x(4).
          05 ALH-BALANCE            pic 9(10)v99.
          05 ALH-RESERVE            pic 9(10)v99.

       fd PROVISION-LOG-FILE.
       01 PROVISION-LOG-RECORD.
          05 PRV-DATE               pic 9(8).
          05 PRV-TYPE               pic x(1).
             88 PRV-INCREASE        value 'P'.
             88 PRV-RELEASE         value 'R'.
          05 PRV-AMOUNT             pic 9(10)v99.

       fd ALLL-REPORT-FILE.
       01 ALLL-LINE                 pic x(120).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-APP-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-LEDGER-STATUS          pic xx.
       01 WS-RECOVERY-LOG-STATUS    pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-HISTORY-STATUS         pic xx.
       01 WS-PRV-LOG-STATUS         pic xx.
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

      *    The segments. Subscripts 1-4 are loan purposes, 5 is
      *    overdrawn checking; the keyword table maps application
      *    purpose text onto 1-3, anything unmatched is 4.
       01 WS-SEGMENT-VALUES.
          05 filler pic x(24) value 'AUTOAuto and vehicle    '.
          05 filler pic x(24) value 'HOMEHome and real estate'.
          05 filler pic x(24) value 'BUSNBusiness            '.
          05 filler pic x(24) value 'CONSConsumer and other  '.
          05 filler pic x(24) value 'ODRFDeposit overdrafts  '.
       01 WS-SEGMENT-TABLE redefines WS-SEGMENT-VALUES.
          05 WS-SEGMENT-ENTRY occurs 5 times.
             10 WS-SEGMENT-CODE     pic x(4).
             10 WS-SEGMENT-NAME     pic x(20).
       01 WS-KEYWORD-VALUES.
          05 filler pic x(13) value 'AUTO        1'.
          05 filler pic x(13) value 'VEHICLE     1'.
          05 filler pic x(13) value 'TRUCK       1'.
          05 filler pic x(13) value 'BOAT        1'.
          05 filler pic x(13) value 'HOME        2'.
          05 filler pic x(13) value 'HOUSE       2'.
          05 filler pic x(13) value 'MORTGAGE    2'.
          05 filler pic x(13) value 'REAL ESTATE 2'.
          05 filler pic x(13) value 'PROPERTY    2'.
          05 filler pic x(13) value 'BUSINESS    3'.
          05 filler pic x(13) value 'EQUIPMENT   3'.
          05 filler pic x(13) value 'INVENTORY   3'.
          05 filler pic x(13) value 'COMMERCIAL  3'.
       01 WS-KEYWORD-TABLE redefines WS-KEYWORD-VALUES.
          05 WS-KEYWORD-ENTRY occurs 13 times.
             10 WS-KEYWORD          pic x(12).
             10 WS-KEYWORD-SEGMENT  pic 9(1).
       01 WS-KEYWORD-SUB            pic 9(2).
       01 WS-KEYWORD-LEN            pic 9(2).
       01 WS-PURPOSE-UPPER          pic x(30).
       01 WS-TALLY                  pic 9(3).

       01 WS-BUCKET-VALUES.
          05 filler pic x(7) value 'CURRENT'.
          05 filler pic x(7) value ' 1-29  '.
          05 filler pic x(7) value '30-59  '.
          05 filler pic x(7) value '60-89  '.
          05 filler pic x(7) value '90+    '.
       01 WS-BUCKET-TABLE redefines WS-BUCKET-VALUES.
          05 WS-BUCKET-LABEL occurs 5 times pic x(7).

      *    Balances and reserves by segment and bucket.
       01 WS-CELL-TABLE.
          05 WS-CELL-SEGMENT occurs 5 times.
             10 WS-CELL occurs 5 times.
                15 WS-CELL-COUNT    pic 9(5).
                15 WS-CELL-BALANCE  pic 9(10)v99.
                15 WS-CELL-RATE     pic 9v9(6).
                15 WS-CELL-RESERVE  pic 9(10)v99.
       01 WS-SEG-TOTALS.
          05 WS-SEG-TOTAL occurs 5 times.
             10 WS-SEG-BALANCE      pic 9(10)v99.
             10 WS-SEG-CHARGEOFFS   pic 9(10)v99.
             10 WS-SEG-RECOVERIES   pic 9(10)v99.
             10 WS-SEG-LOSS-RATE    pic 9v9(6).
             10 WS-SEG-RESERVE      pic 9(10)v99.
             10 WS-SEG-PRIOR        pic 9(10)v99.
       01 WS-SEG-SUB                pic 9(1).
       01 WS-BKT-SUB                pic 9(1).

       01 WS-BUCKET-MULTS.
          05 WS-BUCKET-MULT occurs 5 times pic 9(3)v99.

      *    Booked applications, for the purpose of each loan.
       01 WS-APP-TABLE.
          05 WS-APP-ENTRY occurs 999 times.
             10 WS-APT-CUST-ID      pic 9(6).
             10 WS-APT-AMOUNT       pic 9(8)v99.
             10 WS-APT-SEGMENT      pic 9(1).
       01 WS-APP-USED               pic 9(3) value zero.
       01 WS-APP-SUB                pic 9(3).

      *    Borrowers and their loan segment, for attributing
      *    charge-offs and recoveries.
       01 WS-BORROWER-TABLE.
          05 WS-BORROWER-ENTRY occurs 2000 times.
             10 WS-BRW-CUST-ID      pic 9(6).
             10 WS-BRW-SEGMENT      pic 9(1).
       01 WS-BORROWER-USED          pic 9(4) value zero.
       01 WS-BORROWER-SUB           pic 9(4).
       01 WS-ATTRIB-CUST-ID         pic 9(6).

       01 WS-LOOKBACK-DAYS          pic 9(5) value 1095.
       01 WS-QUAL-ADJ-PCT           pic 9(2)v99 value zero.
       01 WS-BUSINESS-INT           pic 9(8).
       01 WS-LOOKBACK-START         pic 9(8).
       01 WS-DAYS-PAST-DUE          pic s9(8).
       01 WS-NET-LOSS               pic s9(10)v99.
       01 WS-WORK-RATE              pic 9(3)v9(6).
       01 WS-PRIOR-DATE             pic 9(8) value zero.
       01 WS-ALREADY-RUN            pic x value 'N'.
       01 WS-TOTAL-BALANCE          pic 9(11)v99 value zero.
       01 WS-TOTAL-RESERVE          pic 9(11)v99 value zero.
       01 WS-TOTAL-PRIOR            pic 9(11)v99 value zero.
       01 WS-PROVISION              pic s9(11)v99.
       01 WS-LOANS-COUNTED          pic 9(5) value zero.
       01 WS-UNMATCHED-COUNT        pic 9(5) value zero.

       01 WS-FMT-BAL                pic zzz,zzz,zz9.99.
       01 WS-FMT-RES                pic zzz,zzz,zz9.99.
       01 WS-FMT-PRIOR              pic zzz,zzz,zz9.99.
       01 WS-FMT-CHANGE             pic ---,---,--9.99.
       01 WS-FMT-RATE               pic zz9.9999.
       01 WS-FMT-MULT               pic zz9.99.
       01 WS-FMT-COUNT              pic zzzz9.
       01 WS-FMT-QUAL               pic z9.99.

       procedure division.
       MAIN-LOGIC.
           display "Loan Loss Allowance Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           initialize WS-CELL-TABLE.
           initialize WS-SEG-TOTALS.
           perform LOAD-PRIOR-RUN.
           if WS-ALREADY-RUN = 'Y'
               display "The allowance has already been run for "
                   WS-BUSINESS-DATE ". Nothing posted."
               stop run
           end-if.
           perform LOAD-ALLOWANCE-PARAMETERS.
           compute WS-BUSINESS-INT =
               function integer-of-date (WS-BUSINESS-DATE).
           compute WS-LOOKBACK-START = function date-of-integer
               (WS-BUSINESS-INT - WS-LOOKBACK-DAYS).

           perform LOAD-BOOKED-APPLICATIONS.
           perform SEGMENT-LOAN-BOOK.
           perform SUM-OVERDRAWN-BALANCES.
           perform SUM-CHARGEOFF-HISTORY.
           perform SUM-RECOVERY-HISTORY.
           perform COMPUTE-RESERVES.

           open output ALLL-REPORT-FILE.
           perform WRITE-REPORT.
           close ALLL-REPORT-FILE.
           perform WRITE-HISTORY.
           perform WRITE-PROVISION.

           move WS-TOTAL-RESERVE to WS-FMT-RES.
           display "Required reserve: " WS-FMT-RES.
           move WS-PROVISION to WS-FMT-CHANGE.
           display "Provision:        " WS-FMT-CHANGE.
           display "Report written to alll_report.txt.".
           stop run.

      *    The last run before today is the prior quarter; a run
      *    already on file for today stops this one, so a rerun
      *    cannot book the provision twice.
       LOAD-PRIOR-RUN.
           move 'N' to WS-EOF-FLAG.
           open input ALLL-HISTORY-FILE.
           if WS-HISTORY-STATUS = '00'
               read ALLL-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ALH-DATE = WS-BUSINESS-DATE
                       move 'Y' to WS-ALREADY-RUN
                   end-if
                   if ALH-DATE < WS-BUSINESS-DATE
                       if ALH-DATE not = WS-PRIOR-DATE
                           move ALH-DATE to WS-PRIOR-DATE
                           perform varying WS-SEG-SUB from 1 by 1
                               until WS-SEG-SUB > 5
                               move 0 to WS-SEG-PRIOR (WS-SEG-SUB)
                           end-perform
                           move 0 to WS-TOTAL-PRIOR
                       end-if
                       perform STORE-PRIOR-LINE
                   end-if
                   read ALLL-HISTORY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close ALLL-HISTORY-FILE
           end-if.

       STORE-PRIOR-LINE.
           if ALH-SEGMENT = 'TOTL'
               move ALH-RESERVE to WS-TOTAL-PRIOR
           else
               perform varying WS-SEG-SUB from 1 by 1
                   until WS-SEG-SUB > 5
                   if WS-SEGMENT-CODE (WS-SEG-SUB) = ALH-SEGMENT
                       move ALH-RESERVE to WS-SEG-PRIOR (WS-SEG-SUB)
                   end-if
               end-perform
           end-if.

       LOAD-ALLOWANCE-PARAMETERS.
           move 1 to WS-BUCKET-MULT (1).
           move 2 to WS-BUCKET-MULT (2).
           move 5 to WS-BUCKET-MULT (3).
           move 10 to WS-BUCKET-MULT (4).
           move 20 to WS-BUCKET-MULT (5).
           move 'ALLL-MULT-CURRENT' to WS-PRM-LOOKUP-NAME.
           move 1 to WS-BKT-SUB.
           perform APPLY-MULT-PARAMETER.
           move 'ALLL-MULT-1-29' to WS-PRM-LOOKUP-NAME.
           move 2 to WS-BKT-SUB.
           perform APPLY-MULT-PARAMETER.
           move 'ALLL-MULT-30-59' to WS-PRM-LOOKUP-NAME.
           move 3 to WS-BKT-SUB.
           perform APPLY-MULT-PARAMETER.
           move 'ALLL-MULT-60-89' to WS-PRM-LOOKUP-NAME.
           move 4 to WS-BKT-SUB.
           perform APPLY-MULT-PARAMETER.
           move 'ALLL-MULT-90-PLUS' to WS-PRM-LOOKUP-NAME.
           move 5 to WS-BKT-SUB.
           perform APPLY-MULT-PARAMETER.
           move 'ALLL-LOOKBACK-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-LOOKBACK-DAYS
           end-if.
           move 'ALLL-QUAL-ADJ-PCT' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE < 100
               move WS-PRM-VALUE to WS-QUAL-ADJ-PCT
           end-if.

       APPLY-MULT-PARAMETER.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
              and WS-PRM-VALUE < 1000
               move WS-PRM-VALUE to WS-BUCKET-MULT (WS-BKT-SUB)
           end-if.

      *    Booked applications and the segment their purpose text
      *    falls in.
       LOAD-BOOKED-APPLICATIONS.
           move 'N' to WS-EOF-FLAG.
           open input LOAN-APPLICATION-FILE.
           if WS-APP-STATUS = '00'
               read LOAN-APPLICATION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if APP-BOOKED and WS-APP-USED < 999
                       add 1 to WS-APP-USED
                       move APP-CUST-ID
                           to WS-APT-CUST-ID (WS-APP-USED)
                       move APP-OFFER-AMOUNT
                           to WS-APT-AMOUNT (WS-APP-USED)
                       perform CLASSIFY-PURPOSE
                       move WS-SEG-SUB
                           to WS-APT-SEGMENT (WS-APP-USED)
                   end-if
                   read LOAN-APPLICATION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-APPLICATION-FILE
           end-if.

      *    Of the keywords found in the purpose text, the one
      *    earliest in the table wins; none is consumer/other.
       CLASSIFY-PURPOSE.
           move 4 to WS-SEG-SUB.
           move APP-PURPOSE to WS-PURPOSE-UPPER.
           inspect WS-PURPOSE-UPPER converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           perform varying WS-KEYWORD-SUB from 13 by -1
               until WS-KEYWORD-SUB < 1
               move 0 to WS-TALLY
               move 12 to WS-KEYWORD-LEN
               perform until WS-KEYWORD-LEN = 1
                   or WS-KEYWORD (WS-KEYWORD-SUB)
                      (WS-KEYWORD-LEN:1) not = space
                   subtract 1 from WS-KEYWORD-LEN
               end-perform
               inspect WS-PURPOSE-UPPER tallying WS-TALLY
                   for all WS-KEYWORD (WS-KEYWORD-SUB)
                       (1:WS-KEYWORD-LEN)
               if WS-TALLY > 0
                   move WS-KEYWORD-SEGMENT (WS-KEYWORD-SUB)
                       to WS-SEG-SUB
               end-if
           end-perform.

      *    Every open loan into its purpose segment and delinquency
      *    bucket.
       SEGMENT-LOAN-BOOK.
           move 'N' to WS-EOF-FLAG.
           open input LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if LOAN-OPEN
                       perform SEGMENT-ONE-LOAN
                   end-if
                   read LOAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-FILE
           end-if.

       SEGMENT-ONE-LOAN.
           move 0 to WS-SEG-SUB.
           perform varying WS-APP-SUB from 1 by 1
               until WS-APP-SUB > WS-APP-USED or WS-SEG-SUB > 0
               if WS-APT-CUST-ID (WS-APP-SUB) = LOAN-CUST-ID
                  and WS-APT-AMOUNT (WS-APP-SUB) = LOAN-PRINCIPAL
                   move WS-APT-SEGMENT (WS-APP-SUB) to WS-SEG-SUB
               end-if
           end-perform.
           if WS-SEG-SUB = 0
               move 4 to WS-SEG-SUB
               add 1 to WS-UNMATCHED-COUNT
           end-if.
           move 0 to WS-DAYS-PAST-DUE.
           if LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
               compute WS-DAYS-PAST-DUE = WS-BUSINESS-INT
                   - function integer-of-date (LOAN-NEXT-DUE-DATE)
           end-if.
           evaluate true
               when WS-DAYS-PAST-DUE = 0
                   move 1 to WS-BKT-SUB
               when WS-DAYS-PAST-DUE < 30
                   move 2 to WS-BKT-SUB
               when WS-DAYS-PAST-DUE < 60
                   move 3 to WS-BKT-SUB
               when WS-DAYS-PAST-DUE < 90
                   move 4 to WS-BKT-SUB
               when other
                   move 5 to WS-BKT-SUB
           end-evaluate.
           add 1 to WS-CELL-COUNT (WS-SEG-SUB, WS-BKT-SUB).
           add LOAN-BALANCE to WS-CELL-BALANCE (WS-SEG-SUB, WS-BKT-SUB).
           add LOAN-BALANCE to WS-SEG-BALANCE (WS-SEG-SUB).
           add 1 to WS-LOANS-COUNTED.
           if WS-BORROWER-USED < 2000
               add 1 to WS-BORROWER-USED
               move LOAN-CUST-ID to WS-BRW-CUST-ID (WS-BORROWER-USED)
               move WS-SEG-SUB to WS-BRW-SEGMENT (WS-BORROWER-USED)
           end-if.

      *    Overdrawn checking is a single current-bucket cell; an
      *    account already charged off is no longer carried.
       SUM-OVERDRAWN-BALANCES.
           move 'N' to WS-EOF-FLAG.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CUST-BALANCE < 0 and not CUST-CHARGED-OFF
                       add 1 to WS-CELL-COUNT (5, 1)
                       subtract CUST-BALANCE from WS-CELL-BALANCE (5, 1)
                       subtract CUST-BALANCE from WS-SEG-BALANCE (5)
                   end-if
                   read CUSTOMER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CUSTOMER-FILE
           end-if.

       SUM-CHARGEOFF-HISTORY.
           move 'N' to WS-EOF-FLAG.
           open input CHARGEOFF-LEDGER-FILE.
           if WS-LEDGER-STATUS = '00'
               read CHARGEOFF-LEDGER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CO-DATE >= WS-LOOKBACK-START
                      and CO-DATE <= WS-BUSINESS-DATE
                       move CO-CUST-ID to WS-ATTRIB-CUST-ID
                       perform ATTRIBUTE-TO-SEGMENT
                       add CO-AMOUNT to WS-SEG-CHARGEOFFS (WS-SEG-SUB)
                   end-if
                   read CHARGEOFF-LEDGER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CHARGEOFF-LEDGER-FILE
           end-if.

       SUM-RECOVERY-HISTORY.
           move 'N' to WS-EOF-FLAG.
           open input RECOVERY-LOG-FILE.
           if WS-RECOVERY-LOG-STATUS = '00'
               read RECOVERY-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if RCV-DATE >= WS-LOOKBACK-START
                      and RCV-DATE <= WS-BUSINESS-DATE
                       move RCV-CUST-ID to WS-ATTRIB-CUST-ID
                       perform ATTRIBUTE-TO-SEGMENT
                       add RCV-AMOUNT to WS-SEG-RECOVERIES (WS-SEG-SUB)
                   end-if
                   read RECOVERY-LOG-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close RECOVERY-LOG-FILE
           end-if.

      *    A borrower's losses go to the segment of their loan;
      *    everyone else's are overdraft losses.
       ATTRIBUTE-TO-SEGMENT.
           move 5 to WS-SEG-SUB.
           perform varying WS-BORROWER-SUB from 1 by 1
               until WS-BORROWER-SUB > WS-BORROWER-USED
               if WS-BRW-CUST-ID (WS-BORROWER-SUB) = WS-ATTRIB-CUST-ID
                   move WS-BRW-SEGMENT (WS-BORROWER-SUB) to WS-SEG-SUB
               end-if
           end-perform.

      *    Segment loss rate = annualized net charge-offs over the
      *    segment balance; cell rate = loss rate x bucket multiplier
      *    plus the qualitative adjustment, capped at 100 percent.
       COMPUTE-RESERVES.
           perform varying WS-SEG-SUB from 1 by 1
               until WS-SEG-SUB > 5
               compute WS-NET-LOSS = WS-SEG-CHARGEOFFS (WS-SEG-SUB)
                   - WS-SEG-RECOVERIES (WS-SEG-SUB)
               if WS-NET-LOSS < 0
                   move 0 to WS-NET-LOSS
               end-if
               move 0 to WS-SEG-LOSS-RATE (WS-SEG-SUB)
               if WS-SEG-BALANCE (WS-SEG-SUB) > 0
                   compute WS-WORK-RATE rounded =
                       WS-NET-LOSS * 365 / WS-LOOKBACK-DAYS
                       / WS-SEG-BALANCE (WS-SEG-SUB)
                       on size error
                           move 1 to WS-WORK-RATE
                   end-compute
                   if WS-WORK-RATE > 1
                       move 1 to WS-WORK-RATE
                   end-if
                   move WS-WORK-RATE to WS-SEG-LOSS-RATE (WS-SEG-SUB)
               end-if
               perform varying WS-BKT-SUB from 1 by 1
                   until WS-BKT-SUB > 5
                   compute WS-WORK-RATE rounded =
                       WS-SEG-LOSS-RATE (WS-SEG-SUB)
                       * WS-BUCKET-MULT (WS-BKT-SUB)
                       + WS-QUAL-ADJ-PCT / 100
                   if WS-WORK-RATE > 1
                       move 1 to WS-WORK-RATE
                   end-if
                   move WS-WORK-RATE
                       to WS-CELL-RATE (WS-SEG-SUB, WS-BKT-SUB)
                   compute WS-CELL-RESERVE (WS-SEG-SUB, WS-BKT-SUB)
                       rounded =
                       WS-CELL-BALANCE (WS-SEG-SUB, WS-BKT-SUB)
                       * WS-CELL-RATE (WS-SEG-SUB, WS-BKT-SUB)
                   add WS-CELL-RESERVE (WS-SEG-SUB, WS-BKT-SUB)
                       to WS-SEG-RESERVE (WS-SEG-SUB)
               end-perform
               add WS-SEG-BALANCE (WS-SEG-SUB) to WS-TOTAL-BALANCE
               add WS-SEG-RESERVE (WS-SEG-SUB) to WS-TOTAL-RESERVE
           end-perform.
           compute WS-PROVISION = WS-TOTAL-RESERVE - WS-TOTAL-PRIOR.

       WRITE-REPORT.
           move spaces to ALLL-LINE.
           string "ALLOWANCE FOR LOAN LOSSES - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "   prior run " delimited by size
                  WS-PRIOR-DATE delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.
           move WS-QUAL-ADJ-PCT to WS-FMT-QUAL.
           move spaces to ALLL-LINE.
           string "Loss history " delimited by size
                  WS-LOOKBACK-START delimited by size
                  " to " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "; qualitative adjustment " delimited by size
                  WS-FMT-QUAL delimited by size
                  "%" delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.
           move spaces to ALLL-LINE.
           write ALLL-LINE.
           move spaces to ALLL-LINE.
           string "Seg  Bucket  Loans         Balance  Mult"
                      delimited by size
                  "  Rate %         Reserve" delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.
           move all "=" to ALLL-LINE.
           write ALLL-LINE.
           perform varying WS-SEG-SUB from 1 by 1
               until WS-SEG-SUB > 5
               perform varying WS-BKT-SUB from 1 by 1
                   until WS-BKT-SUB > 5
                   if WS-CELL-COUNT (WS-SEG-SUB, WS-BKT-SUB) > 0
                       perform WRITE-CELL-LINE
                   end-if
               end-perform
           end-perform.

           move spaces to ALLL-LINE.
           write ALLL-LINE.
           move spaces to ALLL-LINE.
           string "Segment                      Balance  Loss %"
                      delimited by size
                  "         Reserve     Prior Qtr          Change"
                      delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.
           move all "=" to ALLL-LINE.
           write ALLL-LINE.
           perform varying WS-SEG-SUB from 1 by 1
               until WS-SEG-SUB > 5
               perform WRITE-SEGMENT-LINE
           end-perform.
           move all "-" to ALLL-LINE.
           write ALLL-LINE.
           move WS-TOTAL-BALANCE to WS-FMT-BAL.
           move WS-TOTAL-RESERVE to WS-FMT-RES.
           move WS-TOTAL-PRIOR to WS-FMT-PRIOR.
           move WS-PROVISION to WS-FMT-CHANGE.
           move spaces to ALLL-LINE.
           string "TOTAL                  " delimited by size
                  WS-FMT-BAL delimited by size
                  "         " delimited by size
                  WS-FMT-RES delimited by size
                  WS-FMT-PRIOR delimited by size
                  " " delimited by size
                  WS-FMT-CHANGE delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.
           move spaces to ALLL-LINE.
           write ALLL-LINE.
           move spaces to ALLL-LINE.
           if WS-PROVISION < 0
               string "Provision entry: release " delimited by size
                      WS-FMT-CHANGE delimited by size
                      " -- Dr 1290 Allowance, Cr 6600 Provision"
                          delimited by size
                      into ALLL-LINE
               end-string
           else
               string "Provision entry: " delimited by size
                      WS-FMT-CHANGE delimited by size
                      " -- Dr 6600 Provision, Cr 1290 Allowance"
                          delimited by size
                      into ALLL-LINE
               end-string
           end-if.
           write ALLL-LINE.
           move WS-UNMATCHED-COUNT to WS-FMT-COUNT.
           move spaces to ALLL-LINE.
           string "Loans with no booked application on file "
                      delimited by size
                  "(carried as CONS): " delimited by size
                  WS-FMT-COUNT delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.

       WRITE-CELL-LINE.
           move WS-CELL-COUNT (WS-SEG-SUB, WS-BKT-SUB) to WS-FMT-COUNT.
           move WS-CELL-BALANCE (WS-SEG-SUB, WS-BKT-SUB) to WS-FMT-BAL.
           move WS-BUCKET-MULT (WS-BKT-SUB) to WS-FMT-MULT.
           compute WS-FMT-RATE =
               WS-CELL-RATE (WS-SEG-SUB, WS-BKT-SUB) * 100.
           move WS-CELL-RESERVE (WS-SEG-SUB, WS-BKT-SUB) to WS-FMT-RES.
           move spaces to ALLL-LINE.
           string WS-SEGMENT-CODE (WS-SEG-SUB) delimited by size
                  " " delimited by size
                  WS-BUCKET-LABEL (WS-BKT-SUB) delimited by size
                  " " delimited by size
                  WS-FMT-COUNT delimited by size
                  " " delimited by size
                  WS-FMT-BAL delimited by size
                  " " delimited by size
                  WS-FMT-MULT delimited by size
                  " " delimited by size
                  WS-FMT-RATE delimited by size
                  " " delimited by size
                  WS-FMT-RES delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.

       WRITE-SEGMENT-LINE.
           move WS-SEG-BALANCE (WS-SEG-SUB) to WS-FMT-BAL.
           compute WS-FMT-RATE = WS-SEG-LOSS-RATE (WS-SEG-SUB) * 100.
           move WS-SEG-RESERVE (WS-SEG-SUB) to WS-FMT-RES.
           move WS-SEG-PRIOR (WS-SEG-SUB) to WS-FMT-PRIOR.
           compute WS-FMT-CHANGE = WS-SEG-RESERVE (WS-SEG-SUB)
               - WS-SEG-PRIOR (WS-SEG-SUB).
           move spaces to ALLL-LINE.
           string WS-SEGMENT-CODE (WS-SEG-SUB) delimited by size
                  " " delimited by size
                  WS-SEGMENT-NAME (WS-SEG-SUB) delimited by size
                  WS-FMT-BAL delimited by size
                  " " delimited by size
                  WS-FMT-RATE delimited by size
                  " " delimited by size
                  WS-FMT-RES delimited by size
                  WS-FMT-PRIOR delimited by size
                  " " delimited by size
                  WS-FMT-CHANGE delimited by size
                  into ALLL-LINE
           end-string.
           write ALLL-LINE.

       WRITE-HISTORY.
           open extend ALLL-HISTORY-FILE.
           if WS-HISTORY-STATUS not = '00'
               open output ALLL-HISTORY-FILE
           end-if.
           perform varying WS-SEG-SUB from 1 by 1
               until WS-SEG-SUB > 5
               move WS-BUSINESS-DATE to ALH-DATE
               move WS-SEGMENT-CODE (WS-SEG-SUB) to ALH-SEGMENT
               move WS-SEG-BALANCE (WS-SEG-SUB) to ALH-BALANCE
               move WS-SEG-RESERVE (WS-SEG-SUB) to ALH-RESERVE
               write ALLL-HISTORY-RECORD
           end-perform.
           move WS-BUSINESS-DATE to ALH-DATE.
           move 'TOTL' to ALH-SEGMENT.
           move WS-TOTAL-BALANCE to ALH-BALANCE.
           move WS-TOTAL-RESERVE to ALH-RESERVE.
           write ALLL-HISTORY-RECORD.
           close ALLL-HISTORY-FILE.

      *    The difference from the prior reserve, for the GL export.
       WRITE-PROVISION.
           if WS-PROVISION not = 0
               open extend PROVISION-LOG-FILE
               if WS-PRV-LOG-STATUS not = '00'
                   open output PROVISION-LOG-FILE
               end-if
               move WS-BUSINESS-DATE to PRV-DATE
               if WS-PROVISION > 0
                   move 'P' to PRV-TYPE
                   move WS-PROVISION to PRV-AMOUNT
               else
                   move 'R' to PRV-TYPE
                   compute PRV-AMOUNT = WS-PROVISION * -1
               end-if
               write PROVISION-LOG-RECORD
               close PROVISION-LOG-FILE
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
