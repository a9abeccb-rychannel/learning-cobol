      *    open loan whose next-due date has passed into 1-29, 30-59,
      *    60-89, and 90+ days past due, with the customer's name so
      *    collections can work the list without a second lookup.
      *    Loans loan-interest-accrual.cbl has placed on nonaccrual
      *    are flagged on their lines and footed separately, as are
      *    loans modified through loan-workout.cbl; a loan still
      *    inside its workout hold is kept out of the collectors'
      *    queue. So is a loan whose borrower is inside an SCRA
      *    protected period on scra_status.dat: it is flagged SCRA
      *    and any queue record it has is parked until the period
      *    runs out. A loan under a bankruptcy stay, or discharged in
      *    bankruptcy and not reaffirmed (bankruptcy-maint.cbl), is
      *    flagged BKRPT and parked the same way. Every other loan
      *    that opens (or reopens) a queue record has a 'PAST-DUE'
      *    letter queued for notice-letters.cbl.
      *    Modeled on dormant-account-detection.cbl's batch-job shape.

       environment division.
           record key is COLQ-LOAN-ID
           lock mode is automatic
           file status is WS-COLQ-STATUS.
       select LOAN-ACCRUAL-FILE
           assign to 'loan_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is LACR-LOAN-ID
           lock mode is automatic
           file status is WS-LACR-STATUS.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
       select SCRA-STATUS-FILE
           assign to 'scra_status.dat'
           organization is indexed
           access mode is dynamic
           record key is SCRA-CUST-ID
           lock mode is automatic
           file status is WS-SCRA-STATUS.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
          05 CUST-CURRENCY         pic x(3).

       fd AGING-REPORT-FILE.
       01 AGING-LINE                pic x(132).

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

      *    Bankruptcy cases kept by bankruptcy-maint.cbl.
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

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
             88 COLQ-OPEN           value 'O'.
             88 COLQ-CURED          value 'C'.
             88 COLQ-ESCALATED      value 'E'.
             88 COLQ-WORKOUT        value 'W'.
             88 COLQ-SCRA           value 'S'.
             88 COLQ-BANKRUPT       value 'B'.

       working-storage section.
       01 WS-COLQ-STATUS            pic xx.
       01 WS-LACR-STATUS            pic xx.
       01 WS-WKO-STATUS             pic xx.
       01 WS-WORKOUT-FLAG           pic x(9).
       01 WS-WORKOUT-HOLD           pic x.
       01 WS-SCRA-STATUS            pic xx.
       01 WS-SCRA-FLAG              pic x(5).
       01 WS-SCRA-HOLD              pic x.
       01 WS-SCRA-COUNT             pic 9(5) value zero.
       01 WS-SCRA-BAL               pic 9(8)v99 value zero.
       01 WS-BKR-STATUS             pic xx.
       01 WS-BKR-FLAG               pic x(6).
       01 WS-BKR-HOLD               pic x.
       01 WS-BKR-SUB                pic 9(1).
       01 WS-BKR-COUNT              pic 9(5) value zero.
       01 WS-BKR-BAL                pic 9(8)v99 value zero.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PAST-DUE-LETTERS       pic 9(5) value zero.
       01 WS-MODIFIED-COUNT         pic 9(5) value zero.
       01 WS-MODIFIED-BAL           pic 9(8)v99 value zero.
       01 WS-ACCRUAL-FLAG           pic x(11).
       01 WS-NONACCRUAL-COUNT       pic 9(5) value zero.
       01 WS-NONACCRUAL-BAL         pic 9(8)v99 value zero.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-REPORT-STATUS          pic xx.
               stop run
           end-if.
           open input CUSTOMER-FILE.
           open input LOAN-ACCRUAL-FILE.
           open input LOAN-WORKOUT-FILE.
           open input SCRA-STATUS-FILE.
           open input BANKRUPTCY-FILE.

           open output AGING-REPORT-FILE.
           move spaces to AGING-LINE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           if WS-LACR-STATUS = '00'
               close LOAN-ACCRUAL-FILE
           end-if.
           if WS-WKO-STATUS = '00'
               close LOAN-WORKOUT-FILE
           end-if.
           if WS-SCRA-STATUS = '00'
               close SCRA-STATUS-FILE
           end-if.
           if WS-BKR-STATUS = '00'
               close BANKRUPTCY-FILE
           end-if.
           close AGING-REPORT-FILE.
           display "Aging report written to loan_aging_report.txt.".
           display "Past-due letters queued: " WS-PAST-DUE-LETTERS.
           stop run.

      *    Buckets the loan currently held in LOAN-RECORD by days
      *    past its next-due date; a loan due today or later is
      *    current and only counted.
       AGE-ONE-LOAN.
           perform LOOKUP-ACCRUAL-STATUS.
           perform LOOKUP-WORKOUT-STATUS.
           perform LOOKUP-SCRA-STATUS.
           perform LOOKUP-BANKRUPTCY.
           compute WS-DAYS-PAST-DUE =
               function integer-of-date (WS-BUSINESS-DATE)
               - function integer-of-date (LOAN-NEXT-DUE-DATE).
               perform LOOKUP-CUSTOMER-NAME
               perform WRITE-DELINQUENT-LINE
           end-if.
           if WS-WORKOUT-HOLD = 'Y' or WS-SCRA-HOLD = 'Y'
              or WS-BKR-HOLD = 'Y'
               perform PARK-COLLECTION-RECORD
           else
               perform MAINTAIN-COLLECTION-QUEUE
           end-if.

      *    30+ days past due opens (or refreshes) the collectors'
      *    queue record; under 30 days cures an open one. Escalated
      *    records are left escalated -- only a cure clears them.
      *    A record parked for a workout, an SCRA protected period or
      *    a bankruptcy reopens the same way a cured one does. A
      *    record opened or reopened queues the past-due letter.
       MAINTAIN-COLLECTION-QUEUE.
           open i-o COLLECTION-QUEUE-FILE.
           if WS-COLQ-STATUS not = '00'
                       move WS-BUSINESS-DATE to COLQ-OPENED-DATE
                       set COLQ-OPEN to true
                       write COLLECTION-QUEUE-RECORD
                       perform QUEUE-PAST-DUE-LETTER
                   end-if
               not invalid key
                   if WS-DAYS-PAST-DUE >= 30
                       move WS-DAYS-PAST-DUE to COLQ-DAYS-PAST-DUE
                       move WS-BUCKET-LABEL to COLQ-BUCKET
                       if COLQ-CURED or COLQ-WORKOUT or COLQ-SCRA
                          or COLQ-BANKRUPT
                           set COLQ-OPEN to true
                           move WS-BUSINESS-DATE to COLQ-OPENED-DATE
                           perform QUEUE-PAST-DUE-LETTER
                       end-if
                       rewrite COLLECTION-QUEUE-RECORD
                   else
           end-read.
           close COLLECTION-QUEUE-FILE.

      *    A loan inside its workout hold or an SCRA protected period
      *    opens nothing, and any record it has stays parked until
      *    the hold runs out. A bankruptcy outranks SCRA protection,
      *    which outranks a workout.
       PARK-COLLECTION-RECORD.
           open i-o COLLECTION-QUEUE-FILE.
           if WS-COLQ-STATUS = '00'
               move LOAN-ID to COLQ-LOAN-ID
               read COLLECTION-QUEUE-FILE
                   invalid key
                       continue
                   not invalid key
                       evaluate true
                           when WS-BKR-HOLD = 'Y'
                               if not COLQ-CURED and not COLQ-BANKRUPT
                                   set COLQ-BANKRUPT to true
                                   rewrite COLLECTION-QUEUE-RECORD
                               end-if
                           when WS-SCRA-HOLD = 'Y'
                               if not COLQ-CURED and not COLQ-SCRA
                                   set COLQ-SCRA to true
                                   rewrite COLLECTION-QUEUE-RECORD
                               end-if
                           when other
                               if COLQ-OPEN or COLQ-ESCALATED
                                   set COLQ-WORKOUT to true
                                   rewrite COLLECTION-QUEUE-RECORD
                               end-if
                       end-evaluate
               end-read
               close COLLECTION-QUEUE-FILE
           end-if.

      *    Nonaccrual loans are flagged; a loan with no accrual row
      *    (never through the accrual job) counts as accruing.
       LOOKUP-ACCRUAL-STATUS.
           move spaces to WS-ACCRUAL-FLAG.
           if WS-LACR-STATUS = '00'
               move LOAN-ID to LACR-LOAN-ID
               read LOAN-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       if LACR-NONACCRUAL
                           move ' NONACCRUAL' to WS-ACCRUAL-FLAG
                           add 1 to WS-NONACCRUAL-COUNT
                           add LOAN-BALANCE to WS-NONACCRUAL-BAL
                       end-if
               end-read
           end-if.

      *    Loans modified through loan-workout.cbl are flagged; the
      *    hold keeps them out of the queue until the first payment
      *    under the new terms falls due.
       LOOKUP-WORKOUT-STATUS.
           move spaces to WS-WORKOUT-FLAG.
           move 'N' to WS-WORKOUT-HOLD.
           if WS-WKO-STATUS = '00'
               move LOAN-ID to WKO-LOAN-ID
               read LOAN-WORKOUT-FILE
                   invalid key
                       continue
                   not invalid key
                       move ' MODIFIED' to WS-WORKOUT-FLAG
                       add 1 to WS-MODIFIED-COUNT
                       add LOAN-BALANCE to WS-MODIFIED-BAL
                       if WKO-HOLD-UNTIL >= WS-BUSINESS-DATE
                           move 'Y' to WS-WORKOUT-HOLD
                       end-if
               end-read
           end-if.

      *    A borrower inside the SCRA protected period -- active duty
      *    begun and the period after it not yet run out -- is
      *    flagged and held out of collections.
       LOOKUP-SCRA-STATUS.
           move spaces to WS-SCRA-FLAG.
           move 'N' to WS-SCRA-HOLD.
           if WS-SCRA-STATUS = '00'
               move LOAN-CUST-ID to SCRA-CUST-ID
               read SCRA-STATUS-FILE
                   invalid key
                       continue
                   not invalid key
                       if SCRA-DUTY-START <= WS-BUSINESS-DATE
                          and SCRA-PROTECT-END >= WS-BUSINESS-DATE
                           move ' SCRA' to WS-SCRA-FLAG
                           move 'Y' to WS-SCRA-HOLD
                           add 1 to WS-SCRA-COUNT
                           add LOAN-BALANCE to WS-SCRA-BAL
                       end-if
               end-read
           end-if.

      *    The automatic stay holds every loan of a borrower whose
      *    case is open; a discharge holds them for good. A loan the
      *    borrower reaffirmed is released, and a dismissal (or a
      *    case closed without discharge) lifts the hold.
       LOOKUP-BANKRUPTCY.
           move spaces to WS-BKR-FLAG.
           move 'N' to WS-BKR-HOLD.
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
           end-if.
           if WS-BKR-HOLD = 'Y'
               move ' BKRPT' to WS-BKR-FLAG
               add 1 to WS-BKR-COUNT
               add LOAN-BALANCE to WS-BKR-BAL
           end-if.

      *    The borrower's past-due letter carries the installment
      *    owed.
       QUEUE-PAST-DUE-LETTER.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move LOAN-CUST-ID to NOTICE-CUST-ID.
           move 'PAST-DUE' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move LOAN-PAYMENT-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.
           add 1 to WS-PAST-DUE-LETTERS.

       LOOKUP-CUSTOMER-NAME.
           move spaces to WS-CUST-NAME.
           if WS-CUSTOMER-STATUS = '00'
                  WS-BUCKET-LABEL delimited by size
                  " bal " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  WS-ACCRUAL-FLAG delimited by size
                  WS-WORKOUT-FLAG delimited by size
                  WS-SCRA-FLAG delimited by size
                  WS-BKR-FLAG delimited by size
                  into AGING-LINE
           end-string.
           write AGING-LINE.
                  into AGING-LINE
           end-string.
           write AGING-LINE.
           move WS-NONACCRUAL-BAL to WS-FORMATTED-AMT.
           move spaces to AGING-LINE.
           string "Nonaccrual: " delimited by size
                  WS-NONACCRUAL-COUNT delimited by size
                  " loan(s), " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into AGING-LINE
           end-string.
           write AGING-LINE.
           move WS-MODIFIED-BAL to WS-FORMATTED-AMT.
           move spaces to AGING-LINE.
           string "Modified:   " delimited by size
                  WS-MODIFIED-COUNT delimited by size
                  " loan(s), " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into AGING-LINE
           end-string.
           write AGING-LINE.
           move WS-SCRA-BAL to WS-FORMATTED-AMT.
           move spaces to AGING-LINE.
           string "SCRA:       " delimited by size
                  WS-SCRA-COUNT delimited by size
                  " loan(s), " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into AGING-LINE
           end-string.
           write AGING-LINE.
           move WS-BKR-BAL to WS-FORMATTED-AMT.
           move spaces to AGING-LINE.
           string "Bankruptcy: " delimited by size
                  WS-BKR-COUNT delimited by size
                  " loan(s), " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into AGING-LINE
           end-string.
           write AGING-LINE.

      *    Reads the open business date so the report ages as of the
      *    banking day, falling back to the calendar date when no
