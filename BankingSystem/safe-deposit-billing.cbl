       identification division.
       program-id. safe-deposit-billing.

      *    Daily batch job for safe deposit box rent. For every rented
      *    box in safe_deposit_boxes.dat (kept by safe-deposit-maint):
      *      - on the anniversary (SDB-NEXT-BILL-DATE reached) the
      *        year's rent plus anything already past due is debited
      *        from the billed renter's checking as 'SDB-RENT', with
      *        the usual audit-log snapshot; when the account cannot
      *        cover it the rent is added to the past-due amount and
      *        the bill date still moves on a year;
      *      - between anniversaries any past-due rent is retried;
      *      - a box still past due is aged: the first run it is
      *        delinquent queues an 'SDB-RENT' past-due notice, and
      *        once it has been past due SDB-DRILL-DAYS an 'SDB-DRILL'
      *        notice goes out; SDB-NOTICE-DAYS after that the box is
      *        flagged as eligible to be drilled in safe-deposit-maint.
      *    Every delinquent box is listed in sdb_delinquency.txt.
      *    The run keys off the dates on each box, so a second run on
      *    the same business date charges nothing twice.

       environment division.
       input-output section.
       file-control.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select SAFE-DEPOSIT-FILE
           assign to 'safe_deposit_boxes.dat'
           organization is indexed
           access mode is dynamic
           record key is SDB-KEY
           lock mode is automatic
           file status is WS-SDB-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
      *    Past-due and drill notices for notice-letters.cbl.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select DELINQUENCY-REPORT-FILE
           assign to 'sdb_delinquency.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
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

       fd SAFE-DEPOSIT-FILE.
       01 SAFE-DEPOSIT-RECORD.
          05 SDB-KEY.
             10 SDB-BRANCH          pic 9(3).
             10 SDB-BOX-NO          pic 9(5).
          05 SDB-SIZE               pic x(1).
             88 SDB-SIZE-VALID      values 'S' 'M' 'L' 'X'.
          05 SDB-ANNUAL-RENT        pic 9(5)v99.
          05 SDB-STATUS             pic x(1).
             88 SDB-AVAILABLE       value 'A'.
             88 SDB-RENTED          value 'R'.
             88 SDB-DRILLED         value 'D'.
             88 SDB-OUT-OF-SERVICE  value 'X'.
          05 SDB-RENTER-COUNT       pic 9(1).
          05 SDB-RENTER-ID occurs 3 times pic 9(6).
          05 SDB-RENTED-DATE        pic 9(8).
          05 SDB-NEXT-BILL-DATE     pic 9(8).
          05 SDB-PAID-THRU-DATE     pic 9(8).
          05 SDB-PAST-DUE-AMOUNT    pic 9(5)v99.
          05 SDB-PAST-DUE-SINCE     pic 9(8).
          05 SDB-NOTICE-STAGE       pic x(1).
             88 SDB-NO-NOTICE       value space.
             88 SDB-RENT-NOTICED    value 'R'.
             88 SDB-DRILL-NOTICED   value 'D'.
          05 SDB-NOTICE-DATE        pic 9(8).
          05 SDB-DRILL-DATE         pic 9(8).
          05 SDB-DRILLED-BY         pic 9(4).
          05 SDB-WITNESS-ID         pic 9(4).
          05 SDB-LAST-ACCESS-DATE   pic 9(8).

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

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
          05 AUDIT-OLD-BALANCE      pic s9(8)v99.
          05 AUDIT-NEW-BALANCE      pic s9(8)v99.
          05 AUDIT-DATE             pic 9(8).
          05 AUDIT-TIME             pic 9(6).
          05 AUDIT-OPERATOR-ID      pic 9(4).
          05 AUDIT-BRANCH           pic 9(3).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd DELINQUENCY-REPORT-FILE.
       01 DELINQUENCY-LINE          pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-SDB-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

      *    Delinquency timing, overridden from the parameter master:
      *    SDB-DRILL-DAYS past due before the drill notice goes out,
      *    SDB-NOTICE-DAYS after it before the box may be drilled.
       01 WS-DRILL-DAYS             pic 9(4) value 180.
       01 WS-NOTICE-DAYS            pic 9(4) value 30.
       01 WS-DAYS-PAST-DUE          pic s9(6).
       01 WS-DAYS-SINCE-NOTICE      pic s9(6).

       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.
       01 WS-BILL-AMOUNT            pic 9(8)v99.
       01 WS-POST-OK                pic x.
       01 WS-NOTICE-EVENT           pic x(10).
       01 WS-DELINQ-ACTION          pic x(20).

       01 WS-YEAR-FROM              pic 9(8).
       01 WS-YEAR-LATER             pic 9(8).
       01 WS-YEAR-LATER-PARTS redefines WS-YEAR-LATER.
          05 WS-YL-YEAR             pic 9(4).
          05 WS-YL-MMDD             pic 9(4).

       01 WS-BOX-COUNT              pic 9(5) value zero.
       01 WS-BILLED-COUNT           pic 9(5) value zero.
       01 WS-COLLECTED-COUNT        pic 9(5) value zero.
       01 WS-DELINQ-COUNT           pic 9(5) value zero.
       01 WS-RENT-TOTAL             pic 9(8)v99 value zero.
       01 WS-PAST-DUE-TOTAL         pic 9(8)v99 value zero.
       01 WS-AMOUNT-FMT             pic $$$,$$$,$$9.99.

       procedure division.
       MAIN-LOGIC.
           display "Safe Deposit Box Billing Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move 'SDB-DRILL-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-DRILL-DAYS
           end-if.
           move 'SDB-NOTICE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-NOTICE-DAYS
           end-if.
           perform FIND-LAST-TRANS-ID.

           open i-o SAFE-DEPOSIT-FILE.
           if WS-SDB-STATUS not = '00'
               display "No safe deposit inventory on file."
               stop run
           end-if.
           open i-o CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found. Aborting."
               close SAFE-DEPOSIT-FILE
               stop run
           end-if.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           open output DELINQUENCY-REPORT-FILE.
           perform WRITE-REPORT-HEADER.

           perform until EOF-REACHED
               read SAFE-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if SDB-RENTED
                           perform BILL-ONE-BOX
                       end-if
               end-read
           end-perform.

           perform WRITE-REPORT-TOTALS.
           close DELINQUENCY-REPORT-FILE.
           close TRANSACTION-FILE.
           close CUSTOMER-FILE.
           close SAFE-DEPOSIT-FILE.
           display WS-BOX-COUNT " rented box(es), " WS-BILLED-COUNT
               " billed, " WS-COLLECTED-COUNT " collected, "
               WS-DELINQ-COUNT " delinquent.".
           display "Delinquency list written to sdb_delinquency.txt.".
           stop run.

      *    Anniversary billing or past-due retry, then aging.
       BILL-ONE-BOX.
           add 1 to WS-BOX-COUNT.
           if SDB-NEXT-BILL-DATE <= WS-BUSINESS-DATE
               compute WS-BILL-AMOUNT =
                   SDB-PAST-DUE-AMOUNT + SDB-ANNUAL-RENT
               perform POST-RENT-DEBIT thru POST-RENT-DEBIT-DONE
               add 1 to WS-BILLED-COUNT
               move SDB-NEXT-BILL-DATE to WS-YEAR-FROM
               perform ADD-ONE-YEAR
               if WS-POST-OK = 'Y'
                   add WS-BILL-AMOUNT to WS-RENT-TOTAL
                   move 0 to SDB-PAST-DUE-AMOUNT
                   move 0 to SDB-PAST-DUE-SINCE
                   move WS-YEAR-LATER to SDB-PAID-THRU-DATE
               else
                   if SDB-PAST-DUE-AMOUNT = 0
                       move SDB-NEXT-BILL-DATE to SDB-PAST-DUE-SINCE
                   end-if
                   add SDB-ANNUAL-RENT to SDB-PAST-DUE-AMOUNT
               end-if
               move WS-YEAR-LATER to SDB-NEXT-BILL-DATE
           else
               if SDB-PAST-DUE-AMOUNT > 0
                   move SDB-PAST-DUE-AMOUNT to WS-BILL-AMOUNT
                   perform POST-RENT-DEBIT thru POST-RENT-DEBIT-DONE
                   if WS-POST-OK = 'Y'
                       add 1 to WS-COLLECTED-COUNT
                       add WS-BILL-AMOUNT to WS-RENT-TOTAL
                       move 0 to SDB-PAST-DUE-AMOUNT
                       move 0 to SDB-PAST-DUE-SINCE
                       move SDB-NEXT-BILL-DATE to SDB-PAID-THRU-DATE
                   end-if
               end-if
           end-if.
           if SDB-PAST-DUE-AMOUNT = 0
               move space to SDB-NOTICE-STAGE
               move 0 to SDB-NOTICE-DATE
           else
               perform AGE-DELINQUENT-BOX
           end-if.
           rewrite SAFE-DEPOSIT-RECORD.

      *    Moves a past-due box along the notice stages and lists it.
       AGE-DELINQUENT-BOX.
           add 1 to WS-DELINQ-COUNT.
           add SDB-PAST-DUE-AMOUNT to WS-PAST-DUE-TOTAL.
           compute WS-DAYS-PAST-DUE =
               function integer-of-date(WS-BUSINESS-DATE)
               - function integer-of-date(SDB-PAST-DUE-SINCE).
           move spaces to WS-DELINQ-ACTION.
           evaluate true
               when SDB-NO-NOTICE
                   move 'SDB-RENT' to WS-NOTICE-EVENT
                   perform QUEUE-BOX-NOTICE
                   move 'R' to SDB-NOTICE-STAGE
                   move WS-BUSINESS-DATE to SDB-NOTICE-DATE
                   move 'PAST-DUE NOTICE' to WS-DELINQ-ACTION
               when SDB-RENT-NOTICED
                   if WS-DAYS-PAST-DUE >= WS-DRILL-DAYS
                       move 'SDB-DRILL' to WS-NOTICE-EVENT
                       perform QUEUE-BOX-NOTICE
                       move 'D' to SDB-NOTICE-STAGE
                       move WS-BUSINESS-DATE to SDB-NOTICE-DATE
                       move 'DRILL NOTICE' to WS-DELINQ-ACTION
                   end-if
               when SDB-DRILL-NOTICED
                   compute WS-DAYS-SINCE-NOTICE =
                       function integer-of-date(WS-BUSINESS-DATE)
                       - function integer-of-date(SDB-NOTICE-DATE)
                   if WS-DAYS-SINCE-NOTICE >= WS-NOTICE-DAYS
                       move 'ELIGIBLE TO DRILL' to WS-DELINQ-ACTION
                   end-if
           end-evaluate.
           move SDB-PAST-DUE-AMOUNT to WS-AMOUNT-FMT.
           move spaces to DELINQUENCY-LINE.
           string SDB-BRANCH delimited by size
                  "  " delimited by size
                  SDB-BOX-NO delimited by size
                  "  " delimited by size
                  SDB-RENTER-ID (1) delimited by size
                  "  " delimited by size
                  WS-AMOUNT-FMT delimited by size
                  "  " delimited by size
                  SDB-PAST-DUE-SINCE delimited by size
                  "  " delimited by size
                  WS-DAYS-PAST-DUE delimited by size
                  "  " delimited by size
                  SDB-NOTICE-STAGE delimited by size
                  "  " delimited by size
                  WS-DELINQ-ACTION delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.

       QUEUE-BOX-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move SDB-RENTER-ID (1) to NOTICE-CUST-ID.
           move WS-NOTICE-EVENT to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move SDB-PAST-DUE-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

      *    Debits WS-BILL-AMOUNT from the billed renter's checking.
      *    An account that is missing, not active, or short leaves
      *    WS-POST-OK at 'N' and the rent past due.
       POST-RENT-DEBIT.
           move 'N' to WS-POST-OK.
           move SDB-RENTER-ID (1) to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   go to POST-RENT-DEBIT-DONE
           end-read.
           if not CUST-ACTIVE or CUST-BALANCE < WS-BILL-AMOUNT
               go to POST-RENT-DEBIT-DONE
           end-if.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract WS-BILL-AMOUNT from CUST-BALANCE.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           add 1 to WS-TRANS-ID.
           move WS-TRANS-ID to TRANS-ID.
           move CUST-ID to TRANS-CUST-ID.
           move WS-BILL-AMOUNT to TRANS-AMOUNT.
           move 'SDB-RENT' to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move SDB-BRANCH to TRANS-BRANCH.
           write TRANSACTION-RECORD.
           move 'Y' to WS-POST-OK.
       POST-RENT-DEBIT-DONE.
           continue.

      *    WS-YEAR-LATER = WS-YEAR-FROM plus one year.
       ADD-ONE-YEAR.
           move WS-YEAR-FROM to WS-YEAR-LATER.
           add 1 to WS-YL-YEAR.
           if WS-YL-MMDD = 0229
               move 0228 to WS-YL-MMDD
           end-if.

       WRITE-REPORT-HEADER.
           move spaces to DELINQUENCY-LINE.
           string "Safe Deposit Box Delinquency - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.
           move all "=" to DELINQUENCY-LINE.
           write DELINQUENCY-LINE.
           move spaces to DELINQUENCY-LINE.
           string "BR   BOX    RENTER      PAST DUE AMT  SINCE"
                  delimited by size
                  "     DAYS     STG ACTION" delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.

       WRITE-REPORT-TOTALS.
           move spaces to DELINQUENCY-LINE.
           write DELINQUENCY-LINE.
           move spaces to DELINQUENCY-LINE.
           string "Rented Boxes:      " delimited by size
                  WS-BOX-COUNT delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.
           move spaces to DELINQUENCY-LINE.
           string "Anniversary Bills: " delimited by size
                  WS-BILLED-COUNT delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.
           move WS-RENT-TOTAL to WS-AMOUNT-FMT.
           move spaces to DELINQUENCY-LINE.
           string "Rent Collected:    " delimited by size
                  WS-AMOUNT-FMT delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.
           move spaces to DELINQUENCY-LINE.
           string "Delinquent Boxes:  " delimited by size
                  WS-DELINQ-COUNT delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.
           move WS-PAST-DUE-TOTAL to WS-AMOUNT-FMT.
           move spaces to DELINQUENCY-LINE.
           string "Total Past Due:    " delimited by size
                  WS-AMOUNT-FMT delimited by size
                  into DELINQUENCY-LINE
           end-string.
           write DELINQUENCY-LINE.

      *    Appends one before/after balance snapshot for CUST-ID to
      *    AUDIT-LOG-FILE, the same shape bankingsystem.cbl's own
      *    WRITE-AUDIT-LOG writes.
       WRITE-AUDIT-LOG.
           open extend AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               open output AUDIT-LOG-FILE
           end-if.
           move CUST-ID to AUDIT-CUST-ID.
           move WS-AUDIT-OLD-BALANCE to AUDIT-OLD-BALANCE.
           move CUST-BALANCE to AUDIT-NEW-BALANCE.
           move WS-BUSINESS-DATE to AUDIT-DATE.
           move function current-date(9:6) to AUDIT-TIME.
      *    Operator 0000 marks an entry posted by a batch/back-office
      *    program rather than a signed-on teller.
           move 0 to AUDIT-OPERATOR-ID.
           move SDB-BRANCH to AUDIT-BRANCH.
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

      *    Scans the current transaction file for the highest TRANS-ID
      *    already in use, the same way ADD-NEW-TRANSACTION does.
       FIND-LAST-TRANS-ID.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move 999999 to TRANS-ID
               start TRANSACTION-FILE key is less than or equal to
                   TRANS-ID
                   invalid key
                       continue
                   not invalid key
                       read TRANSACTION-FILE next record
                           at end
                               continue
                           not at end
                               move TRANS-ID to WS-TRANS-ID
                       end-read
               end-start
               close TRANSACTION-FILE
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
      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
      *    posting until business-date-close.cbl opens the next one.
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
