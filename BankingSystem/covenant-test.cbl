       identification division.
       program-id. covenant-test.

      *    Covenant test over the master covenant-maint.cbl keeps.
      *    For each active covenant the next statement owed is moved
      *    past any period already spread, and the statement is
      *    flagged late once the business date passes its period end
      *    plus the covenant's due days. A COV-FS-DUE letter asking
      *    for the statement is queued for notice-letters.cbl when it
      *    is late or falls due within COV-REMIND-DAYS (default 30)
      *    -- at most one a month per loan, by COV-LAST-LETTER-DATE.
      *    The latest statement spread is then tested: debt service
      *    coverage under the minimum or leverage over the maximum
      *    is a breach (a zero limit is not tested), and a breach
      *    found on a new period queues a COV-BREACH letter. A
      *    breach a supervisor waived for the same period stays
      *    waived. Covenants on a loan paid off or no longer on file
      *    are released. The results are sorted by loan officer and
      *    printed to covenant_report.txt with each officer's loans,
      *    breaches and late statements, and the bank's totals.
      *    collections-maint.cbl and loan-maint.cbl show the flags
      *    this run leaves on the master.

       environment division.
       input-output section.
       file-control.
       select COVENANT-FILE
           assign to 'loan_covenants.dat'
           organization is indexed
           access mode is dynamic
           record key is COV-LOAN-ID
           lock mode is automatic
           file status is WS-COV-STATUS.
       select FIN-STATEMENT-FILE
           assign to 'fin_statements.dat'
           organization is indexed
           access mode is dynamic
           record key is FS-KEY
           lock mode is automatic
           file status is WS-FS-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
      *    One line per covenant tested, before and after the sort
      *    into loan officer order.
       select COVENANT-WORK-FILE
           assign to 'cov_work.dat'
           organization is line sequential
           file status is WS-WORK-STATUS.
       select SORT-WORK-FILE
           assign to 'cov_sortwk.tmp'.
       select SORTED-COVENANT-FILE
           assign to 'cov_work_sorted.dat'
           organization is line sequential
           file status is WS-SORTED-STATUS.
       select COVENANT-REPORT-FILE
           assign to 'covenant_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd COVENANT-FILE.
       01 COVENANT-RECORD.
          05 COV-LOAN-ID            pic 9(6).
          05 COV-CUST-ID            pic 9(6).
          05 COV-OFFICER-ID         pic 9(4).
          05 COV-MIN-DSCR           pic 9(2)v99.
          05 COV-MAX-LEVERAGE       pic 9(2)v99.
          05 COV-FS-FREQUENCY       pic x(1).
             88 COV-FS-ANNUAL       value 'A'.
             88 COV-FS-QUARTERLY    value 'Q'.
             88 COV-FS-VALID-FREQ   values 'A' 'Q'.
          05 COV-FS-DUE-DAYS        pic 9(3).
          05 COV-NEXT-PERIOD-END    pic 9(8).
          05 COV-LAST-PERIOD-TESTED pic 9(8).
          05 COV-LAST-TEST-DATE     pic 9(8).
          05 COV-LAST-DSCR          pic 9(3)v99.
          05 COV-LAST-LEVERAGE      pic 9(3)v99.
          05 COV-BREACH-FLAG        pic x(1).
             88 COV-NO-BREACH       value ' '.
             88 COV-DSCR-BREACH     value 'D'.
             88 COV-LEVERAGE-BREACH value 'L'.
             88 COV-BOTH-BREACH     value 'B'.
             88 COV-IN-BREACH       values 'D' 'L' 'B'.
          05 COV-LATE-FLAG          pic x(1).
             88 COV-STATEMENT-LATE  value 'Y'.
          05 COV-WAIVED-PERIOD      pic 9(8).
          05 COV-WAIVED-BY          pic 9(4).
          05 COV-LAST-LETTER-DATE   pic 9(8).
          05 COV-STATUS             pic x(1).
             88 COV-ACTIVE          value 'A'.
             88 COV-RELEASED        value 'R'.
          05 COV-SET-BY             pic 9(4).
          05 COV-SET-DATE           pic 9(8).

       fd FIN-STATEMENT-FILE.
       01 FIN-STATEMENT-RECORD.
          05 FS-KEY.
             10 FS-LOAN-ID          pic 9(6).
             10 FS-PERIOD-END       pic 9(8).
          05 FS-PERIOD-MONTHS       pic 9(2).
          05 FS-RECEIVED-DATE       pic 9(8).
          05 FS-REVENUE             pic 9(11)v99.
          05 FS-OPERATING-EXPENSE   pic 9(11)v99.
          05 FS-DEPRECIATION        pic 9(11)v99.
          05 FS-INTEREST-EXPENSE    pic 9(11)v99.
          05 FS-TAX-EXPENSE         pic 9(11)v99.
          05 FS-NET-INCOME          pic s9(11)v99.
          05 FS-TOTAL-ASSETS        pic 9(11)v99.
          05 FS-TOTAL-LIABILITIES   pic 9(11)v99.
          05 FS-NET-WORTH           pic s9(11)v99.
          05 FS-DEBT-SERVICE        pic 9(11)v99.
          05 FS-ENTERED-BY          pic 9(4).

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

       fd OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPER-ID                pic 9(4).
          05 OPER-NAME              pic x(20).
          05 OPER-PASSWORD          pic x(10).
          05 OPER-LEVEL             pic 9(1).
             88 OPER-TELLER         value 1.
             88 OPER-SUPERVISOR     value 2.
          05 OPER-PWD-CHANGED-DATE  pic 9(8).
          05 OPER-FAILED-TRIES      pic 9(2).
          05 OPER-LOCKED-FLAG       pic x(1).
             88 OPER-LOCKED         value 'L'.
          05 OPER-PWD-HISTORY.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd COVENANT-WORK-FILE.
       01 COVENANT-WORK-RECORD.
          05 CVW-OFFICER-ID         pic 9(4).
          05 CVW-LOAN-ID            pic 9(6).
          05 CVW-CUST-ID            pic 9(6).
          05 CVW-BALANCE            pic 9(8)v99.
          05 CVW-PERIOD-TESTED      pic 9(8).
          05 CVW-DSCR               pic 9(3)v99.
          05 CVW-MIN-DSCR           pic 9(2)v99.
          05 CVW-LEVERAGE           pic 9(3)v99.
          05 CVW-MAX-LEVERAGE       pic 9(2)v99.
          05 CVW-STATEMENT-DUE      pic 9(8).
          05 CVW-RESULT             pic x(12).
          05 CVW-BREACH-FLAG        pic x(1).
          05 CVW-LATE-FLAG          pic x(1).

       sd SORT-WORK-FILE.
       01 SORT-COVENANT-RECORD.
          05 SRT-OFFICER-ID         pic 9(4).
          05 SRT-LOAN-ID            pic 9(6).
          05 SRT-REST               pic x(64).

       fd SORTED-COVENANT-FILE.
       01 SORTED-COVENANT-RECORD.
          05 CVS-OFFICER-ID         pic 9(4).
          05 CVS-LOAN-ID            pic 9(6).
          05 CVS-CUST-ID            pic 9(6).
          05 CVS-BALANCE            pic 9(8)v99.
          05 CVS-PERIOD-TESTED      pic 9(8).
          05 CVS-DSCR               pic 9(3)v99.
          05 CVS-MIN-DSCR           pic 9(2)v99.
          05 CVS-LEVERAGE           pic 9(3)v99.
          05 CVS-MAX-LEVERAGE       pic 9(2)v99.
          05 CVS-STATEMENT-DUE      pic 9(8).
          05 CVS-RESULT             pic x(12).
          05 CVS-BREACH-FLAG        pic x(1).
             88 CVS-IN-BREACH       values 'D' 'L' 'B'.
          05 CVS-LATE-FLAG          pic x(1).
             88 CVS-STATEMENT-LATE  value 'Y'.

       fd COVENANT-REPORT-FILE.
       01 COVENANT-LINE             pic x(120).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-COV-STATUS             pic xx.
       01 WS-FS-STATUS              pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-WORK-STATUS            pic xx.
       01 WS-SORTED-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-FS-EOF-FLAG            pic x value 'N'.
          88 FS-EOF-REACHED        value 'Y'.
       01 WS-FS-AVAILABLE           pic x value 'N'.
       01 WS-OPER-AVAILABLE         pic x value 'N'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-REMIND-DAYS            pic 9(3) value 30.
       01 WS-LETTER-INTERVAL        pic 9(3) value 30.

       01 WS-BUSINESS-INT           pic 9(8).
       01 WS-DAYS-DIFF              pic s9(8).
       01 WS-STATEMENT-ON-FILE      pic x.
       01 WS-TESTED                 pic x.
       01 WS-TEST-PERIOD            pic 9(8).
       01 WS-NEW-BREACH-FLAG        pic x(1).
       01 WS-LETTER-TYPE            pic x(10).

      *    Period-end arithmetic, as covenant-maint.cbl keeps it.
       01 WS-PE-DATE                pic 9(8).
       01 WS-PE-PARTS redefines WS-PE-DATE.
          05 WS-PE-YYYY             pic 9(4).
          05 WS-PE-MM               pic 9(2).
          05 WS-PE-DD               pic 9(2).
       01 WS-PE-ADD-MONTHS          pic 9(2).
       01 WS-PE-DUE-DATE            pic 9(8).

       01 WS-CASH-FLOW              pic s9(12)v99.
       01 WS-DSCR                   pic 9(3)v99.
       01 WS-LEVERAGE               pic 9(3)v99.

      *    Control-break state over the sorted lines.
       01 WS-CURRENT-OFFICER        pic 9(4).
       01 WS-OFFICER-NAME           pic x(20).
       01 WS-OFF-LOANS              pic 9(5).
       01 WS-OFF-BREACHES           pic 9(5).
       01 WS-OFF-LATE               pic 9(5).

       01 WS-DSCR-FMT               pic zz9.99.
       01 WS-MIN-FMT                pic z9.99.
       01 WS-LEV-FMT                pic zz9.99.
       01 WS-MAX-FMT                pic z9.99.
       01 WS-BALANCE-FMT            pic zz,zzz,zz9.99.
       01 WS-LATE-TEXT              pic x(5).

       01 WS-TESTED-COUNT           pic 9(5) value zero.
       01 WS-BREACH-COUNT           pic 9(5) value zero.
       01 WS-NEW-BREACH-COUNT       pic 9(5) value zero.
       01 WS-LATE-COUNT             pic 9(5) value zero.
       01 WS-WAIVED-COUNT           pic 9(5) value zero.
       01 WS-RELEASED-COUNT         pic 9(5) value zero.
       01 WS-NOTICES-QUEUED         pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Covenant Test Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move 'COV-REMIND-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-REMIND-DAYS
           end-if.
           compute WS-BUSINESS-INT =
               function integer-of-date (WS-BUSINESS-DATE).

           open i-o COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               display "No covenants on file. Nothing to test."
               stop run
           end-if.
           open input LOAN-FILE.
           open input FIN-STATEMENT-FILE.
           if WS-FS-STATUS = '00'
               move 'Y' to WS-FS-AVAILABLE
           end-if.
           open output COVENANT-WORK-FILE.

           move 'N' to WS-EOF-FLAG.
           move 0 to COV-LOAN-ID.
           start COVENANT-FILE key is not less than COV-LOAN-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read COVENANT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if COV-ACTIVE
                           perform TEST-ONE-COVENANT
                       end-if
               end-read
           end-perform.
           close COVENANT-FILE.
           close COVENANT-WORK-FILE.
           if WS-LOAN-STATUS = '00'
               close LOAN-FILE
           end-if.
           if WS-FS-AVAILABLE = 'Y'
               close FIN-STATEMENT-FILE
           end-if.

           sort SORT-WORK-FILE
               on ascending key SRT-OFFICER-ID SRT-LOAN-ID
               using COVENANT-WORK-FILE
               giving SORTED-COVENANT-FILE.

           perform WRITE-REPORT.
           display WS-TESTED-COUNT " covenant(s) tested; "
               WS-BREACH-COUNT " in breach, " WS-LATE-COUNT
               " late.".
           display "Covenants released on closed loans: "
               WS-RELEASED-COUNT.
           display "Covenant letters queued: " WS-NOTICES-QUEUED.
           display "Report written to covenant_report.txt.".
           stop run.

      *    One active covenant: release it with its loan, bring the
      *    statement owed up to date, test the latest statement, and
      *    leave a line for the report.
       TEST-ONE-COVENANT.
           move 'N' to WS-STATEMENT-ON-FILE.
           if WS-LOAN-STATUS = '00'
               move COV-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       move 'P' to LOAN-STATUS
               end-read
           else
               move 'P' to LOAN-STATUS
           end-if.
           if not LOAN-OPEN
               move 'R' to COV-STATUS
               move space to COV-BREACH-FLAG
               move space to COV-LATE-FLAG
               move WS-BUSINESS-DATE to COV-SET-DATE
               rewrite COVENANT-RECORD
               add 1 to WS-RELEASED-COUNT
           else
               add 1 to WS-TESTED-COUNT
               perform ADVANCE-PERIOD-OWED
               perform CHECK-STATEMENT-DUE
               perform TEST-LATEST-STATEMENT
               rewrite COVENANT-RECORD
               perform WRITE-WORK-LINE
           end-if.

      *    A statement already spread for the period owed moves the
      *    period owed along, in case one came in on another path.
       ADVANCE-PERIOD-OWED.
           if COV-FS-QUARTERLY
               move 3 to WS-PE-ADD-MONTHS
           else
               move 12 to WS-PE-ADD-MONTHS
           end-if.
           if WS-FS-AVAILABLE = 'Y' and COV-NEXT-PERIOD-END > 0
               move COV-NEXT-PERIOD-END to WS-PE-DATE
               move 'Y' to WS-STATEMENT-ON-FILE
               perform until WS-STATEMENT-ON-FILE = 'N'
                   move COV-LOAN-ID to FS-LOAN-ID
                   move WS-PE-DATE to FS-PERIOD-END
                   read FIN-STATEMENT-FILE
                       invalid key
                           move 'N' to WS-STATEMENT-ON-FILE
                       not invalid key
                           perform ADD-PERIOD-MONTHS
                   end-read
               end-perform
               if WS-PE-DATE not = COV-NEXT-PERIOD-END
                   move WS-PE-DATE to COV-NEXT-PERIOD-END
                   move space to COV-LATE-FLAG
               end-if
           end-if.

      *    Late once past the period end plus the due days; a letter
      *    goes out when late or when due within the reminder days.
       CHECK-STATEMENT-DUE.
           compute WS-PE-DUE-DATE = function date-of-integer
               (function integer-of-date (COV-NEXT-PERIOD-END)
                + COV-FS-DUE-DAYS).
           compute WS-DAYS-DIFF =
               function integer-of-date (WS-PE-DUE-DATE)
               - WS-BUSINESS-INT.
           if WS-DAYS-DIFF < 0
               move 'Y' to COV-LATE-FLAG
               add 1 to WS-LATE-COUNT
           else
               move space to COV-LATE-FLAG
           end-if.
           if COV-NEXT-PERIOD-END < WS-BUSINESS-DATE
              and WS-DAYS-DIFF <= WS-REMIND-DAYS
               move 'COV-FS-DUE' to WS-LETTER-TYPE
               perform QUEUE-COVENANT-LETTER
                   thru QUEUE-COVENANT-LETTER-DONE
           end-if.

      *    Reads the loan's statements in period order; the last one
      *    read is the one tested.
       TEST-LATEST-STATEMENT.
           move 'N' to WS-TESTED.
           if WS-FS-AVAILABLE = 'Y'
               move COV-LOAN-ID to FS-LOAN-ID
               move 0 to FS-PERIOD-END
               move 'N' to WS-FS-EOF-FLAG
               start FIN-STATEMENT-FILE key is not less than FS-KEY
                   invalid key
                       move 'Y' to WS-FS-EOF-FLAG
               end-start
               perform until FS-EOF-REACHED
                   read FIN-STATEMENT-FILE next record
                       at end
                           move 'Y' to WS-FS-EOF-FLAG
                       not at end
                           if FS-LOAN-ID not = COV-LOAN-ID
                               move 'Y' to WS-FS-EOF-FLAG
                           else
                               move 'Y' to WS-TESTED
                               move FS-PERIOD-END to WS-TEST-PERIOD
                               perform COMPUTE-COVENANT-RATIOS
                           end-if
                   end-read
               end-perform
           end-if.
           if WS-TESTED = 'Y'
               perform APPLY-COVENANT-LIMITS
           end-if.

      *    Sets the breach flag for the period tested. A breach on a
      *    period not breached before is new and letters the
      *    borrower; a breach waived for this period stays waived.
       APPLY-COVENANT-LIMITS.
           move space to WS-NEW-BREACH-FLAG.
           if COV-MIN-DSCR > 0 and WS-DSCR < COV-MIN-DSCR
               move 'D' to WS-NEW-BREACH-FLAG
           end-if.
           if COV-MAX-LEVERAGE > 0 and WS-LEVERAGE > COV-MAX-LEVERAGE
               if WS-NEW-BREACH-FLAG = 'D'
                   move 'B' to WS-NEW-BREACH-FLAG
               else
                   move 'L' to WS-NEW-BREACH-FLAG
               end-if
           end-if.
           if WS-NEW-BREACH-FLAG not = space
              and WS-TEST-PERIOD = COV-WAIVED-PERIOD
               move space to WS-NEW-BREACH-FLAG
               add 1 to WS-WAIVED-COUNT
           end-if.
           if WS-NEW-BREACH-FLAG not = space
               add 1 to WS-BREACH-COUNT
               if not COV-IN-BREACH
                  or WS-TEST-PERIOD not = COV-LAST-PERIOD-TESTED
                   add 1 to WS-NEW-BREACH-COUNT
                   move 'COV-BREACH' to WS-LETTER-TYPE
                   move 0 to COV-LAST-LETTER-DATE
                   perform QUEUE-COVENANT-LETTER
                       thru QUEUE-COVENANT-LETTER-DONE
               end-if
           end-if.
           move WS-NEW-BREACH-FLAG to COV-BREACH-FLAG.
           move WS-TEST-PERIOD to COV-LAST-PERIOD-TESTED.
           move WS-BUSINESS-DATE to COV-LAST-TEST-DATE.
           move WS-DSCR to COV-LAST-DSCR.
           move WS-LEVERAGE to COV-LAST-LEVERAGE.

      *    Letters the borrower, no more often than once per
      *    WS-LETTER-INTERVAL days for the same loan; a new breach
      *    clears the interval before it gets here.
       QUEUE-COVENANT-LETTER.
           if COV-LAST-LETTER-DATE not = 0
               compute WS-DAYS-DIFF = WS-BUSINESS-INT
                   - function integer-of-date (COV-LAST-LETTER-DATE)
               if WS-DAYS-DIFF < WS-LETTER-INTERVAL
                   go to QUEUE-COVENANT-LETTER-DONE
               end-if
           end-if.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move LOAN-CUST-ID to NOTICE-CUST-ID.
           move WS-LETTER-TYPE to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move LOAN-BALANCE to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.
           add 1 to WS-NOTICES-QUEUED.
           move WS-BUSINESS-DATE to COV-LAST-LETTER-DATE.
       QUEUE-COVENANT-LETTER-DONE.
           continue.

       WRITE-WORK-LINE.
           move COV-OFFICER-ID to CVW-OFFICER-ID.
           move COV-LOAN-ID to CVW-LOAN-ID.
           move COV-CUST-ID to CVW-CUST-ID.
           move LOAN-BALANCE to CVW-BALANCE.
           move COV-LAST-PERIOD-TESTED to CVW-PERIOD-TESTED.
           move COV-LAST-DSCR to CVW-DSCR.
           move COV-MIN-DSCR to CVW-MIN-DSCR.
           move COV-LAST-LEVERAGE to CVW-LEVERAGE.
           move COV-MAX-LEVERAGE to CVW-MAX-LEVERAGE.
           move WS-PE-DUE-DATE to CVW-STATEMENT-DUE.
           move COV-BREACH-FLAG to CVW-BREACH-FLAG.
           move COV-LATE-FLAG to CVW-LATE-FLAG.
           evaluate true
               when COV-LAST-TEST-DATE = 0
                   move "NOT TESTED" to CVW-RESULT
               when COV-DSCR-BREACH
                   move "BREACH-DSCR" to CVW-RESULT
               when COV-LEVERAGE-BREACH
                   move "BREACH-LEV" to CVW-RESULT
               when COV-BOTH-BREACH
                   move "BREACH-BOTH" to CVW-RESULT
               when COV-WAIVED-PERIOD not = 0
                    and COV-WAIVED-PERIOD = COV-LAST-PERIOD-TESTED
                   move "WAIVED" to CVW-RESULT
               when other
                   move "COMPLIANT" to CVW-RESULT
           end-evaluate.
           write COVENANT-WORK-RECORD.

      *    The compliance report, control-broken on loan officer.
       WRITE-REPORT.
           open output COVENANT-REPORT-FILE.
           move spaces to COVENANT-LINE.
           string "LOAN COVENANT COMPLIANCE - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.
           open input OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS = '00'
               move 'Y' to WS-OPER-AVAILABLE
           end-if.
           open input SORTED-COVENANT-FILE.
           move 'N' to WS-EOF-FLAG.
           move 9999 to WS-CURRENT-OFFICER.
           read SORTED-COVENANT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           if not EOF-REACHED
               perform START-OFFICER
           end-if.
           perform until EOF-REACHED
               if CVS-OFFICER-ID not = WS-CURRENT-OFFICER
                   perform END-OFFICER
                   perform START-OFFICER
               end-if
               perform WRITE-COVENANT-LINE
               read SORTED-COVENANT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           if WS-TESTED-COUNT > 0
               perform END-OFFICER
           end-if.
           close SORTED-COVENANT-FILE.
           if WS-OPER-AVAILABLE = 'Y'
               close OPERATOR-FILE
           end-if.
           perform WRITE-BANK-TOTALS.
           close COVENANT-REPORT-FILE.

       START-OFFICER.
           move CVS-OFFICER-ID to WS-CURRENT-OFFICER.
           move 0 to WS-OFF-LOANS.
           move 0 to WS-OFF-BREACHES.
           move 0 to WS-OFF-LATE.
           move "(not on file)" to WS-OFFICER-NAME.
           if WS-OPER-AVAILABLE = 'Y'
               move CVS-OFFICER-ID to OPER-ID
               read OPERATOR-FILE
                   invalid key
                       continue
                   not invalid key
                       move OPER-NAME to WS-OFFICER-NAME
               end-read
           end-if.
           move spaces to COVENANT-LINE.
           write COVENANT-LINE.
           move spaces to COVENANT-LINE.
           string "Loan officer " delimited by size
                  WS-CURRENT-OFFICER delimited by size
                  "  " delimited by size
                  WS-OFFICER-NAME delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.
           move spaces to COVENANT-LINE.
           string "Loan   Cust-ID       Balance Period     DSCR   Min"
                      delimited by size
                  "  Lever   Max Stmt-Due Result       Late"
                      delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.
           move all "=" to COVENANT-LINE.
           write COVENANT-LINE.

       WRITE-COVENANT-LINE.
           add 1 to WS-OFF-LOANS.
           if CVS-IN-BREACH
               add 1 to WS-OFF-BREACHES
           end-if.
           move spaces to WS-LATE-TEXT.
           if CVS-STATEMENT-LATE
               add 1 to WS-OFF-LATE
               move "LATE" to WS-LATE-TEXT
           end-if.
           move CVS-BALANCE to WS-BALANCE-FMT.
           move CVS-DSCR to WS-DSCR-FMT.
           move CVS-MIN-DSCR to WS-MIN-FMT.
           move CVS-LEVERAGE to WS-LEV-FMT.
           move CVS-MAX-LEVERAGE to WS-MAX-FMT.
           move spaces to COVENANT-LINE.
           string CVS-LOAN-ID delimited by size
                  " " delimited by size
                  CVS-CUST-ID delimited by size
                  " " delimited by size
                  WS-BALANCE-FMT delimited by size
                  " " delimited by size
                  CVS-PERIOD-TESTED delimited by size
                  " " delimited by size
                  WS-DSCR-FMT delimited by size
                  " " delimited by size
                  WS-MIN-FMT delimited by size
                  " " delimited by size
                  WS-LEV-FMT delimited by size
                  " " delimited by size
                  WS-MAX-FMT delimited by size
                  " " delimited by size
                  CVS-STATEMENT-DUE delimited by size
                  " " delimited by size
                  CVS-RESULT delimited by size
                  " " delimited by size
                  WS-LATE-TEXT delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.

       END-OFFICER.
           move spaces to COVENANT-LINE.
           string "  Officer " delimited by size
                  WS-CURRENT-OFFICER delimited by size
                  ": loans " delimited by size
                  WS-OFF-LOANS delimited by size
                  "  in breach " delimited by size
                  WS-OFF-BREACHES delimited by size
                  "  statements late " delimited by size
                  WS-OFF-LATE delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.

       WRITE-BANK-TOTALS.
           move spaces to COVENANT-LINE.
           write COVENANT-LINE.
           move all "-" to COVENANT-LINE.
           write COVENANT-LINE.
           move spaces to COVENANT-LINE.
           string "Covenants tested " delimited by size
                  WS-TESTED-COUNT delimited by size
                  "  in breach " delimited by size
                  WS-BREACH-COUNT delimited by size
                  "  new breaches " delimited by size
                  WS-NEW-BREACH-COUNT delimited by size
                  "  waived " delimited by size
                  WS-WAIVED-COUNT delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.
           move spaces to COVENANT-LINE.
           string "Statements late " delimited by size
                  WS-LATE-COUNT delimited by size
                  "  letters queued " delimited by size
                  WS-NOTICES-QUEUED delimited by size
                  "  released with loan " delimited by size
                  WS-RELEASED-COUNT delimited by size
                  into COVENANT-LINE
           end-string.
           write COVENANT-LINE.

      *    Coverage: cash available for debt service (net income with
      *    depreciation and interest added back) over debt service.
      *    Leverage: total liabilities over net worth; a negative or
      *    zero net worth is unbounded.
       COMPUTE-COVENANT-RATIOS.
           compute WS-CASH-FLOW = FS-NET-INCOME + FS-DEPRECIATION
               + FS-INTEREST-EXPENSE.
           if FS-DEBT-SERVICE = 0
               move 999.99 to WS-DSCR
           else
               if WS-CASH-FLOW <= 0
                   move 0 to WS-DSCR
               else
                   compute WS-DSCR rounded =
                       WS-CASH-FLOW / FS-DEBT-SERVICE
                       on size error
                           move 999.99 to WS-DSCR
                   end-compute
               end-if
           end-if.
           if FS-NET-WORTH <= 0
               move 999.99 to WS-LEVERAGE
           else
               compute WS-LEVERAGE rounded =
                   FS-TOTAL-LIABILITIES / FS-NET-WORTH
                   on size error
                       move 999.99 to WS-LEVERAGE
               end-compute
           end-if.

      *    Moves WS-PE-DATE to the last day of its month.
       SET-MONTH-END.
           move 1 to WS-PE-DD.
           add 1 to WS-PE-MM.
           if WS-PE-MM > 12
               move 1 to WS-PE-MM
               add 1 to WS-PE-YYYY
           end-if.
           compute WS-PE-DATE = function date-of-integer
               (function integer-of-date (WS-PE-DATE) - 1).

      *    Moves the month-end in WS-PE-DATE on by WS-PE-ADD-MONTHS.
       ADD-PERIOD-MONTHS.
           add WS-PE-ADD-MONTHS to WS-PE-MM.
           perform until WS-PE-MM <= 12
               subtract 12 from WS-PE-MM
               add 1 to WS-PE-YYYY
           end-perform.
           perform SET-MONTH-END.

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
