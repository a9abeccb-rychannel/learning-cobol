       identification division.
       program-id. branch-scorecard.

      *    Monthly branch performance scorecard. For the month entered
      *    (YYYYMM; blank takes the business date's month) every
      *    branch on branches.dat gets a page showing:
      *      - deposits of the customers homed there (PROF-HOME-BRANCH):
      *        checking plus accounts.dat balances as of the run, and
      *        the growth over the prior month's scorecard
      *      - customers opened, accounts opened and customers closed,
      *        from the teller journal's 'CUST-OPEN', 'ACCT-OPEN' and
      *        'CUST-CLOSE' entries, by the customer's home branch
      *      - transaction volume by channel: teller (TRANS-BRANCH
      *        stamped), ACH/wire, card, remote deposit, check
      *        clearing and system postings -- unstamped items count
      *        at the customer's home branch
      *      - volume by teller from audit.log (AUDIT-BRANCH and
      *        AUDIT-OPERATOR-ID), with each teller's drawer over/short
      *        from teller_drawers.dat (OPER-BRANCH)
      *      - loan applications taken and loans booked, from
      *        loan_applications.dat (booked applications by decision
      *        date, at the offer amount where one was made)
      *    Each month's figures are appended to
      *    branch_scorecard_history.dat; the prior month and the same
      *    month last year are compared from there (the latest entry
      *    for a month wins, so a rerun supersedes). The report
      *    (branch_scorecard.txt) closes with a one-page summary
      *    ranking every branch by deposit growth. Run at month end.

       environment division.
       input-output section.
       file-control.
       select BRANCH-FILE
           assign to 'branches.dat'
           organization is indexed
           access mode is dynamic
           record key is BR-CODE
           lock mode is automatic
           file status is WS-BRANCH-STATUS.
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
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
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
       select EJOURNAL-FILE
           assign to 'teller_journal.dat'
           organization is line sequential
           file status is WS-EJ-STATUS.
       select TELLER-DRAWER-FILE
           assign to 'teller_drawers.dat'
           organization is indexed
           access mode is dynamic
           record key is DRW-KEY
           lock mode is automatic
           file status is WS-DRAWER-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-STATUS.
       select LOAN-APPLICATION-FILE
           assign to 'loan_applications.dat'
           organization is indexed
           access mode is dynamic
           record key is APP-ID
           lock mode is automatic
           file status is WS-APP-STATUS.
       select SCORECARD-HISTORY-FILE
           assign to 'branch_scorecard_history.dat'
           organization is line sequential
           file status is WS-HISTORY-STATUS.
       select SCORECARD-REPORT-FILE
           assign to 'branch_scorecard.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd BRANCH-FILE.
       01 BRANCH-RECORD.
          05 BR-CODE                pic 9(3).
          05 BR-NAME                pic x(30).
          05 BR-ADDRESS-LINE-1      pic x(30).
          05 BR-CITY                pic x(20).
          05 BR-STATE               pic x(2).
          05 BR-ZIP                 pic x(10).
          05 BR-STATUS              pic x(1).
             88 BR-OPEN             value 'A'.
             88 BR-CLOSED           value 'C'.

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

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

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

       fd EJOURNAL-FILE.
       01 EJOURNAL-RECORD.
          05 EJ-DATE                pic 9(8).
          05 EJ-TIME                pic 9(6).
          05 EJ-OPER-ID             pic 9(4).
          05 EJ-ACTION              pic x(20).
          05 EJ-CUST-ID             pic 9(6).
          05 EJ-DETAIL              pic x(30).

       fd TELLER-DRAWER-FILE.
       01 TELLER-DRAWER-RECORD.
          05 DRW-KEY.
             10 DRW-OPER-ID         pic 9(4).
             10 DRW-DATE            pic 9(8).
          05 DRW-OPENING-COUNT      pic 9(8)v99.
          05 DRW-CASH-IN            pic 9(8)v99.
          05 DRW-CASH-OUT           pic 9(8)v99.
          05 DRW-CLOSING-COUNT      pic 9(8)v99.
          05 DRW-OVER-SHORT         pic s9(8)v99.
          05 DRW-STATUS             pic x(1).
             88 DRW-OPEN            value 'O'.
             88 DRW-CLOSED          value 'C'.

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

      *    One row per branch per month scored.
       fd SCORECARD-HISTORY-FILE.
       01 SCORECARD-HISTORY-RECORD.
          05 SCH-MONTH              pic 9(6).
          05 SCH-BRANCH             pic 9(3).
          05 SCH-FIGURES.
             10 SCH-DEPOSITS        pic 9(11)v99.
             10 SCH-NEW-CUST        pic 9(5).
             10 SCH-ACCT-OPEN       pic 9(5).
             10 SCH-CLOSURES        pic 9(5).
             10 SCH-TRANS           pic 9(7).
             10 SCH-OVER-SHORT      pic s9(9)v99.
             10 SCH-APPS            pic 9(5).
             10 SCH-LOAN-COUNT      pic 9(5).
             10 SCH-LOAN-AMOUNT     pic 9(10)v99.

       fd SCORECARD-REPORT-FILE.
       01 SCORECARD-LINE            pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-BRANCH-STATUS          pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-EJ-STATUS              pic xx.
       01 WS-DRAWER-STATUS          pic xx.
       01 WS-OPERATOR-STATUS        pic xx.
       01 WS-APP-STATUS             pic xx.
       01 WS-HISTORY-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-SCAN-EOF-FLAG          pic x value 'N'.
          88 SCAN-EOF-REACHED       value 'Y'.
       01 WS-PROFILE-OPEN-FLAG      pic x value 'N'.
          88 PROFILES-AVAILABLE     value 'Y'.
       01 WS-ACCT-OPEN-FLAG         pic x value 'N'.
          88 ACCOUNTS-AVAILABLE     value 'Y'.
       01 WS-OPER-OPEN-FLAG         pic x value 'N'.
          88 OPERATORS-AVAILABLE    value 'Y'.

       01 WS-SCORE-MONTH            pic x(6).
       01 WS-SCORE-MONTH-N redefines WS-SCORE-MONTH.
          05 WS-SCORE-YYYY          pic 9(4).
          05 WS-SCORE-MM            pic 9(2).
       01 WS-PRIOR-MONTH.
          05 WS-PRIOR-YYYY          pic 9(4).
          05 WS-PRIOR-MM            pic 9(2).
       01 WS-PRIOR-MONTH-N redefines WS-PRIOR-MONTH pic 9(6).
       01 WS-LY-MONTH.
          05 WS-LY-YYYY             pic 9(4).
          05 WS-LY-MM               pic 9(2).
       01 WS-LY-MONTH-N redefines WS-LY-MONTH pic 9(6).

      *    Channels, in report order.
       01 WS-CHANNEL-NAMES.
          05 filler                 pic x(16) value 'Teller'.
          05 filler                 pic x(16) value 'ACH / wire'.
          05 filler                 pic x(16) value 'Card'.
          05 filler                 pic x(16) value 'Remote deposit'.
          05 filler                 pic x(16) value 'Check clearing'.
          05 filler                 pic x(16) value 'System posting'.
       01 WS-CHANNEL-TABLE redefines WS-CHANNEL-NAMES.
          05 WS-CHANNEL-NAME occurs 6 times pic x(16).
       01 WS-CHANNEL-SUB            pic 9(1).

      *    Every branch on file, this month's figures and the two
      *    comparison months from history.
       01 WS-BR-USED                pic 9(3) value zero.
       01 WS-BR-TABLE.
          05 WS-BR-ENTRY occurs 100 times indexed by WS-BR-IDX.
             10 WS-BR-CODE           pic 9(3).
             10 WS-BR-NAME           pic x(30).
             10 WS-BR-CUR.
                15 WS-BR-DEPOSITS    pic 9(11)v99.
                15 WS-BR-NEW-CUST    pic 9(5).
                15 WS-BR-ACCT-OPEN   pic 9(5).
                15 WS-BR-CLOSURES    pic 9(5).
                15 WS-BR-TRANS       pic 9(7).
                15 WS-BR-OVER-SHORT  pic s9(9)v99.
                15 WS-BR-APPS        pic 9(5).
                15 WS-BR-LOAN-COUNT  pic 9(5).
                15 WS-BR-LOAN-AMOUNT pic 9(10)v99.
             10 WS-BR-CHANNEL occurs 6 times pic 9(7).
             10 WS-BR-DRW-OVER       pic 9(9)v99.
             10 WS-BR-DRW-SHORT      pic 9(9)v99.
             10 WS-BR-DRW-OOB        pic 9(5).
             10 WS-BR-PRIOR-FOUND    pic x(1).
             10 WS-BR-PRIOR.
                15 WS-BR-P-DEPOSITS  pic 9(11)v99.
                15 WS-BR-P-NEW-CUST  pic 9(5).
                15 WS-BR-P-ACCT-OPEN pic 9(5).
                15 WS-BR-P-CLOSURES  pic 9(5).
                15 WS-BR-P-TRANS     pic 9(7).
                15 WS-BR-P-OVER-SHORT pic s9(9)v99.
                15 WS-BR-P-APPS      pic 9(5).
                15 WS-BR-P-LOAN-COUNT pic 9(5).
                15 WS-BR-P-LOAN-AMOUNT pic 9(10)v99.
             10 WS-BR-LY-FOUND       pic x(1).
             10 WS-BR-LY.
                15 WS-BR-L-DEPOSITS  pic 9(11)v99.
                15 WS-BR-L-NEW-CUST  pic 9(5).
                15 WS-BR-L-ACCT-OPEN pic 9(5).
                15 WS-BR-L-CLOSURES  pic 9(5).
                15 WS-BR-L-TRANS     pic 9(7).
                15 WS-BR-L-OVER-SHORT pic s9(9)v99.
                15 WS-BR-L-APPS      pic 9(5).
                15 WS-BR-L-LOAN-COUNT pic 9(5).
                15 WS-BR-L-LOAN-AMOUNT pic 9(10)v99.
             10 WS-BR-GROWTH         pic s9(11)v99.
             10 WS-BR-RANK           pic 9(3).
       01 WS-BR-FOUND               pic 9(3).
       01 WS-BR-SUB                 pic 9(3).
       01 WS-BR-OTHER               pic 9(3).
       01 WS-FIND-BRANCH            pic 9(3).
       01 WS-UNSCORED-COUNT         pic 9(7) value zero.

      *    Volume and drawer result per teller within a branch.
       01 WS-TLR-USED               pic 9(3) value zero.
       01 WS-TLR-TABLE.
          05 WS-TLR-ENTRY occurs 500 times.
             10 WS-TLR-BRANCH        pic 9(3).
             10 WS-TLR-OPER-ID       pic 9(4).
             10 WS-TLR-COUNT         pic 9(7).
             10 WS-TLR-DRAWERS       pic 9(4).
             10 WS-TLR-OVER-SHORT    pic s9(9)v99.
       01 WS-TLR-SUB                pic 9(3).
       01 WS-TLR-FOUND              pic 9(3).
       01 WS-FIND-OPER-ID           pic 9(4).

       01 WS-HOME-BRANCH            pic 9(3).
       01 WS-LOOKUP-CUST-ID         pic 9(6).
       01 WS-DEPOSIT-BALANCE        pic 9(10)v99.
       01 WS-LOAN-BOOKED-AMOUNT     pic 9(8)v99.

       01 WS-FMT-AMOUNT             pic -(11)9.99.
       01 WS-FMT-AMOUNT-2           pic -(11)9.99.
       01 WS-FMT-AMOUNT-3           pic -(11)9.99.
       01 WS-FMT-COUNT              pic -(6)9.
       01 WS-FMT-COUNT-2            pic -(6)9.
       01 WS-FMT-COUNT-3            pic -(6)9.
       01 WS-FMT-RANK               pic zz9.
       01 WS-DIFF-AMOUNT            pic s9(11)v99.
       01 WS-DIFF-COUNT             pic s9(7).
       01 WS-ROW-LABEL              pic x(22).
       01 WS-ROW-CUR-AMT            pic s9(11)v99.
       01 WS-ROW-PRIOR-AMT          pic s9(11)v99.
       01 WS-ROW-LY-AMT             pic s9(11)v99.
       01 WS-ROW-CUR-CNT            pic s9(7).
       01 WS-ROW-PRIOR-CNT          pic s9(7).
       01 WS-ROW-LY-CNT             pic s9(7).
       01 WS-NOT-ON-FILE            pic x(15) value '   (no history)'.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           display "Enter Month (YYYYMM, blank for current): ".
           accept WS-SCORE-MONTH.
           if WS-SCORE-MONTH = spaces
               move WS-BUSINESS-DATE(1:6) to WS-SCORE-MONTH
           end-if.
           if WS-SCORE-MONTH is not numeric
              or WS-SCORE-MM < 1 or WS-SCORE-MM > 12
               display "Invalid month. Aborting."
               stop run
           end-if.
           if WS-SCORE-MM = 1
               compute WS-PRIOR-YYYY = WS-SCORE-YYYY - 1
               move 12 to WS-PRIOR-MM
           else
               move WS-SCORE-YYYY to WS-PRIOR-YYYY
               compute WS-PRIOR-MM = WS-SCORE-MM - 1
           end-if.
           compute WS-LY-YYYY = WS-SCORE-YYYY - 1.
           move WS-SCORE-MM to WS-LY-MM.

           perform LOAD-BRANCHES.
           if WS-BR-USED = 0
               display "No branches on file. Nothing to score."
               stop run
           end-if.
           perform LOAD-HISTORY.

           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move 'Y' to WS-PROFILE-OPEN-FLAG
           end-if.
           open input OPERATOR-FILE.
           if WS-OPERATOR-STATUS = '00'
               move 'Y' to WS-OPER-OPEN-FLAG
           end-if.
           perform GATHER-DEPOSITS thru GATHER-DEPOSITS-DONE.
           perform GATHER-JOURNAL-EVENTS
               thru GATHER-JOURNAL-EVENTS-DONE.
           perform GATHER-TRANSACTIONS thru GATHER-TRANSACTIONS-DONE.
           perform GATHER-TELLER-VOLUME thru GATHER-TELLER-VOLUME-DONE.
           perform GATHER-DRAWERS thru GATHER-DRAWERS-DONE.
           perform GATHER-LOANS thru GATHER-LOANS-DONE.
           if PROFILES-AVAILABLE
               close CUSTOMER-PROFILE-FILE
           end-if.
           if OPERATORS-AVAILABLE
               close OPERATOR-FILE
           end-if.

           perform RANK-BRANCHES.
           open output SCORECARD-REPORT-FILE.
           perform WRITE-BRANCH-PAGE
               varying WS-BR-SUB from 1 by 1
               until WS-BR-SUB > WS-BR-USED.
           perform WRITE-SUMMARY-PAGE.
           close SCORECARD-REPORT-FILE.
           perform APPEND-HISTORY.

           display WS-BR-USED " branch(es) scored for "
               WS-SCORE-MONTH ".".
           if WS-UNSCORED-COUNT > 0
               display WS-UNSCORED-COUNT " item(s) had no branch on "
                   "file and were not scored."
           end-if.
           display "Scorecard written to branch_scorecard.txt.".
           stop run.

       LOAD-BRANCHES.
           open input BRANCH-FILE.
           if WS-BRANCH-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read BRANCH-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-BR-USED < 100
                       add 1 to WS-BR-USED
                       initialize WS-BR-ENTRY (WS-BR-USED)
                       move BR-CODE to WS-BR-CODE (WS-BR-USED)
                       move BR-NAME to WS-BR-NAME (WS-BR-USED)
                       move 'N' to WS-BR-PRIOR-FOUND (WS-BR-USED)
                       move 'N' to WS-BR-LY-FOUND (WS-BR-USED)
                   end-if
                   read BRANCH-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close BRANCH-FILE
           end-if.

      *    The prior month and the same month last year; a later row
      *    for the same month replaces an earlier one.
       LOAD-HISTORY.
           open input SCORECARD-HISTORY-FILE.
           if WS-HISTORY-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read SCORECARD-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move SCH-BRANCH to WS-FIND-BRANCH
                   perform FIND-BRANCH-ENTRY
                   if WS-BR-FOUND not = 0
                       if SCH-MONTH = WS-PRIOR-MONTH-N
                           move SCH-FIGURES
                               to WS-BR-PRIOR (WS-BR-FOUND)
                           move 'Y' to WS-BR-PRIOR-FOUND (WS-BR-FOUND)
                       end-if
                       if SCH-MONTH = WS-LY-MONTH-N
                           move SCH-FIGURES to WS-BR-LY (WS-BR-FOUND)
                           move 'Y' to WS-BR-LY-FOUND (WS-BR-FOUND)
                       end-if
                   end-if
                   read SCORECARD-HISTORY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close SCORECARD-HISTORY-FILE
           end-if.

      *    Deposits of every open customer, at the home branch.
       GATHER-DEPOSITS.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               go to GATHER-DEPOSITS-DONE
           end-if.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move 'Y' to WS-ACCT-OPEN-FLAG
           end-if.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if not CUST-CLOSED
                   move CUST-ID to WS-LOOKUP-CUST-ID
                   perform FIND-HOME-BRANCH
                   move 0 to WS-DEPOSIT-BALANCE
                   if CUST-BALANCE > 0
                       move CUST-BALANCE to WS-DEPOSIT-BALANCE
                   end-if
                   if ACCOUNTS-AVAILABLE
                       perform ADD-ACCOUNT-BALANCES
                   end-if
                   move WS-HOME-BRANCH to WS-FIND-BRANCH
                   perform FIND-BRANCH-ENTRY
                   if WS-BR-FOUND not = 0
                       add WS-DEPOSIT-BALANCE
                           to WS-BR-DEPOSITS (WS-BR-FOUND)
                   end-if
               end-if
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-FILE.
           if ACCOUNTS-AVAILABLE
               close ACCOUNT-FILE
           end-if.
       GATHER-DEPOSITS-DONE.
           continue.

       ADD-ACCOUNT-BALANCES.
           move 'N' to WS-SCAN-EOF-FLAG.
           move CUST-ID to ACCT-CUST-ID.
           move low-values to ACCT-TYPE.
           start ACCOUNT-FILE key is greater than or equal to ACCT-KEY
               invalid key
                   move 'Y' to WS-SCAN-EOF-FLAG
           end-start.
           perform until SCAN-EOF-REACHED
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
               if not SCAN-EOF-REACHED
                   if ACCT-CUST-ID not = CUST-ID
                       move 'Y' to WS-SCAN-EOF-FLAG
                   else
                       add ACCT-BALANCE to WS-DEPOSIT-BALANCE
                   end-if
               end-if
           end-perform.

      *    Openings and closures the teller screen journals.
       GATHER-JOURNAL-EVENTS.
           open input EJOURNAL-FILE.
           if WS-EJ-STATUS not = '00'
               go to GATHER-JOURNAL-EVENTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read EJOURNAL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if EJ-DATE(1:6) = WS-SCORE-MONTH
                  and (EJ-ACTION = 'CUST-OPEN'
                       or EJ-ACTION = 'ACCT-OPEN'
                       or EJ-ACTION = 'CUST-CLOSE')
                   move EJ-CUST-ID to WS-LOOKUP-CUST-ID
                   perform FIND-HOME-BRANCH
                   move WS-HOME-BRANCH to WS-FIND-BRANCH
                   perform FIND-BRANCH-ENTRY
                   if WS-BR-FOUND = 0
                       add 1 to WS-UNSCORED-COUNT
                   else
                       evaluate EJ-ACTION
                           when 'CUST-OPEN'
                               add 1 to WS-BR-NEW-CUST (WS-BR-FOUND)
                           when 'ACCT-OPEN'
                               add 1 to WS-BR-ACCT-OPEN (WS-BR-FOUND)
                           when 'CUST-CLOSE'
                               add 1 to WS-BR-CLOSURES (WS-BR-FOUND)
                       end-evaluate
                   end-if
               end-if
               read EJOURNAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EJOURNAL-FILE.
       GATHER-JOURNAL-EVENTS-DONE.
           continue.

      *    The month's transactions by channel. A teller-keyed item
      *    carries its branch; anything else counts at the customer's
      *    home branch.
       GATHER-TRANSACTIONS.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               go to GATHER-TRANSACTIONS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read TRANSACTION-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if TRANS-DATE(1:6) = WS-SCORE-MONTH
                  and TRANS-REVERSED not = 'Y'
                   perform SCORE-ONE-TRANSACTION
               end-if
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TRANSACTION-FILE.
       GATHER-TRANSACTIONS-DONE.
           continue.

       SCORE-ONE-TRANSACTION.
           if TRANS-BRANCH not = 0
               move TRANS-BRANCH to WS-FIND-BRANCH
               move 1 to WS-CHANNEL-SUB
           else
               move TRANS-CUST-ID to WS-LOOKUP-CUST-ID
               perform FIND-HOME-BRANCH
               move WS-HOME-BRANCH to WS-FIND-BRANCH
               evaluate true
                   when TRANS-TYPE = 'IN-ACH' or TRANS-TYPE = 'IN-WIRE'
                     or TRANS-TYPE = 'X-OUT' or TRANS-TYPE = 'X-RET'
                       move 2 to WS-CHANNEL-SUB
                   when TRANS-TYPE(1:5) = 'CARD-'
                       move 3 to WS-CHANNEL-SUB
                   when TRANS-TYPE = 'RDC-DEP'
                       move 4 to WS-CHANNEL-SUB
                   when TRANS-TYPE = 'CHK-PAID'
                       move 5 to WS-CHANNEL-SUB
                   when other
                       move 6 to WS-CHANNEL-SUB
               end-evaluate
           end-if.
           perform FIND-BRANCH-ENTRY.
           if WS-BR-FOUND = 0
               add 1 to WS-UNSCORED-COUNT
           else
               add 1 to WS-BR-TRANS (WS-BR-FOUND)
               add 1 to WS-BR-CHANNEL (WS-BR-FOUND, WS-CHANNEL-SUB)
           end-if.

      *    Balance changes keyed by each teller, from the audit log.
       GATHER-TELLER-VOLUME.
           open input AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               go to GATHER-TELLER-VOLUME-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read AUDIT-LOG-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if AUDIT-DATE(1:6) = WS-SCORE-MONTH
                  and AUDIT-OPERATOR-ID not = 0
                   move AUDIT-BRANCH to WS-FIND-BRANCH
                   move AUDIT-OPERATOR-ID to WS-FIND-OPER-ID
                   perform FIND-TELLER-ENTRY
                   if WS-TLR-FOUND not = 0
                       add 1 to WS-TLR-COUNT (WS-TLR-FOUND)
                   end-if
               end-if
               read AUDIT-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close AUDIT-LOG-FILE.
       GATHER-TELLER-VOLUME-DONE.
           continue.

      *    Closed drawers of the month, at the operator's branch.
       GATHER-DRAWERS.
           open input TELLER-DRAWER-FILE.
           if WS-DRAWER-STATUS not = '00'
               go to GATHER-DRAWERS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read TELLER-DRAWER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if DRW-DATE(1:6) = WS-SCORE-MONTH and DRW-CLOSED
                   move 0 to WS-FIND-BRANCH
                   if OPERATORS-AVAILABLE
                       move DRW-OPER-ID to OPER-ID
                       read OPERATOR-FILE
                           invalid key
                               continue
                           not invalid key
                               move OPER-BRANCH to WS-FIND-BRANCH
                       end-read
                   end-if
                   perform FIND-BRANCH-ENTRY
                   if WS-BR-FOUND = 0
                       add 1 to WS-UNSCORED-COUNT
                   else
                       add DRW-OVER-SHORT
                           to WS-BR-OVER-SHORT (WS-BR-FOUND)
                       if DRW-OVER-SHORT > 0
                           add DRW-OVER-SHORT
                               to WS-BR-DRW-OVER (WS-BR-FOUND)
                       end-if
                       if DRW-OVER-SHORT < 0
                           subtract DRW-OVER-SHORT
                               from WS-BR-DRW-SHORT (WS-BR-FOUND)
                       end-if
                       if DRW-OVER-SHORT not = 0
                           add 1 to WS-BR-DRW-OOB (WS-BR-FOUND)
                       end-if
                       move DRW-OPER-ID to WS-FIND-OPER-ID
                       perform FIND-TELLER-ENTRY
                       if WS-TLR-FOUND not = 0
                           add 1 to WS-TLR-DRAWERS (WS-TLR-FOUND)
                           add DRW-OVER-SHORT
                               to WS-TLR-OVER-SHORT (WS-TLR-FOUND)
                       end-if
                   end-if
               end-if
               read TELLER-DRAWER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TELLER-DRAWER-FILE.
       GATHER-DRAWERS-DONE.
           continue.

      *    Applications taken in the month, and applications booked
      *    with a decision in the month, at the applicant's home
      *    branch.
       GATHER-LOANS.
           open input LOAN-APPLICATION-FILE.
           if WS-APP-STATUS not = '00'
               go to GATHER-LOANS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read LOAN-APPLICATION-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if APP-DATE(1:6) = WS-SCORE-MONTH
                  or (APP-BOOKED
                      and APP-DECIDED-DATE(1:6) = WS-SCORE-MONTH)
                   move APP-CUST-ID to WS-LOOKUP-CUST-ID
                   perform FIND-HOME-BRANCH
                   move WS-HOME-BRANCH to WS-FIND-BRANCH
                   perform FIND-BRANCH-ENTRY
                   if WS-BR-FOUND = 0
                       add 1 to WS-UNSCORED-COUNT
                   else
                       if APP-DATE(1:6) = WS-SCORE-MONTH
                           add 1 to WS-BR-APPS (WS-BR-FOUND)
                       end-if
                       if APP-BOOKED
                          and APP-DECIDED-DATE(1:6) = WS-SCORE-MONTH
                           move APP-AMOUNT to WS-LOAN-BOOKED-AMOUNT
                           if APP-OFFER-AMOUNT > 0
                               move APP-OFFER-AMOUNT
                                   to WS-LOAN-BOOKED-AMOUNT
                           end-if
                           add 1 to WS-BR-LOAN-COUNT (WS-BR-FOUND)
                           add WS-LOAN-BOOKED-AMOUNT
                               to WS-BR-LOAN-AMOUNT (WS-BR-FOUND)
                       end-if
                   end-if
               end-if
               read LOAN-APPLICATION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close LOAN-APPLICATION-FILE.
       GATHER-LOANS-DONE.
           continue.

      *    Deposit growth over the prior month's scorecard (all of
      *    this month's deposits when there is none), then each
      *    branch's rank: one plus the branches that grew more.
       RANK-BRANCHES.
           perform varying WS-BR-SUB from 1 by 1
               until WS-BR-SUB > WS-BR-USED
               compute WS-BR-GROWTH (WS-BR-SUB) =
                   WS-BR-DEPOSITS (WS-BR-SUB)
                 - WS-BR-P-DEPOSITS (WS-BR-SUB)
           end-perform.
           perform varying WS-BR-SUB from 1 by 1
               until WS-BR-SUB > WS-BR-USED
               move 1 to WS-BR-RANK (WS-BR-SUB)
               perform varying WS-BR-OTHER from 1 by 1
                   until WS-BR-OTHER > WS-BR-USED
                   if WS-BR-GROWTH (WS-BR-OTHER)
                      > WS-BR-GROWTH (WS-BR-SUB)
                       add 1 to WS-BR-RANK (WS-BR-SUB)
                   end-if
               end-perform
           end-perform.

      *    One page per branch.
       WRITE-BRANCH-PAGE.
           move spaces to SCORECARD-LINE.
           string "Branch Scorecard - " delimited by size
                  WS-BR-CODE (WS-BR-SUB) delimited by size
                  " " delimited by size
                  WS-BR-NAME (WS-BR-SUB) delimited by size
                  "  month " delimited by size
                  WS-SCORE-MONTH delimited by size
                  into SCORECARD-LINE
           end-string.
           write SCORECARD-LINE after advancing page.
           move all "=" to SCORECARD-LINE.
           write SCORECARD-LINE.
           move spaces to SCORECARD-LINE.
           string "                       " delimited by size
                  "  This month     Prior month   " delimited by size
                  "   Change    Last year       Change"
                  delimited by size
                  into SCORECARD-LINE
           end-string.
           write SCORECARD-LINE.

           move "Deposit balances" to WS-ROW-LABEL.
           move WS-BR-DEPOSITS (WS-BR-SUB) to WS-ROW-CUR-AMT.
           move WS-BR-P-DEPOSITS (WS-BR-SUB) to WS-ROW-PRIOR-AMT.
           move WS-BR-L-DEPOSITS (WS-BR-SUB) to WS-ROW-LY-AMT.
           perform WRITE-AMOUNT-ROW.
           move "Customers opened" to WS-ROW-LABEL.
           move WS-BR-NEW-CUST (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-NEW-CUST (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-NEW-CUST (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Accounts opened" to WS-ROW-LABEL.
           move WS-BR-ACCT-OPEN (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-ACCT-OPEN (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-ACCT-OPEN (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Customers closed" to WS-ROW-LABEL.
           move WS-BR-CLOSURES (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-CLOSURES (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-CLOSURES (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Transactions" to WS-ROW-LABEL.
           move WS-BR-TRANS (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-TRANS (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-TRANS (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Drawer over/short" to WS-ROW-LABEL.
           move WS-BR-OVER-SHORT (WS-BR-SUB) to WS-ROW-CUR-AMT.
           move WS-BR-P-OVER-SHORT (WS-BR-SUB) to WS-ROW-PRIOR-AMT.
           move WS-BR-L-OVER-SHORT (WS-BR-SUB) to WS-ROW-LY-AMT.
           perform WRITE-AMOUNT-ROW.
           move "Loan applications" to WS-ROW-LABEL.
           move WS-BR-APPS (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-APPS (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-APPS (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Loans booked" to WS-ROW-LABEL.
           move WS-BR-LOAN-COUNT (WS-BR-SUB) to WS-ROW-CUR-CNT.
           move WS-BR-P-LOAN-COUNT (WS-BR-SUB) to WS-ROW-PRIOR-CNT.
           move WS-BR-L-LOAN-COUNT (WS-BR-SUB) to WS-ROW-LY-CNT.
           perform WRITE-COUNT-ROW.
           move "Loans booked, amount" to WS-ROW-LABEL.
           move WS-BR-LOAN-AMOUNT (WS-BR-SUB) to WS-ROW-CUR-AMT.
           move WS-BR-P-LOAN-AMOUNT (WS-BR-SUB) to WS-ROW-PRIOR-AMT.
           move WS-BR-L-LOAN-AMOUNT (WS-BR-SUB) to WS-ROW-LY-AMT.
           perform WRITE-AMOUNT-ROW.

           move spaces to SCORECARD-LINE.
           write SCORECARD-LINE.
           move "Transactions by channel:" to SCORECARD-LINE.
           write SCORECARD-LINE.
           perform varying WS-CHANNEL-SUB from 1 by 1
               until WS-CHANNEL-SUB > 6
               move WS-BR-CHANNEL (WS-BR-SUB, WS-CHANNEL-SUB)
                   to WS-FMT-COUNT
               move spaces to SCORECARD-LINE
               string "  " delimited by size
                      WS-CHANNEL-NAME (WS-CHANNEL-SUB)
                      delimited by size
                      WS-FMT-COUNT delimited by size
                      into SCORECARD-LINE
               end-string
               write SCORECARD-LINE
           end-perform.

           move spaces to SCORECARD-LINE.
           write SCORECARD-LINE.
           move "By teller:   Oper  Balance changes  Drawers   Over/Sho
      -        "rt" to SCORECARD-LINE.
           write SCORECARD-LINE.
           perform varying WS-TLR-SUB from 1 by 1
               until WS-TLR-SUB > WS-TLR-USED
               if WS-TLR-BRANCH (WS-TLR-SUB) = WS-BR-CODE (WS-BR-SUB)
                   move WS-TLR-COUNT (WS-TLR-SUB) to WS-FMT-COUNT
                   move WS-TLR-DRAWERS (WS-TLR-SUB) to WS-FMT-COUNT-2
                   move WS-TLR-OVER-SHORT (WS-TLR-SUB) to WS-FMT-AMOUNT
                   move spaces to SCORECARD-LINE
                   string "             " delimited by size
                          WS-TLR-OPER-ID (WS-TLR-SUB) delimited by size
                          "        " delimited by size
                          WS-FMT-COUNT delimited by size
                          "  " delimited by size
                          WS-FMT-COUNT-2 delimited by size
                          WS-FMT-AMOUNT delimited by size
                          into SCORECARD-LINE
                   end-string
                   write SCORECARD-LINE
               end-if
           end-perform.
           move WS-BR-DRW-OVER (WS-BR-SUB) to WS-FMT-AMOUNT.
           move WS-BR-DRW-SHORT (WS-BR-SUB) to WS-FMT-AMOUNT-2.
           move WS-BR-DRW-OOB (WS-BR-SUB) to WS-FMT-COUNT.
           move spaces to SCORECARD-LINE.
           string "Drawers over " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  short " delimited by size
                  WS-FMT-AMOUNT-2 delimited by size
                  "  out of balance " delimited by size
                  WS-FMT-COUNT delimited by size
                  into SCORECARD-LINE
           end-string.
           write SCORECARD-LINE.

      *    Label, this month, prior month and change, last year and
      *    change; a comparison month with no scorecard shows as such.
       WRITE-AMOUNT-ROW.
           move WS-ROW-CUR-AMT to WS-FMT-AMOUNT.
           move spaces to SCORECARD-LINE.
           move WS-ROW-LABEL to SCORECARD-LINE(1:22).
           move WS-FMT-AMOUNT to SCORECARD-LINE(23:15).
           if WS-BR-PRIOR-FOUND (WS-BR-SUB) = 'Y'
               move WS-ROW-PRIOR-AMT to WS-FMT-AMOUNT-2
               compute WS-DIFF-AMOUNT =
                   WS-ROW-CUR-AMT - WS-ROW-PRIOR-AMT
               move WS-DIFF-AMOUNT to WS-FMT-AMOUNT-3
               move WS-FMT-AMOUNT-2 to SCORECARD-LINE(38:15)
               move WS-FMT-AMOUNT-3 to SCORECARD-LINE(53:15)
           else
               move WS-NOT-ON-FILE to SCORECARD-LINE(38:15)
           end-if.
           if WS-BR-LY-FOUND (WS-BR-SUB) = 'Y'
               move WS-ROW-LY-AMT to WS-FMT-AMOUNT-2
               compute WS-DIFF-AMOUNT =
                   WS-ROW-CUR-AMT - WS-ROW-LY-AMT
               move WS-DIFF-AMOUNT to WS-FMT-AMOUNT-3
               move WS-FMT-AMOUNT-2 to SCORECARD-LINE(68:15)
               move WS-FMT-AMOUNT-3 to SCORECARD-LINE(83:15)
           else
               move WS-NOT-ON-FILE to SCORECARD-LINE(68:15)
           end-if.
           write SCORECARD-LINE.

       WRITE-COUNT-ROW.
           move WS-ROW-CUR-CNT to WS-FMT-COUNT.
           move spaces to SCORECARD-LINE.
           move WS-ROW-LABEL to SCORECARD-LINE(1:22).
           move WS-FMT-COUNT to SCORECARD-LINE(31:7).
           if WS-BR-PRIOR-FOUND (WS-BR-SUB) = 'Y'
               move WS-ROW-PRIOR-CNT to WS-FMT-COUNT-2
               compute WS-DIFF-COUNT =
                   WS-ROW-CUR-CNT - WS-ROW-PRIOR-CNT
               move WS-DIFF-COUNT to WS-FMT-COUNT-3
               move WS-FMT-COUNT-2 to SCORECARD-LINE(46:7)
               move WS-FMT-COUNT-3 to SCORECARD-LINE(61:7)
           else
               move WS-NOT-ON-FILE to SCORECARD-LINE(38:15)
           end-if.
           if WS-BR-LY-FOUND (WS-BR-SUB) = 'Y'
               move WS-ROW-LY-CNT to WS-FMT-COUNT-2
               compute WS-DIFF-COUNT =
                   WS-ROW-CUR-CNT - WS-ROW-LY-CNT
               move WS-DIFF-COUNT to WS-FMT-COUNT-3
               move WS-FMT-COUNT-2 to SCORECARD-LINE(76:7)
               move WS-FMT-COUNT-3 to SCORECARD-LINE(91:7)
           else
               move WS-NOT-ON-FILE to SCORECARD-LINE(68:15)
           end-if.
           write SCORECARD-LINE.

      *    Every branch on one page, in rank order of deposit growth.
       WRITE-SUMMARY-PAGE.
           move spaces to SCORECARD-LINE.
           string "Branch Ranking - month " delimited by size
                  WS-SCORE-MONTH delimited by size
                  " (by deposit growth over prior month)"
                  delimited by size
                  into SCORECARD-LINE
           end-string.
           write SCORECARD-LINE after advancing page.
           move all "=" to SCORECARD-LINE.
           write SCORECARD-LINE.
           move spaces to SCORECARD-LINE.
           string "RANK BR  NAME                   " delimited by size
                  "     DEPOSITS         GROWTH   NEW  TRANS"
                  delimited by size
                  "   LOANS   OVER/SHORT" delimited by size
                  into SCORECARD-LINE
           end-string.
           write SCORECARD-LINE.
           perform varying WS-BR-FOUND from 1 by 1
               until WS-BR-FOUND > WS-BR-USED
               perform varying WS-BR-SUB from 1 by 1
                   until WS-BR-SUB > WS-BR-USED
                   if WS-BR-RANK (WS-BR-SUB) = WS-BR-FOUND
                       perform WRITE-SUMMARY-LINE
                   end-if
               end-perform
           end-perform.

       WRITE-SUMMARY-LINE.
           move WS-BR-RANK (WS-BR-SUB) to WS-FMT-RANK.
           move spaces to SCORECARD-LINE.
           move WS-FMT-RANK to SCORECARD-LINE(1:3).
           move WS-BR-CODE (WS-BR-SUB) to SCORECARD-LINE(6:3).
           move WS-BR-NAME (WS-BR-SUB) to SCORECARD-LINE(10:22).
           move WS-BR-DEPOSITS (WS-BR-SUB) to WS-FMT-AMOUNT.
           move WS-FMT-AMOUNT to SCORECARD-LINE(31:15).
           move WS-BR-GROWTH (WS-BR-SUB) to WS-FMT-AMOUNT-2.
           move WS-FMT-AMOUNT-2 to SCORECARD-LINE(46:15).
           move WS-BR-NEW-CUST (WS-BR-SUB) to WS-FMT-COUNT.
           move WS-FMT-COUNT(3:5) to SCORECARD-LINE(61:5).
           move WS-BR-TRANS (WS-BR-SUB) to WS-FMT-COUNT-2.
           move WS-FMT-COUNT-2 to SCORECARD-LINE(66:7).
           move WS-BR-LOAN-COUNT (WS-BR-SUB) to WS-FMT-COUNT-3.
           move WS-FMT-COUNT-3 to SCORECARD-LINE(73:7).
           move WS-BR-OVER-SHORT (WS-BR-SUB) to WS-FMT-AMOUNT-3.
           move WS-FMT-AMOUNT-3 to SCORECARD-LINE(80:15).
           write SCORECARD-LINE.

      *    This month's figures, for next month's and next year's
      *    comparisons.
       APPEND-HISTORY.
           open extend SCORECARD-HISTORY-FILE.
           if WS-HISTORY-STATUS not = '00'
               open output SCORECARD-HISTORY-FILE
           end-if.
           perform varying WS-BR-SUB from 1 by 1
               until WS-BR-SUB > WS-BR-USED
               move WS-SCORE-MONTH to SCH-MONTH
               move WS-BR-CODE (WS-BR-SUB) to SCH-BRANCH
               move WS-BR-CUR (WS-BR-SUB) to SCH-FIGURES
               write SCORECARD-HISTORY-RECORD
           end-perform.
           close SCORECARD-HISTORY-FILE.

       FIND-BRANCH-ENTRY.
           move 0 to WS-BR-FOUND.
           perform varying WS-BR-IDX from 1 by 1
               until WS-BR-IDX > WS-BR-USED
               if WS-BR-CODE (WS-BR-IDX) = WS-FIND-BRANCH
                   set WS-BR-FOUND to WS-BR-IDX
               end-if
           end-perform.

      *    Finds (or adds) WS-FIND-OPER-ID at WS-FIND-BRANCH; zero
      *    when the branch is not scored or the table is full.
       FIND-TELLER-ENTRY.
           move 0 to WS-TLR-FOUND.
           perform FIND-BRANCH-ENTRY.
           if WS-BR-FOUND = 0
               add 1 to WS-UNSCORED-COUNT
           else
               perform varying WS-TLR-SUB from 1 by 1
                   until WS-TLR-SUB > WS-TLR-USED
                   if WS-TLR-BRANCH (WS-TLR-SUB) = WS-FIND-BRANCH
                      and WS-TLR-OPER-ID (WS-TLR-SUB) = WS-FIND-OPER-ID
                       move WS-TLR-SUB to WS-TLR-FOUND
                   end-if
               end-perform
               if WS-TLR-FOUND = 0 and WS-TLR-USED < 500
                   add 1 to WS-TLR-USED
                   move WS-TLR-USED to WS-TLR-FOUND
                   move WS-FIND-BRANCH to WS-TLR-BRANCH (WS-TLR-FOUND)
                   move WS-FIND-OPER-ID
                       to WS-TLR-OPER-ID (WS-TLR-FOUND)
                   move 0 to WS-TLR-COUNT (WS-TLR-FOUND)
                   move 0 to WS-TLR-DRAWERS (WS-TLR-FOUND)
                   move 0 to WS-TLR-OVER-SHORT (WS-TLR-FOUND)
               end-if
           end-if.

      *    The customer's home branch from the profile; zero when the
      *    customer has none.
       FIND-HOME-BRANCH.
           move 0 to WS-HOME-BRANCH.
           if PROFILES-AVAILABLE
               move WS-LOOKUP-CUST-ID to PROF-CUST-ID
               read CUSTOMER-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move PROF-HOME-BRANCH to WS-HOME-BRANCH
               end-read
           end-if.

       GET-BUSINESS-DATE.
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
