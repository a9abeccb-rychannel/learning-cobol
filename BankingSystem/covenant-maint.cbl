       identification division.
       program-id. covenant-maint.

      *    Commercial loan covenants and financial statement spreading.
      *    Each business loan carrying covenants has one row on the
      *    covenant master (loan_covenants.dat) keyed by LOAN-ID: the
      *    responsible loan officer, a minimum debt service coverage
      *    ratio, a maximum leverage (total liabilities to net worth),
      *    how often statements are owed (annual or quarterly), the
      *    days after a fiscal period end they are due (120 unless
      *    the agreement says otherwise), and the next period end a
      *    statement is owed for. A zero ratio limit is not tested.
      *    The spreading screen takes the borrower's statement for
      *    one period onto fin_statements.dat -- revenue, operating
      *    expense, depreciation, interest, tax, total assets and
      *    liabilities, and the period's debt service -- derives net
      *    income and net worth, and shows the two ratios against
      *    the covenant. A statement for the period owed moves the
      *    next period end along and clears a late flag. The
      *    ratios are tested, breaches and late statements flagged,
      *    and reminder letters queued by covenant-test.cbl. A
      *    supervisor may waive a breach for the period tested; the
      *    waiver lapses with the next statement. Menu:
      *      1 set up or change a loan's covenants;
      *      2 spread a financial statement;
      *      3 covenant inquiry by loan;
      *      4 waive the current breach (supervisor);
      *      5 release the covenants.
      *    Requires operator sign-on and the COV-MNT entitlement.

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
       select COVENANT-FILE
           assign to 'loan_covenants.dat'
           organization is indexed
           access mode is dynamic
           record key is COV-LOAN-ID
           lock mode is automatic
           file status is WS-COV-STATUS.
      *    One spread statement per loan and fiscal period end.
       select FIN-STATEMENT-FILE
           assign to 'fin_statements.dat'
           organization is indexed
           access mode is dynamic
           record key is FS-KEY
           lock mode is automatic
           file status is WS-FS-STATUS.
      *    One-line override of the failed-attempt lockout limit,
      *    and the reviewable failed-attempt log -- the same sign-on
      *    hardening the teller screen applies, so this screen is no
      *    quieter a door for brute force.
       select LOCKOUT-LIMIT-FILE
           assign to 'signon_lockout.dat'
           organization is line sequential
           file status is WS-LOCKOUT-STATUS.
       select SIGNON-FAILURE-FILE
           assign to 'signon_failures.log'
           organization is line sequential
           file status is WS-SIGNON-FAIL-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select ENTITLEMENT-FILE
           assign to 'oper_entitlements.dat'
           organization is indexed
           access mode is dynamic
           record key is ENT-KEY
           lock mode is automatic
           file status is WS-ENT-STATUS.
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

      *    The covenant terms, and what covenant-test.cbl found the
      *    last time it ran: the period tested, its ratios, a breach
      *    flag (D coverage, L leverage, B both), and a late flag
      *    for a statement past its due date. COV-WAIVED-PERIOD is a
      *    period whose breach a supervisor waived;
      *    COV-LAST-LETTER-DATE keeps the reminder to one a month.
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

      *    A spread statement. Net income and net worth are derived
      *    when the statement is spread; debt service is the
      *    principal and interest due on all the borrower's debt for
      *    the same period.
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

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).

       fd SIGNON-FAILURE-FILE.
       01 SIGNON-FAILURE-RECORD.
          05 SF-DATE                pic 9(8).
          05 SF-TIME                pic 9(6).
          05 SF-OPER-ID             pic 9(4).
          05 SF-REASON              pic x(30).

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

       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 ENT-KEY.
             10 ENT-OPER-ID         pic 9(4).
             10 ENT-FUNCTION        pic x(8).
          05 ENT-ALLOWED            pic x(1).
             88 ENT-GRANTED         value 'Y'.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-COV-STATUS             pic xx.
       01 WS-FS-STATUS              pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-ENT-STATUS             pic xx.
       01 WS-ENT-FUNCTION           pic x(8).
       01 WS-ENT-OK-FLAG            pic x value 'Y'.
          88 OPER-ENTITLED          value 'Y'.

       01 WS-USER-CHOICE            pic x.
       01 WS-LOAN-ID                pic 9(6).
       01 WS-CONFIRM                pic x.
       01 WS-NEW-COVENANT           pic x.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-OFFICER-ID             pic 9(4).
       01 WS-MIN-DSCR               pic 9(2)v99.
       01 WS-MAX-LEVERAGE           pic 9(2)v99.
       01 WS-FS-FREQUENCY           pic x(1).
       01 WS-FS-DUE-DAYS            pic 9(3).
       01 WS-PERIOD-MONTHS          pic 9(2).
       01 WS-RESTATED               pic x.

      *    Period-end arithmetic: every period end is carried as the
      *    last day of its month, and moves along by whole months.
       01 WS-PE-DATE                pic 9(8).
       01 WS-PE-PARTS redefines WS-PE-DATE.
          05 WS-PE-YYYY             pic 9(4).
          05 WS-PE-MM               pic 9(2).
          05 WS-PE-DD               pic 9(2).
       01 WS-PE-ADD-MONTHS          pic 9(2).
       01 WS-PE-DUE-DATE            pic 9(8).

      *    Ratios for one statement, as covenant-test.cbl computes
      *    them: coverage is net income plus depreciation and
      *    interest over debt service; leverage is liabilities over
      *    net worth. 999.99 stands for unbounded.
       01 WS-CASH-FLOW              pic s9(12)v99.
       01 WS-DSCR                   pic 9(3)v99.
       01 WS-LEVERAGE               pic 9(3)v99.
       01 WS-RATIO-FMT              pic zz9.99.
       01 WS-RATIO-FMT-2            pic zz9.99.
       01 WS-FORMATTED-AMT          pic -$$,$$$,$$$,$$9.99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'COV-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform SET-COVENANTS
                       thru SET-COVENANTS-DONE
                   when '2' perform SPREAD-STATEMENT
                       thru SPREAD-STATEMENT-DONE
                   when '3' perform COVENANT-INQUIRY
                       thru COVENANT-INQUIRY-DONE
                   when '4' perform WAIVE-BREACH
                       thru WAIVE-BREACH-DONE
                   when '5' perform RELEASE-COVENANTS
                       thru RELEASE-COVENANTS-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Loan Covenants and Statement Spreading".
           display "1. Set Up / Change Covenants".
           display "2. Spread Financial Statement".
           display "3. Covenant Inquiry by Loan".
           display "4. Waive Current Breach (supervisor)".
           display "5. Release Covenants".
           display "6. Exit".
           display "Enter choice: ".

      *    Takes or changes the covenant terms on an open loan. The
      *    officer defaults to the operator signed on; the first
      *    period end is the one the borrower's next statement
      *    covers.
       SET-COVENANTS.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           perform READ-OPEN-LOAN.
           if WS-LOAN-ID = 0
               go to SET-COVENANTS-DONE
           end-if.
           open i-o COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               open output COVENANT-FILE
               close COVENANT-FILE
               open i-o COVENANT-FILE
           end-if.
           move 'N' to WS-NEW-COVENANT.
           move WS-LOAN-ID to COV-LOAN-ID.
           read COVENANT-FILE
               invalid key
                   move 'Y' to WS-NEW-COVENANT
                   initialize COVENANT-RECORD
                   move WS-LOAN-ID to COV-LOAN-ID
                   move WS-OPERATOR-ID to COV-OFFICER-ID
                   move 'A' to COV-FS-FREQUENCY
                   move 120 to COV-FS-DUE-DAYS
                   move space to COV-BREACH-FLAG
                   move space to COV-LATE-FLAG
           end-read.
           if WS-NEW-COVENANT = 'N'
               display "Officer " COV-OFFICER-ID
                   "  min DSCR " COV-MIN-DSCR
                   "  max leverage " COV-MAX-LEVERAGE
               display "Statements " COV-FS-FREQUENCY " due "
                   COV-FS-DUE-DAYS " days after period end; next "
                   COV-NEXT-PERIOD-END
           end-if.
           display "Loan Officer ID (" COV-OFFICER-ID "): ".
           move 0 to WS-OFFICER-ID.
           accept WS-OFFICER-ID.
           if WS-OFFICER-ID = 0
               move COV-OFFICER-ID to WS-OFFICER-ID
           end-if.
           display "Minimum Debt Service Coverage (e.g. 1.25, "
               "0 for none): ".
           accept WS-MIN-DSCR.
           display "Maximum Leverage, liabilities to net worth "
               "(e.g. 3.00, 0 for none): ".
           accept WS-MAX-LEVERAGE.
           display "Statements (A annual, Q quarterly): ".
           accept WS-FS-FREQUENCY.
           inspect WS-FS-FREQUENCY converting 'aq' to 'AQ'.
           move WS-FS-FREQUENCY to COV-FS-FREQUENCY.
           if not COV-FS-VALID-FREQ
               display "Frequency must be A or Q."
               close COVENANT-FILE
               go to SET-COVENANTS-DONE
           end-if.
           display "Days after period end statements are due "
               "(0 for 120): ".
           move 0 to WS-FS-DUE-DAYS.
           accept WS-FS-DUE-DAYS.
           if WS-FS-DUE-DAYS = 0
               move 120 to WS-FS-DUE-DAYS
           end-if.
           display "Next Fiscal Period End owed (YYYYMMDD): ".
           move 0 to WS-PE-DATE.
           accept WS-PE-DATE.
           if WS-PE-DATE = 0 and WS-NEW-COVENANT = 'N'
               move COV-NEXT-PERIOD-END to WS-PE-DATE
           end-if.
           if WS-PE-MM < 1 or WS-PE-MM > 12 or WS-PE-YYYY < 1900
               display "Invalid period end date."
               close COVENANT-FILE
               go to SET-COVENANTS-DONE
           end-if.
           perform SET-MONTH-END.
           if WS-MIN-DSCR = 0 and WS-MAX-LEVERAGE = 0
               display "No ratio covenant given; statements will "
                   "still be tracked."
           end-if.
           move LOAN-CUST-ID to COV-CUST-ID.
           move WS-OFFICER-ID to COV-OFFICER-ID.
           move WS-MIN-DSCR to COV-MIN-DSCR.
           move WS-MAX-LEVERAGE to COV-MAX-LEVERAGE.
           move WS-FS-DUE-DAYS to COV-FS-DUE-DAYS.
           move WS-PE-DATE to COV-NEXT-PERIOD-END.
           move 'A' to COV-STATUS.
           move WS-OPERATOR-ID to COV-SET-BY.
           move WS-BUSINESS-DATE to COV-SET-DATE.
           if WS-NEW-COVENANT = 'Y'
               write COVENANT-RECORD
                   invalid key
                       display "Unable to record covenants."
                   not invalid key
                       display "Covenants recorded for loan "
                           WS-LOAN-ID "."
               end-write
           else
               rewrite COVENANT-RECORD
               display "Covenants updated for loan " WS-LOAN-ID "."
           end-if.
           close COVENANT-FILE.
       SET-COVENANTS-DONE.
           continue.

      *    Spreads one period's statement. Entering a period already
      *    on file restates it. A debt service of zero is taken as
      *    this loan's own payments for the period.
       SPREAD-STATEMENT.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           perform READ-OPEN-LOAN.
           if WS-LOAN-ID = 0
               go to SPREAD-STATEMENT-DONE
           end-if.
           open i-o COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               display "No covenants on file -- set them up first."
               go to SPREAD-STATEMENT-DONE
           end-if.
           move WS-LOAN-ID to COV-LOAN-ID.
           read COVENANT-FILE
               invalid key
                   display "Loan carries no covenants -- set them up"
                       " first."
                   close COVENANT-FILE
                   go to SPREAD-STATEMENT-DONE
           end-read.
           if not COV-ACTIVE
               display "Covenants on this loan have been released."
               close COVENANT-FILE
               go to SPREAD-STATEMENT-DONE
           end-if.
           display "Statement owed for period ending "
               COV-NEXT-PERIOD-END.
           display "Fiscal Period End (YYYYMMDD, 0 for "
               COV-NEXT-PERIOD-END "): ".
           move 0 to WS-PE-DATE.
           accept WS-PE-DATE.
           if WS-PE-DATE = 0
               move COV-NEXT-PERIOD-END to WS-PE-DATE
           end-if.
           if WS-PE-MM < 1 or WS-PE-MM > 12 or WS-PE-YYYY < 1900
               display "Invalid period end date."
               close COVENANT-FILE
               go to SPREAD-STATEMENT-DONE
           end-if.
           perform SET-MONTH-END.
           if WS-PE-DATE > WS-BUSINESS-DATE
               display "The period has not ended yet."
               close COVENANT-FILE
               go to SPREAD-STATEMENT-DONE
           end-if.
           if COV-FS-QUARTERLY
               move 3 to WS-PERIOD-MONTHS
           else
               move 12 to WS-PERIOD-MONTHS
           end-if.

           open i-o FIN-STATEMENT-FILE.
           if WS-FS-STATUS not = '00'
               open output FIN-STATEMENT-FILE
               close FIN-STATEMENT-FILE
               open i-o FIN-STATEMENT-FILE
           end-if.
           move 'N' to WS-RESTATED.
           move WS-LOAN-ID to FS-LOAN-ID.
           move WS-PE-DATE to FS-PERIOD-END.
           read FIN-STATEMENT-FILE
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-RESTATED
                   display "A statement for this period is on file; "
                       "continuing restates it."
                   display "Continue? (Y/N): "
                   accept WS-CONFIRM
                   if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
                       display "Nothing changed."
                       close FIN-STATEMENT-FILE
                       close COVENANT-FILE
                       go to SPREAD-STATEMENT-DONE
                   end-if
           end-read.
           move WS-LOAN-ID to FS-LOAN-ID.
           move WS-PE-DATE to FS-PERIOD-END.
           move WS-PERIOD-MONTHS to FS-PERIOD-MONTHS.
           move WS-BUSINESS-DATE to FS-RECEIVED-DATE.
           move WS-OPERATOR-ID to FS-ENTERED-BY.
           display "Income statement for the " WS-PERIOD-MONTHS
               " month(s) ended " WS-PE-DATE.
           display "  Revenue: ".
           accept FS-REVENUE.
           display "  Operating Expense (before depreciation, "
               "interest and tax): ".
           accept FS-OPERATING-EXPENSE.
           display "  Depreciation and Amortization: ".
           accept FS-DEPRECIATION.
           display "  Interest Expense: ".
           accept FS-INTEREST-EXPENSE.
           display "  Income Tax: ".
           accept FS-TAX-EXPENSE.
           display "Balance sheet at " WS-PE-DATE.
           display "  Total Assets: ".
           accept FS-TOTAL-ASSETS.
           display "  Total Liabilities: ".
           accept FS-TOTAL-LIABILITIES.
           display "Debt service for the period, principal and "
               "interest on all debt (0 for this loan's payments): ".
           accept FS-DEBT-SERVICE.
           if FS-DEBT-SERVICE = 0
               compute FS-DEBT-SERVICE =
                   LOAN-PAYMENT-AMOUNT * WS-PERIOD-MONTHS
               move FS-DEBT-SERVICE to WS-FORMATTED-AMT
               display "  Debt service taken as " WS-FORMATTED-AMT
           end-if.
           compute FS-NET-INCOME = FS-REVENUE - FS-OPERATING-EXPENSE
               - FS-DEPRECIATION - FS-INTEREST-EXPENSE
               - FS-TAX-EXPENSE.
           compute FS-NET-WORTH =
               FS-TOTAL-ASSETS - FS-TOTAL-LIABILITIES.
           if WS-RESTATED = 'Y'
               rewrite FIN-STATEMENT-RECORD
           else
               write FIN-STATEMENT-RECORD
           end-if.
           close FIN-STATEMENT-FILE.

           move FS-NET-INCOME to WS-FORMATTED-AMT.
           display "Net income:  " WS-FORMATTED-AMT.
           move FS-NET-WORTH to WS-FORMATTED-AMT.
           display "Net worth:   " WS-FORMATTED-AMT.
           perform COMPUTE-COVENANT-RATIOS.
           perform DISPLAY-RATIO-TEST.

      *    The statement owed is in: the next one is owed for the
      *    period after it.
           if FS-PERIOD-END >= COV-NEXT-PERIOD-END
               move COV-NEXT-PERIOD-END to WS-PE-DATE
               move WS-PERIOD-MONTHS to WS-PE-ADD-MONTHS
               perform until WS-PE-DATE > FS-PERIOD-END
                   perform ADD-PERIOD-MONTHS
               end-perform
               move WS-PE-DATE to COV-NEXT-PERIOD-END
               move space to COV-LATE-FLAG
               rewrite COVENANT-RECORD
               display "Next statement owed for period ending "
                   COV-NEXT-PERIOD-END "."
           end-if.
           close COVENANT-FILE.
           display "Statement spread.".
       SPREAD-STATEMENT-DONE.
           continue.

      *    The covenant terms, the last test, and every statement
      *    spread for the loan with its ratios.
       COVENANT-INQUIRY.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open input COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               display "No covenants on file."
               go to COVENANT-INQUIRY-DONE
           end-if.
           move WS-LOAN-ID to COV-LOAN-ID.
           read COVENANT-FILE
               invalid key
                   display "Loan carries no covenants."
                   close COVENANT-FILE
                   go to COVENANT-INQUIRY-DONE
           end-read.
           close COVENANT-FILE.
           perform DISPLAY-COVENANT-TERMS.
           open input FIN-STATEMENT-FILE.
           if WS-FS-STATUS not = '00'
               display "No statements spread."
               go to COVENANT-INQUIRY-DONE
           end-if.
           move 0 to WS-LISTED-COUNT.
           move WS-LOAN-ID to FS-LOAN-ID.
           move 0 to FS-PERIOD-END.
           move 'N' to WS-EOF-FLAG.
           start FIN-STATEMENT-FILE key is not less than FS-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read FIN-STATEMENT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if FS-LOAN-ID not = WS-LOAN-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           perform DISPLAY-ONE-STATEMENT
                       end-if
               end-read
           end-perform.
           close FIN-STATEMENT-FILE.
           display WS-LISTED-COUNT " statement(s) spread for loan "
               WS-LOAN-ID ".".
       COVENANT-INQUIRY-DONE.
           continue.

       DISPLAY-COVENANT-TERMS.
           display "Loan " COV-LOAN-ID "  customer " COV-CUST-ID
               "  officer " COV-OFFICER-ID.
           move COV-MIN-DSCR to WS-RATIO-FMT.
           move COV-MAX-LEVERAGE to WS-RATIO-FMT-2.
           display "  Min DSCR " WS-RATIO-FMT
               "  Max leverage " WS-RATIO-FMT-2.
           display "  Statements " COV-FS-FREQUENCY " due "
               COV-FS-DUE-DAYS " days after period end; next owed "
               "for " COV-NEXT-PERIOD-END.
           if COV-LAST-TEST-DATE = 0
               display "  Not yet tested."
           else
               move COV-LAST-DSCR to WS-RATIO-FMT
               move COV-LAST-LEVERAGE to WS-RATIO-FMT-2
               display "  Tested " COV-LAST-TEST-DATE " on period "
                   COV-LAST-PERIOD-TESTED ": DSCR " WS-RATIO-FMT
                   "  leverage " WS-RATIO-FMT-2
           end-if.
           evaluate true
               when COV-RELEASED
                   display "  Status: RELEASED"
               when COV-IN-BREACH
                   display "  Status: IN BREACH (" COV-BREACH-FLAG ")"
               when COV-WAIVED-PERIOD not = 0
                    and COV-WAIVED-PERIOD = COV-LAST-PERIOD-TESTED
                   display "  Status: BREACH WAIVED by "
                       COV-WAIVED-BY
               when other
                   display "  Status: COMPLIANT"
           end-evaluate.
           if COV-STATEMENT-LATE
               display "  Financial statements are LATE."
           end-if.

       DISPLAY-ONE-STATEMENT.
           add 1 to WS-LISTED-COUNT.
           perform COMPUTE-COVENANT-RATIOS.
           move WS-DSCR to WS-RATIO-FMT.
           move WS-LEVERAGE to WS-RATIO-FMT-2.
           display "Period " FS-PERIOD-END " (" FS-PERIOD-MONTHS
               " mo) received " FS-RECEIVED-DATE " by "
               FS-ENTERED-BY.
           move FS-REVENUE to WS-FORMATTED-AMT.
           display "  Revenue     " WS-FORMATTED-AMT.
           move FS-NET-INCOME to WS-FORMATTED-AMT.
           display "  Net income  " WS-FORMATTED-AMT.
           move FS-NET-WORTH to WS-FORMATTED-AMT.
           display "  Net worth   " WS-FORMATTED-AMT.
           move FS-DEBT-SERVICE to WS-FORMATTED-AMT.
           display "  Debt service" WS-FORMATTED-AMT.
           display "  DSCR " WS-RATIO-FMT "  leverage "
               WS-RATIO-FMT-2.

      *    Shows the two ratios against the covenant limits.
       DISPLAY-RATIO-TEST.
           move WS-DSCR to WS-RATIO-FMT.
           move COV-MIN-DSCR to WS-RATIO-FMT-2.
           if COV-MIN-DSCR = 0
               display "DSCR:        " WS-RATIO-FMT
                   "  (not a covenant)"
           else
               if WS-DSCR < COV-MIN-DSCR
                   display "DSCR:        " WS-RATIO-FMT
                       "  BELOW MINIMUM " WS-RATIO-FMT-2
               else
                   display "DSCR:        " WS-RATIO-FMT
                       "  meets minimum " WS-RATIO-FMT-2
               end-if
           end-if.
           move WS-LEVERAGE to WS-RATIO-FMT.
           move COV-MAX-LEVERAGE to WS-RATIO-FMT-2.
           if COV-MAX-LEVERAGE = 0
               display "Leverage:    " WS-RATIO-FMT
                   "  (not a covenant)"
           else
               if WS-LEVERAGE > COV-MAX-LEVERAGE
                   display "Leverage:    " WS-RATIO-FMT
                       "  ABOVE MAXIMUM " WS-RATIO-FMT-2
               else
                   display "Leverage:    " WS-RATIO-FMT
                       "  within maximum " WS-RATIO-FMT-2
               end-if
           end-if.

      *    Waives the breach found on the period last tested; the
      *    next statement is tested afresh.
       WAIVE-BREACH.
           if WS-OPERATOR-LEVEL < 2
               display "A supervisor must waive a covenant breach."
               go to WAIVE-BREACH-DONE
           end-if.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open i-o COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               display "No covenants on file."
               go to WAIVE-BREACH-DONE
           end-if.
           move WS-LOAN-ID to COV-LOAN-ID.
           read COVENANT-FILE
               invalid key
                   display "Loan carries no covenants."
                   close COVENANT-FILE
                   go to WAIVE-BREACH-DONE
           end-read.
           if not COV-IN-BREACH
               display "Loan is not in breach."
               close COVENANT-FILE
               go to WAIVE-BREACH-DONE
           end-if.
           display "Waive the breach on period "
               COV-LAST-PERIOD-TESTED "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Nothing changed."
               close COVENANT-FILE
               go to WAIVE-BREACH-DONE
           end-if.
           move COV-LAST-PERIOD-TESTED to COV-WAIVED-PERIOD.
           move WS-OPERATOR-ID to COV-WAIVED-BY.
           move space to COV-BREACH-FLAG.
           rewrite COVENANT-RECORD.
           close COVENANT-FILE.
           display "Breach waived for period " COV-WAIVED-PERIOD ".".
       WAIVE-BREACH-DONE.
           continue.

      *    Covenants end with the loan or by amendment; the
      *    statements spread stay on file.
       RELEASE-COVENANTS.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open i-o COVENANT-FILE.
           if WS-COV-STATUS not = '00'
               display "No covenants on file."
               go to RELEASE-COVENANTS-DONE
           end-if.
           move WS-LOAN-ID to COV-LOAN-ID.
           read COVENANT-FILE
               invalid key
                   display "Loan carries no covenants."
                   close COVENANT-FILE
                   go to RELEASE-COVENANTS-DONE
           end-read.
           if COV-RELEASED
               display "Covenants already released."
               close COVENANT-FILE
               go to RELEASE-COVENANTS-DONE
           end-if.
           display "Release the covenants on loan " WS-LOAN-ID
               "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Nothing changed."
               close COVENANT-FILE
               go to RELEASE-COVENANTS-DONE
           end-if.
           move 'R' to COV-STATUS.
           move space to COV-BREACH-FLAG.
           move space to COV-LATE-FLAG.
           move WS-OPERATOR-ID to COV-SET-BY.
           move WS-BUSINESS-DATE to COV-SET-DATE.
           rewrite COVENANT-RECORD.
           close COVENANT-FILE.
           display "Covenants released.".
       RELEASE-COVENANTS-DONE.
           continue.

      *    Reads WS-LOAN-ID and refuses one that is not open; the
      *    caller sees WS-LOAN-ID zeroed on a refusal.
       READ-OPEN-LOAN.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file on record."
               move 0 to WS-LOAN-ID
           else
               move WS-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       display "Loan not found."
                       move 0 to WS-LOAN-ID
                   not invalid key
                       if not LOAN-OPEN
                           display "Loan is not open."
                           move 0 to WS-LOAN-ID
                       end-if
               end-read
               close LOAN-FILE
           end-if.

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

      *    Operator sign-on against the same master the teller screen
      *    uses; a shop with no operator file yet runs open at
      *    supervisor level, the teller screen's bootstrap rule.
       OPERATOR-SIGN-ON.
           perform READ-LOCKOUT-LIMIT.
           open i-o OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS not = '00'
               move 0 to WS-OPERATOR-ID
               move 2 to WS-OPERATOR-LEVEL
               move 'Y' to WS-SIGNON-OK
           else
               move 0 to WS-SIGNON-TRIES
               perform until SIGNED-ON or WS-SIGNON-TRIES >= 3
                   perform TRY-ONE-SIGN-ON thru TRY-ONE-SIGN-ON-DONE
               end-perform
               close OPERATOR-FILE
           end-if.

      *    One attempt. Wrong passwords count against the operator
      *    record itself -- not just this session -- and lock the
      *    operator at the configured limit, exactly as the teller
      *    screen's sign-on does.
       TRY-ONE-SIGN-ON.
           display "Operator ID: " with no advancing.
           accept OPER-ID.
           display "Password: " with no advancing.
           accept WS-SIGNON-PASSWORD.
           read OPERATOR-FILE
               invalid key
                   display "Invalid operator ID or password."
                   add 1 to WS-SIGNON-TRIES
                   move 'unknown operator ID' to WS-SF-REASON
                   perform WRITE-SIGNON-FAILURE
                   go to TRY-ONE-SIGN-ON-DONE
           end-read.
           if OPER-LOCKED
               display "Operator is locked out. See a supervisor."
               add 1 to WS-SIGNON-TRIES
               move 'operator locked' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           if OPER-PASSWORD not = WS-SIGNON-PASSWORD
               add 1 to OPER-FAILED-TRIES
               if OPER-FAILED-TRIES >= WS-LOCKOUT-LIMIT
                   move 'L' to OPER-LOCKED-FLAG
                   display "Too many failed attempts -- operator
      -                " locked."
               end-if
               rewrite OPERATOR-RECORD
               display "Invalid operator ID or password."
               add 1 to WS-SIGNON-TRIES
               move 'wrong password' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
       TRY-ONE-SIGN-ON-DONE.
           continue.

       READ-LOCKOUT-LIMIT.
           open input LOCKOUT-LIMIT-FILE.
           if WS-LOCKOUT-STATUS = '00'
               read LOCKOUT-LIMIT-FILE
                   at end
                       continue
                   not at end
                       move LOCKOUT-LIMIT-LINE to WS-LOCKOUT-LIMIT
               end-read
               close LOCKOUT-LIMIT-FILE
           end-if.
           if WS-LOCKOUT-LIMIT = 0
               move 5 to WS-LOCKOUT-LIMIT
           end-if.

      *    One reviewable line per failed attempt, the same log the
      *    teller screen writes.
       WRITE-SIGNON-FAILURE.
           open extend SIGNON-FAILURE-FILE.
           if WS-SIGNON-FAIL-STATUS not = '00'
               open output SIGNON-FAILURE-FILE
           end-if.
           if WS-SIGNON-FAIL-STATUS = '00'
               move function current-date(1:8) to SF-DATE
               move function current-date(9:6) to SF-TIME
               move OPER-ID to SF-OPER-ID
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
      *    Entitlement check for WS-ENT-FUNCTION, the same rule the
      *    teller screen applies: an explicit row wins; without one,
      *    supervisors pass, tellers are denied once a matrix file
      *    exists, and a shop with no matrix keeps the old behavior.
       CHECK-ENTITLEMENT.
           move 'Y' to WS-ENT-OK-FLAG.
           open input ENTITLEMENT-FILE.
           if WS-ENT-STATUS not = '00'
               continue
           else
               move WS-OPERATOR-ID to ENT-OPER-ID
               move WS-ENT-FUNCTION to ENT-FUNCTION
               read ENTITLEMENT-FILE
                   invalid key
                       if WS-OPERATOR-LEVEL < 2
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
                   not invalid key
                       if ENT-GRANTED
                           move 'Y' to WS-ENT-OK-FLAG
                       else
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
               end-read
               close ENTITLEMENT-FILE
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
