       identification division.
       program-id. gl-account-maint.

      *    Chart of accounts for the in-house general ledger. Each
      *    account carries its number, name, type (asset, liability,
      *    equity, income, expense), the side its balance normally
      *    falls on, and -- for the five control accounts the proof
      *    report ties out -- the subledger it controls: C checking
      *    (customers.dat), S savings and money market
      *    (accounts.dat), L loans (loans.dat), T term deposits
      *    (term_deposits.dat), R IRA and HSA plan accounts
      *    (accounts.dat). gl-post.cbl and gl-journal-entry.cbl
      *    refuse any line whose account is not on file and active,
      *    so the standard chart option seeds every account
      *    banking-gl-export.cbl and the payroll GL exports book to,
      *    plus retained earnings for the year-end close. Accounts
      *    are never deleted -- an account no longer used is set
      *    inactive. Requires the GL-MNT entitlement.

       environment division.
       input-output section.
       file-control.
       select GL-ACCOUNT-FILE
           assign to 'gl_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is GLA-ACCT-NO
           lock mode is automatic
           file status is WS-GLA-STATUS.
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
       fd GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
          05 GLA-ACCT-NO            pic x(4).
          05 GLA-NAME               pic x(30).
          05 GLA-TYPE               pic x(1).
             88 GLA-ASSET           value 'A'.
             88 GLA-LIABILITY       value 'L'.
             88 GLA-EQUITY          value 'Q'.
             88 GLA-INCOME          value 'I'.
             88 GLA-EXPENSE         value 'E'.
          05 GLA-NORMAL-BAL         pic x(1).
             88 GLA-DEBIT-NORMAL    value 'D'.
             88 GLA-CREDIT-NORMAL   value 'C'.
          05 GLA-CONTROL            pic x(1).
             88 GLA-CTL-CHECKING    value 'C'.
             88 GLA-CTL-SAVINGS     value 'S'.
             88 GLA-CTL-LOANS       value 'L'.
             88 GLA-CTL-TERM        value 'T'.
             88 GLA-CTL-PLANS       value 'R'.
          05 GLA-STATUS             pic x(1).
             88 GLA-ACTIVE          value 'A'.
             88 GLA-INACTIVE        value 'I'.
          05 GLA-OPENED-DATE        pic 9(8).
          05 GLA-CHANGED-BY         pic 9(4).
          05 GLA-CHANGED-DATE       pic 9(8).

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
       01 WS-GLA-STATUS             pic xx.
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

      *    The standard chart: account, type, normal balance,
      *    control code, name.
       01 WS-STD-CHART-VALUES.
          05 filler pic x(37) value
             '1000AD Cash                          '.
          05 filler pic x(37) value
             '1200ADLLoans Receivable              '.
          05 filler pic x(37) value
             '1210AD Accrued Interest Receivable   '.
          05 filler pic x(37) value
             '1290AC Allowance for Loan Losses     '.
          05 filler pic x(37) value
             '2000LC Net Pay Payable by Company    '.
          05 filler pic x(37) value
             '2100LC Tax Withholding Payable       '.
          05 filler pic x(37) value
             '2101LC State Tax Withholding Payable '.
          05 filler pic x(37) value
             '2102LC Local Tax Withholding Payable '.
          05 filler pic x(37) value
             '2110LC 401k Payable                  '.
          05 filler pic x(37) value
             '2120LC Health Insurance Payable      '.
          05 filler pic x(37) value
             '2130LC Net Pay Payable               '.
          05 filler pic x(37) value
             '2140LC Employer FICA Payable         '.
          05 filler pic x(37) value
             '2145LC Unemployment Taxes Payable    '.
          05 filler pic x(37) value
             '2150LC Employer Benefits Payable     '.
          05 filler pic x(37) value
             '2160LC Garnishments Payable          '.
          05 filler pic x(37) value
             '2165LC Employer 401k Match Payable   '.
          05 filler pic x(37) value
             '2170LC Workers Comp Premium Payable  '.
          05 filler pic x(37) value
             '2180LC Union Dues Payable            '.
          05 filler pic x(37) value
             '2190LC Deduction Arrears Recovered   '.
          05 filler pic x(37) value
             '2200LCCCustomer Deposits Payable     '.
          05 filler pic x(37) value
             '2210LCSSavings/MM Deposits Payable   '.
          05 filler pic x(37) value
             '2220LCRIRA/HSA Deposits Payable      '.
          05 filler pic x(37) value
             '2250LC Accrued Interest Payable      '.
          05 filler pic x(37) value
             '2260LC Federal Withholding Payable   '.
          05 filler pic x(37) value
             '2300LCTTerm Deposits Payable         '.
          05 filler pic x(37) value
             '3900QC Retained Earnings             '.
          05 filler pic x(37) value
             '4100IC Fee Income                    '.
          05 filler pic x(37) value
             '4200IC FX Exchange Income            '.
          05 filler pic x(37) value
             '4300IC Recovery Income               '.
          05 filler pic x(37) value
             '4400IC Loan Interest Income          '.
          05 filler pic x(37) value
             '6000ED Payroll Expense               '.
          05 filler pic x(37) value
             '6010ED Employer Payroll Tax Expense  '.
          05 filler pic x(37) value
             '6020ED Employer Benefits Expense     '.
          05 filler pic x(37) value
             '6030ED Employer 401k Match Expense   '.
          05 filler pic x(37) value
             '6040ED Workers Comp Premium Expense  '.
          05 filler pic x(37) value
             '6100ED Interest Expense              '.
          05 filler pic x(37) value
             '6400ED Dispute Provisions            '.
          05 filler pic x(37) value
             '6500ED Charge-Off Losses             '.
          05 filler pic x(37) value
             '6600ED Provision for Loan Losses     '.
          05 filler pic x(37) value
             '9999AD Suspense                      '.
       01 WS-STD-CHART-TABLE redefines WS-STD-CHART-VALUES.
          05 WS-STD-ENTRY occurs 40 times.
             10 WS-STD-ACCT-NO       pic x(4).
             10 WS-STD-TYPE          pic x(1).
             10 WS-STD-NORMAL        pic x(1).
             10 WS-STD-CONTROL       pic x(1).
             10 WS-STD-NAME          pic x(30).
       01 WS-STD-SUB                pic 9(2).
       01 WS-STD-ADDED              pic 9(3).

       01 WS-USER-CHOICE            pic x.
       01 WS-ACCT-NO                pic x(4).
       01 WS-ACCT-NAME              pic x(30).
       01 WS-ACCT-TYPE              pic x(1).
       01 WS-ACCT-CONTROL           pic x(1).
       01 WS-ACCT-STATUS            pic x(1).
       01 WS-LISTED-COUNT           pic 9(5).

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'GL-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '5'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-ACCOUNT
                       thru ADD-ACCOUNT-DONE
                   when '2' perform CHANGE-ACCOUNT
                       thru CHANGE-ACCOUNT-DONE
                   when '3' perform LIST-ACCOUNTS
                   when '4' perform LOAD-STANDARD-CHART
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "General Ledger Chart of Accounts".
           display "1. Add Account".
           display "2. Change Account".
           display "3. List Chart of Accounts".
           display "4. Load Standard Chart".
           display "5. Exit".
           display "Enter choice: ".

       ADD-ACCOUNT.
           display "Enter Account Number (4 digits): ".
           accept WS-ACCT-NO.
           if WS-ACCT-NO is not numeric
               display "Account number must be four digits."
               go to ADD-ACCOUNT-DONE
           end-if.
           perform OPEN-ACCOUNT-FILE.
           move WS-ACCT-NO to GLA-ACCT-NO.
           read GL-ACCOUNT-FILE
               invalid key
                   continue
               not invalid key
                   display "Account " WS-ACCT-NO " is already on file."
                   close GL-ACCOUNT-FILE
                   go to ADD-ACCOUNT-DONE
           end-read.
           display "Account Name: ".
           accept WS-ACCT-NAME.
           display "Type -- A asset, L liability, Q equity, "
               "I income, E expense: ".
           accept WS-ACCT-TYPE.
           if WS-ACCT-TYPE not = 'A' and WS-ACCT-TYPE not = 'L'
              and WS-ACCT-TYPE not = 'Q' and WS-ACCT-TYPE not = 'I'
              and WS-ACCT-TYPE not = 'E'
               display "Invalid account type."
               close GL-ACCOUNT-FILE
               go to ADD-ACCOUNT-DONE
           end-if.
           perform ACCEPT-CONTROL-CODE.
           if WS-ACCT-CONTROL = 'X'
               close GL-ACCOUNT-FILE
               go to ADD-ACCOUNT-DONE
           end-if.
           move WS-ACCT-NO to GLA-ACCT-NO.
           move WS-ACCT-NAME to GLA-NAME.
           move WS-ACCT-TYPE to GLA-TYPE.
           if GLA-ASSET or GLA-EXPENSE
               set GLA-DEBIT-NORMAL to true
           else
               set GLA-CREDIT-NORMAL to true
           end-if.
      *    A contra account (an allowance against an asset) keeps
      *    the opposite balance from its type.
           display "Contra account? (Y/N): ".
           accept WS-USER-CHOICE.
           if WS-USER-CHOICE = 'Y' or WS-USER-CHOICE = 'y'
               if GLA-DEBIT-NORMAL
                   set GLA-CREDIT-NORMAL to true
               else
                   set GLA-DEBIT-NORMAL to true
               end-if
           end-if.
           move space to WS-USER-CHOICE.
           move WS-ACCT-CONTROL to GLA-CONTROL.
           set GLA-ACTIVE to true.
           move WS-BUSINESS-DATE to GLA-OPENED-DATE.
           move WS-OPERATOR-ID to GLA-CHANGED-BY.
           move WS-BUSINESS-DATE to GLA-CHANGED-DATE.
           write GL-ACCOUNT-RECORD.
           close GL-ACCOUNT-FILE.
           display "Account " WS-ACCT-NO " added.".
       ADD-ACCOUNT-DONE.
           continue.

      *    Control code for a subledger control account; X marks an
      *    invalid entry. A subledger has one control account only.
       ACCEPT-CONTROL-CODE.
           display "Subledger control -- C checking, S savings/MM, "
               "L loans, T term deposits, R IRA/HSA plans, "
               "blank none: ".
           accept WS-ACCT-CONTROL.
           if WS-ACCT-CONTROL not = space
              and WS-ACCT-CONTROL not = 'C'
              and WS-ACCT-CONTROL not = 'S'
              and WS-ACCT-CONTROL not = 'L'
              and WS-ACCT-CONTROL not = 'T'
              and WS-ACCT-CONTROL not = 'R'
               display "Invalid control code."
               move 'X' to WS-ACCT-CONTROL
           end-if.

       CHANGE-ACCOUNT.
           display "Enter Account Number: ".
           accept WS-ACCT-NO.
           perform OPEN-ACCOUNT-FILE.
           move WS-ACCT-NO to GLA-ACCT-NO.
           read GL-ACCOUNT-FILE
               invalid key
                   display "Account not found."
                   close GL-ACCOUNT-FILE
                   go to CHANGE-ACCOUNT-DONE
           end-read.
           display "Account " GLA-ACCT-NO " " GLA-NAME " type "
               GLA-TYPE " normal " GLA-NORMAL-BAL " control ["
               GLA-CONTROL "] status " GLA-STATUS.
           display "New name (blank keeps): ".
           move spaces to WS-ACCT-NAME.
           accept WS-ACCT-NAME.
           if WS-ACCT-NAME not = spaces
               move WS-ACCT-NAME to GLA-NAME
           end-if.
           perform ACCEPT-CONTROL-CODE.
           if WS-ACCT-CONTROL = 'X'
               close GL-ACCOUNT-FILE
               go to CHANGE-ACCOUNT-DONE
           end-if.
           move WS-ACCT-CONTROL to GLA-CONTROL.
           display "Status -- A active, I inactive: ".
           accept WS-ACCT-STATUS.
           if WS-ACCT-STATUS = 'A' or WS-ACCT-STATUS = 'I'
               move WS-ACCT-STATUS to GLA-STATUS
           else
               display "Status unchanged."
           end-if.
           move WS-OPERATOR-ID to GLA-CHANGED-BY.
           move WS-BUSINESS-DATE to GLA-CHANGED-DATE.
           rewrite GL-ACCOUNT-RECORD.
           close GL-ACCOUNT-FILE.
           display "Account " WS-ACCT-NO " updated.".
       CHANGE-ACCOUNT-DONE.
           continue.

       LIST-ACCOUNTS.
           move 0 to WS-LISTED-COUNT.
           open input GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               display "No chart of accounts on file."
           else
               move 'N' to WS-EOF-FLAG
               read GL-ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   display GLA-ACCT-NO " " GLA-NAME " " GLA-TYPE
                       " " GLA-NORMAL-BAL " [" GLA-CONTROL "] "
                       GLA-STATUS
                   add 1 to WS-LISTED-COUNT
                   read GL-ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close GL-ACCOUNT-FILE
               display WS-LISTED-COUNT " account(s) on file."
           end-if.

      *    Adds every standard account not already on file; an
      *    account already there is left exactly as it is.
       LOAD-STANDARD-CHART.
           move 0 to WS-STD-ADDED.
           perform OPEN-ACCOUNT-FILE.
           perform varying WS-STD-SUB from 1 by 1
               until WS-STD-SUB > 40
               move WS-STD-ACCT-NO (WS-STD-SUB) to GLA-ACCT-NO
               read GL-ACCOUNT-FILE
                   invalid key
                       move WS-STD-ACCT-NO (WS-STD-SUB) to GLA-ACCT-NO
                       move WS-STD-NAME (WS-STD-SUB) to GLA-NAME
                       move WS-STD-TYPE (WS-STD-SUB) to GLA-TYPE
                       move WS-STD-NORMAL (WS-STD-SUB)
                           to GLA-NORMAL-BAL
                       move WS-STD-CONTROL (WS-STD-SUB)
                           to GLA-CONTROL
                       set GLA-ACTIVE to true
                       move WS-BUSINESS-DATE to GLA-OPENED-DATE
                       move WS-OPERATOR-ID to GLA-CHANGED-BY
                       move WS-BUSINESS-DATE to GLA-CHANGED-DATE
                       write GL-ACCOUNT-RECORD
                       add 1 to WS-STD-ADDED
               end-read
           end-perform.
           close GL-ACCOUNT-FILE.
           display WS-STD-ADDED " standard account(s) added.".

       OPEN-ACCOUNT-FILE.
           open i-o GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               open output GL-ACCOUNT-FILE
               close GL-ACCOUNT-FILE
               open i-o GL-ACCOUNT-FILE
           end-if.

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
