       identification division.
       program-id. gl-proof-report.

      *    Subledger proof. Ties each general ledger control account
      *    to the subledger it summarizes, as of the business date:
      *      C  checking deposits    customers.dat balances
      *      S  savings/money market accounts.dat S and M balances
      *      L  loans receivable     loans.dat open loan balances
      *      T  term deposits        term_deposits.dat open CDs
      *      R  IRA/HSA plans        accounts.dat I and H balances
      *    The control accounts are the ones gl-account-maint.cbl
      *    flags with that control code; where more than one carries
      *    a code their balances are added. The GL balance is the
      *    current period's closing balance stated on the account's
      *    normal side. Every control prints with the difference;
      *    the ones that do not agree are flagged and counted. A
      *    difference is normally timing -- activity posted to a
      *    subledger after the day's export -- or an entry that
      *    never reached the ledger.

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
       select GL-BALANCE-FILE
           assign to 'gl_balances.dat'
           organization is indexed
           access mode is dynamic
           record key is GLB-KEY
           lock mode is automatic
           file status is WS-GLB-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.
       select PROOF-REPORT-FILE
           assign to 'gl_proof_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
          05 GLB-KEY.
             10 GLB-PERIOD          pic 9(6).
             10 GLB-ACCT-NO         pic x(4).
          05 GLB-OPENING            pic s9(12)v99.
          05 GLB-DEBITS             pic 9(12)v99.
          05 GLB-CREDITS            pic 9(12)v99.

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

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

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

       fd TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ID                  pic 9(6).
          05 TD-CUST-ID             pic 9(6).
          05 TD-PRINCIPAL           pic 9(8)v99.
          05 TD-RATE                pic 9(2)v9(4).
          05 TD-TERM-MONTHS         pic 9(3).
          05 TD-OPEN-DATE           pic 9(8).
          05 TD-MATURITY-DATE       pic 9(8).
          05 TD-RENEWAL             pic x(1).
             88 TD-AUTO-RENEW       value 'R'.
             88 TD-PAY-AT-MATURITY  value 'P'.
          05 TD-STATUS              pic x(1).
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd PROOF-REPORT-FILE.
       01 PROOF-LINE                pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-GLA-STATUS             pic xx.
       01 WS-GLB-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-PERIOD                 pic 9(6).

      *    One row per control code; entry order fixes the
      *    subscript WS-CTL-SUB picks.
       01 WS-CTL-VALUES.
          05 filler pic x(21) value 'CChecking deposits   '.
          05 filler pic x(21) value 'SSavings/money market'.
          05 filler pic x(21) value 'LLoans receivable    '.
          05 filler pic x(21) value 'TTerm deposits       '.
          05 filler pic x(21) value 'RIRA/HSA plans       '.
       01 WS-CTL-TABLE redefines WS-CTL-VALUES.
          05 WS-CTL-ENTRY occurs 5 times.
             10 WS-CTL-CODE          pic x(1).
             10 WS-CTL-NAME          pic x(20).
       01 WS-CTL-TOTALS.
          05 WS-CTL-TOTAL occurs 5 times.
             10 WS-CT-ACCOUNTS       pic x(14).
             10 WS-CT-ACCT-PTR       pic 9(2).
             10 WS-CT-GL             pic s9(12)v99.
             10 WS-CT-SUBLEDGER      pic s9(12)v99.
             10 WS-CT-ITEMS          pic 9(7).
       01 WS-CTL-SUB                pic 9(1).
       01 WS-FOUND-SUB              pic 9(1).

       01 WS-CLOSING                pic s9(12)v99.
       01 WS-DIFFERENCE             pic s9(12)v99.
       01 WS-DIFFERENCE-COUNT       pic 9(1) value zero.
       01 WS-GL-FMT                 pic -(11)9.99.
       01 WS-SUB-FMT                pic -(11)9.99.
       01 WS-DIFF-FMT               pic -(11)9.99.

       procedure division.
       MAIN-LOGIC.
           display "GL Subledger Proof Starting...".
           perform GET-BUSINESS-DATE.
           move WS-BUSINESS-DATE(1:6) to WS-PERIOD.
           perform varying WS-CTL-SUB from 1 by 1
               until WS-CTL-SUB > 5
               move spaces to WS-CT-ACCOUNTS (WS-CTL-SUB)
               move 1 to WS-CT-ACCT-PTR (WS-CTL-SUB)
               move 0 to WS-CT-GL (WS-CTL-SUB)
               move 0 to WS-CT-SUBLEDGER (WS-CTL-SUB)
               move 0 to WS-CT-ITEMS (WS-CTL-SUB)
           end-perform.

           perform SUM-GL-CONTROLS.
           perform SUM-CHECKING.
           perform SUM-SAVINGS.
           perform SUM-LOANS.
           perform SUM-TERM-DEPOSITS.

           open output PROOF-REPORT-FILE.
           move spaces to PROOF-LINE.
           string "GENERAL LEDGER SUBLEDGER PROOF - PERIOD "
                      delimited by size
                  WS-PERIOD delimited by size
                  " AS OF " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into PROOF-LINE
           end-string.
           write PROOF-LINE.
           move spaces to PROOF-LINE.
           string "Control              GL Accounts         GL Balance"
                      delimited by size
                  "       Subledger      Difference" delimited by size
                  into PROOF-LINE
           end-string.
           write PROOF-LINE.
           move all "=" to PROOF-LINE.
           write PROOF-LINE.
           perform varying WS-CTL-SUB from 1 by 1
               until WS-CTL-SUB > 5
               perform WRITE-ONE-CONTROL
           end-perform.
           move all "-" to PROOF-LINE.
           write PROOF-LINE.
           move spaces to PROOF-LINE.
           if WS-DIFFERENCE-COUNT = 0
               move "ALL CONTROL ACCOUNTS AGREE WITH THEIR SUBLEDGERS"
                   to PROOF-LINE
           else
               string "*** " delimited by size
                      WS-DIFFERENCE-COUNT delimited by size
                      " CONTROL ACCOUNT(S) DO NOT AGREE ***"
                          delimited by size
                      into PROOF-LINE
               end-string
           end-if.
           write PROOF-LINE.
           close PROOF-REPORT-FILE.
           display WS-DIFFERENCE-COUNT " control difference(s).".
           display "Report written to gl_proof_report.txt.".
           stop run.

      *    Closing balance of every control account in the period,
      *    turned to its normal side: a credit-normal deposit
      *    control reads positive when it is in credit.
       SUM-GL-CONTROLS.
           open input GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               display "No chart of accounts on file."
           else
               move 'N' to WS-EOF-FLAG
               read GL-ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               open input GL-BALANCE-FILE
               perform until EOF-REACHED
                   if GLA-CONTROL not = space
                       perform SUM-ONE-CONTROL-ACCOUNT
                   end-if
                   read GL-ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               if WS-GLB-STATUS = '00'
                   close GL-BALANCE-FILE
               end-if
               close GL-ACCOUNT-FILE
           end-if.

       SUM-ONE-CONTROL-ACCOUNT.
           move 0 to WS-FOUND-SUB.
           perform varying WS-CTL-SUB from 1 by 1
               until WS-CTL-SUB > 5
               if WS-CTL-CODE (WS-CTL-SUB) = GLA-CONTROL
                   move WS-CTL-SUB to WS-FOUND-SUB
               end-if
           end-perform.
           if WS-FOUND-SUB > 0
               if WS-CT-ACCT-PTR (WS-FOUND-SUB) < 14
                   string GLA-ACCT-NO delimited by size
                          " " delimited by size
                          into WS-CT-ACCOUNTS (WS-FOUND-SUB)
                          with pointer WS-CT-ACCT-PTR (WS-FOUND-SUB)
                   end-string
               end-if
               move 0 to WS-CLOSING
               if WS-GLB-STATUS = '00'
                   move WS-PERIOD to GLB-PERIOD
                   move GLA-ACCT-NO to GLB-ACCT-NO
                   read GL-BALANCE-FILE
                       invalid key
                           continue
                       not invalid key
                           compute WS-CLOSING = GLB-OPENING
                               + GLB-DEBITS - GLB-CREDITS
                   end-read
               end-if
               if GLA-CREDIT-NORMAL
                   compute WS-CLOSING = 0 - WS-CLOSING
               end-if
               add WS-CLOSING to WS-CT-GL (WS-FOUND-SUB)
           end-if.

      *    Checking balances live on the customer record; an
      *    overdrawn customer reduces the total.
       SUM-CHECKING.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   add CUST-BALANCE to WS-CT-SUBLEDGER (1)
                   add 1 to WS-CT-ITEMS (1)
                   read CUSTOMER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CUSTOMER-FILE
           end-if.

      *    One pass over accounts.dat feeds two controls: savings
      *    and money market (every catalog product's accounts
      *    included), and the IRA/HSA plan accounts.
       SUM-SAVINGS.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ACCT-TYPE = 'I' or ACCT-TYPE = 'H'
                       add ACCT-BALANCE to WS-CT-SUBLEDGER (5)
                       add 1 to WS-CT-ITEMS (5)
                   else
                       add ACCT-BALANCE to WS-CT-SUBLEDGER (2)
                       add 1 to WS-CT-ITEMS (2)
                   end-if
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close ACCOUNT-FILE
           end-if.

       SUM-LOANS.
           open input LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if LOAN-OPEN
                       add LOAN-BALANCE to WS-CT-SUBLEDGER (3)
                       add 1 to WS-CT-ITEMS (3)
                   end-if
                   read LOAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-FILE
           end-if.

       SUM-TERM-DEPOSITS.
           open input TERM-DEPOSIT-FILE.
           if WS-TD-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read TERM-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TD-OPEN
                       add TD-PRINCIPAL to WS-CT-SUBLEDGER (4)
                       add 1 to WS-CT-ITEMS (4)
                   end-if
                   read TERM-DEPOSIT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TERM-DEPOSIT-FILE
           end-if.

       WRITE-ONE-CONTROL.
           compute WS-DIFFERENCE = WS-CT-GL (WS-CTL-SUB)
               - WS-CT-SUBLEDGER (WS-CTL-SUB).
           move WS-CT-GL (WS-CTL-SUB) to WS-GL-FMT.
           move WS-CT-SUBLEDGER (WS-CTL-SUB) to WS-SUB-FMT.
           move WS-DIFFERENCE to WS-DIFF-FMT.
           if WS-CT-ACCOUNTS (WS-CTL-SUB) = spaces
               move 'NONE FLAGGED' to WS-CT-ACCOUNTS (WS-CTL-SUB)
           end-if.
           move spaces to PROOF-LINE.
           string WS-CTL-NAME (WS-CTL-SUB) delimited by size
                  " " delimited by size
                  WS-CT-ACCOUNTS (WS-CTL-SUB) delimited by size
                  " " delimited by size
                  WS-GL-FMT delimited by size
                  " " delimited by size
                  WS-SUB-FMT delimited by size
                  " " delimited by size
                  WS-DIFF-FMT delimited by size
                  into PROOF-LINE
           end-string.
           if WS-DIFFERENCE not = 0
               add 1 to WS-DIFFERENCE-COUNT
               move "<<" to PROOF-LINE(86:2)
           end-if.
           write PROOF-LINE.

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
