       identification division.
       program-id. gl-period-close.

      *    General ledger month-end close. Run on the last business
      *    day of the month, after gl-post.cbl and gl-trial-balance,
      *    the same point in the batch window as period-close.cbl.
      *    Closes the accounting period of the business date, which
      *    locks it: gl-post.cbl rejects journals into a closed
      *    period and gl-journal-entry.cbl will neither key nor
      *    approve one. The close is refused while the period is out
      *    of balance, while manual journals for it still await
      *    approval, or when it is already closed. Each account's
      *    closing balance becomes its opening balance for the next
      *    period, which is opened; at the December close income and
      *    expense accounts are cleared into retained earnings
      *    instead of carried.

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
      *    Open/closed state of each accounting period (YYYYMM).
       select GL-PERIOD-FILE
           assign to 'gl_periods.dat'
           organization is indexed
           access mode is dynamic
           record key is GLP-PERIOD
           lock mode is automatic
           file status is WS-GLP-STATUS.
      *    Opening balance and the period's debits and credits per
      *    account.
       select GL-BALANCE-FILE
           assign to 'gl_balances.dat'
           organization is indexed
           access mode is dynamic
           record key is GLB-KEY
           lock mode is automatic
           file status is WS-GLB-STATUS.
       select GL-JOURNAL-HDR-FILE
           assign to 'gl_journal_hdr.dat'
           organization is indexed
           access mode is dynamic
           record key is GLH-JOURNAL-ID
           lock mode is automatic
           file status is WS-GLH-STATUS.
       select GL-JOURNAL-FILE
           assign to 'gl_journal.dat'
           organization is indexed
           access mode is dynamic
           record key is GLJ-KEY
           lock mode is automatic
           file status is WS-GLJ-STATUS.
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
          05 GLA-STATUS             pic x(1).
             88 GLA-ACTIVE          value 'A'.
             88 GLA-INACTIVE        value 'I'.
          05 GLA-OPENED-DATE        pic 9(8).
          05 GLA-CHANGED-BY         pic 9(4).
          05 GLA-CHANGED-DATE       pic 9(8).

       fd GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD             pic 9(6).
          05 GLP-STATUS             pic x(1).
             88 GLP-OPEN            value 'O'.
             88 GLP-CLOSED          value 'C'.
          05 GLP-OPENED-DATE        pic 9(8).
          05 GLP-CLOSED-DATE        pic 9(8).
          05 GLP-CLOSED-BY          pic 9(4).

       fd GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
          05 GLB-KEY.
             10 GLB-PERIOD          pic 9(6).
             10 GLB-ACCT-NO         pic x(4).
          05 GLB-OPENING            pic s9(12)v99.
          05 GLB-DEBITS             pic 9(12)v99.
          05 GLB-CREDITS            pic 9(12)v99.

       fd GL-JOURNAL-HDR-FILE.
       01 GL-JOURNAL-HDR-RECORD.
          05 GLH-JOURNAL-ID         pic 9(8).
          05 GLH-SOURCE             pic x(1).
             88 GLH-FROM-BANKING    value 'B'.
             88 GLH-FROM-PAYROLL    value 'P'.
             88 GLH-MANUAL          value 'M'.
          05 GLH-PERIOD             pic 9(6).
          05 GLH-DATE               pic 9(8).
          05 GLH-DESC               pic x(30).
          05 GLH-LINE-COUNT         pic 9(3).
          05 GLH-TOTAL-DEBITS       pic 9(12)v99.
          05 GLH-TOTAL-CREDITS      pic 9(12)v99.
          05 GLH-STATUS             pic x(1).
             88 GLH-POSTED          value 'P'.
             88 GLH-REJECTED        value 'R'.
             88 GLH-AWAITING        value 'A'.
             88 GLH-REFUSED         value 'X'.
          05 GLH-REJECT-REASON      pic x(30).
          05 GLH-ENTERED-BY         pic 9(4).
          05 GLH-APPROVED-BY        pic 9(4).
          05 GLH-POSTED-DATE        pic 9(8).

       fd GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
          05 GLJ-KEY.
             10 GLJ-JOURNAL-ID      pic 9(8).
             10 GLJ-LINE-NO         pic 9(3).
          05 GLJ-ACCT-NO            pic x(4).
          05 GLJ-DESC               pic x(30).
          05 GLJ-DEBIT              pic 9(10)v99.
          05 GLJ-CREDIT             pic 9(10)v99.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-GLA-STATUS             pic xx.
       01 WS-GLP-STATUS             pic xx.
       01 WS-GLB-STATUS             pic xx.
       01 WS-GLH-STATUS             pic xx.
       01 WS-GLJ-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-PERIOD                 pic 9(6).
       01 WS-PERIOD-PARTS redefines WS-PERIOD.
          05 WS-PERIOD-YEAR         pic 9(4).
          05 WS-PERIOD-MONTH        pic 9(2).
       01 WS-NEXT-PERIOD            pic 9(6).
       01 WS-NEXT-PARTS redefines WS-NEXT-PERIOD.
          05 WS-NEXT-YEAR           pic 9(4).
          05 WS-NEXT-MONTH          pic 9(2).
       01 WS-RETAINED-EARNINGS      pic x(4) value '3900'.
       01 WS-YEAR-END               pic x value 'N'.
          88 CLOSING-YEAR-END       value 'Y'.
       01 WS-AWAITING-COUNT         pic 9(5) value zero.

      *    Closing balances of the period, gathered before the next
      *    period's rows are written.
       01 WS-CLOSE-TABLE.
          05 WS-CLOSE-ENTRY occurs 500 times.
             10 WS-CL-ACCT-NO        pic x(4).
             10 WS-CL-BALANCE        pic s9(12)v99.
       01 WS-CLOSE-USED             pic 9(3) value zero.
       01 WS-CLOSE-SUB              pic 9(3).
       01 WS-CLOSING                pic s9(12)v99.
       01 WS-PROFIT-AND-LOSS        pic s9(12)v99 value zero.
       01 WS-TOTAL-DEBITS           pic 9(12)v99 value zero.
       01 WS-TOTAL-CREDITS          pic 9(12)v99 value zero.
       01 WS-TOTAL-CLOSING          pic s9(12)v99 value zero.
       01 WS-AMOUNT-FMT             pic -(11)9.99.

       procedure division.
       MAIN-LOGIC.
           display "GL Period Close Starting...".
           perform GET-BUSINESS-DATE.
           move WS-BUSINESS-DATE(1:6) to WS-PERIOD.
           move WS-PERIOD to WS-NEXT-PERIOD.
           if WS-PERIOD-MONTH = 12
               move 'Y' to WS-YEAR-END
               add 1 to WS-NEXT-YEAR
               move 1 to WS-NEXT-MONTH
           else
               add 1 to WS-NEXT-MONTH
           end-if.
           display "Closing GL period " WS-PERIOD ".".

           open i-o GL-PERIOD-FILE.
           if WS-GLP-STATUS not = '00'
               open output GL-PERIOD-FILE
               close GL-PERIOD-FILE
               open i-o GL-PERIOD-FILE
           end-if.
           move WS-PERIOD to GLP-PERIOD.
           read GL-PERIOD-FILE
               invalid key
                   move WS-PERIOD to GLP-PERIOD
                   set GLP-OPEN to true
                   move WS-BUSINESS-DATE to GLP-OPENED-DATE
                   move 0 to GLP-CLOSED-DATE
                   move 0 to GLP-CLOSED-BY
                   write GL-PERIOD-RECORD
           end-read.
           if GLP-CLOSED
               display "Period " WS-PERIOD " is already closed."
               close GL-PERIOD-FILE
               stop run
           end-if.

           perform COUNT-AWAITING-JOURNALS.
           if WS-AWAITING-COUNT > 0
               display WS-AWAITING-COUNT " manual journal(s) for "
                   WS-PERIOD " await approval. Close refused."
               close GL-PERIOD-FILE
               stop run
           end-if.

           open i-o GL-BALANCE-FILE.
           if WS-GLB-STATUS not = '00'
               open output GL-BALANCE-FILE
               close GL-BALANCE-FILE
               open i-o GL-BALANCE-FILE
           end-if.
           open input GL-ACCOUNT-FILE.
           perform GATHER-CLOSING-BALANCES.
           if WS-GLA-STATUS = '00'
               close GL-ACCOUNT-FILE
           end-if.
           if WS-CLOSE-USED > 500
               display "More than 500 accounts carry balances. "
                   "Close refused."
               close GL-BALANCE-FILE
               close GL-PERIOD-FILE
               stop run
           end-if.
           if WS-TOTAL-DEBITS not = WS-TOTAL-CREDITS
              or WS-TOTAL-CLOSING not = 0
               display "Period " WS-PERIOD " is out of balance. "
                   "Close refused; see gl-trial-balance."
               close GL-BALANCE-FILE
               close GL-PERIOD-FILE
               stop run
           end-if.

           perform varying WS-CLOSE-SUB from 1 by 1
               until WS-CLOSE-SUB > WS-CLOSE-USED
               perform CARRY-ONE-BALANCE
           end-perform.
           if CLOSING-YEAR-END
               perform CARRY-RETAINED-EARNINGS
           end-if.
           close GL-BALANCE-FILE.

           move WS-PERIOD to GLP-PERIOD.
           read GL-PERIOD-FILE
               invalid key
                   continue
           end-read.
           set GLP-CLOSED to true.
           move WS-BUSINESS-DATE to GLP-CLOSED-DATE.
           move 0 to GLP-CLOSED-BY.
           rewrite GL-PERIOD-RECORD.
           move WS-NEXT-PERIOD to GLP-PERIOD.
           read GL-PERIOD-FILE
               invalid key
                   move WS-NEXT-PERIOD to GLP-PERIOD
                   set GLP-OPEN to true
                   move WS-BUSINESS-DATE to GLP-OPENED-DATE
                   move 0 to GLP-CLOSED-DATE
                   move 0 to GLP-CLOSED-BY
                   write GL-PERIOD-RECORD
           end-read.
           close GL-PERIOD-FILE.

           display WS-CLOSE-USED " account balance(s) carried to "
               WS-NEXT-PERIOD ".".
           if CLOSING-YEAR-END
               move WS-PROFIT-AND-LOSS to WS-AMOUNT-FMT
               display "Year-end income and expense net "
                   WS-AMOUNT-FMT " (debit positive) cleared to "
                   WS-RETAINED-EARNINGS "."
           end-if.
           display "Period " WS-PERIOD " closed.".
           stop run.

       COUNT-AWAITING-JOURNALS.
           open input GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read GL-JOURNAL-HDR-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if GLH-AWAITING and GLH-PERIOD = WS-PERIOD
                       add 1 to WS-AWAITING-COUNT
                   end-if
                   read GL-JOURNAL-HDR-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close GL-JOURNAL-HDR-FILE
           end-if.

      *    Balances are debit-positive, so a ledger in balance
      *    closes to zero across all accounts. At year end the
      *    income and expense balances are summed for retained
      *    earnings and left out of the carry-forward.
       GATHER-CLOSING-BALANCES.
           move 'N' to WS-EOF-FLAG.
           move WS-PERIOD to GLB-PERIOD.
           move low-values to GLB-ACCT-NO.
           start GL-BALANCE-FILE key is greater than or equal to
               GLB-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           if not EOF-REACHED
               read GL-BALANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-if.
           perform until EOF-REACHED
               if GLB-PERIOD not = WS-PERIOD
                   move 'Y' to WS-EOF-FLAG
               else
                   perform GATHER-ONE-BALANCE
                   read GL-BALANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-if
           end-perform.

       GATHER-ONE-BALANCE.
           add GLB-DEBITS to WS-TOTAL-DEBITS.
           add GLB-CREDITS to WS-TOTAL-CREDITS.
           compute WS-CLOSING = GLB-OPENING + GLB-DEBITS - GLB-CREDITS.
           add WS-CLOSING to WS-TOTAL-CLOSING.
           move spaces to GLA-TYPE.
           if WS-GLA-STATUS = '00'
               move GLB-ACCT-NO to GLA-ACCT-NO
               read GL-ACCOUNT-FILE
                   invalid key
                       move spaces to GLA-TYPE
               end-read
           end-if.
           if CLOSING-YEAR-END and (GLA-INCOME or GLA-EXPENSE)
               add WS-CLOSING to WS-PROFIT-AND-LOSS
           else
               add 1 to WS-CLOSE-USED
               if WS-CLOSE-USED <= 500
                   move GLB-ACCT-NO to WS-CL-ACCT-NO (WS-CLOSE-USED)
                   move WS-CLOSING to WS-CL-BALANCE (WS-CLOSE-USED)
               end-if
           end-if.

      *    The next period's row takes the closing balance as its
      *    opening; activity already on the row is kept.
       CARRY-ONE-BALANCE.
           move WS-NEXT-PERIOD to GLB-PERIOD.
           move WS-CL-ACCT-NO (WS-CLOSE-SUB) to GLB-ACCT-NO.
           read GL-BALANCE-FILE
               invalid key
                   move WS-NEXT-PERIOD to GLB-PERIOD
                   move WS-CL-ACCT-NO (WS-CLOSE-SUB) to GLB-ACCT-NO
                   move WS-CL-BALANCE (WS-CLOSE-SUB) to GLB-OPENING
                   move 0 to GLB-DEBITS
                   move 0 to GLB-CREDITS
                   write GL-BALANCE-RECORD
               not invalid key
                   move WS-CL-BALANCE (WS-CLOSE-SUB) to GLB-OPENING
                   rewrite GL-BALANCE-RECORD
           end-read.

      *    Year-end net income (a credit, so negative here) adds to
      *    retained earnings' opening for the new year.
       CARRY-RETAINED-EARNINGS.
           move WS-NEXT-PERIOD to GLB-PERIOD.
           move WS-RETAINED-EARNINGS to GLB-ACCT-NO.
           read GL-BALANCE-FILE
               invalid key
                   move WS-NEXT-PERIOD to GLB-PERIOD
                   move WS-RETAINED-EARNINGS to GLB-ACCT-NO
                   move WS-PROFIT-AND-LOSS to GLB-OPENING
                   move 0 to GLB-DEBITS
                   move 0 to GLB-CREDITS
                   write GL-BALANCE-RECORD
               not invalid key
                   add WS-PROFIT-AND-LOSS to GLB-OPENING
                   rewrite GL-BALANCE-RECORD
           end-read.

      *    Reads the business day whose period is closed, falling
      *    back to the calendar date when no control file exists. A
      *    closed day is fine -- the close runs after the day's
      *    exports have been posted.
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
