       identification division.
       program-id. gl-journal-entry.

      *    Manual general ledger adjustments under dual control. An
      *    accountant keys a journal entry -- the period (the current
      *    one unless an earlier open period is named), a
      *    description, and up to 20 debit and credit lines against
      *    active accounts on the chart -- and it is saved only when
      *    the debits equal the credits. Nothing reaches the ledger
      *    until a supervisor other than the one who keyed it
      *    approves it, the same rule loan-workout.cbl applies; the
      *    approval re-checks the period and the accounts and posts
      *    the lines to GL-BALANCE-FILE the way gl-post.cbl posts the
      *    export journals. A refused entry stays on file, marked.
      *    The period lock, not the business-day close, governs here:
      *    month-end adjustments are keyed after the last day closes.
      *    Requires the GL-JE entitlement.

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
       01 WS-GLP-STATUS             pic xx.
       01 WS-GLB-STATUS             pic xx.
       01 WS-GLH-STATUS             pic xx.
       01 WS-GLJ-STATUS             pic xx.
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
       01 WS-DECISION               pic x.
       01 WS-JOURNAL-ID             pic 9(8).
       01 WS-PERIOD                 pic 9(6).
       01 WS-PERIOD-ENTRY           pic x(6).
       01 WS-JE-DESC                pic x(30).
       01 WS-LINE-ACCT              pic x(4).
       01 WS-LINE-SIDE              pic x(1).
       01 WS-LINE-AMOUNT            pic 9(10)v99.
       01 WS-LINE-DESC              pic x(30).
       01 WS-CHECK-OK               pic x.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-FMT-DEBIT              pic z(9)9.99.
       01 WS-FMT-CREDIT             pic z(9)9.99.

      *    The entry being keyed.
       01 WS-JE-TABLE.
          05 WS-JE-LINE occurs 20 times.
             10 WS-JE-ACCT-NO        pic x(4).
             10 WS-JE-LINE-DESC      pic x(30).
             10 WS-JE-DEBIT          pic 9(10)v99.
             10 WS-JE-CREDIT         pic 9(10)v99.
       01 WS-JE-USED                pic 9(2) value zero.
       01 WS-JE-SUB                 pic 9(2).
       01 WS-JE-MORE                pic x.
       01 WS-JE-TOTAL-DEBITS        pic 9(12)v99.
       01 WS-JE-TOTAL-CREDITS       pic 9(12)v99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'GL-JE' to WS-ENT-FUNCTION.
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
                   when '1' perform ENTER-JOURNAL
                       thru ENTER-JOURNAL-DONE
                   when '2' perform LIST-AWAITING-ENTRIES
                   when '3' perform DECIDE-JOURNAL
                       thru DECIDE-JOURNAL-DONE
                   when '4' perform SHOW-JOURNAL
                       thru SHOW-JOURNAL-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "General Ledger Journal Entry".
           display "1. Enter Journal Entry".
           display "2. List Entries Awaiting Approval".
           display "3. Approve or Refuse Entry (supervisor)".
           display "4. Journal Inquiry".
           display "5. Exit".
           display "Enter choice: ".

       ENTER-JOURNAL.
           move WS-BUSINESS-DATE(1:6) to WS-PERIOD.
           display "Period YYYYMM (blank for " WS-PERIOD "): ".
           move spaces to WS-PERIOD-ENTRY.
           accept WS-PERIOD-ENTRY.
           if WS-PERIOD-ENTRY not = spaces
               if WS-PERIOD-ENTRY is not numeric
                   display "Period must be YYYYMM."
                   go to ENTER-JOURNAL-DONE
               end-if
               move WS-PERIOD-ENTRY to WS-PERIOD
           end-if.
           if WS-PERIOD > WS-BUSINESS-DATE(1:6)
               display "A future period cannot be posted."
               go to ENTER-JOURNAL-DONE
           end-if.
           perform CHECK-PERIOD-OPEN.
           if WS-CHECK-OK not = 'Y'
               display "Period " WS-PERIOD " is closed."
               go to ENTER-JOURNAL-DONE
           end-if.
           display "Journal description: ".
           accept WS-JE-DESC.

           move 0 to WS-JE-USED.
           move 0 to WS-JE-TOTAL-DEBITS.
           move 0 to WS-JE-TOTAL-CREDITS.
           move 'Y' to WS-JE-MORE.
           open input GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               display "No chart of accounts on file."
               go to ENTER-JOURNAL-DONE
           end-if.
           perform until WS-JE-MORE not = 'Y'
               perform ACCEPT-ONE-LINE
           end-perform.
           close GL-ACCOUNT-FILE.

           if WS-JE-USED < 2
               display "An entry needs at least two lines. "
                   "Nothing saved."
               go to ENTER-JOURNAL-DONE
           end-if.
           move WS-JE-TOTAL-DEBITS to WS-FMT-DEBIT.
           move WS-JE-TOTAL-CREDITS to WS-FMT-CREDIT.
           display "Total debits " WS-FMT-DEBIT "  credits "
               WS-FMT-CREDIT.
           if WS-JE-TOTAL-DEBITS not = WS-JE-TOTAL-CREDITS
               display "Debits and credits disagree. Nothing saved."
               go to ENTER-JOURNAL-DONE
           end-if.
           display "Save for approval? (Y/N): ".
           accept WS-DECISION.
           if WS-DECISION not = 'Y' and WS-DECISION not = 'y'
               display "Entry discarded."
               go to ENTER-JOURNAL-DONE
           end-if.

           perform OPEN-JOURNAL-FILES.
           perform FIND-LAST-JOURNAL-ID.
           add 1 to WS-JOURNAL-ID.
           move WS-JOURNAL-ID to GLH-JOURNAL-ID.
           set GLH-MANUAL to true.
           move WS-PERIOD to GLH-PERIOD.
           move WS-BUSINESS-DATE to GLH-DATE.
           move WS-JE-DESC to GLH-DESC.
           move WS-JE-USED to GLH-LINE-COUNT.
           move WS-JE-TOTAL-DEBITS to GLH-TOTAL-DEBITS.
           move WS-JE-TOTAL-CREDITS to GLH-TOTAL-CREDITS.
           set GLH-AWAITING to true.
           move spaces to GLH-REJECT-REASON.
           move WS-OPERATOR-ID to GLH-ENTERED-BY.
           move 0 to GLH-APPROVED-BY.
           move 0 to GLH-POSTED-DATE.
           write GL-JOURNAL-HDR-RECORD.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > WS-JE-USED
               move WS-JOURNAL-ID to GLJ-JOURNAL-ID
               move WS-JE-SUB to GLJ-LINE-NO
               move WS-JE-ACCT-NO (WS-JE-SUB) to GLJ-ACCT-NO
               move WS-JE-LINE-DESC (WS-JE-SUB) to GLJ-DESC
               move WS-JE-DEBIT (WS-JE-SUB) to GLJ-DEBIT
               move WS-JE-CREDIT (WS-JE-SUB) to GLJ-CREDIT
               write GL-JOURNAL-RECORD
           end-perform.
           close GL-JOURNAL-HDR-FILE.
           close GL-JOURNAL-FILE.
           display "Journal " WS-JOURNAL-ID
               " saved; awaiting supervisor approval.".
       ENTER-JOURNAL-DONE.
           continue.

      *    One line; a blank account ends the entry. An account not
      *    on the chart or inactive is refused and re-prompted.
       ACCEPT-ONE-LINE.
           if WS-JE-USED >= 20
               display "Twenty lines is the most one entry holds."
               move 'N' to WS-JE-MORE
           else
               display "Line " WS-JE-USED
                   " keyed. Account (blank to finish): "
               move spaces to WS-LINE-ACCT
               accept WS-LINE-ACCT
               if WS-LINE-ACCT = spaces
                   move 'N' to WS-JE-MORE
               else
                   move WS-LINE-ACCT to GLA-ACCT-NO
                   read GL-ACCOUNT-FILE
                       invalid key
                           display "Account " WS-LINE-ACCT
                               " is not on the chart."
                       not invalid key
                           if not GLA-ACTIVE
                               display "Account " WS-LINE-ACCT
                                   " is inactive."
                           else
                               perform ACCEPT-LINE-AMOUNT
                           end-if
                   end-read
               end-if
           end-if.

       ACCEPT-LINE-AMOUNT.
           display GLA-NAME.
           display "D debit or C credit: ".
           accept WS-LINE-SIDE.
           display "Amount: ".
           accept WS-LINE-AMOUNT.
           if (WS-LINE-SIDE not = 'D' and WS-LINE-SIDE not = 'C')
              or WS-LINE-AMOUNT = 0
               display "Line refused -- side must be D or C and the "
                   "amount above zero."
           else
               display "Line description: "
               move spaces to WS-LINE-DESC
               accept WS-LINE-DESC
               add 1 to WS-JE-USED
               move WS-LINE-ACCT to WS-JE-ACCT-NO (WS-JE-USED)
               move WS-LINE-DESC to WS-JE-LINE-DESC (WS-JE-USED)
               move 0 to WS-JE-DEBIT (WS-JE-USED)
               move 0 to WS-JE-CREDIT (WS-JE-USED)
               if WS-LINE-SIDE = 'D'
                   move WS-LINE-AMOUNT to WS-JE-DEBIT (WS-JE-USED)
                   add WS-LINE-AMOUNT to WS-JE-TOTAL-DEBITS
               else
                   move WS-LINE-AMOUNT to WS-JE-CREDIT (WS-JE-USED)
                   add WS-LINE-AMOUNT to WS-JE-TOTAL-CREDITS
               end-if
           end-if.

       LIST-AWAITING-ENTRIES.
           move 0 to WS-LISTED-COUNT.
           open input GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS not = '00'
               display "No journals on file."
           else
               move 'N' to WS-EOF-FLAG
               read GL-JOURNAL-HDR-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if GLH-AWAITING
                       move GLH-TOTAL-DEBITS to WS-FMT-DEBIT
                       display GLH-JOURNAL-ID " period " GLH-PERIOD
                           " keyed by " GLH-ENTERED-BY " "
                           GLH-DESC " " WS-FMT-DEBIT
                       add 1 to WS-LISTED-COUNT
                   end-if
                   read GL-JOURNAL-HDR-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close GL-JOURNAL-HDR-FILE
               display WS-LISTED-COUNT " entr(ies) awaiting approval."
           end-if.

      *    Supervisor decision. The one who keyed an entry cannot
      *    decide it.
       DECIDE-JOURNAL.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor sign-on required to decide "
                   "entries."
               go to DECIDE-JOURNAL-DONE
           end-if.
           display "Enter Journal ID: ".
           accept WS-JOURNAL-ID.
           perform OPEN-JOURNAL-FILES.
           move WS-JOURNAL-ID to GLH-JOURNAL-ID.
           read GL-JOURNAL-HDR-FILE
               invalid key
                   display "Journal not found."
                   perform CLOSE-JOURNAL-FILES
                   go to DECIDE-JOURNAL-DONE
           end-read.
           if not GLH-AWAITING
               display "Journal is not awaiting approval (status "
                   GLH-STATUS ")."
               perform CLOSE-JOURNAL-FILES
               go to DECIDE-JOURNAL-DONE
           end-if.
           if GLH-ENTERED-BY = WS-OPERATOR-ID
               display "You keyed this entry; a different "
                   "supervisor must decide it."
               perform CLOSE-JOURNAL-FILES
               go to DECIDE-JOURNAL-DONE
           end-if.
           perform DISPLAY-JOURNAL-LINES.
           display "Approve (A) or Refuse (R): ".
           accept WS-DECISION.
           evaluate WS-DECISION
               when 'R'
                   set GLH-REFUSED to true
                   move 'REFUSED BY SUPERVISOR' to GLH-REJECT-REASON
                   move WS-OPERATOR-ID to GLH-APPROVED-BY
                   rewrite GL-JOURNAL-HDR-RECORD
                   display "Journal " WS-JOURNAL-ID " refused."
               when 'A'
                   perform APPROVE-JOURNAL thru APPROVE-JOURNAL-DONE
               when other
                   display "No decision recorded."
           end-evaluate.
           perform CLOSE-JOURNAL-FILES.
       DECIDE-JOURNAL-DONE.
           continue.

      *    Re-checks the period lock and every account, then posts.
       APPROVE-JOURNAL.
           move GLH-PERIOD to WS-PERIOD.
           perform CHECK-PERIOD-OPEN.
           if WS-CHECK-OK not = 'Y'
               display "Period " WS-PERIOD " has been closed; the "
                   "entry cannot post."
               go to APPROVE-JOURNAL-DONE
           end-if.
           open input GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               display "No chart of accounts on file."
               go to APPROVE-JOURNAL-DONE
           end-if.
           move 'Y' to WS-CHECK-OK.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > GLH-LINE-COUNT
               move WS-JOURNAL-ID to GLJ-JOURNAL-ID
               move WS-JE-SUB to GLJ-LINE-NO
               read GL-JOURNAL-FILE
                   invalid key
                       move 'N' to WS-CHECK-OK
                   not invalid key
                       move GLJ-ACCT-NO to GLA-ACCT-NO
                       read GL-ACCOUNT-FILE
                           invalid key
                               move 'N' to WS-CHECK-OK
                           not invalid key
                               if not GLA-ACTIVE
                                   move 'N' to WS-CHECK-OK
                               end-if
                       end-read
               end-read
           end-perform.
           close GL-ACCOUNT-FILE.
           if WS-CHECK-OK not = 'Y'
               display "A line's account is missing or inactive; "
                   "refuse the entry and re-key it."
               go to APPROVE-JOURNAL-DONE
           end-if.

           open i-o GL-BALANCE-FILE.
           if WS-GLB-STATUS not = '00'
               open output GL-BALANCE-FILE
               close GL-BALANCE-FILE
               open i-o GL-BALANCE-FILE
           end-if.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > GLH-LINE-COUNT
               move WS-JOURNAL-ID to GLJ-JOURNAL-ID
               move WS-JE-SUB to GLJ-LINE-NO
               read GL-JOURNAL-FILE
                   invalid key
                       continue
                   not invalid key
                       perform POST-ONE-BALANCE
               end-read
           end-perform.
           close GL-BALANCE-FILE.
           set GLH-POSTED to true.
           move WS-OPERATOR-ID to GLH-APPROVED-BY.
           move WS-BUSINESS-DATE to GLH-POSTED-DATE.
           rewrite GL-JOURNAL-HDR-RECORD.
           display "Journal " WS-JOURNAL-ID " approved and posted to "
               "period " WS-PERIOD ".".
       APPROVE-JOURNAL-DONE.
           exit.

       POST-ONE-BALANCE.
           move WS-PERIOD to GLB-PERIOD.
           move GLJ-ACCT-NO to GLB-ACCT-NO.
           read GL-BALANCE-FILE
               invalid key
                   move WS-PERIOD to GLB-PERIOD
                   move GLJ-ACCT-NO to GLB-ACCT-NO
                   move 0 to GLB-OPENING
                   move GLJ-DEBIT to GLB-DEBITS
                   move GLJ-CREDIT to GLB-CREDITS
                   write GL-BALANCE-RECORD
               not invalid key
                   add GLJ-DEBIT to GLB-DEBITS
                   add GLJ-CREDIT to GLB-CREDITS
                   rewrite GL-BALANCE-RECORD
           end-read.

       SHOW-JOURNAL.
           display "Enter Journal ID: ".
           accept WS-JOURNAL-ID.
           open input GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS not = '00'
               display "No journals on file."
               go to SHOW-JOURNAL-DONE
           end-if.
           open input GL-JOURNAL-FILE.
           move WS-JOURNAL-ID to GLH-JOURNAL-ID.
           read GL-JOURNAL-HDR-FILE
               invalid key
                   display "Journal not found."
               not invalid key
                   perform DISPLAY-JOURNAL-LINES
                   if GLH-REJECT-REASON not = spaces
                       display "Reason: " GLH-REJECT-REASON
                   end-if
           end-read.
           perform CLOSE-JOURNAL-FILES.
       SHOW-JOURNAL-DONE.
           continue.

      *    Header and lines of the journal in GL-JOURNAL-HDR-RECORD;
      *    GL-JOURNAL-FILE must be open.
       DISPLAY-JOURNAL-LINES.
           display "Journal " GLH-JOURNAL-ID " source " GLH-SOURCE
               " period " GLH-PERIOD " dated " GLH-DATE
               " status " GLH-STATUS.
           display "  " GLH-DESC " keyed by " GLH-ENTERED-BY
               " approved by " GLH-APPROVED-BY.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > GLH-LINE-COUNT
               move GLH-JOURNAL-ID to GLJ-JOURNAL-ID
               move WS-JE-SUB to GLJ-LINE-NO
               read GL-JOURNAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move GLJ-DEBIT to WS-FMT-DEBIT
                       move GLJ-CREDIT to WS-FMT-CREDIT
                       display "  " GLJ-LINE-NO " " GLJ-ACCT-NO " "
                           GLJ-DESC " Dr" WS-FMT-DEBIT
                           " Cr" WS-FMT-CREDIT
               end-read
           end-perform.

      *    WS-CHECK-OK is Y when WS-PERIOD is open or not yet on
      *    file (the first posting opens it).
       CHECK-PERIOD-OPEN.
           move 'Y' to WS-CHECK-OK.
           open input GL-PERIOD-FILE.
           if WS-GLP-STATUS = '00'
               move WS-PERIOD to GLP-PERIOD
               read GL-PERIOD-FILE
                   invalid key
                       continue
                   not invalid key
                       if GLP-CLOSED
                           move 'N' to WS-CHECK-OK
                       end-if
               end-read
               close GL-PERIOD-FILE
           end-if.

       OPEN-JOURNAL-FILES.
           open i-o GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS not = '00'
               open output GL-JOURNAL-HDR-FILE
               close GL-JOURNAL-HDR-FILE
               open i-o GL-JOURNAL-HDR-FILE
           end-if.
           open i-o GL-JOURNAL-FILE.
           if WS-GLJ-STATUS not = '00'
               open output GL-JOURNAL-FILE
               close GL-JOURNAL-FILE
               open i-o GL-JOURNAL-FILE
           end-if.

       CLOSE-JOURNAL-FILES.
           close GL-JOURNAL-HDR-FILE.
           if WS-GLJ-STATUS = '00'
               close GL-JOURNAL-FILE
           end-if.

      *    Highest journal number in use; the header file is already
      *    open i-o.
       FIND-LAST-JOURNAL-ID.
           move 0 to WS-JOURNAL-ID.
           move 99999999 to GLH-JOURNAL-ID.
           start GL-JOURNAL-HDR-FILE key is less than or equal to
               GLH-JOURNAL-ID
               invalid key
                   continue
               not invalid key
                   read GL-JOURNAL-HDR-FILE next record
                       at end
                           continue
                       not at end
                           move GLH-JOURNAL-ID to WS-JOURNAL-ID
                   end-read
           end-start.

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
