       identification division.
       program-id. nsf-decision.

      *    Pay/return decisioning for checks check-inclearing.cbl
      *    could not pay from available funds. Each item waits on
      *    nsf_decisions.dat until a supervisor works it: paying it
      *    posts the 'CHK-PAID' debit into overdraft -- with the
      *    usual overdraft fee and letter -- and records the check in
      *    the drawn-check register (and closes the positive-pay
      *    issue, for an enrolled customer); returning it writes the
      *    item to inclearing_returns.dat with its NSF (A) or
      *    uncollected (B) reason, charges the returned-item fee as a
      *    'FEE-RET' transaction and queues the returned-check letter.
      *    Anything still undecided at the return deadline is
      *    returned in one pass with option 4 -- returning is the
      *    default when no one decides to pay. Supervisor sign-on as
      *    in approval-queue.cbl. Every item paid into overdraft is
      *    journaled to teller_journal.dat as an OD-APPROVE under the
      *    deciding supervisor, for insider-activity.cbl.

       environment division.
       input-output section.
       file-control.
       select NSF-DECISION-FILE
           assign to 'nsf_decisions.dat'
           organization is indexed
           access mode is dynamic
           record key is NSF-ID
           lock mode is automatic
           file status is WS-NSF-STATUS.
       select RETURN-FILE
           assign to 'inclearing_returns.dat'
           organization is line sequential
           file status is WS-RETURN-STATUS.
       select DRAWN-CHECK-FILE
           assign to 'drawn_checks.dat'
           organization is indexed
           access mode is dynamic
           record key is DCK-KEY
           lock mode is automatic
           file status is WS-DCK-STATUS.
       select PPAY-ISSUE-FILE
           assign to 'ppay_issues.dat'
           organization is indexed
           access mode is dynamic
           record key is ISS-KEY
           lock mode is automatic
           file status is WS-ISS-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
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
       select FEE-SCHEDULE-FILE
           assign to 'fee_schedule.dat'
           organization is line sequential
           file status is WS-FEE-FILE-STATUS.
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
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd NSF-DECISION-FILE.
       01 NSF-DECISION-RECORD.
          05 NSF-ID                 pic 9(6).
          05 NSF-CUST-ID            pic 9(6).
          05 NSF-ITEM-REF           pic x(15).
          05 NSF-ACCOUNT            pic 9(10).
          05 NSF-CHECK-NUMBER       pic 9(8).
          05 NSF-AMOUNT             pic 9(8)v99.
          05 NSF-PRESENTED-DATE     pic 9(8).
          05 NSF-REASON             pic x(1).
          05 NSF-AVAILABLE          pic s9(8)v99.
          05 NSF-STATUS             pic x(1).
             88 NSF-PENDING         value 'P'.
             88 NSF-PAID            value 'D'.
             88 NSF-RETURNED        value 'R'.
          05 NSF-DECIDED-BY         pic 9(4).
          05 NSF-DECIDED-DATE       pic 9(8).

       fd RETURN-FILE.
       01 RETURN-RECORD.
          05 RET-ITEM-REF           pic x(15).
          05 RET-ACCOUNT            pic 9(10).
          05 RET-CHECK-NUMBER       pic 9(8).
          05 RET-AMOUNT             pic 9(8)v99.
          05 RET-PRESENTED-DATE     pic 9(8).
          05 RET-REASON             pic x(1).
          05 RET-RETURN-DATE        pic 9(8).

       fd DRAWN-CHECK-FILE.
       01 DRAWN-CHECK-RECORD.
          05 DCK-KEY.
             10 DCK-CUST-ID         pic 9(6).
             10 DCK-CHECK-NUMBER    pic 9(8).
          05 DCK-AMOUNT             pic 9(8)v99.
          05 DCK-ITEM-REF           pic x(15).
          05 DCK-PAID-DATE          pic 9(8).
          05 DCK-TRANS-ID           pic 9(6).

       fd PPAY-ISSUE-FILE.
       01 PPAY-ISSUE-RECORD.
          05 ISS-KEY.
             10 ISS-CUST-ID         pic 9(6).
             10 ISS-CHECK-NUMBER    pic 9(8).
          05 ISS-AMOUNT             pic 9(8)v99.
          05 ISS-ISSUE-DATE         pic 9(8).
          05 ISS-PAYEE              pic x(30).
          05 ISS-STATUS             pic x(1).
             88 ISS-ISSUED          value 'I'.
             88 ISS-VOIDED          value 'V'.
             88 ISS-PAID            value 'P'.
          05 ISS-LOADED-DATE        pic 9(8).
          05 ISS-PAID-DATE          pic 9(8).

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

       fd FEE-SCHEDULE-FILE.
       01 FEE-SCHEDULE-RECORD.
          05 FEE-MONTHLY-AMOUNT     pic 9(4)v99.
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-NSF-STATUS             pic xx.
       01 WS-RETURN-STATUS          pic xx.
       01 WS-DCK-STATUS             pic xx.
       01 WS-ISS-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-EJ-STATUS              pic xx.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-BUSDATE-STATUS         pic xx.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.

       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-OPERATOR-BRANCH        pic 9(3) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS         pic xx.
       01 WS-SIGNON-FAIL-STATUS     pic xx.
       01 WS-LOCKOUT-LIMIT          pic 9(2) value 5.
       01 WS-SF-REASON              pic x(30).

       01 WS-WORK-NSF-ID            pic 9(6).
       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.
       01 WS-PENDING-COUNT          pic 9(5) value zero.
       01 WS-RETURNED-COUNT         pic 9(5) value zero.
       01 WS-FMT-AMOUNT             pic z(7)9.99.
       01 WS-FMT-AVAILABLE          pic -(7)9.99.

      *    Defaults match the teller screen's built-in overdraft fee
      *    and returned-items.cbl's return fee; the posted schedule
      *    overrides both.
       01 WS-OD-FEE-AMOUNT          pic 9(4)v99 value 25.00.
       01 WS-OD-FEE-FLAG            pic x value 'N'.
       01 WS-RETURN-FEE             pic 9(4)v99 value 15.00.
       01 WS-FEE-TRANS-TYPE         pic x(11).
       01 WS-FEE-TRANS-AMOUNT       pic 9(4)v99.
       01 WS-NOTICE-TYPE            pic x(10).

       procedure division.
       MAIN-LOGIC.
           display "NSF Pay/Return Decisions".
           perform SUPERVISOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform READ-FEE-SCHEDULE.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "1. List Pending Items"
               display "2. Pay an Item"
               display "3. Return an Item"
               display "4. Return All Undecided Items"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform LIST-PENDING-ITEMS
                   when '2' perform PAY-NSF-ITEM
                       thru PAY-NSF-ITEM-DONE
                   when '3' perform RETURN-NSF-ITEM
                       thru RETURN-NSF-ITEM-DONE
                   when '4' perform RETURN-ALL-PENDING
                       thru RETURN-ALL-PENDING-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       LIST-PENDING-ITEMS.
           move 0 to WS-PENDING-COUNT.
           open input NSF-DECISION-FILE.
           if WS-NSF-STATUS not = '00'
               display "No items awaiting a decision."
           else
               display "ID     Cust-ID Check#   Amount      "
                   "Available   Rsn Presented"
               move 'N' to WS-EOF-FLAG
               read NSF-DECISION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if NSF-PENDING
                       move NSF-AMOUNT to WS-FMT-AMOUNT
                       move NSF-AVAILABLE to WS-FMT-AVAILABLE
                       display NSF-ID " " NSF-CUST-ID "  "
                           NSF-CHECK-NUMBER " " WS-FMT-AMOUNT " "
                           WS-FMT-AVAILABLE " " NSF-REASON "   "
                           NSF-PRESENTED-DATE
                       add 1 to WS-PENDING-COUNT
                   end-if
                   read NSF-DECISION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close NSF-DECISION-FILE
               display WS-PENDING-COUNT " item(s) pending."
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Pays an item into overdraft on the supervisor's say-so. A
      *    customer closed or frozen since presentment cannot be paid
      *    and must be returned instead.
       PAY-NSF-ITEM.
           display "Enter item ID to pay: ".
           accept WS-WORK-NSF-ID.
           open i-o NSF-DECISION-FILE.
           if WS-NSF-STATUS not = '00'
               display "No items awaiting a decision."
               go to PAY-NSF-ITEM-DONE
           end-if.
           move WS-WORK-NSF-ID to NSF-ID.
           read NSF-DECISION-FILE
               invalid key
                   display "Item not found."
                   close NSF-DECISION-FILE
                   go to PAY-NSF-ITEM-DONE
           end-read.
           if not NSF-PENDING
               display "That item has already been decided."
               close NSF-DECISION-FILE
               go to PAY-NSF-ITEM-DONE
           end-if.

           open i-o CUSTOMER-FILE.
           move NSF-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found. Return the item."
                   close CUSTOMER-FILE
                   close NSF-DECISION-FILE
                   go to PAY-NSF-ITEM-DONE
           end-read.
           if not CUST-ACTIVE
               display "Account is no longer active. Return the item."
               close CUSTOMER-FILE
               close NSF-DECISION-FILE
               go to PAY-NSF-ITEM-DONE
           end-if.
           move NSF-AMOUNT to WS-FMT-AMOUNT.
           display "Pay check " NSF-CHECK-NUMBER " for "
               WS-FMT-AMOUNT " against " CUST-NAME "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Nothing paid."
               close CUSTOMER-FILE
               close NSF-DECISION-FILE
               go to PAY-NSF-ITEM-DONE
           end-if.

           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract NSF-AMOUNT from CUST-BALANCE.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           move 'N' to WS-OD-FEE-FLAG.
           if CUST-BALANCE < 0
               move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
               subtract WS-OD-FEE-AMOUNT from CUST-BALANCE
               rewrite CUSTOMER-RECORD
               perform WRITE-AUDIT-LOG
               move 'Y' to WS-OD-FEE-FLAG
           end-if.
           close CUSTOMER-FILE.

           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           move 'CHK-PAID' to WS-FEE-TRANS-TYPE.
           perform WRITE-DECISION-TRANSACTION.
           perform WRITE-DRAWN-CHECK.
           perform MARK-ISSUE-PAID.
           if WS-OD-FEE-FLAG = 'Y'
               add 1 to WS-TRANS-ID
               move 'FEE-OD' to WS-FEE-TRANS-TYPE
               move WS-OD-FEE-AMOUNT to WS-FEE-TRANS-AMOUNT
               perform WRITE-DECISION-TRANSACTION
               move 'OVERDRAFT' to WS-NOTICE-TYPE
               perform QUEUE-DECISION-NOTICE
           end-if.

           set NSF-PAID to true.
           move WS-OPERATOR-ID to NSF-DECIDED-BY.
           move WS-BUSINESS-DATE to NSF-DECIDED-DATE.
           rewrite NSF-DECISION-RECORD.
           close NSF-DECISION-FILE.
           perform WRITE-OD-APPROVAL-JOURNAL.
           display "Check paid.".
       PAY-NSF-ITEM-DONE.
           continue.

       RETURN-NSF-ITEM.
           display "Enter item ID to return: ".
           accept WS-WORK-NSF-ID.
           open i-o NSF-DECISION-FILE.
           if WS-NSF-STATUS not = '00'
               display "No items awaiting a decision."
               go to RETURN-NSF-ITEM-DONE
           end-if.
           move WS-WORK-NSF-ID to NSF-ID.
           read NSF-DECISION-FILE
               invalid key
                   display "Item not found."
                   close NSF-DECISION-FILE
                   go to RETURN-NSF-ITEM-DONE
           end-read.
           if not NSF-PENDING
               display "That item has already been decided."
               close NSF-DECISION-FILE
               go to RETURN-NSF-ITEM-DONE
           end-if.
           open extend RETURN-FILE.
           if WS-RETURN-STATUS not = '00'
               open output RETURN-FILE
           end-if.
           perform FIND-LAST-TRANS-ID.
           perform RETURN-ONE-ITEM.
           close RETURN-FILE.
           close NSF-DECISION-FILE.
           display "Check returned.".
       RETURN-NSF-ITEM-DONE.
           continue.

      *    The cutoff pass: every item nobody chose to pay goes back
      *    to the clearing partner before the return deadline.
       RETURN-ALL-PENDING.
           display "Return every undecided item? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               go to RETURN-ALL-PENDING-DONE
           end-if.
           open i-o NSF-DECISION-FILE.
           if WS-NSF-STATUS not = '00'
               display "No items awaiting a decision."
               go to RETURN-ALL-PENDING-DONE
           end-if.
           open extend RETURN-FILE.
           if WS-RETURN-STATUS not = '00'
               open output RETURN-FILE
           end-if.
           perform FIND-LAST-TRANS-ID.
           move 0 to WS-RETURNED-COUNT.
           move 'N' to WS-EOF-FLAG.
           read NSF-DECISION-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if NSF-PENDING
                   perform RETURN-ONE-ITEM
                   add 1 to WS-RETURNED-COUNT
               end-if
               read NSF-DECISION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close RETURN-FILE.
           close NSF-DECISION-FILE.
           move 'N' to WS-EOF-FLAG.
           display WS-RETURNED-COUNT " item(s) returned.".
       RETURN-ALL-PENDING-DONE.
           continue.

      *    Expects NSF-DECISION-FILE open i-o with the item current
      *    and RETURN-FILE open. The returned-item fee lands only on
      *    a customer still on file and not closed.
       RETURN-ONE-ITEM.
           move NSF-ITEM-REF to RET-ITEM-REF.
           move NSF-ACCOUNT to RET-ACCOUNT.
           move NSF-CHECK-NUMBER to RET-CHECK-NUMBER.
           move NSF-AMOUNT to RET-AMOUNT.
           move NSF-PRESENTED-DATE to RET-PRESENTED-DATE.
           move NSF-REASON to RET-REASON.
           move WS-BUSINESS-DATE to RET-RETURN-DATE.
           write RETURN-RECORD.

           open i-o CUSTOMER-FILE.
           move NSF-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   move 'C' to CUST-STATUS
           end-read.
           if not CUST-CLOSED and WS-RETURN-FEE > 0
               move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
               subtract WS-RETURN-FEE from CUST-BALANCE
               rewrite CUSTOMER-RECORD
               perform WRITE-AUDIT-LOG
               add 1 to WS-TRANS-ID
               move 'FEE-RET' to WS-FEE-TRANS-TYPE
               move WS-RETURN-FEE to WS-FEE-TRANS-AMOUNT
               perform WRITE-DECISION-TRANSACTION
               move 'NSF-RETURN' to WS-NOTICE-TYPE
               perform QUEUE-DECISION-NOTICE
           end-if.
           close CUSTOMER-FILE.

           set NSF-RETURNED to true.
           move WS-OPERATOR-ID to NSF-DECIDED-BY.
           move WS-BUSINESS-DATE to NSF-DECIDED-DATE.
           rewrite NSF-DECISION-RECORD.

      *    Writes the transaction named in WS-FEE-TRANS-TYPE for the
      *    current item: the check itself for 'CHK-PAID', the fee in
      *    WS-FEE-TRANS-AMOUNT otherwise.
       WRITE-DECISION-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move NSF-CUST-ID to TRANS-CUST-ID.
           if WS-FEE-TRANS-TYPE = 'CHK-PAID'
               move NSF-AMOUNT to TRANS-AMOUNT
           else
               move WS-FEE-TRANS-AMOUNT to TRANS-AMOUNT
           end-if.
           move WS-FEE-TRANS-TYPE to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move WS-OPERATOR-BRANCH to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

       WRITE-DRAWN-CHECK.
           open i-o DRAWN-CHECK-FILE.
           if WS-DCK-STATUS not = '00'
               open output DRAWN-CHECK-FILE
               close DRAWN-CHECK-FILE
               open i-o DRAWN-CHECK-FILE
           end-if.
           move NSF-CUST-ID to DCK-CUST-ID.
           move NSF-CHECK-NUMBER to DCK-CHECK-NUMBER.
           move NSF-AMOUNT to DCK-AMOUNT.
           move NSF-ITEM-REF to DCK-ITEM-REF.
           move WS-BUSINESS-DATE to DCK-PAID-DATE.
           move WS-TRANS-ID to DCK-TRANS-ID.
           write DRAWN-CHECK-RECORD.
           close DRAWN-CHECK-FILE.

      *    Closes the positive-pay issue for the check, when the
      *    drawer keeps an issue list with us.
       MARK-ISSUE-PAID.
           open i-o PPAY-ISSUE-FILE.
           if WS-ISS-STATUS = '00'
               move NSF-CUST-ID to ISS-CUST-ID
               move NSF-CHECK-NUMBER to ISS-CHECK-NUMBER
               read PPAY-ISSUE-FILE
                   invalid key
                       continue
                   not invalid key
                       set ISS-PAID to true
                       move WS-BUSINESS-DATE to ISS-PAID-DATE
                       rewrite PPAY-ISSUE-RECORD
               end-read
               close PPAY-ISSUE-FILE
           end-if.

       QUEUE-DECISION-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move NSF-CUST-ID to NOTICE-CUST-ID.
           move WS-NOTICE-TYPE to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move NSF-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

      *    Loads the overdraft and returned-item fees from the
      *    schedule fee-schedule-maint.cbl keeps; the parameter master
      *    wins over the legacy file.
       READ-FEE-SCHEDULE.
           open input FEE-SCHEDULE-FILE.
           if WS-FEE-FILE-STATUS = '00'
               read FEE-SCHEDULE-FILE
                   at end
                       continue
                   not at end
                       move FEE-OD-OCCURRENCE to WS-OD-FEE-AMOUNT
                       move FEE-RETURNED-ITEM to WS-RETURN-FEE
               end-read
               close FEE-SCHEDULE-FILE
           end-if.
           move 'FEE-OD-OCCURRENCE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-OD-FEE-AMOUNT
           end-if.
           move 'FEE-RETURNED-ITEM' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-RETURN-FEE
           end-if.

      *    Scans the current transaction file for the highest TRANS-ID
      *    already in use, the same way ADD-NEW-TRANSACTION does.
       FIND-LAST-TRANS-ID.
           move 0 to WS-TRANS-ID.
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

      *    Appends one before/after balance snapshot for CUST-ID to
      *    AUDIT-LOG-FILE, stamped with the deciding supervisor.
       WRITE-AUDIT-LOG.
           open extend AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               open output AUDIT-LOG-FILE
           end-if.
           move CUST-ID to AUDIT-CUST-ID.
           move WS-AUDIT-OLD-BALANCE to AUDIT-OLD-BALANCE.
           move CUST-BALANCE to AUDIT-NEW-BALANCE.
           move function current-date(1:8) to AUDIT-DATE.
           move function current-date(9:6) to AUDIT-TIME.
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID.
           move WS-OPERATOR-BRANCH to AUDIT-BRANCH
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

      *    Keyed read against the parameter master.
      *    One teller-journal line for the overdraft decision, in
      *    the layout the teller screen writes.
       WRITE-OD-APPROVAL-JOURNAL.
           open extend EJOURNAL-FILE.
           if WS-EJ-STATUS not = '00'
               open output EJOURNAL-FILE
           end-if.
           if WS-EJ-STATUS = '00'
               move function current-date(1:8) to EJ-DATE
               move function current-date(9:6) to EJ-TIME
               move WS-OPERATOR-ID to EJ-OPER-ID
               move 'OD-APPROVE' to EJ-ACTION
               move NSF-CUST-ID to EJ-CUST-ID
               move spaces to EJ-DETAIL
               string "check " delimited by size
                      NSF-CHECK-NUMBER delimited by size
                      " item " delimited by size
                      NSF-ID delimited by size
                      into EJ-DETAIL
               end-string
               write EJOURNAL-RECORD
               close EJOURNAL-FILE
           end-if.

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

      *    Supervisor (level 2) sign-on against the same operator
      *    master the teller screen uses; a missing operator file is
      *    a hard stop, as in approval-queue.cbl.
       SUPERVISOR-SIGN-ON.
           perform READ-LOCKOUT-LIMIT.
           open i-o OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS not = '00'
               display "No operator file on record. Set up "
                   "operators first."
               stop run
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
           if not OPER-SUPERVISOR
               display "Supervisor sign-on required."
               add 1 to WS-SIGNON-TRIES
               move 'not a supervisor' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move OPER-BRANCH to WS-OPERATOR-BRANCH.
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

      *    Reads the open business date, the same rule the teller
      *    screen applies: a closed day refuses posting.
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
