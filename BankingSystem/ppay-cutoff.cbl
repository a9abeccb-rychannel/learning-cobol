       identification division.
       program-id. ppay-cutoff.

      *    Positive-pay daily cutoff. Every exception still open on
      *    ppay_exceptions.dat is settled: one the customer left
      *    undecided takes the default decision on their enrollment
      *    (return when they are no longer enrolled), a return goes
      *    to inclearing_returns.dat with reason 'P', and a pay is
      *    posted as a 'CHK-PAID' debit under the same status, hold
      *    and overdraft-limit rules check-inclearing.cbl applies --
      *    an item short of funds moves on to the NSF decision list,
      *    one on a closed or frozen account is returned for that
      *    reason instead. Each decision and its outcome is listed on
      *    ppay_decision_report.txt; account-analysis.cbl prices the
      *    month's decisions from the exception file itself. Run
      *    after the customers' decision window closes and before the
      *    return deadline.

       environment division.
       input-output section.
       file-control.
       select RETURN-FILE
           assign to 'inclearing_returns.dat'
           organization is line sequential
           file status is WS-RETURN-STATUS.
       select NSF-DECISION-FILE
           assign to 'nsf_decisions.dat'
           organization is indexed
           access mode is dynamic
           record key is NSF-ID
           lock mode is automatic
           file status is WS-NSF-STATUS.
      *    Every check paid against a customer, keyed by drawer and
      *    check number.
       select DRAWN-CHECK-FILE
           assign to 'drawn_checks.dat'
           organization is indexed
           access mode is dynamic
           record key is DCK-KEY
           lock mode is automatic
           file status is WS-DCK-STATUS.
       select PPAY-ENROLL-FILE
           assign to 'ppay_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is PPE-CUST-ID
           lock mode is automatic
           file status is WS-PPE-STATUS.
       select PPAY-ISSUE-FILE
           assign to 'ppay_issues.dat'
           organization is indexed
           access mode is dynamic
           record key is ISS-KEY
           lock mode is automatic
           file status is WS-ISS-STATUS.
       select PPAY-EXCEPTION-FILE
           assign to 'ppay_exceptions.dat'
           organization is indexed
           access mode is dynamic
           record key is PPX-ID
           lock mode is automatic
           file status is WS-PPX-STATUS.
       select DECISION-REPORT-FILE
           assign to 'ppay_decision_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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
       select DEPOSIT-HOLD-FILE
           assign to 'deposit_holds.dat'
           organization is indexed
           access mode is dynamic
           record key is HOLD-ID
           lock mode is automatic
           file status is WS-HOLD-FILE-STATUS.
       select LEGAL-HOLD-FILE
           assign to 'legal_holds.dat'
           organization is indexed
           access mode is dynamic
           record key is LGL-ID
           lock mode is automatic
           file status is WS-LGL-FILE-STATUS.
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
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd RETURN-FILE.
       01 RETURN-RECORD.
          05 RET-ITEM-REF           pic x(15).
          05 RET-ACCOUNT            pic 9(10).
          05 RET-CHECK-NUMBER       pic 9(8).
          05 RET-AMOUNT             pic 9(8)v99.
          05 RET-PRESENTED-DATE     pic 9(8).
          05 RET-REASON             pic x(1).
          05 RET-RETURN-DATE        pic 9(8).

      *    One unpaid item awaiting a pay/return decision. The
      *    available balance at presentment is kept so the supervisor
      *    sees what the batch saw.
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

       fd DRAWN-CHECK-FILE.
       01 DRAWN-CHECK-RECORD.
          05 DCK-KEY.
             10 DCK-CUST-ID         pic 9(6).
             10 DCK-CHECK-NUMBER    pic 9(8).
          05 DCK-AMOUNT             pic 9(8)v99.
          05 DCK-ITEM-REF           pic x(15).
          05 DCK-PAID-DATE          pic 9(8).
          05 DCK-TRANS-ID           pic 9(6).

       fd PPAY-ENROLL-FILE.
       01 PPAY-ENROLL-RECORD.
          05 PPE-CUST-ID            pic 9(6).
          05 PPE-DEFAULT-DECISION   pic x(1).
             88 PPE-DEFAULT-PAY     value 'P'.
             88 PPE-DEFAULT-RETURN  value 'R'.
          05 PPE-ENROLLED-DATE      pic 9(8).
          05 PPE-OPER-ID            pic 9(4).

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

      *    One presented check that did not match the customer's
      *    issue list. PPX-DECISION is the customer's instruction
      *    (space until given); PPX-STATUS records what the cutoff
      *    run did with it.
       fd PPAY-EXCEPTION-FILE.
       01 PPAY-EXCEPTION-RECORD.
          05 PPX-ID                 pic 9(6).
          05 PPX-CUST-ID            pic 9(6).
          05 PPX-ITEM-REF           pic x(15).
          05 PPX-ACCOUNT            pic 9(10).
          05 PPX-CHECK-NUMBER       pic 9(8).
          05 PPX-AMOUNT             pic 9(8)v99.
          05 PPX-PRESENTED-DATE     pic 9(8).
          05 PPX-ISSUED-AMOUNT      pic 9(8)v99.
          05 PPX-EXCEPTION          pic x(1).
             88 PPX-NO-ISSUE        value 'N'.
             88 PPX-AMOUNT-MISMATCH value 'A'.
             88 PPX-ISSUE-VOIDED    value 'V'.
             88 PPX-ISSUE-PAID      value 'D'.
          05 PPX-DECISION           pic x(1).
             88 PPX-DECIDE-PAY      value 'P'.
             88 PPX-DECIDE-RETURN   value 'R'.
             88 PPX-UNDECIDED       value space.
          05 PPX-DEFAULTED          pic x(1).
          05 PPX-DECIDED-BY         pic 9(4).
          05 PPX-DECIDED-DATE       pic 9(8).
          05 PPX-STATUS             pic x(1).
             88 PPX-OPEN            value 'O'.
             88 PPX-PAID            value 'P'.
             88 PPX-RETURNED        value 'R'.
             88 PPX-TO-NSF          value 'N'.
          05 PPX-CLOSED-DATE        pic 9(8).

       fd DECISION-REPORT-FILE.
       01 REPORT-LINE               pic x(80).

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

       fd DEPOSIT-HOLD-FILE.
       01 DEPOSIT-HOLD-RECORD.
          05 HOLD-ID                pic 9(6).
          05 HOLD-CUST-ID           pic 9(6).
          05 HOLD-AMOUNT            pic 9(8)v99.
          05 HOLD-TRANS-ID          pic 9(6).
          05 HOLD-PLACED-DATE       pic 9(8).
          05 HOLD-RELEASE-DATE      pic 9(8).
          05 HOLD-STATUS            pic x(1).
             88 HOLD-IN-FORCE       value 'H'.
             88 HOLD-RELEASED       value 'R'.
          05 HOLD-ACCT-TYPE         pic x(1).

       fd LEGAL-HOLD-FILE.
       01 LEGAL-HOLD-RECORD.
          05 LGL-ID                 pic 9(6).
          05 LGL-CUST-ID            pic 9(6).
          05 LGL-AMOUNT             pic 9(8)v99.
          05 LGL-REASON             pic x(10).
          05 LGL-AUTHORITY          pic x(30).
          05 LGL-PLACED-DATE        pic 9(8).
          05 LGL-EXPIRY-DATE        pic 9(8).
          05 LGL-RELEASED-DATE      pic 9(8).
          05 LGL-STATUS             pic x(1).
             88 LGL-ACTIVE          value 'A'.
             88 LGL-RELEASED        value 'R'.

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-RETURN-STATUS          pic xx.
       01 WS-NSF-STATUS             pic xx.
       01 WS-DCK-STATUS             pic xx.
       01 WS-PPE-STATUS             pic xx.
       01 WS-ISS-STATUS             pic xx.
       01 WS-PPX-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-HOLD-FILE-STATUS       pic xx.
       01 WS-LGL-FILE-STATUS        pic xx.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-HOLD-EOF-FLAG          pic x value 'N'.
          88 HOLD-EOF-REACHED       value 'Y'.
       01 WS-LGL-EOF-FLAG           pic x value 'N'.
          88 LGL-EOF-REACHED        value 'Y'.
       01 WS-LGL-TODAY              pic 9(8).

       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.

       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-NSF-ID                 pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.
       01 WS-RETURN-REASON          pic x(1) value space.
       01 WS-OUTCOME                pic x(24).

       01 WS-HOLD-SCAN-CUST-ID      pic 9(6).
       01 WS-ACTIVE-HOLD-TOTAL      pic s9(8)v99.
       01 WS-AVAILABLE-BALANCE      pic s9(8)v99.

      *    Default matches the teller screen's built-in overdraft
      *    fee; the posted schedule overrides it.
       01 WS-OD-FEE-AMOUNT          pic 9(4)v99 value 25.00.
       01 WS-OD-FEE-FLAG            pic x value 'N'.

       01 WS-PAID-COUNT             pic 9(5) value zero.
       01 WS-RETURNED-COUNT         pic 9(5) value zero.
       01 WS-NSF-COUNT              pic 9(5) value zero.
       01 WS-NSF-TOTAL              pic 9(10)v99 value zero.
       01 WS-DEFAULTED-COUNT        pic 9(5) value zero.
       01 WS-FMT-AMOUNT             pic z(7)9.99.
       01 WS-FMT-COUNT              pic zzzz9.

       procedure division.
       MAIN-LOGIC.
           display "Positive Pay Cutoff Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           open i-o PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS not = '00'
               display "No positive-pay exceptions on file."
               stop run
           end-if.
           open extend RETURN-FILE.
           if WS-RETURN-STATUS not = '00'
               open output RETURN-FILE
           end-if.
           open output DECISION-REPORT-FILE.
           move spaces to REPORT-LINE.
           string "POSITIVE PAY DECISIONS -- CUTOFF " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move "Cust   Check#        Amount Exc Dec Src  Outcome"
               to REPORT-LINE.
           write REPORT-LINE.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           perform FIND-LAST-TRANS-ID.
           perform FIND-LAST-NSF-ID.

           read PPAY-EXCEPTION-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if PPX-OPEN
                   perform SETTLE-ONE-EXCEPTION
                       thru SETTLE-ONE-EXCEPTION-DONE
               end-if
               read PPAY-EXCEPTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PPAY-EXCEPTION-FILE.
           close RETURN-FILE.

           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           move WS-PAID-COUNT to WS-FMT-COUNT.
           move spaces to REPORT-LINE.
           string "Paid:       " delimited by size
                  WS-FMT-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-RETURNED-COUNT to WS-FMT-COUNT.
           move spaces to REPORT-LINE.
           string "Returned:   " delimited by size
                  WS-FMT-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-NSF-COUNT to WS-FMT-COUNT.
           move spaces to REPORT-LINE.
           string "To NSF list:" delimited by size
                  WS-FMT-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-DEFAULTED-COUNT to WS-FMT-COUNT.
           move spaces to REPORT-LINE.
           string "Defaulted:  " delimited by size
                  WS-FMT-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           close DECISION-REPORT-FILE.

           display WS-PAID-COUNT " paid, " WS-RETURNED-COUNT
               " returned, " WS-NSF-COUNT " to the NSF list ("
               WS-DEFAULTED-COUNT " on the default decision).".
           display "Report written to ppay_decision_report.txt.".
           stop run.

      *    Expects PPAY-EXCEPTION-FILE open i-o with the open item
      *    current; closes it out with its outcome.
       SETTLE-ONE-EXCEPTION.
           move space to WS-RETURN-REASON.
           if PPX-UNDECIDED
               move 'R' to PPX-DECISION
               open input PPAY-ENROLL-FILE
               if WS-PPE-STATUS = '00'
                   move PPX-CUST-ID to PPE-CUST-ID
                   read PPAY-ENROLL-FILE
                       invalid key
                           continue
                       not invalid key
                           move PPE-DEFAULT-DECISION to PPX-DECISION
                   end-read
                   close PPAY-ENROLL-FILE
               end-if
               move 'Y' to PPX-DEFAULTED
               move 0 to PPX-DECIDED-BY
               move WS-BUSINESS-DATE to PPX-DECIDED-DATE
               add 1 to WS-DEFAULTED-COUNT
           end-if.

           if PPX-DECIDE-RETURN
               move 'P' to WS-RETURN-REASON
               move 'returned on decision' to WS-OUTCOME
               go to SETTLE-ONE-EXCEPTION-RETURN
           end-if.

           open i-o CUSTOMER-FILE.
           move PPX-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   close CUSTOMER-FILE
                   move 'E' to WS-RETURN-REASON
                   move 'returned - no account' to WS-OUTCOME
                   go to SETTLE-ONE-EXCEPTION-RETURN
           end-read.
           if CUST-CLOSED
               close CUSTOMER-FILE
               move 'D' to WS-RETURN-REASON
               move 'returned - closed' to WS-OUTCOME
               go to SETTLE-ONE-EXCEPTION-RETURN
           end-if.
           if not CUST-ACTIVE
               close CUSTOMER-FILE
               move 'F' to WS-RETURN-REASON
               move 'returned - frozen' to WS-OUTCOME
               go to SETTLE-ONE-EXCEPTION-RETURN
           end-if.

           move PPX-CUST-ID to WS-HOLD-SCAN-CUST-ID.
           perform SUM-ACTIVE-HOLDS.
           perform SUM-ACTIVE-LEGAL-HOLDS.
           compute WS-AVAILABLE-BALANCE =
               CUST-BALANCE - WS-ACTIVE-HOLD-TOTAL.
           if PPX-AMOUNT - WS-AVAILABLE-BALANCE > CUST-OD-LIMIT
               if PPX-AMOUNT - CUST-BALANCE > CUST-OD-LIMIT
                   move 'A' to WS-RETURN-REASON
               else
                   move 'B' to WS-RETURN-REASON
               end-if
               close CUSTOMER-FILE
               perform WRITE-NSF-DECISION
               set PPX-TO-NSF to true
               move 'to NSF decision list' to WS-OUTCOME
               go to SETTLE-ONE-EXCEPTION-CLOSE
           end-if.

           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract PPX-AMOUNT from CUST-BALANCE.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           move 'N' to WS-OD-FEE-FLAG.
           if CUST-BALANCE < 0
               perform CHARGE-OVERDRAFT-FEE
           end-if.
           close CUSTOMER-FILE.
           add 1 to WS-TRANS-ID.
           perform WRITE-PAID-TRANSACTION.
           perform WRITE-DRAWN-CHECK.
           perform MARK-ISSUE-PAID.
           if WS-OD-FEE-FLAG = 'Y'
               add 1 to WS-TRANS-ID
               perform WRITE-OD-FEE-TRANSACTION
           end-if.
           set PPX-PAID to true.
           move 'paid' to WS-OUTCOME.
           add 1 to WS-PAID-COUNT.
           go to SETTLE-ONE-EXCEPTION-CLOSE.

       SETTLE-ONE-EXCEPTION-RETURN.
           perform WRITE-RETURN-ITEM.
           set PPX-RETURNED to true.

       SETTLE-ONE-EXCEPTION-CLOSE.
           move WS-BUSINESS-DATE to PPX-CLOSED-DATE.
           rewrite PPAY-EXCEPTION-RECORD.
           perform WRITE-DECISION-LINE.
       SETTLE-ONE-EXCEPTION-DONE.
           continue.

       WRITE-DECISION-LINE.
           move PPX-AMOUNT to WS-FMT-AMOUNT.
           move spaces to REPORT-LINE.
           string PPX-CUST-ID delimited by size
                  " " delimited by size
                  PPX-CHECK-NUMBER delimited by size
                  " " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  " delimited by size
                  PPX-EXCEPTION delimited by size
                  "   " delimited by size
                  PPX-DECISION delimited by size
                  "   " delimited by size
                  into REPORT-LINE
           end-string.
           if PPX-DEFAULTED = 'Y'
               move 'D' to REPORT-LINE(38:1)
           else
               move 'C' to REPORT-LINE(38:1)
           end-if.
           move WS-OUTCOME to REPORT-LINE(42:24).
           write REPORT-LINE.

       WRITE-RETURN-ITEM.
           move PPX-ITEM-REF to RET-ITEM-REF.
           move PPX-ACCOUNT to RET-ACCOUNT.
           move PPX-CHECK-NUMBER to RET-CHECK-NUMBER.
           move PPX-AMOUNT to RET-AMOUNT.
           move PPX-PRESENTED-DATE to RET-PRESENTED-DATE.
           move WS-RETURN-REASON to RET-REASON.
           move WS-BUSINESS-DATE to RET-RETURN-DATE.
           write RETURN-RECORD.
           add 1 to WS-RETURNED-COUNT.

      *    The customer told us to pay: whatever issue was on file
      *    for the number is closed as paid.
       MARK-ISSUE-PAID.
           open i-o PPAY-ISSUE-FILE.
           if WS-ISS-STATUS = '00'
               move PPX-CUST-ID to ISS-CUST-ID
               move PPX-CHECK-NUMBER to ISS-CHECK-NUMBER
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

      *    Parks an item short of funds for a pay/return decision.
       WRITE-NSF-DECISION.
           open i-o NSF-DECISION-FILE.
           if WS-NSF-STATUS not = '00'
               open output NSF-DECISION-FILE
               close NSF-DECISION-FILE
               open i-o NSF-DECISION-FILE
           end-if.
           add 1 to WS-NSF-ID.
           move WS-NSF-ID to NSF-ID.
           move PPX-CUST-ID to NSF-CUST-ID.
           move PPX-ITEM-REF to NSF-ITEM-REF.
           move PPX-ACCOUNT to NSF-ACCOUNT.
           move PPX-CHECK-NUMBER to NSF-CHECK-NUMBER.
           move PPX-AMOUNT to NSF-AMOUNT.
           move PPX-PRESENTED-DATE to NSF-PRESENTED-DATE.
           move WS-RETURN-REASON to NSF-REASON.
           move WS-AVAILABLE-BALANCE to NSF-AVAILABLE.
           set NSF-PENDING to true.
           move 0 to NSF-DECIDED-BY.
           move 0 to NSF-DECIDED-DATE.
           write NSF-DECISION-RECORD.
           close NSF-DECISION-FILE.
           add 1 to WS-NSF-COUNT.
           add PPX-AMOUNT to WS-NSF-TOTAL.

       WRITE-PAID-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move PPX-CUST-ID to TRANS-CUST-ID.
           move PPX-AMOUNT to TRANS-AMOUNT.
           move 'CHK-PAID' to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

       WRITE-DRAWN-CHECK.
           open i-o DRAWN-CHECK-FILE.
           if WS-DCK-STATUS not = '00'
               open output DRAWN-CHECK-FILE
               close DRAWN-CHECK-FILE
               open i-o DRAWN-CHECK-FILE
           end-if.
           move PPX-CUST-ID to DCK-CUST-ID.
           move PPX-CHECK-NUMBER to DCK-CHECK-NUMBER.
           move PPX-AMOUNT to DCK-AMOUNT.
           move PPX-ITEM-REF to DCK-ITEM-REF.
           move WS-BUSINESS-DATE to DCK-PAID-DATE.
           move WS-TRANS-ID to DCK-TRANS-ID.
           write DRAWN-CHECK-RECORD.
           close DRAWN-CHECK-FILE.

      *    Expects CUSTOMER-FILE open i-o with the overdrawn record
      *    current. Debits the fee with its audit snapshot and queues
      *    the overdraft letter; the 'FEE-OD' transaction itself is
      *    written after the paid check so the pair reads in
      *    cause-then-consequence order, the way the teller path
      *    books it.
       CHARGE-OVERDRAFT-FEE.
           perform READ-FEE-SCHEDULE.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract WS-OD-FEE-AMOUNT from CUST-BALANCE.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           move 'Y' to WS-OD-FEE-FLAG.
           perform QUEUE-OVERDRAFT-NOTICE.

       WRITE-OD-FEE-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move PPX-CUST-ID to TRANS-CUST-ID.
           move WS-OD-FEE-AMOUNT to TRANS-AMOUNT.
           move 'FEE-OD' to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

       READ-FEE-SCHEDULE.
           open input FEE-SCHEDULE-FILE.
           if WS-FEE-FILE-STATUS = '00'
               read FEE-SCHEDULE-FILE
                   at end
                       continue
                   not at end
                       move FEE-OD-OCCURRENCE to WS-OD-FEE-AMOUNT
               end-read
               close FEE-SCHEDULE-FILE
           end-if.
      *    The parameter master wins over the legacy schedule file.
           move 'FEE-OD-OCCURRENCE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-OD-FEE-AMOUNT
           end-if.

       QUEUE-OVERDRAFT-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move PPX-CUST-ID to NOTICE-CUST-ID.
           move 'OVERDRAFT' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move PPX-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

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

       FIND-LAST-NSF-ID.
           open input NSF-DECISION-FILE.
           if WS-NSF-STATUS = '00'
               move 999999 to NSF-ID
               start NSF-DECISION-FILE key is less than or equal to
                   NSF-ID
                   invalid key
                       continue
                   not invalid key
                       read NSF-DECISION-FILE next record
                           at end
                               continue
                           not at end
                               move NSF-ID to WS-NSF-ID
                       end-read
               end-start
               close NSF-DECISION-FILE
           end-if.

      *    Adds the customer's active legal/partial holds (court
      *    orders, garnishments) into WS-ACTIVE-HOLD-TOTAL on top of
      *    the deposit holds, skipping any hold past its expiry
      *    date. A missing holds file simply means no holds.
       SUM-ACTIVE-LEGAL-HOLDS.
           move function current-date(1:8) to WS-LGL-TODAY.
           move 'N' to WS-LGL-EOF-FLAG.
           open input LEGAL-HOLD-FILE.
           if WS-LGL-FILE-STATUS = '00'
               read LEGAL-HOLD-FILE next record
                   at end
                       move 'Y' to WS-LGL-EOF-FLAG
               end-read
               perform until LGL-EOF-REACHED
                   if LGL-CUST-ID = WS-HOLD-SCAN-CUST-ID
                      and LGL-ACTIVE
                      and (LGL-EXPIRY-DATE = 0
                           or LGL-EXPIRY-DATE >= WS-LGL-TODAY)
                       add LGL-AMOUNT to WS-ACTIVE-HOLD-TOTAL
                   end-if
                   read LEGAL-HOLD-FILE next record
                       at end
                           move 'Y' to WS-LGL-EOF-FLAG
                   end-read
               end-perform
               close LEGAL-HOLD-FILE
           end-if.

      *    Totals the unreleased deposit holds against
      *    WS-HOLD-SCAN-CUST-ID into WS-ACTIVE-HOLD-TOTAL, the same
      *    available-balance rule the teller screen applies. A missing
      *    holds file simply means no holds.
       SUM-ACTIVE-HOLDS.
           move 0 to WS-ACTIVE-HOLD-TOTAL.
           open input DEPOSIT-HOLD-FILE.
           if WS-HOLD-FILE-STATUS = '00'
               move 'N' to WS-HOLD-EOF-FLAG
               read DEPOSIT-HOLD-FILE next record
                   at end
                       move 'Y' to WS-HOLD-EOF-FLAG
               end-read
               perform until HOLD-EOF-REACHED
                   if HOLD-CUST-ID = WS-HOLD-SCAN-CUST-ID
                      and HOLD-IN-FORCE
                      and (HOLD-ACCT-TYPE = 'C'
                           or HOLD-ACCT-TYPE = space)
                       add HOLD-AMOUNT to WS-ACTIVE-HOLD-TOTAL
                   end-if
                   read DEPOSIT-HOLD-FILE next record
                       at end
                           move 'Y' to WS-HOLD-EOF-FLAG
                   end-read
               end-perform
               close DEPOSIT-HOLD-FILE
           end-if.

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
           move function current-date(1:8) to AUDIT-DATE.
           move function current-date(9:6) to AUDIT-TIME.
      *    Operator 0000 marks an entry posted by a batch/back-office
      *    program rather than a signed-on teller.
           move 0 to AUDIT-OPERATOR-ID.
           move 0 to AUDIT-BRANCH
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

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
