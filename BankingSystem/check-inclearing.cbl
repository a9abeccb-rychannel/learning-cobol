       identification division.
       program-id. check-inclearing.

      *    Inclearing batch for checks our own customers have written
      *    -- the paying-side counterpart of returned-items.cbl. Reads
      *    the presentment file the clearing partner drops off
      *    (inclearing_presentments.dat, one check per line), resolves
      *    the drawer by Customer ID the way inbound-settlement.cbl
      *    resolves a checking credit, and pays each item as a
      *    'CHK-PAID' debit under the same rules ADD-NEW-TRANSACTION
      *    applies at the teller: active customer, available balance
      *    net of deposit and legal holds, within the overdraft
      *    limit, overdraft fee and letter when the payment takes the
      *    balance negative. Before anything is paid the item is
      *    checked against the stop-payment orders kept at the teller
      *    (stop_payments.dat) and against the register of checks
      *    already paid (drawn_checks.dat) so a check presented twice
      *    is not paid twice. For business customers enrolled in
      *    positive pay (ppay_accounts.dat, kept in ppay-maint.cbl)
      *    every check must also match an issue the customer sent us
      *    by number and amount; an unknown, voided or mismatched
      *    check is held on the exception queue (ppay_exceptions.dat)
      *    for the customer's pay/return decision, which
      *    ppay-cutoff.cbl carries out. Items that fail on status,
      *    stop or duplicate go straight to the return file
      *    (inclearing_returns.dat) with a return-reason code; items
      *    short of funds are not returned here but parked on the NSF
      *    decision list (nsf_decisions.dat) for a supervisor to pay
      *    or return in nsf-decision.cbl before the return deadline.
      *    Return-reason codes:
      *      A  NSF - not sufficient funds
      *      B  uncollected funds hold
      *      C  stop payment
      *      D  closed account
      *      E  unable to locate account
      *      F  frozen/blocked account
      *      P  positive-pay exception returned on decision
      *      Y  duplicate presentment
      *    The intake file is renamed away once processed, the
      *    card-auth-intake.cbl consumed-input discipline.

       environment division.
       input-output section.
       file-control.
       select PRESENTMENT-FILE
           assign to 'inclearing_presentments.dat'
           organization is line sequential
           file status is WS-PRESENT-STATUS.
      *    Shared with nsf-decision.cbl, which appends the items a
      *    supervisor returns; both programs extend it.
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
       select STOP-PAYMENT-FILE
           assign to 'stop_payments.dat'
           organization is indexed
           access mode is dynamic
           record key is STP-ID
           lock mode is automatic
           file status is WS-STOP-STATUS.
      *    Every check paid against a customer, keyed by drawer and
      *    check number.
       select DRAWN-CHECK-FILE
           assign to 'drawn_checks.dat'
           organization is indexed
           access mode is dynamic
           record key is DCK-KEY
           lock mode is automatic
           file status is WS-DCK-STATUS.
      *    Positive-pay enrollment, the customers' issued-check
      *    lists, and the exceptions awaiting their decision.
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
       fd PRESENTMENT-FILE.
       01 PRESENTMENT-RECORD.
          05 ICP-ITEM-REF           pic x(15).
          05 ICP-ACCOUNT            pic 9(10).
          05 ICP-CHECK-NUMBER       pic 9(8).
          05 ICP-AMOUNT             pic 9(8)v99.
          05 ICP-PRESENTED-DATE     pic 9(8).

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

       fd STOP-PAYMENT-FILE.
       01 STOP-PAYMENT-RECORD.
          05 STP-ID                 pic 9(6).
          05 STP-CUST-ID            pic 9(6).
          05 STP-CHECK-FROM         pic 9(8).
          05 STP-CHECK-TO           pic 9(8).
          05 STP-AMOUNT             pic 9(8)v99.
          05 STP-PLACED-DATE        pic 9(8).
          05 STP-EXPIRY-DATE        pic 9(8).
          05 STP-OPER-ID            pic 9(4).
          05 STP-STATUS             pic x(1).
             88 STP-ACTIVE          value 'A'.
             88 STP-RELEASED        value 'R'.
          05 STP-HIT-COUNT          pic 9(3).
          05 STP-LAST-HIT-DATE      pic 9(8).

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
       01 WS-PRESENT-STATUS         pic xx.
       01 WS-RETURN-STATUS          pic xx.
       01 WS-NSF-STATUS             pic xx.
       01 WS-STOP-STATUS            pic xx.
       01 WS-DCK-STATUS             pic xx.
       01 WS-PPE-STATUS             pic xx.
       01 WS-ISS-STATUS             pic xx.
       01 WS-PPX-STATUS             pic xx.
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
       01 WS-STOP-EOF-FLAG          pic x value 'N'.
          88 STOP-EOF-REACHED       value 'Y'.
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
       01 WS-DRAWER-CUST-ID         pic 9(6).
       01 WS-RETURN-REASON          pic x(1) value space.
       01 WS-STOP-HIT               pic x value 'N'.
          88 STOP-ORDER-HIT         value 'Y'.
       01 WS-PPX-ID                 pic 9(6) value zero.
       01 WS-PPAY-EXCEPTION         pic x(1) value space.
       01 WS-PPAY-ISSUED-AMOUNT     pic 9(8)v99.
       01 WS-PPAY-MATCHED           pic x value 'N'.
          88 PPAY-ISSUE-MATCHED     value 'Y'.

       01 WS-HOLD-SCAN-CUST-ID      pic 9(6).
       01 WS-ACTIVE-HOLD-TOTAL      pic s9(8)v99.
       01 WS-AVAILABLE-BALANCE      pic s9(8)v99.

      *    Default matches the teller screen's built-in overdraft
      *    fee; the posted schedule overrides it.
       01 WS-OD-FEE-AMOUNT          pic 9(4)v99 value 25.00.
       01 WS-OD-FEE-FLAG            pic x value 'N'.

       01 WS-PAID-COUNT             pic 9(5) value zero.
       01 WS-PAID-TOTAL             pic 9(10)v99 value zero.
       01 WS-RETURNED-COUNT         pic 9(5) value zero.
       01 WS-RETURNED-TOTAL         pic 9(10)v99 value zero.
       01 WS-NSF-COUNT              pic 9(5) value zero.
       01 WS-NSF-TOTAL              pic 9(10)v99 value zero.
       01 WS-PPX-COUNT              pic 9(5) value zero.
       01 WS-PPX-TOTAL              pic 9(10)v99 value zero.

       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-PRESENT-LIVE-NAME      pic x(40)
          value 'inclearing_presentments.dat'.
       01 WS-PRESENT-DONE-NAME      pic x(40)
          value 'inclearing_presentments.processed'.

       procedure division.
       MAIN-LOGIC.
           display "Check Inclearing Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           open input PRESENTMENT-FILE.
           if WS-PRESENT-STATUS not = '00'
               display "No inclearing_presentments.dat to process."
               stop run
           end-if.
           open extend RETURN-FILE.
           if WS-RETURN-STATUS not = '00'
               open output RETURN-FILE
           end-if.
           perform FIND-LAST-TRANS-ID.
           perform FIND-LAST-NSF-ID.
           perform FIND-LAST-PPX-ID.

           read PRESENTMENT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform PROCESS-ONE-CHECK thru PROCESS-ONE-CHECK-DONE
               read PRESENTMENT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PRESENTMENT-FILE.
           close RETURN-FILE.

      *    The intake file is renamed away once fully processed so an
      *    accidental rerun cannot pay every check twice.
           call "CBL_RENAME_FILE" using WS-PRESENT-LIVE-NAME
               WS-PRESENT-DONE-NAME
               returning WS-RENAME-RESULT
           end-call.
           if WS-RENAME-RESULT not = 0
               display "WARNING: could not set aside "
                   "inclearing_presentments.dat -- move it by hand "
                   "before the next run."
           end-if.

           display WS-PAID-COUNT " check(s) paid, total "
               WS-PAID-TOTAL ".".
           display WS-RETURNED-COUNT " check(s) returned, total "
               WS-RETURNED-TOTAL ", to inclearing_returns.dat.".
           display WS-NSF-COUNT " check(s) short of funds, total "
               WS-NSF-TOTAL ", awaiting decision in nsf-decision.".
           display WS-PPX-COUNT " positive-pay exception(s), total "
               WS-PPX-TOTAL ", awaiting customer decision.".
           stop run.

      *    Screens one presented check in the order the return
      *    reasons rank -- unknown drawer, stop order, duplicate,
      *    positive-pay match, account status -- then pays it or
      *    parks it for a
      *    pay/return decision when the funds are not there.
       PROCESS-ONE-CHECK.
           if ICP-ACCOUNT = 0 or ICP-ACCOUNT > 999999
               move 0 to WS-DRAWER-CUST-ID
               move 'E' to WS-RETURN-REASON
               perform WRITE-RETURN-ITEM
               go to PROCESS-ONE-CHECK-DONE
           end-if.
           move ICP-ACCOUNT to WS-DRAWER-CUST-ID.

           perform CHECK-STOP-PAYMENT.
           if STOP-ORDER-HIT
               move 'C' to WS-RETURN-REASON
               perform WRITE-RETURN-ITEM
               go to PROCESS-ONE-CHECK-DONE
           end-if.

           open input DRAWN-CHECK-FILE.
           if WS-DCK-STATUS = '00'
               move WS-DRAWER-CUST-ID to DCK-CUST-ID
               move ICP-CHECK-NUMBER to DCK-CHECK-NUMBER
               read DRAWN-CHECK-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-RETURN-REASON
               end-read
               close DRAWN-CHECK-FILE
           end-if.
           if WS-RETURN-REASON = 'Y'
               perform WRITE-RETURN-ITEM
               go to PROCESS-ONE-CHECK-DONE
           end-if.

           perform CHECK-POSITIVE-PAY thru CHECK-POSITIVE-PAY-DONE.
           if WS-PPAY-EXCEPTION not = space
               perform WRITE-PPAY-EXCEPTION
               go to PROCESS-ONE-CHECK-DONE
           end-if.

           open i-o CUSTOMER-FILE.
           move WS-DRAWER-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   close CUSTOMER-FILE
                   move 'E' to WS-RETURN-REASON
                   perform WRITE-RETURN-ITEM
                   go to PROCESS-ONE-CHECK-DONE
           end-read.
           if CUST-CLOSED
               close CUSTOMER-FILE
               move 'D' to WS-RETURN-REASON
               perform WRITE-RETURN-ITEM
               go to PROCESS-ONE-CHECK-DONE
           end-if.
           if not CUST-ACTIVE
               close CUSTOMER-FILE
               move 'F' to WS-RETURN-REASON
               perform WRITE-RETURN-ITEM
               go to PROCESS-ONE-CHECK-DONE
           end-if.

      *    Same available-balance rule as ADD-NEW-TRANSACTION. A
      *    ledger balance that would cover the check but for holds is
      *    uncollected funds rather than NSF.
           move WS-DRAWER-CUST-ID to WS-HOLD-SCAN-CUST-ID.
           perform SUM-ACTIVE-HOLDS.
           perform SUM-ACTIVE-LEGAL-HOLDS.
           compute WS-AVAILABLE-BALANCE =
               CUST-BALANCE - WS-ACTIVE-HOLD-TOTAL.
           if ICP-AMOUNT - WS-AVAILABLE-BALANCE > CUST-OD-LIMIT
               if ICP-AMOUNT - CUST-BALANCE > CUST-OD-LIMIT
                   move 'A' to WS-RETURN-REASON
               else
                   move 'B' to WS-RETURN-REASON
               end-if
               close CUSTOMER-FILE
               perform WRITE-NSF-DECISION
               go to PROCESS-ONE-CHECK-DONE
           end-if.

           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           subtract ICP-AMOUNT from CUST-BALANCE.
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
           if PPAY-ISSUE-MATCHED
               perform MARK-ISSUE-PAID
           end-if.
           if WS-OD-FEE-FLAG = 'Y'
               add 1 to WS-TRANS-ID
               perform WRITE-OD-FEE-TRANSACTION
           end-if.
           add 1 to WS-PAID-COUNT.
           add ICP-AMOUNT to WS-PAID-TOTAL.
       PROCESS-ONE-CHECK-DONE.
           move space to WS-RETURN-REASON.
           move space to WS-PPAY-EXCEPTION.
           move 'N' to WS-PPAY-MATCHED.

      *    For an enrolled drawer, looks the check up on the issue
      *    list: no issue, a voided issue, an issue already paid, or
      *    a different amount is an exception; a clean match is
      *    marked paid once the item posts. Drawers not enrolled
      *    pass straight through.
       CHECK-POSITIVE-PAY.
           move space to WS-PPAY-EXCEPTION.
           move 'N' to WS-PPAY-MATCHED.
           move 0 to WS-PPAY-ISSUED-AMOUNT.
           open input PPAY-ENROLL-FILE.
           if WS-PPE-STATUS not = '00'
               go to CHECK-POSITIVE-PAY-DONE
           end-if.
           move WS-DRAWER-CUST-ID to PPE-CUST-ID.
           read PPAY-ENROLL-FILE
               invalid key
                   close PPAY-ENROLL-FILE
                   go to CHECK-POSITIVE-PAY-DONE
           end-read.
           close PPAY-ENROLL-FILE.

           move 'N' to WS-PPAY-EXCEPTION.
           open input PPAY-ISSUE-FILE.
           if WS-ISS-STATUS not = '00'
               go to CHECK-POSITIVE-PAY-DONE
           end-if.
           move WS-DRAWER-CUST-ID to ISS-CUST-ID.
           move ICP-CHECK-NUMBER to ISS-CHECK-NUMBER.
           read PPAY-ISSUE-FILE
               invalid key
                   continue
               not invalid key
                   move ISS-AMOUNT to WS-PPAY-ISSUED-AMOUNT
                   evaluate true
                       when ISS-VOIDED
                           move 'V' to WS-PPAY-EXCEPTION
                       when ISS-PAID
                           move 'D' to WS-PPAY-EXCEPTION
                       when ISS-AMOUNT not = ICP-AMOUNT
                           move 'A' to WS-PPAY-EXCEPTION
                       when other
                           move space to WS-PPAY-EXCEPTION
                           move 'Y' to WS-PPAY-MATCHED
                   end-evaluate
           end-read.
           close PPAY-ISSUE-FILE.
       CHECK-POSITIVE-PAY-DONE.
           continue.

       WRITE-PPAY-EXCEPTION.
           open i-o PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS not = '00'
               open output PPAY-EXCEPTION-FILE
               close PPAY-EXCEPTION-FILE
               open i-o PPAY-EXCEPTION-FILE
           end-if.
           add 1 to WS-PPX-ID.
           move WS-PPX-ID to PPX-ID.
           move WS-DRAWER-CUST-ID to PPX-CUST-ID.
           move ICP-ITEM-REF to PPX-ITEM-REF.
           move ICP-ACCOUNT to PPX-ACCOUNT.
           move ICP-CHECK-NUMBER to PPX-CHECK-NUMBER.
           move ICP-AMOUNT to PPX-AMOUNT.
           move ICP-PRESENTED-DATE to PPX-PRESENTED-DATE.
           move WS-PPAY-ISSUED-AMOUNT to PPX-ISSUED-AMOUNT.
           move WS-PPAY-EXCEPTION to PPX-EXCEPTION.
           move space to PPX-DECISION.
           move 'N' to PPX-DEFAULTED.
           move 0 to PPX-DECIDED-BY.
           move 0 to PPX-DECIDED-DATE.
           set PPX-OPEN to true.
           move 0 to PPX-CLOSED-DATE.
           write PPAY-EXCEPTION-RECORD.
           close PPAY-EXCEPTION-FILE.
           add 1 to WS-PPX-COUNT.
           add ICP-AMOUNT to WS-PPX-TOTAL.

       MARK-ISSUE-PAID.
           open i-o PPAY-ISSUE-FILE.
           if WS-ISS-STATUS = '00'
               move WS-DRAWER-CUST-ID to ISS-CUST-ID
               move ICP-CHECK-NUMBER to ISS-CHECK-NUMBER
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

      *    An order stops the item when it is active and unexpired on
      *    the business date, the check number falls in its range,
      *    and its amount is zero (any amount) or matches exactly.
      *    The hit is recorded on the order for the teller's listing.
       CHECK-STOP-PAYMENT.
           move 'N' to WS-STOP-HIT.
           move 'N' to WS-STOP-EOF-FLAG.
           open i-o STOP-PAYMENT-FILE.
           if WS-STOP-STATUS = '00'
               read STOP-PAYMENT-FILE next record
                   at end
                       move 'Y' to WS-STOP-EOF-FLAG
               end-read
               perform until STOP-EOF-REACHED or STOP-ORDER-HIT
                   if STP-CUST-ID = WS-DRAWER-CUST-ID
                      and STP-ACTIVE
                      and STP-EXPIRY-DATE >= WS-BUSINESS-DATE
                      and ICP-CHECK-NUMBER >= STP-CHECK-FROM
                      and ICP-CHECK-NUMBER <= STP-CHECK-TO
                      and (STP-AMOUNT = 0 or STP-AMOUNT = ICP-AMOUNT)
                       move 'Y' to WS-STOP-HIT
                       add 1 to STP-HIT-COUNT
                       move WS-BUSINESS-DATE to STP-LAST-HIT-DATE
                       rewrite STOP-PAYMENT-RECORD
                   else
                       read STOP-PAYMENT-FILE next record
                           at end
                               move 'Y' to WS-STOP-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close STOP-PAYMENT-FILE
           end-if.

       WRITE-RETURN-ITEM.
           move ICP-ITEM-REF to RET-ITEM-REF.
           move ICP-ACCOUNT to RET-ACCOUNT.
           move ICP-CHECK-NUMBER to RET-CHECK-NUMBER.
           move ICP-AMOUNT to RET-AMOUNT.
           move ICP-PRESENTED-DATE to RET-PRESENTED-DATE.
           move WS-RETURN-REASON to RET-REASON.
           move WS-BUSINESS-DATE to RET-RETURN-DATE.
           write RETURN-RECORD.
           add 1 to WS-RETURNED-COUNT.
           add ICP-AMOUNT to WS-RETURNED-TOTAL.

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
           move WS-DRAWER-CUST-ID to NSF-CUST-ID.
           move ICP-ITEM-REF to NSF-ITEM-REF.
           move ICP-ACCOUNT to NSF-ACCOUNT.
           move ICP-CHECK-NUMBER to NSF-CHECK-NUMBER.
           move ICP-AMOUNT to NSF-AMOUNT.
           move ICP-PRESENTED-DATE to NSF-PRESENTED-DATE.
           move WS-RETURN-REASON to NSF-REASON.
           move WS-AVAILABLE-BALANCE to NSF-AVAILABLE.
           set NSF-PENDING to true.
           move 0 to NSF-DECIDED-BY.
           move 0 to NSF-DECIDED-DATE.
           write NSF-DECISION-RECORD.
           close NSF-DECISION-FILE.
           add 1 to WS-NSF-COUNT.
           add ICP-AMOUNT to WS-NSF-TOTAL.

       WRITE-PAID-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move WS-DRAWER-CUST-ID to TRANS-CUST-ID.
           move ICP-AMOUNT to TRANS-AMOUNT.
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
           move WS-DRAWER-CUST-ID to DCK-CUST-ID.
           move ICP-CHECK-NUMBER to DCK-CHECK-NUMBER.
           move ICP-AMOUNT to DCK-AMOUNT.
           move ICP-ITEM-REF to DCK-ITEM-REF.
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
           move WS-DRAWER-CUST-ID to TRANS-CUST-ID.
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
           move WS-DRAWER-CUST-ID to NOTICE-CUST-ID.
           move 'OVERDRAFT' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move ICP-AMOUNT to NOTICE-AMOUNT.
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

       FIND-LAST-PPX-ID.
           open input PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS = '00'
               move 999999 to PPX-ID
               start PPAY-EXCEPTION-FILE key is less than or equal to
                   PPX-ID
                   invalid key
                       continue
                   not invalid key
                       read PPAY-EXCEPTION-FILE next record
                           at end
                               continue
                           not at end
                               move PPX-ID to WS-PPX-ID
                       end-read
               end-start
               close PPAY-EXCEPTION-FILE
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
