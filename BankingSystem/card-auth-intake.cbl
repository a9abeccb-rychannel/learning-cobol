      *    overdraft limit -- and posts approved items as 'CARD-PUR'
      *    withdrawals with the usual audit-log snapshot. Declined
      *    items are written back to card_network_rejects.dat with a
      *    reason for the network. A number no longer live on
      *    debitcards.dat is looked up in card_history.dat (kept by
      *    card-maint.cbl and card-reissue.cbl) so a lost, stolen,
      *    expired or replaced plastic is declined as such and traced
      *    to its customer. Every approval is also logged open on
      *    card_auth_log.dat for card-clearing.cbl to match against
      *    the network's presentment. Modeled on
      *    scheduled-payment-release.cbl's batch-job shape.
      *    A one-time card item is paid into overdraft only for a
      *    customer with a standing opt-in on od_optin.dat (kept by
      *    od-optin-maint.cbl); without one, an item the available
      *    balance cannot cover is declined and no overdraft fee is
      *    ever charged on a card purchase.

       environment division.
       input-output section.
           record key is CARD-CUST-ID
           lock mode is automatic
           file status is WS-CARD-STATUS.
       select CARD-HISTORY-FILE
           assign to 'card_history.dat'
           organization is indexed
           access mode is dynamic
           record key is CH-CARD-NUMBER
           lock mode is automatic
           file status is WS-CH-STATUS.
      *    Approved authorizations awaiting the network's cleared
      *    presentment; matched, adjusted or expired by
      *    card-clearing.cbl.
       select CARD-AUTH-LOG-FILE
           assign to 'card_auth_log.dat'
           organization is indexed
           access mode is dynamic
           record key is CA-ID
           lock mode is automatic
           file status is WS-CA-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select OD-OPTIN-FILE
           assign to 'od_optin.dat'
           organization is indexed
           access mode is dynamic
           record key is OPT-CUST-ID
           lock mode is automatic
           file status is WS-OPT-STATUS.


      *    Postings that cannot land on a target go to the suspense
          05 REJ-AMOUNT             pic 9(8)v99.
          05 REJ-DATE               pic 9(8).
          05 REJ-REASON             pic x(30).
      *    Customer the card resolved to, live or retired; zero when
      *    the number was never issued.
          05 REJ-CUST-ID            pic 9(6).

       fd DEBIT-CARD-FILE.
       01 DEBIT-CARD-RECORD.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
             88 CARD-ACTIVE         value 'A'.
             88 CARD-LOST           value 'L'.
             88 CARD-STOLEN         value 'S'.
             88 CARD-DAMAGED        value 'D'.
             88 CARD-EXPIRED        value 'E'.
             88 CARD-HOTLISTED      value 'L' 'S'.
      *    Lifecycle fields kept by card-maint.cbl and the monthly
      *    card-reissue.cbl batch. A zero expiry date marks a card
      *    issued before expiry dates were tracked; the issue
      *    sequence numbers each replacement plastic.
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).

       fd CARD-HISTORY-FILE.
       01 CARD-HISTORY-RECORD.
          05 CH-CARD-NUMBER         pic 9(16).
          05 CH-CUST-ID             pic 9(6).
          05 CH-STATUS              pic x(1).
             88 CH-LOST             value 'L'.
             88 CH-STOLEN           value 'S'.
             88 CH-EXPIRED          value 'E'.
             88 CH-REPLACED         value 'R'.
          05 CH-STATUS-DATE         pic 9(8).
          05 CH-EXPIRY-DATE         pic 9(8).
          05 CH-REPLACED-BY         pic 9(16).
          05 CH-RETIRED-DATE        pic 9(8).
          05 CH-OPER-ID             pic 9(4).

       fd SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-RESOLVED-DATE     pic 9(8).
          05 SUSP-RESOLVED-BY       pic 9(4).

       fd CARD-AUTH-LOG-FILE.
       01 CARD-AUTH-RECORD.
          05 CA-ID                  pic 9(6).
          05 CA-CARD-NUMBER         pic 9(16).
          05 CA-CUST-ID             pic 9(6).
          05 CA-AUTH-DATE           pic 9(8).
          05 CA-MERCHANT            pic x(20).
          05 CA-AMOUNT              pic 9(8)v99.
          05 CA-TRANS-ID            pic 9(6).
          05 CA-STATUS              pic x(1).
             88 CA-OPEN             value 'O'.
             88 CA-MATCHED          value 'M'.
             88 CA-ADJUSTED         value 'A'.
             88 CA-EXPIRED          value 'X'.
          05 CA-CLEARED-AMOUNT      pic 9(8)v99.
          05 CA-CLEARED-DATE        pic 9(8).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd OD-OPTIN-FILE.
       01 OD-OPTIN-RECORD.
          05 OPT-CUST-ID            pic 9(6).
          05 OPT-ELECTION           pic x(1).
             88 OPT-NOT-ELECTED     value 'N'.
             88 OPT-OPTED-IN        value 'I'.
             88 OPT-REVOKED         value 'R'.
          05 OPT-NOTICE-DATE        pic 9(8).
          05 OPT-CONSENT-DATE       pic 9(8).
          05 OPT-METHOD             pic x(1).
             88 OPT-METHOD-BRANCH   value 'B'.
             88 OPT-METHOD-PHONE    value 'P'.
             88 OPT-METHOD-WRITTEN  value 'W'.
             88 OPT-METHOD-ONLINE   value 'E'.
          05 OPT-REVOKE-DATE        pic 9(8).
          05 OPT-OPER-ID            pic 9(4).
          05 OPT-CHANGED-DATE       pic 9(8).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-SUSP-ITEM-REASON       pic x(30).

       01 WS-CARD-STATUS            pic xx.
       01 WS-CH-STATUS              pic xx.
       01 WS-CA-STATUS              pic xx.
       01 WS-CA-ID                  pic 9(6) value zero.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.

       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-OPT-STATUS             pic xx.
       01 WS-OD-OPTIN-FLAG          pic x value 'N'.
          88 OD-OPTED-IN            value 'Y'.
      *    Default matches the teller screen's built-in overdraft
      *    fee; the posted schedule overrides it.
       01 WS-OD-FEE-AMOUNT          pic 9(4)v99 value 25.00.
               stop run
           end-if.
           perform FIND-LAST-TRANS-ID.
           perform FIND-LAST-AUTH-ID.

           open input AUTH-INTAKE-FILE.
           if WS-AUTH-STATUS not = '00'

       PROCESS-ONE-AUTH.
           perform RESOLVE-CARD-NUMBER.
           if not AUTH-CARD-FOUND
               perform LOOKUP-CARD-HISTORY
               if WS-DECLINE-REASON not = spaces
                   perform WRITE-REJECT
                   go to PROCESS-ONE-AUTH-DONE
               end-if
           end-if.
           if not AUTH-CARD-FOUND
               move 'card number not on file' to WS-DECLINE-REASON
               perform WRITE-REJECT
               perform WRITE-SUSPENSE-ITEM
               go to PROCESS-ONE-AUTH-DONE
           end-if.
           if CARD-LOST
               move 'card reported lost' to WS-DECLINE-REASON
               perform WRITE-REJECT
               go to PROCESS-ONE-AUTH-DONE
           end-if.
           if CARD-STOLEN
               move 'card reported stolen' to WS-DECLINE-REASON
               perform WRITE-REJECT
               go to PROCESS-ONE-AUTH-DONE
           end-if.
           if CARD-EXPIRED
              or (CARD-EXPIRY-DATE not = 0
                  and CARD-EXPIRY-DATE < AUTH-DATE)
               move 'card expired' to WS-DECLINE-REASON
               perform WRITE-REJECT
               go to PROCESS-ONE-AUTH-DONE
           end-if.
      *    A damaged card is no fraud risk and keeps authorizing until
      *    its replacement is issued.
           if not CARD-ACTIVE and not CARD-DAMAGED
               move 'card not active' to WS-DECLINE-REASON
               perform WRITE-REJECT
               go to PROCESS-ONE-AUTH-DONE
           perform SUM-ACTIVE-LEGAL-HOLDS.
           compute WS-AVAILABLE-BALANCE =
               CUST-BALANCE - WS-ACTIVE-HOLD-TOTAL.
           perform CHECK-OD-OPTIN.
           if AUTH-AMOUNT > WS-AVAILABLE-BALANCE and not OD-OPTED-IN
               move 'no overdraft opt-in on file'
                   to WS-DECLINE-REASON
               close CUSTOMER-FILE
               perform WRITE-REJECT
               go to PROCESS-ONE-AUTH-DONE
           end-if.
           if AUTH-AMOUNT - WS-AVAILABLE-BALANCE > CUST-OD-LIMIT
               move 'insufficient available funds'
                   to WS-DECLINE-REASON
      *    per-occurrence fee from the schedule plus the overdraft
      *    letter, booked as its own 'FEE-OD' transaction.
           move 'N' to WS-OD-FEE-FLAG.
           if CUST-BALANCE < 0 and OD-OPTED-IN
               perform CHARGE-OVERDRAFT-FEE
           end-if.
           close CUSTOMER-FILE.
           perform COMMIT-DAILY-USED.
           add 1 to WS-TRANS-ID.
           perform WRITE-CARD-TRANSACTION.
           perform WRITE-AUTH-LOG.
           if WS-OD-FEE-FLAG = 'Y'
               add 1 to WS-TRANS-ID
               perform WRITE-OD-FEE-TRANSACTION
       PROCESS-ONE-AUTH-DONE.
           continue.

      *    Sets OD-OPTED-IN when the customer's election on
      *    od_optin.dat is a standing opt-in. No record, a notice
      *    given but never answered, or a revocation all leave the
      *    customer out of card overdraft coverage.
       CHECK-OD-OPTIN.
           move 'N' to WS-OD-OPTIN-FLAG.
           open input OD-OPTIN-FILE.
           if WS-OPT-STATUS = '00'
               move WS-AUTH-CUST-ID to OPT-CUST-ID
               read OD-OPTIN-FILE
                   invalid key
                       continue
                   not invalid key
                       if OPT-OPTED-IN
                           move 'Y' to WS-OD-OPTIN-FLAG
                       end-if
               end-read
               close OD-OPTIN-FILE
           end-if.

      *    Expects CUSTOMER-FILE open i-o with the overdrawn record
      *    current. Debits the fee with its audit snapshot and queues
      *    the overdraft letter; the 'FEE-OD' transaction itself is
               close DEBIT-CARD-FILE
           end-if.

      *    Keyed read of a retired card number. Sets WS-AUTH-CUST-ID
      *    and a decline reason when the number is on the history
      *    file; leaves the reason blank when it was never issued.
       LOOKUP-CARD-HISTORY.
           move spaces to WS-DECLINE-REASON.
           open input CARD-HISTORY-FILE.
           if WS-CH-STATUS = '00'
               move AUTH-CARD-NUMBER to CH-CARD-NUMBER
               read CARD-HISTORY-FILE
                   invalid key
                       continue
                   not invalid key
                       move CH-CUST-ID to WS-AUTH-CUST-ID
                       evaluate true
                           when CH-LOST
                               move 'card reported lost'
                                   to WS-DECLINE-REASON
                           when CH-STOLEN
                               move 'card reported stolen'
                                   to WS-DECLINE-REASON
                           when CH-EXPIRED
                               move 'card expired'
                                   to WS-DECLINE-REASON
                           when other
                               move 'card replaced'
                                   to WS-DECLINE-REASON
                       end-evaluate
               end-read
               close CARD-HISTORY-FILE
           end-if.

      *    Same midnight-reset daily-limit rule the teller screen's
      *    CHECK-DEBIT-CARD-LIMIT applies; the check here only tests
      *    the limit, COMMIT-DAILY-USED books the usage after the
           move AUTH-AMOUNT to REJ-AMOUNT.
           move AUTH-DATE to REJ-DATE.
           move WS-DECLINE-REASON to REJ-REASON.
           move WS-AUTH-CUST-ID to REJ-CUST-ID.
           write AUTH-REJECT-RECORD.
           add 1 to WS-DECLINED-COUNT.

           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

      *    Logs the approval open against the purchase just posted so
      *    card-clearing.cbl can settle it against the presentment.
       WRITE-AUTH-LOG.
           open i-o CARD-AUTH-LOG-FILE.
           if WS-CA-STATUS not = '00'
               open output CARD-AUTH-LOG-FILE
               close CARD-AUTH-LOG-FILE
               open i-o CARD-AUTH-LOG-FILE
           end-if.
           add 1 to WS-CA-ID.
           move WS-CA-ID to CA-ID.
           move AUTH-CARD-NUMBER to CA-CARD-NUMBER.
           move WS-AUTH-CUST-ID to CA-CUST-ID.
           move AUTH-DATE to CA-AUTH-DATE.
           move AUTH-MERCHANT to CA-MERCHANT.
           move AUTH-AMOUNT to CA-AMOUNT.
           move WS-TRANS-ID to CA-TRANS-ID.
           set CA-OPEN to true.
           move 0 to CA-CLEARED-AMOUNT.
           move 0 to CA-CLEARED-DATE.
           write CARD-AUTH-RECORD.
           close CARD-AUTH-LOG-FILE.

      *    Highest authorization ID already logged.
       FIND-LAST-AUTH-ID.
           open input CARD-AUTH-LOG-FILE.
           if WS-CA-STATUS = '00'
               move 999999 to CA-ID
               start CARD-AUTH-LOG-FILE key is less than or equal to
                   CA-ID
                   invalid key
                       continue
                   not invalid key
                       read CARD-AUTH-LOG-FILE next record
                           at end
                               continue
                           not at end
                               move CA-ID to WS-CA-ID
                       end-read
               end-start
               close CARD-AUTH-LOG-FILE
           end-if.

      *    Scans the current transaction file for the highest TRANS-ID
      *    already in use, the same way ADD-NEW-TRANSACTION does.
       FIND-LAST-TRANS-ID.
               perform until HOLD-EOF-REACHED
                   if HOLD-CUST-ID = WS-HOLD-SCAN-CUST-ID
                      and HOLD-IN-FORCE
                      and (HOLD-ACCT-TYPE = 'C'
                           or HOLD-ACCT-TYPE = space)
                       add HOLD-AMOUNT to WS-ACTIVE-HOLD-TOTAL
                   end-if
                   read DEPOSIT-HOLD-FILE next record
