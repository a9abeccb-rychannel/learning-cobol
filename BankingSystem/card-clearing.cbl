       identification division.
       program-id. card-clearing.

      *    Card-network clearing batch: reads the day's presentment
      *    file (card_network_clearing.dat) and settles each cleared
      *    item against the authorization card-auth-intake.cbl logged
      *    open on card_auth_log.dat -- same card number and merchant,
      *    oldest open authorization first, and the authorization date
      *    too when the network quotes one. The authorization already
      *    posted its 'CARD-PUR' debit, so a presentment for the same
      *    amount only closes the authorization; one for a different
      *    amount (tips, fuel pumps, hotel pre-auths) posts the
      *    difference as a 'CARD-ADJDR' debit or 'CARD-ADJCR' credit.
      *    A presentment with no authorization on file is a network
      *    force post: the network has already settled it, so it is
      *    posted as 'CARD-FORCE' without the limit or funds checks
      *    an authorization gets. Authorizations still open
      *    CARD-AUTH-HOLD-DAYS (parameter master, 7 when no row is set)
      *    after approval never will be presented and are released
      *    with a 'CARD-EXPR' credit. Anything that cannot land on a
      *    customer goes to suspense. The day's matched, adjusted,
      *    expired and forced items and their totals are listed on
      *    card_settlement_report.txt. Modeled on
      *    card-auth-intake.cbl's batch-job shape.

       environment division.
       input-output section.
       file-control.
       select CLEARING-INTAKE-FILE
           assign to 'card_network_clearing.dat'
           organization is line sequential
           file status is WS-CLEARING-STATUS.
       select CARD-AUTH-LOG-FILE
           assign to 'card_auth_log.dat'
           organization is indexed
           access mode is dynamic
           record key is CA-ID
           lock mode is automatic
           file status is WS-CA-STATUS.
       select DEBIT-CARD-FILE
           assign to 'debitcards.dat'
           organization is indexed
           access mode is dynamic
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
       select SETTLEMENT-REPORT-FILE
           assign to 'card_settlement_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

      *    Postings that cannot land on a target go to the suspense
      *    file for operations to research, repost, or write off in
      *    suspense-maint.cbl instead of vanishing into a listing.
       select SUSPENSE-FILE
           assign to 'suspense_items.dat'
           organization is indexed
           access mode is dynamic
           record key is SUSP-ID
           lock mode is automatic
           file status is WS-SUSP-STATUS.
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
      *    One cleared presentment per line. CLR-AUTH-DATE is the
      *    authorization date the network quotes, zero when it quotes
      *    none.
       fd CLEARING-INTAKE-FILE.
       01 CLEARING-INTAKE-RECORD.
          05 CLR-CARD-NUMBER        pic 9(16).
          05 CLR-AMOUNT             pic 9(8)v99.
          05 CLR-DATE               pic 9(8).
          05 CLR-MERCHANT           pic x(20).
          05 CLR-AUTH-DATE          pic 9(8).

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

       fd DEBIT-CARD-FILE.
       01 DEBIT-CARD-RECORD.
          05 CARD-CUST-ID           pic 9(6).
          05 CARD-NUMBER            pic 9(16).
          05 CARD-DAILY-LIMIT       pic 9(6)v99.
          05 CARD-DAILY-USED        pic 9(6)v99.
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

       fd SETTLEMENT-REPORT-FILE.
       01 REPORT-LINE               pic x(100).

       fd SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-ID                pic 9(6).
          05 SUSP-SOURCE            pic x(12).
          05 SUSP-CUST-ID           pic 9(6).
          05 SUSP-AMOUNT            pic 9(8)v99.
          05 SUSP-DIRECTION         pic x(1).
             88 SUSP-UNDELIVERED-CR value 'C'.
             88 SUSP-UNCOLLECTED-DR value 'D'.
          05 SUSP-REASON            pic x(30).
          05 SUSP-DATE              pic 9(8).
          05 SUSP-STATUS            pic x(1).
             88 SUSP-OPEN           value 'O'.
             88 SUSP-REPOSTED       value 'R'.
             88 SUSP-WRITTEN-OFF    value 'W'.
          05 SUSP-RESOLVED-DATE     pic 9(8).
          05 SUSP-RESOLVED-BY       pic 9(4).

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
       01 WS-CLEARING-STATUS        pic xx.
       01 WS-CA-STATUS              pic xx.
       01 WS-CARD-STATUS            pic xx.
       01 WS-CH-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-SUSP-STATUS            pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-CA-EOF-FLAG            pic x value 'N'.
          88 CA-EOF-REACHED         value 'Y'.
       01 WS-CARD-EOF-FLAG          pic x value 'N'.
          88 CARD-EOF-REACHED       value 'Y'.

       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.

      *    How long an approval may wait for its presentment.
       01 WS-AUTH-HOLD-DAYS         pic 9(3) value 7.
       01 WS-TODAY-INT              pic 9(8).
       01 WS-AUTH-AGE-DAYS          pic s9(8).

       01 WS-AUTH-FOUND             pic x.
          88 AUTH-MATCH-FOUND       value 'Y'.
       01 WS-CARD-FOUND             pic x.
          88 FORCE-CARD-FOUND       value 'Y'.
       01 WS-CLR-DIFFERENCE         pic s9(8)v99.

      *    One posting handed to POST-CARD-ENTRY.
       01 WS-POST-CUST-ID           pic 9(6).
       01 WS-POST-AMOUNT            pic 9(8)v99.
       01 WS-POST-TYPE              pic x(11).
       01 WS-POST-DIR               pic x(1).
          88 POST-IS-DEBIT          value 'D'.
          88 POST-IS-CREDIT         value 'C'.
       01 WS-POST-OK                pic x.
          88 POST-LANDED            value 'Y'.
       01 WS-POST-REASON            pic x(30).

       01 WS-SUSP-NEW-ID            pic 9(6).
       01 WS-SUSP-SOURCE-ID         pic x(12) value 'CARD-CLEAR'.

       01 WS-MATCHED-COUNT          pic 9(5) value zero.
       01 WS-MATCHED-TOTAL          pic 9(9)v99 value zero.
       01 WS-ADJUSTED-COUNT         pic 9(5) value zero.
       01 WS-ADJ-DEBIT-TOTAL        pic 9(9)v99 value zero.
       01 WS-ADJ-CREDIT-TOTAL       pic 9(9)v99 value zero.
       01 WS-EXPIRED-COUNT          pic 9(5) value zero.
       01 WS-EXPIRED-TOTAL          pic 9(9)v99 value zero.
       01 WS-FORCED-COUNT           pic 9(5) value zero.
       01 WS-FORCED-TOTAL           pic 9(9)v99 value zero.
       01 WS-SUSPENSE-COUNT         pic 9(5) value zero.
       01 WS-SUSPENSE-TOTAL         pic 9(9)v99 value zero.

       01 WS-RPT-CATEGORY           pic x(9).
       01 WS-RPT-CARD-NUMBER        pic 9(16).
       01 WS-RPT-AUTH-AMOUNT        pic 9(8)v99.
       01 WS-RPT-CLR-AMOUNT         pic 9(8)v99.
       01 WS-RPT-AMT-1              pic -(8)9.99.
       01 WS-RPT-AMT-2              pic -(8)9.99.
       01 WS-RPT-COUNT              pic z(4)9.

       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-CLEARING-LIVE-NAME     pic x(40)
          value 'card_network_clearing.dat'.
       01 WS-CLEARING-DONE-NAME     pic x(40)
          value 'card_network_clearing.processed'.

       procedure division.
       MAIN-LOGIC.
           display "Card Network Clearing Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move function integer-of-date (WS-BUSINESS-DATE)
               to WS-TODAY-INT.
           move 'CARD-AUTH-HOLD-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-AUTH-HOLD-DAYS
           end-if.
           perform FIND-LAST-TRANS-ID.

           open i-o CARD-AUTH-LOG-FILE.
           if WS-CA-STATUS not = '00'
               open output CARD-AUTH-LOG-FILE
               close CARD-AUTH-LOG-FILE
               open i-o CARD-AUTH-LOG-FILE
           end-if.
           open output SETTLEMENT-REPORT-FILE.
           move spaces to REPORT-LINE.
           string "CARD SETTLEMENT REPORT -- business date "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move "Category  Card number      Customer   Authorized
      -        "      Cleared" to REPORT-LINE.
           write REPORT-LINE.

           open input CLEARING-INTAKE-FILE.
           if WS-CLEARING-STATUS not = '00'
               display "No card_network_clearing.dat today; "
                   "expiring stale authorizations only."
           else
               read CLEARING-INTAKE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform PROCESS-ONE-PRESENTMENT
                       thru PROCESS-ONE-PRESENTMENT-DONE
                   read CLEARING-INTAKE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CLEARING-INTAKE-FILE
      *    Same consumed-input discipline as the authorization intake:
      *    a rerun must find nothing to settle twice.
               call "CBL_RENAME_FILE" using WS-CLEARING-LIVE-NAME
                   WS-CLEARING-DONE-NAME
                   returning WS-RENAME-RESULT
               end-call
               if WS-RENAME-RESULT not = 0
                   display "WARNING: could not set aside "
                       "card_network_clearing.dat -- move it by hand "
                       "before the next run."
               end-if
           end-if.

           perform EXPIRE-STALE-AUTHS.
           close CARD-AUTH-LOG-FILE.
           perform WRITE-SETTLEMENT-TOTALS.
           close SETTLEMENT-REPORT-FILE.

           display WS-MATCHED-COUNT " matched, "
               WS-ADJUSTED-COUNT " adjusted, "
               WS-EXPIRED-COUNT " expired, "
               WS-FORCED-COUNT " forced, "
               WS-SUSPENSE-COUNT " to suspense.".
           display "Report written to card_settlement_report.txt.".
           stop run.

       PROCESS-ONE-PRESENTMENT.
           move CLR-CARD-NUMBER to WS-RPT-CARD-NUMBER.
           move CLR-AMOUNT to WS-RPT-CLR-AMOUNT.
           move 0 to WS-RPT-AUTH-AMOUNT.
           perform FIND-OPEN-AUTH.
           if not AUTH-MATCH-FOUND
               perform POST-FORCED-PRESENTMENT
                   thru POST-FORCED-PRESENTMENT-DONE
               go to PROCESS-ONE-PRESENTMENT-DONE
           end-if.
           move CA-AMOUNT to WS-RPT-AUTH-AMOUNT.
           move CA-CUST-ID to WS-POST-CUST-ID.
           compute WS-CLR-DIFFERENCE = CLR-AMOUNT - CA-AMOUNT.
           move CLR-AMOUNT to CA-CLEARED-AMOUNT.
           move WS-BUSINESS-DATE to CA-CLEARED-DATE.
           if WS-CLR-DIFFERENCE = 0
               set CA-MATCHED to true
               rewrite CARD-AUTH-RECORD
               add 1 to WS-MATCHED-COUNT
               add CLR-AMOUNT to WS-MATCHED-TOTAL
               move 'MATCHED' to WS-RPT-CATEGORY
               perform WRITE-DETAIL-LINE
               go to PROCESS-ONE-PRESENTMENT-DONE
           end-if.
      *    The authorization is closed either way; only the difference
      *    moves money.
           set CA-ADJUSTED to true.
           rewrite CARD-AUTH-RECORD.
           move CA-CUST-ID to WS-POST-CUST-ID.
           if WS-CLR-DIFFERENCE > 0
               move WS-CLR-DIFFERENCE to WS-POST-AMOUNT
               move 'CARD-ADJDR' to WS-POST-TYPE
               set POST-IS-DEBIT to true
           else
               compute WS-POST-AMOUNT = WS-CLR-DIFFERENCE * -1
               move 'CARD-ADJCR' to WS-POST-TYPE
               set POST-IS-CREDIT to true
           end-if.
           perform POST-CARD-ENTRY thru POST-CARD-ENTRY-DONE.
           if not POST-LANDED
               go to PROCESS-ONE-PRESENTMENT-DONE
           end-if.
           add 1 to WS-ADJUSTED-COUNT.
           if POST-IS-DEBIT
               add WS-POST-AMOUNT to WS-ADJ-DEBIT-TOTAL
           else
               add WS-POST-AMOUNT to WS-ADJ-CREDIT-TOTAL
           end-if.
           move 'ADJUSTED' to WS-RPT-CATEGORY.
           perform WRITE-DETAIL-LINE.
       PROCESS-ONE-PRESENTMENT-DONE.
           continue.

      *    Oldest open authorization for this card and merchant --
      *    authorization IDs ascend with time -- and for the quoted
      *    authorization date when the network gives one. Leaves the
      *    matched record current for the rewrite.
       FIND-OPEN-AUTH.
           move 'N' to WS-AUTH-FOUND.
           move 'N' to WS-CA-EOF-FLAG.
           move 0 to CA-ID.
           start CARD-AUTH-LOG-FILE key is greater than or equal to
               CA-ID
               invalid key
                   move 'Y' to WS-CA-EOF-FLAG
           end-start.
           if not CA-EOF-REACHED
               read CARD-AUTH-LOG-FILE next record
                   at end
                       move 'Y' to WS-CA-EOF-FLAG
               end-read
           end-if.
           perform until CA-EOF-REACHED or AUTH-MATCH-FOUND
               if CA-OPEN
                  and CA-CARD-NUMBER = CLR-CARD-NUMBER
                  and CA-MERCHANT = CLR-MERCHANT
                  and (CLR-AUTH-DATE = 0
                       or CA-AUTH-DATE = CLR-AUTH-DATE)
                   move 'Y' to WS-AUTH-FOUND
               else
                   read CARD-AUTH-LOG-FILE next record
                       at end
                           move 'Y' to WS-CA-EOF-FLAG
                   end-read
               end-if
           end-perform.

      *    No authorization to settle against. The network has
      *    already paid the merchant, so the item is posted whatever
      *    the card's status -- a hotlisted or replaced card still
      *    resolves to its customer through the card history --
      *    and only a card that resolves to no one goes to suspense.
       POST-FORCED-PRESENTMENT.
           perform RESOLVE-FORCE-CARD.
           move CLR-AMOUNT to WS-POST-AMOUNT.
           move 'CARD-FORCE' to WS-POST-TYPE.
           set POST-IS-DEBIT to true.
           if not FORCE-CARD-FOUND
               move 0 to WS-POST-CUST-ID
               move 'card number not on file' to WS-POST-REASON
               perform WRITE-SUSPENSE-ITEM
               go to POST-FORCED-PRESENTMENT-DONE
           end-if.
           perform POST-CARD-ENTRY thru POST-CARD-ENTRY-DONE.
           if not POST-LANDED
               go to POST-FORCED-PRESENTMENT-DONE
           end-if.
           add 1 to WS-FORCED-COUNT.
           add CLR-AMOUNT to WS-FORCED-TOTAL.
           move 'FORCED' to WS-RPT-CATEGORY.
           perform WRITE-DETAIL-LINE.
       POST-FORCED-PRESENTMENT-DONE.
           continue.

      *    Live card first, then the retired-card history.
       RESOLVE-FORCE-CARD.
           move 'N' to WS-CARD-FOUND.
           move 0 to WS-POST-CUST-ID.
           move 'N' to WS-CARD-EOF-FLAG.
           open input DEBIT-CARD-FILE.
           if WS-CARD-STATUS = '00'
               read DEBIT-CARD-FILE next record
                   at end
                       move 'Y' to WS-CARD-EOF-FLAG
               end-read
               perform until CARD-EOF-REACHED or FORCE-CARD-FOUND
                   if CARD-NUMBER = CLR-CARD-NUMBER
                       move CARD-CUST-ID to WS-POST-CUST-ID
                       move 'Y' to WS-CARD-FOUND
                   else
                       read DEBIT-CARD-FILE next record
                           at end
                               move 'Y' to WS-CARD-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close DEBIT-CARD-FILE
           end-if.
           if not FORCE-CARD-FOUND
               open input CARD-HISTORY-FILE
               if WS-CH-STATUS = '00'
                   move CLR-CARD-NUMBER to CH-CARD-NUMBER
                   read CARD-HISTORY-FILE
                       invalid key
                           continue
                       not invalid key
                           move CH-CUST-ID to WS-POST-CUST-ID
                           move 'Y' to WS-CARD-FOUND
                   end-read
                   close CARD-HISTORY-FILE
               end-if
           end-if.

      *    Releases every authorization still open past the hold
      *    window: the purchase it posted is credited back in full.
       EXPIRE-STALE-AUTHS.
           move 'N' to WS-CA-EOF-FLAG.
           move 0 to CA-ID.
           start CARD-AUTH-LOG-FILE key is greater than or equal to
               CA-ID
               invalid key
                   move 'Y' to WS-CA-EOF-FLAG
           end-start.
           if not CA-EOF-REACHED
               read CARD-AUTH-LOG-FILE next record
                   at end
                       move 'Y' to WS-CA-EOF-FLAG
               end-read
           end-if.
           perform until CA-EOF-REACHED
               if CA-OPEN
                   compute WS-AUTH-AGE-DAYS = WS-TODAY-INT
                       - function integer-of-date (CA-AUTH-DATE)
                   if WS-AUTH-AGE-DAYS > WS-AUTH-HOLD-DAYS
                       perform EXPIRE-ONE-AUTH
                           thru EXPIRE-ONE-AUTH-DONE
                   end-if
               end-if
               read CARD-AUTH-LOG-FILE next record
                   at end
                       move 'Y' to WS-CA-EOF-FLAG
               end-read
           end-perform.

       EXPIRE-ONE-AUTH.
           set CA-EXPIRED to true.
           move 0 to CA-CLEARED-AMOUNT.
           move WS-BUSINESS-DATE to CA-CLEARED-DATE.
           rewrite CARD-AUTH-RECORD.
           move CA-CUST-ID to WS-POST-CUST-ID.
           move CA-AMOUNT to WS-POST-AMOUNT.
           move 'CARD-EXPR' to WS-POST-TYPE.
           set POST-IS-CREDIT to true.
           move CA-CARD-NUMBER to WS-RPT-CARD-NUMBER.
           move CA-AMOUNT to WS-RPT-AUTH-AMOUNT.
           move 0 to WS-RPT-CLR-AMOUNT.
           perform POST-CARD-ENTRY thru POST-CARD-ENTRY-DONE.
           if not POST-LANDED
               go to EXPIRE-ONE-AUTH-DONE
           end-if.
           add 1 to WS-EXPIRED-COUNT.
           add CA-AMOUNT to WS-EXPIRED-TOTAL.
           move 'EXPIRED' to WS-RPT-CATEGORY.
           perform WRITE-DETAIL-LINE.
       EXPIRE-ONE-AUTH-DONE.
           continue.

      *    Posts WS-POST-AMOUNT to WS-POST-CUST-ID's checking balance
      *    as WS-POST-TYPE, with the usual audit snapshot and
      *    transaction record. A customer missing or closed sends the
      *    amount to suspense instead and leaves POST-LANDED off.
       POST-CARD-ENTRY.
           move 'N' to WS-POST-OK.
           open i-o CUSTOMER-FILE.
           move WS-POST-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   close CUSTOMER-FILE
                   move 'customer not on file' to WS-POST-REASON
                   perform WRITE-SUSPENSE-ITEM
                   go to POST-CARD-ENTRY-DONE
           end-read.
           if CUST-CLOSED
               close CUSTOMER-FILE
               move 'customer closed' to WS-POST-REASON
               perform WRITE-SUSPENSE-ITEM
               go to POST-CARD-ENTRY-DONE
           end-if.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           if POST-IS-DEBIT
               subtract WS-POST-AMOUNT from CUST-BALANCE
           else
               add WS-POST-AMOUNT to CUST-BALANCE
           end-if.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           close CUSTOMER-FILE.
           add 1 to WS-TRANS-ID.
           perform WRITE-CARD-TRANSACTION.
           move 'Y' to WS-POST-OK.
       POST-CARD-ENTRY-DONE.
           continue.

       WRITE-CARD-TRANSACTION.
           open i-o TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               open output TRANSACTION-FILE
               close TRANSACTION-FILE
               open i-o TRANSACTION-FILE
           end-if.
           move WS-TRANS-ID to TRANS-ID.
           move WS-POST-CUST-ID to TRANS-CUST-ID.
           move WS-POST-AMOUNT to TRANS-AMOUNT.
           move WS-POST-TYPE to TRANS-TYPE.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           move 'C' to TRANS-ACCT-TYPE.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.

      *    Parks a posting that has no customer to land on; the
      *    report shows it so the settlement totals still tie out.
       WRITE-SUSPENSE-ITEM.
           move 0 to WS-SUSP-NEW-ID.
           open i-o SUSPENSE-FILE.
           if WS-SUSP-STATUS not = '00'
               open output SUSPENSE-FILE
               close SUSPENSE-FILE
               open i-o SUSPENSE-FILE
           else
               move 999999 to SUSP-ID
               start SUSPENSE-FILE key is less than or equal
                   to SUSP-ID
                   invalid key
                       move 0 to WS-SUSP-NEW-ID
                   not invalid key
                       read SUSPENSE-FILE next record
                           at end
                               move 0 to WS-SUSP-NEW-ID
                           not at end
                               move SUSP-ID to WS-SUSP-NEW-ID
                       end-read
               end-start
           end-if.
           add 1 to WS-SUSP-NEW-ID.
           move WS-SUSP-NEW-ID to SUSP-ID.
           move WS-SUSP-SOURCE-ID to SUSP-SOURCE.
           move WS-POST-CUST-ID to SUSP-CUST-ID.
           move WS-POST-AMOUNT to SUSP-AMOUNT.
           move WS-POST-DIR to SUSP-DIRECTION.
           move WS-POST-REASON to SUSP-REASON.
           move WS-BUSINESS-DATE to SUSP-DATE.
           set SUSP-OPEN to true.
           move 0 to SUSP-RESOLVED-DATE.
           move 0 to SUSP-RESOLVED-BY.
           write SUSPENSE-RECORD.
           close SUSPENSE-FILE.
           add 1 to WS-SUSPENSE-COUNT.
           add WS-POST-AMOUNT to WS-SUSPENSE-TOTAL.
           move WS-POST-AMOUNT to WS-RPT-AMT-1.
           move spaces to REPORT-LINE.
           string "SUSPENSE  " delimited by size
                  WS-RPT-CARD-NUMBER delimited by size
                  " " delimited by size
                  WS-POST-TYPE delimited by size
                  " " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  " " delimited by size
                  WS-POST-REASON delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

      *    Expects WS-RPT-CATEGORY and the WS-RPT- card number and
      *    amounts set; a zero authorized amount is a force post, a
      *    zero cleared amount an expired authorization.
       WRITE-DETAIL-LINE.
           move WS-RPT-AUTH-AMOUNT to WS-RPT-AMT-1.
           move WS-RPT-CLR-AMOUNT to WS-RPT-AMT-2.
           move spaces to REPORT-LINE.
           string WS-RPT-CATEGORY delimited by size
                  " " delimited by size
                  WS-RPT-CARD-NUMBER delimited by size
                  " " delimited by size
                  WS-POST-CUST-ID delimited by size
                  " " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  " " delimited by size
                  WS-RPT-AMT-2 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

       WRITE-SETTLEMENT-TOTALS.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move WS-MATCHED-COUNT to WS-RPT-COUNT.
           move WS-MATCHED-TOTAL to WS-RPT-AMT-1.
           move spaces to REPORT-LINE.
           string "Matched:   " delimited by size
                  WS-RPT-COUNT delimited by size
                  " item(s)  total " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-ADJUSTED-COUNT to WS-RPT-COUNT.
           move WS-ADJ-DEBIT-TOTAL to WS-RPT-AMT-1.
           move WS-ADJ-CREDIT-TOTAL to WS-RPT-AMT-2.
           move spaces to REPORT-LINE.
           string "Adjusted:  " delimited by size
                  WS-RPT-COUNT delimited by size
                  " item(s)  debited " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  "  credited " delimited by size
                  WS-RPT-AMT-2 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-EXPIRED-COUNT to WS-RPT-COUNT.
           move WS-EXPIRED-TOTAL to WS-RPT-AMT-1.
           move spaces to REPORT-LINE.
           string "Expired:   " delimited by size
                  WS-RPT-COUNT delimited by size
                  " item(s)  released " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-FORCED-COUNT to WS-RPT-COUNT.
           move WS-FORCED-TOTAL to WS-RPT-AMT-1.
           move spaces to REPORT-LINE.
           string "Forced:    " delimited by size
                  WS-RPT-COUNT delimited by size
                  " item(s)  total " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move WS-SUSPENSE-COUNT to WS-RPT-COUNT.
           move WS-SUSPENSE-TOTAL to WS-RPT-AMT-1.
           move spaces to REPORT-LINE.
           string "Suspense:  " delimited by size
                  WS-RPT-COUNT delimited by size
                  " item(s)  total " delimited by size
                  WS-RPT-AMT-1 delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

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
