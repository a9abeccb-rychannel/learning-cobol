       identification division.
       program-id. card-reissue.

      *    Monthly batch job: walks debitcards.dat and reissues every
      *    live card whose expiry date falls within the next
      *    CARD-REISSUE-DAYS days (parameter master, 45 when no row is
      *    set), so the new plastic is in the customer's hands before
      *    the old one stops working. The old number goes to
      *    card_history.dat -- as replaced, or as expired when it has
      *    already lapsed -- so late network items on it still trace to
      *    the customer, and a 'CARD-REISS' event is queued for
      *    notice-letters.cbl. Cards of closed customers are not
      *    reissued; once past expiry they are marked expired. Cards
      *    issued before expiry dates were tracked (zero expiry) are
      *    stamped with a fresh expiry date rather than reissued.
      *    Hotlisted cards are left to the card desk (card-maint.cbl).
      *    Modeled on dormant-account-detection.cbl's batch-job shape.

       environment division.
       input-output section.
       file-control.
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

      *    One line per card reissued, expired or stamped this run.
       select REISSUE-REPORT-FILE
           assign to 'card_reissue_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

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

       fd REISSUE-REPORT-FILE.
       01 REPORT-LINE               pic x(100).

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
       01 WS-CARD-STATUS            pic xx.
       01 WS-CH-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-TODAY-INT              pic 9(8).
       01 WS-DAYS-TO-EXPIRY         pic s9(8).

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.

      *    How far ahead of expiry a card is reissued.
       01 WS-REISSUE-DAYS           pic 9(3) value 45.

      *    New cards are good through the last day of the month
      *    CARD-EXPIRY-YEARS out (three years when no row is set).
       01 WS-CARD-EXPIRY-YEARS      pic 9(2) value 3.
       01 WS-CARD-EXP-YEAR          pic 9(4).
       01 WS-CARD-EXP-MONTH         pic 9(2).
       01 WS-CARD-EXP-WORK          pic 9(8).
       01 WS-CARD-EXPIRY-DATE       pic 9(8).

       01 WS-CUST-FOUND             pic x.
          88 CARD-CUST-FOUND        value 'Y'.
       01 WS-OLD-CARD-NUMBER        pic 9(16).
       01 WS-OLD-EXPIRY-DATE        pic 9(8).
       01 WS-OLD-LAPSED             pic x.
          88 OLD-CARD-LAPSED        value 'Y'.

       01 WS-CARDS-CHECKED          pic 9(5) value zero.
       01 WS-REISSUED-COUNT         pic 9(5) value zero.
       01 WS-EXPIRED-COUNT          pic 9(5) value zero.
       01 WS-STAMPED-COUNT          pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Debit Card Reissue Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           move function integer-of-date (WS-BUSINESS-DATE)
               to WS-TODAY-INT.
           move 'CARD-REISSUE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-REISSUE-DAYS
           end-if.
           perform COMPUTE-CARD-EXPIRY.

           open i-o DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "No debitcards.dat on file. Nothing to do."
               stop run
           end-if.
           open input CUSTOMER-FILE.
           open i-o CARD-HISTORY-FILE.
           if WS-CH-STATUS not = '00'
               open output CARD-HISTORY-FILE
               close CARD-HISTORY-FILE
               open i-o CARD-HISTORY-FILE
           end-if.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           open output REISSUE-REPORT-FILE.
           move spaces to REPORT-LINE.
           string "DEBIT CARD REISSUE REPORT -- business date "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

           move 'N' to WS-EOF-FLAG.
           read DEBIT-CARD-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform CHECK-ONE-CARD thru CHECK-ONE-CARD-DONE
               read DEBIT-CARD-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "Cards checked: " delimited by size
                  WS-CARDS-CHECKED delimited by size
                  "  reissued: " delimited by size
                  WS-REISSUED-COUNT delimited by size
                  "  expired: " delimited by size
                  WS-EXPIRED-COUNT delimited by size
                  "  expiry stamped: " delimited by size
                  WS-STAMPED-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

           close REISSUE-REPORT-FILE.
           close NOTICE-QUEUE-FILE.
           close CARD-HISTORY-FILE.
           close CUSTOMER-FILE.
           close DEBIT-CARD-FILE.
           display WS-CARDS-CHECKED " card(s) checked, "
               WS-REISSUED-COUNT " reissued, "
               WS-EXPIRED-COUNT " expired, "
               WS-STAMPED-COUNT " expiry date(s) stamped.".
           display "Details written to card_reissue_report.txt.".
           stop run.

       CHECK-ONE-CARD.
           add 1 to WS-CARDS-CHECKED.
      *    Lost/stolen cards wait for the desk to issue the
      *    replacement; an expired card has already been dealt with.
           if CARD-HOTLISTED or CARD-EXPIRED
               go to CHECK-ONE-CARD-DONE
           end-if.
           if CARD-EXPIRY-DATE = 0
               move WS-CARD-EXPIRY-DATE to CARD-EXPIRY-DATE
               rewrite DEBIT-CARD-RECORD
               add 1 to WS-STAMPED-COUNT
               move spaces to REPORT-LINE
               string "Customer " delimited by size
                      CARD-CUST-ID delimited by size
                      " card " delimited by size
                      CARD-NUMBER delimited by size
                      ": no expiry on file, stamped " delimited by size
                      CARD-EXPIRY-DATE delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
               go to CHECK-ONE-CARD-DONE
           end-if.
           compute WS-DAYS-TO-EXPIRY =
               function integer-of-date (CARD-EXPIRY-DATE)
               - WS-TODAY-INT.
           if WS-DAYS-TO-EXPIRY > WS-REISSUE-DAYS
               go to CHECK-ONE-CARD-DONE
           end-if.

           move 'N' to WS-CUST-FOUND.
           move CARD-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-CUST-FOUND
           end-read.
           if not CARD-CUST-FOUND or CUST-CLOSED
               if WS-DAYS-TO-EXPIRY < 0
                   perform EXPIRE-CARD
               end-if
               go to CHECK-ONE-CARD-DONE
           end-if.
           if CARD-ISSUE-SEQ >= 99
               move spaces to REPORT-LINE
               string "Customer " delimited by size
                      CARD-CUST-ID delimited by size
                      " card " delimited by size
                      CARD-NUMBER delimited by size
                      ": issue sequence exhausted -- NOT reissued"
                          delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
               go to CHECK-ONE-CARD-DONE
           end-if.
           perform REISSUE-CARD.
       CHECK-ONE-CARD-DONE.
           continue.

      *    Next number in the customer's issue sequence, same limit and
      *    running usage, fresh expiry. The old number is filed as
      *    expired if it already lapsed, otherwise as replaced.
       REISSUE-CARD.
           move CARD-NUMBER to WS-OLD-CARD-NUMBER.
           move CARD-EXPIRY-DATE to WS-OLD-EXPIRY-DATE.
           move 'N' to WS-OLD-LAPSED.
           if WS-DAYS-TO-EXPIRY < 0
               move 'Y' to WS-OLD-LAPSED
           end-if.
           add 1 to CARD-ISSUE-SEQ.
           compute CARD-NUMBER =
               CARD-CUST-ID * 1000000000 + 4000000000
               + CARD-ISSUE-SEQ.
           set CARD-ACTIVE to true.
           move WS-CARD-EXPIRY-DATE to CARD-EXPIRY-DATE.
           move WS-BUSINESS-DATE to CARD-STATUS-DATE.
           rewrite DEBIT-CARD-RECORD.

           move WS-OLD-CARD-NUMBER to CH-CARD-NUMBER.
           move CARD-CUST-ID to CH-CUST-ID.
           if OLD-CARD-LAPSED
               set CH-EXPIRED to true
           else
               set CH-REPLACED to true
           end-if.
           move WS-BUSINESS-DATE to CH-STATUS-DATE.
           move WS-OLD-EXPIRY-DATE to CH-EXPIRY-DATE.
           move CARD-NUMBER to CH-REPLACED-BY.
           move WS-BUSINESS-DATE to CH-RETIRED-DATE.
           move 0 to CH-OPER-ID.
           write CARD-HISTORY-RECORD
               invalid key
                   rewrite CARD-HISTORY-RECORD
           end-write.

           move CARD-CUST-ID to NOTICE-CUST-ID.
           move 'CARD-REISS' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move 0 to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.

           add 1 to WS-REISSUED-COUNT.
           move spaces to REPORT-LINE.
           string "Customer " delimited by size
                  CARD-CUST-ID delimited by size
                  " card " delimited by size
                  WS-OLD-CARD-NUMBER delimited by size
                  " exp " delimited by size
                  WS-OLD-EXPIRY-DATE delimited by size
                  " reissued as " delimited by size
                  CARD-NUMBER delimited by size
                  " exp " delimited by size
                  CARD-EXPIRY-DATE delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

      *    A lapsed card with no reissue due (closed customer) stays
      *    on debitcards.dat, marked expired.
       EXPIRE-CARD.
           set CARD-EXPIRED to true.
           move WS-BUSINESS-DATE to CARD-STATUS-DATE.
           rewrite DEBIT-CARD-RECORD.
           add 1 to WS-EXPIRED-COUNT.
           move spaces to REPORT-LINE.
           string "Customer " delimited by size
                  CARD-CUST-ID delimited by size
                  " card " delimited by size
                  CARD-NUMBER delimited by size
                  " expired " delimited by size
                  CARD-EXPIRY-DATE delimited by size
                  " -- customer closed, not reissued"
                      delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

      *    Sets WS-CARD-EXPIRY-DATE to the last day of the month
      *    CARD-EXPIRY-YEARS after the business date.
       COMPUTE-CARD-EXPIRY.
           move 3 to WS-CARD-EXPIRY-YEARS.
           move 'CARD-EXPIRY-YEARS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CARD-EXPIRY-YEARS
           end-if.
           move WS-BUSINESS-DATE(1:4) to WS-CARD-EXP-YEAR.
           move WS-BUSINESS-DATE(5:2) to WS-CARD-EXP-MONTH.
           add WS-CARD-EXPIRY-YEARS to WS-CARD-EXP-YEAR.
           add 1 to WS-CARD-EXP-MONTH.
           if WS-CARD-EXP-MONTH > 12
               move 1 to WS-CARD-EXP-MONTH
               add 1 to WS-CARD-EXP-YEAR
           end-if.
           compute WS-CARD-EXP-WORK = WS-CARD-EXP-YEAR * 10000
               + WS-CARD-EXP-MONTH * 100 + 1.
           compute WS-CARD-EXPIRY-DATE = function date-of-integer
               (function integer-of-date (WS-CARD-EXP-WORK) - 1).

      *    Keyed read against the parameter master.
       LOOKUP-PARAMETER.
           move 'N' to WS-PRM-FOUND.
           move 0 to WS-PRM-VALUE.
           open input PARAMETER-FILE.
           if WS-PRM-STATUS = '00'
               move WS-PRM-LOOKUP-NAME to PRM-NAME
               read PARAMETER-FILE
                   invalid key
                       continue
                   not invalid key
                       if PRM-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                           move PRM-VALUE to WS-PRM-VALUE
                           move 'Y' to WS-PRM-FOUND
                       end-if
               end-read
               close PARAMETER-FILE
           end-if.

       GET-BUSINESS-DATE.
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
