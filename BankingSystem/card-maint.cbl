       identification division.
       program-id. card-maint.

      *    Debit card lifecycle maintenance for the card-services
      *    desk. A customer calling in a lost or stolen card has it
      *    hotlisted at once (card-auth-intake.cbl declines every
      *    later network item on it with its own reason); a damaged
      *    card is flagged for replacement. Issuing a replacement
      *    moves the old card number to the card history file --
      *    keyed by card number, so late network items on the old
      *    plastic still trace back to the customer -- and gives the
      *    customer a new number under the next issue sequence with
      *    the daily limit carried over and a fresh expiry date.
      *    debitcards.dat stays keyed by customer: one live card per
      *    customer, as ISSUE-DEBIT-CARD has always kept it. Cards
      *    nearing expiry are reissued by the monthly
      *    card-reissue.cbl batch.
      *    Every status change and every replacement number goes on
      *    the maintenance journal (maint_journal.dat) with the
      *    operator who made it; card numbers are journaled by their
      *    last four digits only.

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
      *    Every card number ever retired, with the status it was
      *    retired in and the number that replaced it.
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
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.
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

      *    One retired card number. CH-STATUS keeps the reason the
      *    plastic left service: a lost/stolen card stays hotlisted
      *    forever, an expired card stays expired, and a card
      *    swapped out while still good (damaged, reissued ahead of
      *    expiry) is simply replaced.
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

       fd MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
          05 MJ-DATE                pic 9(8).
          05 MJ-TIME                pic 9(6).
          05 MJ-CUST-ID             pic 9(6).
          05 MJ-FIELD               pic x(20).
          05 MJ-OLD-VALUE           pic x(30).
          05 MJ-NEW-VALUE           pic x(30).
          05 MJ-OPERATOR-ID         pic 9(4).
          05 MJ-BRANCH              pic 9(3).
          05 MJ-SOURCE              pic x(24).
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-CARD-STATUS            pic xx.
       01 WS-CH-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-BUSDATE-STATUS         pic xx.

       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-OPERATOR-BRANCH        pic 9(3) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.

       01 WS-WORK-CUST-ID           pic 9(6).
       01 WS-HOTLIST-CHOICE         pic x.
       01 WS-CONFIRM                pic x.
       01 WS-OLD-CARD-NUMBER        pic 9(16).
       01 WS-OLD-STATUS             pic x(1).
       01 WS-OLD-STATUS-DATE        pic 9(8).
       01 WS-OLD-EXPIRY-DATE        pic 9(8).
       01 WS-HISTORY-COUNT          pic 9(3).
       01 WS-FMT-LIMIT              pic z(5)9.99.

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).
       01 WS-MJ-CARD-NUMBER         pic 9(16).

      *    New cards are good through the last day of the month
      *    CARD-EXPIRY-YEARS out (parameter master; three years
      *    when no row is set).
       01 WS-CARD-EXPIRY-YEARS      pic 9(2) value 3.
       01 WS-CARD-EXP-YEAR          pic 9(4).
       01 WS-CARD-EXP-MONTH         pic 9(2).
       01 WS-CARD-EXP-WORK          pic 9(8).
       01 WS-CARD-EXPIRY-DATE       pic 9(8).

       procedure division.
       MAIN-LOGIC.
           display "Debit Card Maintenance".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "1. Hotlist Lost/Stolen Card"
               display "2. Report Damaged Card"
               display "3. Issue Replacement Card"
               display "4. Card Inquiry and History"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform HOTLIST-CARD
                       thru HOTLIST-CARD-DONE
                   when '2' perform REPORT-DAMAGED-CARD
                       thru REPORT-DAMAGED-CARD-DONE
                   when '3' perform ISSUE-REPLACEMENT-CARD
                       thru ISSUE-REPLACEMENT-CARD-DONE
                   when '4' perform CARD-INQUIRY
                       thru CARD-INQUIRY-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Hotlisting takes effect on the next network item: the
      *    live record keeps its number until a replacement is
      *    issued, but card-auth-intake.cbl declines everything on a
      *    lost or stolen card from this moment on.
       HOTLIST-CARD.
           display "Enter Customer ID: ".
           accept WS-WORK-CUST-ID.
           open i-o DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "No debit card file on record."
               go to HOTLIST-CARD-DONE
           end-if.
           move WS-WORK-CUST-ID to CARD-CUST-ID.
           read DEBIT-CARD-FILE
               invalid key
                   display "Customer has no debit card."
                   close DEBIT-CARD-FILE
                   go to HOTLIST-CARD-DONE
           end-read.
           if CARD-HOTLISTED
               display "Card " CARD-NUMBER " is already hotlisted."
               close DEBIT-CARD-FILE
               go to HOTLIST-CARD-DONE
           end-if.
           display "Card " CARD-NUMBER " status " CARD-STATUS.
           move CARD-STATUS to WS-MJ-OLD.
           display "Reported [L]ost or [S]tolen: ".
           accept WS-HOTLIST-CHOICE.
           evaluate WS-HOTLIST-CHOICE
               when 'L' when 'l'
                   set CARD-LOST to true
               when 'S' when 's'
                   set CARD-STOLEN to true
               when other
                   display "Nothing changed."
                   close DEBIT-CARD-FILE
                   go to HOTLIST-CARD-DONE
           end-evaluate.
           move WS-BUSINESS-DATE to CARD-STATUS-DATE.
           rewrite DEBIT-CARD-RECORD.
           close DEBIT-CARD-FILE.
           perform JOURNAL-CARD-STATUS.
           display "Card " CARD-NUMBER " hotlisted. Issue the "
               "replacement with option 3.".
       HOTLIST-CARD-DONE.
           continue.

      *    A damaged card is not a fraud risk, so it keeps
      *    authorizing (card-not-present use still works) until the
      *    replacement is issued; the flag tells the desk a
      *    replacement is owed.
       REPORT-DAMAGED-CARD.
           display "Enter Customer ID: ".
           accept WS-WORK-CUST-ID.
           open i-o DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "No debit card file on record."
               go to REPORT-DAMAGED-CARD-DONE
           end-if.
           move WS-WORK-CUST-ID to CARD-CUST-ID.
           read DEBIT-CARD-FILE
               invalid key
                   display "Customer has no debit card."
                   close DEBIT-CARD-FILE
                   go to REPORT-DAMAGED-CARD-DONE
           end-read.
           if not CARD-ACTIVE
               display "Card is not active (status " CARD-STATUS
                   ") -- issue the replacement with option 3."
               close DEBIT-CARD-FILE
               go to REPORT-DAMAGED-CARD-DONE
           end-if.
           move CARD-STATUS to WS-MJ-OLD.
           set CARD-DAMAGED to true.
           move WS-BUSINESS-DATE to CARD-STATUS-DATE.
           rewrite DEBIT-CARD-RECORD.
           close DEBIT-CARD-FILE.
           perform JOURNAL-CARD-STATUS.
           display "Card " CARD-NUMBER " marked damaged.".
       REPORT-DAMAGED-CARD-DONE.
           continue.

      *    Retires the current number to the history file and gives
      *    the customer the next number in their issue sequence. The
      *    daily limit and today's running usage carry over, so a
      *    replacement cannot be used to reset the day's limit.
       ISSUE-REPLACEMENT-CARD.
           display "Enter Customer ID: ".
           accept WS-WORK-CUST-ID.
           move WS-WORK-CUST-ID to CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to ISSUE-REPLACEMENT-CARD-DONE
           end-if.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to ISSUE-REPLACEMENT-CARD-DONE
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "Customer is closed; no replacement issued."
               go to ISSUE-REPLACEMENT-CARD-DONE
           end-if.
           open i-o DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "No debit card file on record."
               go to ISSUE-REPLACEMENT-CARD-DONE
           end-if.
           move WS-WORK-CUST-ID to CARD-CUST-ID.
           read DEBIT-CARD-FILE
               invalid key
                   display "Customer has no card to replace -- issue "
                       "one from the teller menu."
                   close DEBIT-CARD-FILE
                   go to ISSUE-REPLACEMENT-CARD-DONE
           end-read.
           if CARD-ISSUE-SEQ >= 99
               display "Issue sequence exhausted for this customer."
               close DEBIT-CARD-FILE
               go to ISSUE-REPLACEMENT-CARD-DONE
           end-if.
           move CARD-DAILY-LIMIT to WS-FMT-LIMIT.
           display "Replace card " CARD-NUMBER " (status "
               CARD-STATUS ", limit " WS-FMT-LIMIT ")? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Replacement cancelled."
               close DEBIT-CARD-FILE
               go to ISSUE-REPLACEMENT-CARD-DONE
           end-if.
           move CARD-NUMBER to WS-OLD-CARD-NUMBER.
           move CARD-STATUS to WS-OLD-STATUS.
           move CARD-STATUS-DATE to WS-OLD-STATUS-DATE.
           move CARD-EXPIRY-DATE to WS-OLD-EXPIRY-DATE.
           perform COMPUTE-CARD-EXPIRY.
           add 1 to CARD-ISSUE-SEQ.
           compute CARD-NUMBER =
               WS-WORK-CUST-ID * 1000000000 + 4000000000
               + CARD-ISSUE-SEQ.
           set CARD-ACTIVE to true.
           move WS-CARD-EXPIRY-DATE to CARD-EXPIRY-DATE.
           move WS-BUSINESS-DATE to CARD-STATUS-DATE.
           rewrite DEBIT-CARD-RECORD.
           close DEBIT-CARD-FILE.
           perform WRITE-CARD-HISTORY.
           move WS-OLD-STATUS to WS-MJ-OLD.
           perform JOURNAL-CARD-STATUS.
           move 'CARD-NUMBER' to WS-MJ-FIELD.
           move WS-OLD-CARD-NUMBER to WS-MJ-CARD-NUMBER.
           move spaces to WS-MJ-OLD.
           string "XXXXXXXXXXXX" delimited by size
                  WS-MJ-CARD-NUMBER(13:4) delimited by size
                  into WS-MJ-OLD
           end-string.
           move CARD-NUMBER to WS-MJ-CARD-NUMBER.
           move spaces to WS-MJ-NEW.
           string "XXXXXXXXXXXX" delimited by size
                  WS-MJ-CARD-NUMBER(13:4) delimited by size
                  into WS-MJ-NEW
           end-string.
           perform WRITE-MAINT-JOURNAL.
           move 'CARD-REPL' to NOTICE-EVENT-TYPE.
           perform QUEUE-CARD-NOTICE.
           display "Replacement card " CARD-NUMBER " issued, expires "
               CARD-EXPIRY-DATE ".".
           display "Old card " WS-OLD-CARD-NUMBER
               " retired to card history.".
       ISSUE-REPLACEMENT-CARD-DONE.
           continue.

      *    Files the number just replaced. Lost/stolen and expired
      *    cards keep that status; anything else was swapped out while
      *    still good and is recorded as replaced.
       WRITE-CARD-HISTORY.
           open i-o CARD-HISTORY-FILE.
           if WS-CH-STATUS not = '00'
               open output CARD-HISTORY-FILE
               close CARD-HISTORY-FILE
               open i-o CARD-HISTORY-FILE
           end-if.
           move WS-OLD-CARD-NUMBER to CH-CARD-NUMBER.
           move WS-WORK-CUST-ID to CH-CUST-ID.
           evaluate WS-OLD-STATUS
               when 'L' when 'S' when 'E'
                   move WS-OLD-STATUS to CH-STATUS
                   move WS-OLD-STATUS-DATE to CH-STATUS-DATE
               when other
                   set CH-REPLACED to true
                   move WS-BUSINESS-DATE to CH-STATUS-DATE
           end-evaluate.
           move WS-OLD-EXPIRY-DATE to CH-EXPIRY-DATE.
           move CARD-NUMBER to CH-REPLACED-BY.
           move WS-BUSINESS-DATE to CH-RETIRED-DATE.
           move WS-OPERATOR-ID to CH-OPER-ID.
           write CARD-HISTORY-RECORD
               invalid key
                   rewrite CARD-HISTORY-RECORD
           end-write.
           close CARD-HISTORY-FILE.

      *    The caller has put the status before the change in
      *    WS-MJ-OLD; the record area holds the status after it. A
      *    replacement for a card that was still active leaves the
      *    status as it was and journals only the new number.
       JOURNAL-CARD-STATUS.
           move CARD-CUST-ID to WS-MJ-CUST-ID.
           move 'CARD-STATUS' to WS-MJ-FIELD.
           move CARD-STATUS to WS-MJ-NEW.
           if WS-MJ-NEW not = WS-MJ-OLD
               perform WRITE-MAINT-JOURNAL
           end-if.

      *    Appends one maintenance-journal line for a non-balance
      *    field change; a journal that cannot be written is reported
      *    and the change stands.
       WRITE-MAINT-JOURNAL.
           open extend MAINT-JOURNAL-FILE.
           if WS-MJ-STATUS not = '00'
               open output MAINT-JOURNAL-FILE
           end-if.
           if WS-MJ-STATUS = '00'
               move function current-date(1:8) to MJ-DATE
               move function current-date(9:6) to MJ-TIME
               move WS-MJ-CUST-ID to MJ-CUST-ID
               move WS-MJ-FIELD to MJ-FIELD
               move WS-MJ-OLD to MJ-OLD-VALUE
               move WS-MJ-NEW to MJ-NEW-VALUE
               move WS-OPERATOR-ID to MJ-OPERATOR-ID
               move WS-OPERATOR-BRANCH to MJ-BRANCH
               move 'card-maint' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.

       CARD-INQUIRY.
           display "Enter Customer ID: ".
           accept WS-WORK-CUST-ID.
           open input DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "No debit card file on record."
               go to CARD-INQUIRY-DONE
           end-if.
           move WS-WORK-CUST-ID to CARD-CUST-ID.
           read DEBIT-CARD-FILE
               invalid key
                   display "No live card for this customer."
               not invalid key
                   move CARD-DAILY-LIMIT to WS-FMT-LIMIT
                   display "Live card " CARD-NUMBER " status "
                       CARD-STATUS " since " CARD-STATUS-DATE
                   display "  expires " CARD-EXPIRY-DATE
                       "  issue seq " CARD-ISSUE-SEQ
                       "  daily limit " WS-FMT-LIMIT
           end-read.
           close DEBIT-CARD-FILE.
           move 0 to WS-HISTORY-COUNT.
           open input CARD-HISTORY-FILE.
           if WS-CH-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read CARD-HISTORY-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CH-CUST-ID = WS-WORK-CUST-ID
                       display "Retired " CH-CARD-NUMBER " status "
                           CH-STATUS " on " CH-RETIRED-DATE
                           " replaced by " CH-REPLACED-BY
                       add 1 to WS-HISTORY-COUNT
                   end-if
                   read CARD-HISTORY-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CARD-HISTORY-FILE
           end-if.
           display WS-HISTORY-COUNT " retired card(s) on file.".
       CARD-INQUIRY-DONE.
           continue.

      *    Expects NOTICE-EVENT-TYPE set; the new card's number goes
      *    out under separate cover, so the letter carries no amount.
       QUEUE-CARD-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move WS-WORK-CUST-ID to NOTICE-CUST-ID.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move 0 to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

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

      *    Operator sign-on against the same master the teller screen
      *    uses; the operator's ID goes on every retired card.
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
      *    screen applies.
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
