       identification division.
       program-id. maint-journal-report.

      *    Search screen and daily exception list for the maintenance
      *    journal (maint_journal.dat) -- the before/after trail of
      *    every non-monetary change to the banking masters: customer
      *    status, profile address and phone, card daily limits and
      *    replacements, credit-line limits, and fee waivers, each
      *    with the operator and branch that made it. Menu:
      *      1-3 search by customer, by operator, or by field name,
      *          each within a date range (blank dates take the
      *          whole journal);
      *      4   the daily exception list for a date (blank takes the
      *          business date): every card limit raised or card
      *          issued, credit limit raised, card replaced, or
      *          official check bought that day by a customer whose
      *          address or phone changed in the MAINT-RISK-DAYS
      *          (parameter master, default 5) days before it -- the
      *          account-takeover pattern. The list is written to
      *          maint_exceptions.txt for the fraud desk.

       environment division.
       input-output section.
       file-control.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.
       select OFFICIAL-CHECK-FILE
           assign to 'official_checks.dat'
           organization is indexed
           access mode is dynamic
           record key is OFC-SERIAL
           lock mode is automatic
           file status is WS-OFC-STATUS.
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
       select EXCEPTION-REPORT-FILE
           assign to 'maint_exceptions.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
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

       fd OFFICIAL-CHECK-FILE.
       01 OFFICIAL-CHECK-RECORD.
          05 OFC-SERIAL             pic 9(8).
          05 OFC-CUST-ID            pic 9(6).
          05 OFC-PAYEE              pic x(30).
          05 OFC-AMOUNT             pic 9(8)v99.
          05 OFC-ISSUE-DATE         pic 9(8).
          05 OFC-ISSUED-BY          pic 9(4).
          05 OFC-STATUS             pic x(1).
             88 OFC-OUTSTANDING     value 'O'.
             88 OFC-PAID            value 'P'.
             88 OFC-STOPPED         value 'T'.
             88 OFC-STALE           value 'L'.
          05 OFC-PAID-DATE          pic 9(8).

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

       fd EXCEPTION-REPORT-FILE.
       01 EXCEPTION-REPORT-LINE     pic x(100).

       working-storage section.
       01 WS-MJ-STATUS              pic xx.
       01 WS-OFC-STATUS             pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-SEARCH-CUST-ID         pic 9(6).
       01 WS-SEARCH-OPER-ID         pic 9(4).
       01 WS-SEARCH-FIELD           pic x(20).
       01 WS-FROM-DATE              pic 9(8).
       01 WS-TO-DATE                pic 9(8).
       01 WS-MATCH-FLAG             pic x.
       01 WS-MATCH-COUNT            pic 9(6) value zero.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

      *    Exception list: the date worked, the look-back window, and
      *    the first address or phone change per customer inside it.
       01 WS-EXC-DATE               pic 9(8).
       01 WS-RISK-DAYS              pic 9(3) value 5.
       01 WS-WINDOW-START           pic 9(8).
       01 WS-EXC-COUNT              pic 9(6) value zero.
       01 WS-CONTACT-COUNT          pic 9(4) value zero.
       01 WS-CONTACT-MAX            pic 9(4) value 2000.
       01 WS-CONTACT-OVERFLOW       pic x value 'N'.
       01 WS-CONTACT-TABLE.
          05 WS-CONTACT-ENTRY occurs 2000 times
                 indexed by WS-CT-IDX.
             10 WS-CT-CUST-ID       pic 9(6).
             10 WS-CT-DATE          pic 9(8).
             10 WS-CT-TIME          pic 9(6).
             10 WS-CT-FIELD         pic x(20).
             10 WS-CT-OPER-ID       pic 9(4).
       01 WS-CT-FOUND               pic x.
       01 WS-CT-HIT                 pic 9(4).
       01 WS-CONTACT-FIELD-FLAG     pic x.
          88 CONTACT-FIELD          value 'Y'.

      *    One risky event from the day being worked, before it is
      *    matched against the contact-change table.
       01 WS-EVENT-CUST-ID          pic 9(6).
       01 WS-EVENT-TIME             pic 9(6).
       01 WS-EVENT-DESC             pic x(30).
       01 WS-EVENT-DETAIL           pic x(30).
       01 WS-EVENT-OPER-ID          pic 9(4).
       01 WS-OLD-AMOUNT             pic 9(8)v99.
       01 WS-NEW-AMOUNT             pic 9(8)v99.
       01 WS-OFC-AMOUNT-ED          pic z(7)9.99.

       01 WS-HEAD-1.
          05 filler                 pic x(36)
             value 'MAINTENANCE JOURNAL EXCEPTIONS FOR '.
          05 WS-H1-DATE             pic 9(8).
          05 filler                 pic x(17)
             value '   LOOK-BACK DAYS'.
          05 filler                 pic x(1) value space.
          05 WS-H1-DAYS             pic zz9.
       01 WS-HEAD-2.
          05 filler                 pic x(50) value
             'CUST-ID CHANGED  FIELD CHANGED        EVENT       '.
          05 filler                 pic x(50) value
             '                   DETAIL                     OPR'.
       01 WS-DETAIL-LINE.
          05 WS-DL-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-DL-CHANGED          pic 9(8).
          05 filler                 pic x(1) value space.
          05 WS-DL-FIELD            pic x(20).
          05 filler                 pic x(1) value space.
          05 WS-DL-EVENT            pic x(30).
          05 filler                 pic x(1) value space.
          05 WS-DL-DETAIL           pic x(26).
          05 filler                 pic x(1) value space.
          05 WS-DL-OPER-ID          pic 9(4).
       01 WS-TOTAL-LINE.
          05 WS-TL-COUNT            pic zzzzz9.
          05 filler                 pic x(23)
             value ' exception(s) listed.'.

       procedure division.
       MAIN-LOGIC.
           display "Maintenance Journal Inquiry".
           perform until WS-USER-CHOICE = '5'
               display " "
               display "1. Search by Customer"
               display "2. Search by Operator"
               display "3. Search by Field"
               display "4. Daily Exception List"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1'
                       display "Enter Customer ID: "
                       accept WS-SEARCH-CUST-ID
                       move 0 to WS-SEARCH-OPER-ID
                       move spaces to WS-SEARCH-FIELD
                       perform ACCEPT-DATE-RANGE
                       perform SEARCH-JOURNAL
                   when '2'
                       display "Enter Operator ID: "
                       accept WS-SEARCH-OPER-ID
                       move 0 to WS-SEARCH-CUST-ID
                       move spaces to WS-SEARCH-FIELD
                       perform ACCEPT-DATE-RANGE
                       perform SEARCH-JOURNAL
                   when '3'
                       display "Enter Field (e.g. CUST-STATUS): "
                       accept WS-SEARCH-FIELD
                       inspect WS-SEARCH-FIELD converting
                           'abcdefghijklmnopqrstuvwxyz'
                           to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       move 0 to WS-SEARCH-CUST-ID
                       move 0 to WS-SEARCH-OPER-ID
                       perform ACCEPT-DATE-RANGE
                       perform SEARCH-JOURNAL
                   when '4'
                       perform DAILY-EXCEPTION-LIST
                           thru DAILY-EXCEPTION-LIST-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Blank dates leave that end of the range open.
       ACCEPT-DATE-RANGE.
           move 0 to WS-FROM-DATE.
           move 0 to WS-TO-DATE.
           display "Enter From Date (YYYYMMDD, blank for all): ".
           accept WS-FROM-DATE.
           display "Enter To Date (YYYYMMDD, blank for all): ".
           accept WS-TO-DATE.
           if WS-TO-DATE = 0
               move 99999999 to WS-TO-DATE
           end-if.

      *    One pass over the journal; customer/operator filters of
      *    zero and a blank field mean 'any'.
       SEARCH-JOURNAL.
           open input MAINT-JOURNAL-FILE.
           if WS-MJ-STATUS not = '00'
               display "No maintenance journal on file."
           else
               move 0 to WS-MATCH-COUNT
               move 'N' to WS-EOF-FLAG
               display "Date     Time   Cust   Field"
                   "                Old value"
                   "                      New value"
                   "                      Oper Brn"
               read MAINT-JOURNAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move 'Y' to WS-MATCH-FLAG
                   if WS-SEARCH-CUST-ID not = 0
                      and MJ-CUST-ID not = WS-SEARCH-CUST-ID
                       move 'N' to WS-MATCH-FLAG
                   end-if
                   if WS-SEARCH-OPER-ID not = 0
                      and MJ-OPERATOR-ID not = WS-SEARCH-OPER-ID
                       move 'N' to WS-MATCH-FLAG
                   end-if
                   if WS-SEARCH-FIELD not = spaces
                      and MJ-FIELD not = WS-SEARCH-FIELD
                       move 'N' to WS-MATCH-FLAG
                   end-if
                   if MJ-DATE < WS-FROM-DATE
                      or MJ-DATE > WS-TO-DATE
                       move 'N' to WS-MATCH-FLAG
                   end-if
                   if WS-MATCH-FLAG = 'Y'
                       display MJ-DATE " " MJ-TIME " " MJ-CUST-ID
                           " " MJ-FIELD " " MJ-OLD-VALUE " "
                           MJ-NEW-VALUE " " MJ-OPERATOR-ID " "
                           MJ-BRANCH
                       add 1 to WS-MATCH-COUNT
                   end-if
                   read MAINT-JOURNAL-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close MAINT-JOURNAL-FILE
               display WS-MATCH-COUNT " journal line(s) matched."
           end-if.

      *    Two passes over the journal: the first gathers the first
      *    address or phone change per customer in the look-back
      *    window, the second pairs the day's card, credit-line and
      *    replacement changes against it; official checks bought on
      *    the day are paired the same way.
       DAILY-EXCEPTION-LIST.
           perform GET-BUSINESS-DATE.
           move 0 to WS-EXC-DATE.
           display "Enter Date (YYYYMMDD, blank for business date): ".
           accept WS-EXC-DATE.
           if WS-EXC-DATE = 0
               move WS-BUSINESS-DATE to WS-EXC-DATE
           end-if.
           move 'MAINT-RISK-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-RISK-DAYS
           end-if.
           compute WS-WINDOW-START = function date-of-integer
               (function integer-of-date (WS-EXC-DATE)
                - WS-RISK-DAYS).

           open input MAINT-JOURNAL-FILE.
           if WS-MJ-STATUS not = '00'
               display "No maintenance journal on file."
               go to DAILY-EXCEPTION-LIST-DONE
           end-if.
           open output EXCEPTION-REPORT-FILE.
           if WS-REPORT-STATUS not = '00'
               display "Cannot open maint_exceptions.txt."
               close MAINT-JOURNAL-FILE
               go to DAILY-EXCEPTION-LIST-DONE
           end-if.
           move WS-EXC-DATE to WS-H1-DATE.
           move WS-RISK-DAYS to WS-H1-DAYS.
           write EXCEPTION-REPORT-LINE from WS-HEAD-1.
           move spaces to EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE from WS-HEAD-2.

           move 0 to WS-CONTACT-COUNT.
           move 0 to WS-EXC-COUNT.
           move 'N' to WS-CONTACT-OVERFLOW.
           move 'N' to WS-EOF-FLAG.
           read MAINT-JOURNAL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform CHECK-CONTACT-FIELD
               if CONTACT-FIELD
                  and MJ-DATE >= WS-WINDOW-START
                  and MJ-DATE <= WS-EXC-DATE
                   perform RECORD-CONTACT-CHANGE
               end-if
               read MAINT-JOURNAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close MAINT-JOURNAL-FILE.
           if WS-CONTACT-OVERFLOW = 'Y'
               display "WARNING: more than " WS-CONTACT-MAX
                   " contact changes in the window; the rest were"
                   " not checked."
           end-if.

           open input MAINT-JOURNAL-FILE.
           move 'N' to WS-EOF-FLAG.
           read MAINT-JOURNAL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if MJ-DATE = WS-EXC-DATE
                   perform CHECK-JOURNAL-EVENT
               end-if
               read MAINT-JOURNAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close MAINT-JOURNAL-FILE.

           perform CHECK-OFFICIAL-CHECKS.

           move spaces to EXCEPTION-REPORT-LINE.
           write EXCEPTION-REPORT-LINE.
           move WS-EXC-COUNT to WS-TL-COUNT.
           write EXCEPTION-REPORT-LINE from WS-TOTAL-LINE.
           close EXCEPTION-REPORT-FILE.
           display WS-EXC-COUNT " exception(s) written to "
               "maint_exceptions.txt.".
       DAILY-EXCEPTION-LIST-DONE.
           continue.

       CHECK-CONTACT-FIELD.
           move 'N' to WS-CONTACT-FIELD-FLAG.
           if MJ-FIELD = 'PROF-ADDRESS-LINE-1'
              or MJ-FIELD = 'PROF-ADDRESS-LINE-2'
              or MJ-FIELD = 'PROF-CITY'
              or MJ-FIELD = 'PROF-STATE'
              or MJ-FIELD = 'PROF-ZIP'
              or MJ-FIELD = 'PROF-PHONE'
               move 'Y' to WS-CONTACT-FIELD-FLAG
           end-if.

      *    Keeps the earliest contact change per customer in the
      *    window; the journal is in time order, so the first line
      *    for a customer is the one kept. Any event that follows a
      *    change in the window also follows that one.
       RECORD-CONTACT-CHANGE.
           move MJ-CUST-ID to WS-EVENT-CUST-ID.
           perform FIND-CONTACT-ENTRY.
           if WS-CT-FOUND = 'N'
               if WS-CONTACT-COUNT >= WS-CONTACT-MAX
                   move 'Y' to WS-CONTACT-OVERFLOW
               else
                   add 1 to WS-CONTACT-COUNT
                   set WS-CT-IDX to WS-CONTACT-COUNT
                   move MJ-CUST-ID to WS-CT-CUST-ID (WS-CT-IDX)
                   move MJ-DATE to WS-CT-DATE (WS-CT-IDX)
                   move MJ-TIME to WS-CT-TIME (WS-CT-IDX)
                   move MJ-FIELD to WS-CT-FIELD (WS-CT-IDX)
                   move MJ-OPERATOR-ID to WS-CT-OPER-ID (WS-CT-IDX)
               end-if
           end-if.

      *    Looks up WS-EVENT-CUST-ID in the contact-change table.
       FIND-CONTACT-ENTRY.
           move 'N' to WS-CT-FOUND.
           move 0 to WS-CT-HIT.
           perform varying WS-CT-IDX from 1 by 1
                   until WS-CT-IDX > WS-CONTACT-COUNT
                      or WS-CT-FOUND = 'Y'
               if WS-CT-CUST-ID (WS-CT-IDX) = WS-EVENT-CUST-ID
                   move 'Y' to WS-CT-FOUND
                   set WS-CT-HIT to WS-CT-IDX
               end-if
           end-perform.

      *    A card limit raised (or set on a new card), a credit
      *    limit raised (or a line opened), or a card replaced.
      *    Limits are journaled as fixed-width zero-filled amounts.
       CHECK-JOURNAL-EVENT.
           move spaces to WS-EVENT-DESC.
           move spaces to WS-EVENT-DETAIL.
           evaluate MJ-FIELD
               when 'CARD-DAILY-LIMIT'
                   perform COMPARE-LIMITS
                   if MJ-OLD-VALUE = spaces
                       move 'CARD ISSUED WITH LIMIT' to WS-EVENT-DESC
                   else
                       if WS-NEW-AMOUNT > WS-OLD-AMOUNT
                           move 'CARD LIMIT RAISED'
                               to WS-EVENT-DESC
                       end-if
                   end-if
               when 'CL-LIMIT'
                   perform COMPARE-LIMITS
                   if MJ-OLD-VALUE = spaces
                       move 'CREDIT LINE OPENED' to WS-EVENT-DESC
                   else
                       if WS-NEW-AMOUNT > WS-OLD-AMOUNT
                           move 'CREDIT LIMIT RAISED'
                               to WS-EVENT-DESC
                       end-if
                   end-if
               when 'CARD-NUMBER'
                   move 'CARD REPLACED' to WS-EVENT-DESC
                   move MJ-NEW-VALUE to WS-EVENT-DETAIL
           end-evaluate.
           if WS-EVENT-DESC not = spaces
               if WS-EVENT-DETAIL = spaces
                   string MJ-OLD-VALUE delimited by space
                          " TO " delimited by size
                          MJ-NEW-VALUE delimited by space
                          into WS-EVENT-DETAIL
                   end-string
               end-if
               move MJ-CUST-ID to WS-EVENT-CUST-ID
               move MJ-TIME to WS-EVENT-TIME
               move MJ-OPERATOR-ID to WS-EVENT-OPER-ID
               perform PAIR-WITH-CONTACT-CHANGE
           end-if.

       COMPARE-LIMITS.
           move 0 to WS-OLD-AMOUNT.
           move 0 to WS-NEW-AMOUNT.
           if MJ-OLD-VALUE not = spaces
               compute WS-OLD-AMOUNT =
                   function numval (MJ-OLD-VALUE)
           end-if.
           if MJ-NEW-VALUE not = spaces
               compute WS-NEW-AMOUNT =
                   function numval (MJ-NEW-VALUE)
           end-if.

      *    The event is an exception when the same customer's contact
      *    details changed inside the window and no later than it.
       PAIR-WITH-CONTACT-CHANGE.
           perform FIND-CONTACT-ENTRY.
           if WS-CT-FOUND = 'Y'
               set WS-CT-IDX to WS-CT-HIT
               if WS-CT-DATE (WS-CT-IDX) < WS-EXC-DATE
                  or WS-CT-TIME (WS-CT-IDX) <= WS-EVENT-TIME
                   move WS-EVENT-CUST-ID to WS-DL-CUST-ID
                   move WS-CT-DATE (WS-CT-IDX) to WS-DL-CHANGED
                   move WS-CT-FIELD (WS-CT-IDX) to WS-DL-FIELD
                   move WS-EVENT-DESC to WS-DL-EVENT
                   move WS-EVENT-DETAIL to WS-DL-DETAIL
                   move WS-EVENT-OPER-ID to WS-DL-OPER-ID
                   write EXCEPTION-REPORT-LINE from WS-DETAIL-LINE
                   add 1 to WS-EXC-COUNT
               end-if
           end-if.

      *    Official checks carry no issue time, so one bought on the
      *    day of the contact change is listed whatever the order.
       CHECK-OFFICIAL-CHECKS.
           open input OFFICIAL-CHECK-FILE.
           if WS-OFC-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read OFFICIAL-CHECK-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if OFC-ISSUE-DATE = WS-EXC-DATE
                       move 'OFFICIAL CHECK PURCHASED'
                           to WS-EVENT-DESC
                       move OFC-AMOUNT to WS-OFC-AMOUNT-ED
                       move spaces to WS-EVENT-DETAIL
                       string OFC-SERIAL delimited by size
                              " " delimited by size
                              WS-OFC-AMOUNT-ED delimited by size
                              into WS-EVENT-DETAIL
                       end-string
                       move OFC-CUST-ID to WS-EVENT-CUST-ID
                       move 999999 to WS-EVENT-TIME
                       move OFC-ISSUED-BY to WS-EVENT-OPER-ID
                       perform PAIR-WITH-CONTACT-CHANGE
                   end-if
                   read OFFICIAL-CHECK-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close OFFICIAL-CHECK-FILE
           end-if.

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
