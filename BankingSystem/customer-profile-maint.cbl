      *    existed and corrects existing ones. Modeled on the payroll
      *    side's employee-maint.cob menu shape, but against an indexed
      *    file like emp-bank-xref-maint.cbl.
      *    Option 5 keeps the tax ID certification interest-posting.cbl
      *    decides backup withholding by: a signed W-9 certifies the
      *    TIN, and an IRS B-notice (name/TIN mismatch) puts it back
      *    under withholding. A second B-notice within three years of
      *    the first can only be cleared once the SSA or IRS has
      *    validated the TIN. Each B-notice queues the matching
      *    mailing for notice-letters.cbl. Changing the tax ID on
      *    Update drops the certification until a new W-9 is signed.
      *    A new address on Update clears the undeliverable-address
      *    flag returned-mail.cbl sets, with a 'C' line on the
      *    returned-mail history; an address change while the flag is
      *    up, or within RM-WATCH-DAYS after it clears, goes on the
      *    fraud review queue as rule RM-ADDR.
      *    The session signs on against operators.dat, and every
      *    field an Add, Update, W-9 or B-notice changes goes on the
      *    maintenance journal (maint_journal.dat) with its before and
      *    after value. Tax IDs are journaled by their last four
      *    digits only.

       environment division.
       input-output section.
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
       select FRAUD-REVIEW-FILE
           assign to 'fraud_review.dat'
           organization is line sequential
           file status is WS-FRAUD-REVIEW-STATUS.
       select RETURNED-MAIL-FILE
           assign to 'returned_mail.dat'
           organization is line sequential
           file status is WS-RM-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.
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

       data division.
       file section.
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
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

       fd FRAUD-REVIEW-FILE.
       01 FRAUD-REVIEW-RECORD.
          05 FRV-DATE               pic 9(8).
          05 FRV-TIME               pic 9(6).
          05 FRV-OPER-ID            pic 9(4).
          05 FRV-CUST-ID            pic 9(6).
          05 FRV-RULE-CODE          pic x(8).
          05 FRV-AMOUNT             pic 9(8)v99.
          05 FRV-ACTION             pic x(1).

       fd RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
          05 RM-CUST-ID             pic 9(6).
          05 RM-DATE                pic 9(8).
          05 RM-EVENT               pic x(1).
             88 RM-RETURNED         value 'R'.
             88 RM-CORRECTED        value 'C'.
          05 RM-ITEM                pic x(1).
             88 RM-ITEM-STATEMENT   value 'S'.
             88 RM-ITEM-LETTER      value 'L'.
             88 RM-ITEM-OTHER       value 'O'.
             88 RM-ITEM-VALID       value 'S' 'L' 'O'.
          05 RM-REASON              pic x(20).
          05 RM-ADDRESS-LINE-1      pic x(30).
          05 RM-ZIP                 pic x(10).
          05 RM-OPER-ID             pic 9(4).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

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

       working-storage section.
       01 WS-PROFILE-STATUS        pic xx.
       01 WS-CUSTOMER-STATUS       pic xx.
          88 EOF-REACHED          value 'Y'.
       01 WS-CUST-FOUND-FLAG       pic x value 'N'.
          88 CUST-FOUND            value 'Y'.
       01 WS-NOTICE-STATUS         pic xx.
       01 WS-BUSDATE-STATUS        pic xx.
       01 WS-BUSINESS-DATE         pic 9(8).

      *    TIN certification work fields.
       01 WS-OLD-TAX-ID            pic 9(9).
       01 WS-NEW-TAX-ID            pic 9(9).
       01 WS-TIN-ACTION            pic x.
       01 WS-CONFIRM               pic x.
       01 WS-BNOTICE-DATE          pic 9(8).
       01 WS-BNOTICE-EVENT         pic x(10).
       01 WS-BNOTICE-AGE-DAYS      pic s9(6).
       01 WS-BNOTICE-REPEAT-DAYS   pic 9(4) value 1095.

      *    Returned-mail watch: a customer whose address is flagged
      *    undeliverable, or was corrected within the watch window,
      *    has address changes and official checks written to the
      *    fraud review queue.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-FRAUD-REVIEW-STATUS    pic xx.
       01 WS-ADDR-WATCH-CUST-ID     pic 9(6).
       01 WS-ADDR-WATCH-FLAG        pic x value 'N'.
          88 ADDRESS-WATCH-ON       value 'Y'.
       01 WS-ADDR-WATCH-DAYS        pic 9(4) value 90.
       01 WS-ADDR-WATCH-AGE         pic s9(6).
       01 WS-FRV-RULE-CODE          pic x(8).
       01 WS-FRV-AMOUNT             pic 9(8)v99.
       01 WS-FRV-ACTION             pic x(1).
       01 WS-RM-STATUS              pic xx.
       01 WS-OLD-ADDRESS.
          05 WS-OLD-ADDRESS-LINE-1  pic x(30).
          05 WS-OLD-ADDRESS-LINE-2  pic x(30).
          05 WS-OLD-CITY            pic x(20).
          05 WS-OLD-STATE           pic x(2).
          05 WS-OLD-ZIP             pic x(10).
       01 WS-NEW-ADDRESS.
          05 WS-NEW-ADDRESS-LINE-1  pic x(30).
          05 WS-NEW-ADDRESS-LINE-2  pic x(30).
          05 WS-NEW-CITY            pic x(20).
          05 WS-NEW-STATE           pic x(2).
          05 WS-NEW-ZIP             pic x(10).

       01 WS-OPERATOR-FILE-STATUS   pic xx.
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

      *    Maintenance journal: the profile as it stood before the
      *    change, compared field by field once the change is made.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).
       01 WS-PROFILE-BEFORE.
          05 WS-PB-CUST-ID          pic 9(6).
          05 WS-PB-ADDRESS-LINE-1   pic x(30).
          05 WS-PB-ADDRESS-LINE-2   pic x(30).
          05 WS-PB-CITY             pic x(20).
          05 WS-PB-STATE            pic x(2).
          05 WS-PB-ZIP              pic x(10).
          05 WS-PB-PHONE            pic x(12).
          05 WS-PB-DATE-OF-BIRTH    pic 9(8).
          05 WS-PB-TAX-ID           pic 9(9).
          05 WS-PB-HOME-BRANCH      pic 9(3).
          05 WS-PB-TIN-STATUS       pic x(1).
          05 WS-PB-TIN-CERT-DATE    pic 9(8).
          05 WS-PB-BNOTICE-1-DATE   pic 9(8).
          05 WS-PB-BNOTICE-2-DATE   pic 9(8).
          05 WS-PB-ADDR-STATUS      pic x(1).
          05 WS-PB-ADDR-BAD-DATE    pic 9(8).
          05 WS-PB-ADDR-CLEARED-DATE pic 9(8).
       01 WS-MJ-TAX-ID              pic 9(9).

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                       thru UPDATE-PROFILE-DONE
                   when '3' perform VIEW-PROFILE thru VIEW-PROFILE-DONE
                   when '4' perform LIST-ALL-PROFILES
                   when '5' perform TIN-CERTIFICATION
                       thru TIN-CERTIFICATION-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           display "2. Update Profile".
           display "3. View Profile".
           display "4. List All Profiles".
           display "5. TIN Certification / B-Notice".
           display "6. Exit".
           display "Enter choice: ".

       ADD-PROFILE.
                   go to ADD-PROFILE-DONE
           end-read.
           move WS-TARGET-CUST-ID to PROF-CUST-ID.
           initialize WS-PROFILE-BEFORE.
           move WS-TARGET-CUST-ID to WS-PB-CUST-ID.
           perform PROMPT-PROFILE-DETAILS.
           move 'U' to PROF-TIN-STATUS.
           move 0 to PROF-TIN-CERT-DATE.
           move 0 to PROF-BNOTICE-1-DATE.
           move 0 to PROF-BNOTICE-2-DATE.
           move space to PROF-ADDR-STATUS.
           move 0 to PROF-ADDR-BAD-DATE.
           move 0 to PROF-ADDR-CLEARED-DATE.
           if PROF-TAX-ID not = 0
               display "Signed W-9 certifying the Tax ID? (Y/N): "
               accept WS-CONFIRM
               if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
                   perform GET-BUSINESS-DATE
                   move 'C' to PROF-TIN-STATUS
                   move WS-BUSINESS-DATE to PROF-TIN-CERT-DATE
               end-if
           end-if.
           write CUSTOMER-PROFILE-RECORD.
           close CUSTOMER-PROFILE-FILE.
           perform JOURNAL-PROFILE-CHANGES.
           display "Profile added.".
       ADD-PROFILE-DONE.
           continue.
                   close CUSTOMER-PROFILE-FILE
                   go to UPDATE-PROFILE-DONE
           end-read.
           move CUSTOMER-PROFILE-RECORD to WS-PROFILE-BEFORE.
           move PROF-TAX-ID to WS-OLD-TAX-ID.
           move PROF-ADDRESS-LINE-1 to WS-OLD-ADDRESS-LINE-1.
           move PROF-ADDRESS-LINE-2 to WS-OLD-ADDRESS-LINE-2.
           move PROF-CITY to WS-OLD-CITY.
           move PROF-STATE to WS-OLD-STATE.
           move PROF-ZIP to WS-OLD-ZIP.
           perform PROMPT-PROFILE-DETAILS.
           if PROF-TAX-ID not = WS-OLD-TAX-ID
               move 'U' to PROF-TIN-STATUS
               display "Tax ID changed -- certification cleared "
                   "until a new W-9 is recorded (option 5)."
           end-if.
           move PROF-ADDRESS-LINE-1 to WS-NEW-ADDRESS-LINE-1.
           move PROF-ADDRESS-LINE-2 to WS-NEW-ADDRESS-LINE-2.
           move PROF-CITY to WS-NEW-CITY.
           move PROF-STATE to WS-NEW-STATE.
           move PROF-ZIP to WS-NEW-ZIP.
           if WS-NEW-ADDRESS not = WS-OLD-ADDRESS
               perform ADDRESS-CHANGE-WATCH
           end-if.
           rewrite CUSTOMER-PROFILE-RECORD.
           close CUSTOMER-PROFILE-FILE.
           perform JOURNAL-PROFILE-CHANGES.
           display "Profile updated.".
       UPDATE-PROFILE-DONE.
           continue.
                   display "Date of Birth: " PROF-DATE-OF-BIRTH
                   display "Tax ID: " PROF-TAX-ID
                   display "Home Branch: " PROF-HOME-BRANCH
                   perform DISPLAY-TIN-STATUS
                   if PROF-ADDR-BAD
                       display "Address: UNDELIVERABLE since "
                           PROF-ADDR-BAD-DATE
                   end-if
           end-read.
           close CUSTOMER-PROFILE-FILE.
       VIEW-PROFILE-DONE.
               close CUSTOMER-PROFILE-FILE
           end-if.

      *    Records a signed W-9 or an IRS B-notice against the
      *    profile's tax ID.
       TIN-CERTIFICATION.
           display "Enter Customer ID: ".
           accept WS-TARGET-CUST-ID.
           open i-o CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               display "Profile file not found."
               go to TIN-CERTIFICATION-DONE
           end-if.
           move WS-TARGET-CUST-ID to PROF-CUST-ID.
           read CUSTOMER-PROFILE-FILE
               invalid key
                   display "No profile found for that customer."
                   close CUSTOMER-PROFILE-FILE
                   go to TIN-CERTIFICATION-DONE
           end-read.
           move CUSTOMER-PROFILE-RECORD to WS-PROFILE-BEFORE.
           perform DISPLAY-TIN-STATUS.
           perform GET-BUSINESS-DATE.
           display "[W]-9 certification received, [B]-notice "
               "received, or [Q]uit: ".
           accept WS-TIN-ACTION.
           evaluate WS-TIN-ACTION
               when 'W'
               when 'w'
                   perform RECORD-W9-CERTIFICATION
                       thru RECORD-W9-CERTIFICATION-DONE
               when 'B'
               when 'b'
                   perform RECORD-B-NOTICE
                       thru RECORD-B-NOTICE-DONE
               when other
                   display "No change made."
           end-evaluate.
           close CUSTOMER-PROFILE-FILE.
           perform JOURNAL-PROFILE-CHANGES.
       TIN-CERTIFICATION-DONE.
           continue.

      *    A W-9 may carry a corrected TIN. After a second B-notice
      *    the customer's own certification is not enough: the TIN
      *    must first be validated by the SSA (or the IRS for an
      *    ITIN/EIN).
       RECORD-W9-CERTIFICATION.
           if PROF-TIN-BNOTICE-2
               display "Second B-notice: SSA/IRS validation of the "
                   "TIN received? (Y/N): "
               accept WS-CONFIRM
               if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
                   display "Certification refused -- withholding "
                       "continues until the TIN is validated."
                   go to RECORD-W9-CERTIFICATION-DONE
               end-if
           end-if.
           display "Tax ID on the W-9 (0 keeps " PROF-TAX-ID "): ".
           accept WS-NEW-TAX-ID.
           if WS-NEW-TAX-ID not = 0
               move WS-NEW-TAX-ID to PROF-TAX-ID
           end-if.
           if PROF-TAX-ID = 0
               display "A W-9 without a Tax ID does not certify."
               go to RECORD-W9-CERTIFICATION-DONE
           end-if.
           move 'C' to PROF-TIN-STATUS.
           move WS-BUSINESS-DATE to PROF-TIN-CERT-DATE.
           rewrite CUSTOMER-PROFILE-RECORD.
           display "Tax ID certified " PROF-TIN-CERT-DATE
               "; backup withholding stops with the next posting.".
       RECORD-W9-CERTIFICATION-DONE.
           continue.

      *    A B-notice dated within three years of an earlier first
      *    notice is a second B-notice.
       RECORD-B-NOTICE.
           display "Date of the B-notice (YYYYMMDD, 0 for today): ".
           accept WS-BNOTICE-DATE.
           if WS-BNOTICE-DATE = 0
               move WS-BUSINESS-DATE to WS-BNOTICE-DATE
           end-if.
           move 'BNOTICE-1' to WS-BNOTICE-EVENT.
           if PROF-BNOTICE-1-DATE > 0
               and PROF-BNOTICE-1-DATE <= WS-BNOTICE-DATE
               compute WS-BNOTICE-AGE-DAYS =
                   function integer-of-date(WS-BNOTICE-DATE)
                   - function integer-of-date(PROF-BNOTICE-1-DATE)
               if WS-BNOTICE-AGE-DAYS <= WS-BNOTICE-REPEAT-DAYS
                   move 'BNOTICE-2' to WS-BNOTICE-EVENT
               end-if
           end-if.
           if WS-BNOTICE-EVENT = 'BNOTICE-2'
               move '2' to PROF-TIN-STATUS
               move WS-BNOTICE-DATE to PROF-BNOTICE-2-DATE
               display "Second B-notice within three years of "
                   PROF-BNOTICE-1-DATE "."
           else
               move '1' to PROF-TIN-STATUS
               move WS-BNOTICE-DATE to PROF-BNOTICE-1-DATE
               move 0 to PROF-BNOTICE-2-DATE
               display "First B-notice recorded."
           end-if.
           rewrite CUSTOMER-PROFILE-RECORD.
           perform QUEUE-BNOTICE-MAILING.
           display "B-notice mailing queued.".
       RECORD-B-NOTICE-DONE.
           continue.

       QUEUE-BNOTICE-MAILING.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move PROF-CUST-ID to NOTICE-CUST-ID.
           move WS-BNOTICE-EVENT to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move 0 to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

       DISPLAY-TIN-STATUS.
           evaluate true
               when PROF-TIN-CERTIFIED
                   display "TIN Status: Certified " PROF-TIN-CERT-DATE
               when PROF-TIN-BNOTICE-1
                   display "TIN Status: First B-notice "
                       PROF-BNOTICE-1-DATE
               when PROF-TIN-BNOTICE-2
                   display "TIN Status: Second B-notice "
                       PROF-BNOTICE-2-DATE
                       " (SSA/IRS validation required)"
               when other
                   display "TIN Status: Not certified"
           end-evaluate.

      *    Reads the business day being processed, falling back to
      *    the calendar date when no control file exists.
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

      *    A changed mailing address. While the address is flagged
      *    undeliverable the change is the correction the flag waits
      *    for: it clears, the history gets a 'C' line, and the
      *    change is queued for fraud review. Inside the watch window
      *    after an earlier correction it is queued for review only.
       ADDRESS-CHANGE-WATCH.
           perform GET-BUSINESS-DATE.
           move 'N' to WS-ADDR-WATCH-FLAG.
           move PROF-CUST-ID to WS-ADDR-WATCH-CUST-ID.
           if PROF-ADDR-BAD
               move 'Y' to WS-ADDR-WATCH-FLAG
               move space to PROF-ADDR-STATUS
               move WS-BUSINESS-DATE to PROF-ADDR-CLEARED-DATE
               perform WRITE-ADDRESS-CORRECTED
               display "Undeliverable-address flag cleared; held "
                   "mail will go to the new address."
           else
               if PROF-ADDR-CLEARED-DATE not = 0
                   move 'RM-WATCH-DAYS' to WS-PRM-LOOKUP-NAME
                   perform LOOKUP-PARAMETER
                   if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
                       move WS-PRM-VALUE to WS-ADDR-WATCH-DAYS
                   end-if
                   compute WS-ADDR-WATCH-AGE =
                       function integer-of-date (WS-BUSINESS-DATE)
                     - function integer-of-date
                           (PROF-ADDR-CLEARED-DATE)
                   if WS-ADDR-WATCH-AGE <= WS-ADDR-WATCH-DAYS
                       move 'Y' to WS-ADDR-WATCH-FLAG
                       display "WARNING: address changed again soon "
                           "after returned mail -- queued for review."
                   end-if
               end-if
           end-if.
           if ADDRESS-WATCH-ON
               move 'RM-ADDR' to WS-FRV-RULE-CODE
               move 0 to WS-FRV-AMOUNT
               move 'W' to WS-FRV-ACTION
               perform WRITE-FRAUD-REVIEW
           end-if.

      *    Appends the correction to the returned-mail history
      *    escheatment.cbl's due diligence reads.
       WRITE-ADDRESS-CORRECTED.
           open extend RETURNED-MAIL-FILE.
           if WS-RM-STATUS not = '00'
               open output RETURNED-MAIL-FILE
           end-if.
           if WS-RM-STATUS = '00'
               move PROF-CUST-ID to RM-CUST-ID
               move WS-BUSINESS-DATE to RM-DATE
               move 'C' to RM-EVENT
               move space to RM-ITEM
               move 'NEW ADDRESS ON FILE' to RM-REASON
               move PROF-ADDRESS-LINE-1 to RM-ADDRESS-LINE-1
               move PROF-ZIP to RM-ZIP
               move WS-OPERATOR-ID to RM-OPER-ID
               write RETURNED-MAIL-RECORD
               close RETURNED-MAIL-FILE
           end-if.

      *    One line on the fraud review queue fraud-rule-maint.cbl
      *    lists, the same shape the teller screen's rules write.
       WRITE-FRAUD-REVIEW.
           open extend FRAUD-REVIEW-FILE.
           if WS-FRAUD-REVIEW-STATUS not = '00'
               open output FRAUD-REVIEW-FILE
           end-if.
           if WS-FRAUD-REVIEW-STATUS = '00'
               move WS-BUSINESS-DATE to FRV-DATE
               move function current-date(9:6) to FRV-TIME
               move WS-OPERATOR-ID to FRV-OPER-ID
               move WS-ADDR-WATCH-CUST-ID to FRV-CUST-ID
               move WS-FRV-RULE-CODE to FRV-RULE-CODE
               move WS-FRV-AMOUNT to FRV-AMOUNT
               move WS-FRV-ACTION to FRV-ACTION
               write FRAUD-REVIEW-RECORD
               close FRAUD-REVIEW-FILE
           else
               display "WARNING: fraud review queue unavailable."
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


      *    Prompts for every profile field straight into the record
      *    area; shared by Add and Update.
       PROMPT-PROFILE-DETAILS.
           display "Enter Home Branch (3 digits): ".
           accept PROF-HOME-BRANCH.

      *    One journal line per field that differs from the before
      *    image -- every field on the Add, since it starts empty. A
      *    change backed out before the rewrite leaves no line.
       JOURNAL-PROFILE-CHANGES.
           move PROF-CUST-ID to WS-MJ-CUST-ID.
           if PROF-ADDRESS-LINE-1 not = WS-PB-ADDRESS-LINE-1
               move 'PROF-ADDRESS-LINE-1' to WS-MJ-FIELD
               move WS-PB-ADDRESS-LINE-1 to WS-MJ-OLD
               move PROF-ADDRESS-LINE-1 to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-ADDRESS-LINE-2 not = WS-PB-ADDRESS-LINE-2
               move 'PROF-ADDRESS-LINE-2' to WS-MJ-FIELD
               move WS-PB-ADDRESS-LINE-2 to WS-MJ-OLD
               move PROF-ADDRESS-LINE-2 to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-CITY not = WS-PB-CITY
               move 'PROF-CITY' to WS-MJ-FIELD
               move WS-PB-CITY to WS-MJ-OLD
               move PROF-CITY to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-STATE not = WS-PB-STATE
               move 'PROF-STATE' to WS-MJ-FIELD
               move WS-PB-STATE to WS-MJ-OLD
               move PROF-STATE to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-ZIP not = WS-PB-ZIP
               move 'PROF-ZIP' to WS-MJ-FIELD
               move WS-PB-ZIP to WS-MJ-OLD
               move PROF-ZIP to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-PHONE not = WS-PB-PHONE
               move 'PROF-PHONE' to WS-MJ-FIELD
               move WS-PB-PHONE to WS-MJ-OLD
               move PROF-PHONE to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-DATE-OF-BIRTH not = WS-PB-DATE-OF-BIRTH
               move 'PROF-DATE-OF-BIRTH' to WS-MJ-FIELD
               move spaces to WS-MJ-OLD
               if WS-PB-DATE-OF-BIRTH not = 0
                   move WS-PB-DATE-OF-BIRTH to WS-MJ-OLD
               end-if
               move PROF-DATE-OF-BIRTH to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-TAX-ID not = WS-PB-TAX-ID
               move 'PROF-TAX-ID' to WS-MJ-FIELD
               move spaces to WS-MJ-OLD
               if WS-PB-TAX-ID not = 0
                   move WS-PB-TAX-ID to WS-MJ-TAX-ID
                   string "XXXXX" delimited by size
                          WS-MJ-TAX-ID(6:4) delimited by size
                          into WS-MJ-OLD
                   end-string
               end-if
               move PROF-TAX-ID to WS-MJ-TAX-ID
               move spaces to WS-MJ-NEW
               string "XXXXX" delimited by size
                      WS-MJ-TAX-ID(6:4) delimited by size
                      into WS-MJ-NEW
               end-string
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-HOME-BRANCH not = WS-PB-HOME-BRANCH
               move 'PROF-HOME-BRANCH' to WS-MJ-FIELD
               move spaces to WS-MJ-OLD
               if WS-PB-HOME-BRANCH not = 0
                   move WS-PB-HOME-BRANCH to WS-MJ-OLD
               end-if
               move PROF-HOME-BRANCH to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-TIN-STATUS not = WS-PB-TIN-STATUS
               move 'PROF-TIN-STATUS' to WS-MJ-FIELD
               move WS-PB-TIN-STATUS to WS-MJ-OLD
               move PROF-TIN-STATUS to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.
           if PROF-ADDR-STATUS not = WS-PB-ADDR-STATUS
               move 'PROF-ADDR-STATUS' to WS-MJ-FIELD
               move WS-PB-ADDR-STATUS to WS-MJ-OLD
               move PROF-ADDR-STATUS to WS-MJ-NEW
               perform WRITE-MAINT-JOURNAL
           end-if.

      *    Appends one maintenance-journal line; a journal that
      *    cannot be written is reported and the change stands.
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
               move 'customer-profile-maint' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.

      *    Operator sign-on against the same master the teller screen
      *    uses; the operator's ID goes on every journal line.
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
      *    record itself and lock the operator at the configured
      *    limit, exactly as the teller screen's sign-on does.
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

      *    Confirms the Customer ID exists in CUSTOMER-FILE before a
      *    profile is added for it.
       VALIDATE-CUST-ID.
