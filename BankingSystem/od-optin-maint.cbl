       identification division.
       program-id. od-optin-maint.

      *    Overdraft opt-in election, kept at the teller. A customer
      *    is covered for overdraft on one-time debit card items only
      *    after receiving the consent notice and affirmatively
      *    opting in; card-auth-intake.cbl declines a card item the
      *    available balance cannot cover for anyone else and never
      *    charges an overdraft fee on it. Checks and ACH are not
      *    affected and keep paying within CUST-OD-LIMIT. The
      *    election is one record per customer on od_optin.dat with
      *    the notice date, consent date and method, and revocation
      *    date. The consent notice (OD-NOTICE, quoting the per-item
      *    overdraft fee) and the written confirmations of an opt-in
      *    (OD-CONFIRM) or a revocation (OD-REVOKE) are queued for
      *    notice-letters.cbl, and each change is written to the
      *    teller journal. od-optin-report.cbl reports opt-in rates
      *    and overdraft fees by election. Menu:
      *      1 give the consent notice;
      *      2 record an opt-in (branch, phone, written or online);
      *      3 record a revocation;
      *      4 show a customer's election.
      *    Requires operator sign-on and the OD-OPTIN entitlement.

       environment division.
       input-output section.
       file-control.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select OD-OPTIN-FILE
           assign to 'od_optin.dat'
           organization is indexed
           access mode is dynamic
           record key is OPT-CUST-ID
           lock mode is automatic
           file status is WS-OPT-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select EJOURNAL-FILE
           assign to 'teller_journal.dat'
           organization is line sequential
           file status is WS-EJ-STATUS.
       select FEE-SCHEDULE-FILE
           assign to 'fee_schedule.dat'
           organization is line sequential
           file status is WS-FEE-FILE-STATUS.
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

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

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
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-OPT-STATUS             pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-EJ-STATUS              pic xx.
       01 WS-FEE-FILE-STATUS        pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.

       01 WS-OPT-CUST-ID            pic 9(6).
       01 WS-OPT-CUST-NAME          pic x(30).
       01 WS-OPT-CUST-STATUS        pic x(1).
       01 WS-OPT-ON-FILE-FLAG       pic x value 'N'.
          88 OPT-ON-FILE            value 'Y'.
       01 WS-OPT-METHOD             pic x(1).
          88 OPT-METHOD-ENTRY-VALID values 'B' 'P' 'W' 'E'.
       01 WS-OPT-CONFIRM            pic x(1).
       01 WS-OD-FEE-AMOUNT          pic 9(4)v99 value 25.00.
       01 WS-LETTER-EVENT           pic x(10).
       01 WS-LETTER-AMOUNT          pic 9(8)v99.
       01 WS-EJ-ACTION              pic x(20).
       01 WS-EJ-DETAIL              pic x(30).
       01 WS-METHOD-NAME            pic x(10).

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

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'OD-OPTIN' to WS-ENT-FUNCTION.
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
                   when '1' perform GIVE-CONSENT-NOTICE
                       thru GIVE-CONSENT-NOTICE-DONE
                   when '2' perform RECORD-OPT-IN
                       thru RECORD-OPT-IN-DONE
                   when '3' perform RECORD-REVOCATION
                       thru RECORD-REVOCATION-DONE
                   when '4' perform SHOW-ELECTION
                       thru SHOW-ELECTION-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Overdraft Opt-In (Debit Card)".
           display "1. Give Consent Notice".
           display "2. Record Opt-In".
           display "3. Record Revocation".
           display "4. Show Customer Election".
           display "5. Exit".
           display "Enter choice: ".

      *    Queues the consent notice, which describes the overdraft
      *    service and quotes the per-item fee, and records the date
      *    it was given. A customer with no election yet is put on
      *    file as not elected.
       GIVE-CONSENT-NOTICE.
           perform ACCEPT-CUSTOMER.
           if WS-OPT-CUST-NAME = spaces
               display "Customer not found."
               go to GIVE-CONSENT-NOTICE-DONE
           end-if.
           perform OPEN-OPTIN-FILE.
           if WS-OPT-STATUS not = '00'
               display "Opt-in file unavailable."
               go to GIVE-CONSENT-NOTICE-DONE
           end-if.
           perform READ-OPTIN-RECORD.
           move WS-BUSINESS-DATE to OPT-NOTICE-DATE.
           move WS-OPERATOR-ID to OPT-OPER-ID.
           move WS-BUSINESS-DATE to OPT-CHANGED-DATE.
           perform SAVE-OPTIN-RECORD.
           close OD-OPTIN-FILE.
           perform QUEUE-CONSENT-NOTICE.
           move 'OD-NOTICE' to WS-EJ-ACTION.
           move 'consent notice given' to WS-EJ-DETAIL.
           perform WRITE-OPTIN-JOURNAL.
           display "Consent notice queued for " WS-OPT-CUST-NAME.
       GIVE-CONSENT-NOTICE-DONE.
           continue.

      *    Records the customer's affirmative consent and how it was
      *    given. A customer never sent the notice receives it with
      *    the confirmation, so the file always shows a notice date
      *    on or before the consent date.
       RECORD-OPT-IN.
           perform ACCEPT-CUSTOMER.
           if WS-OPT-CUST-NAME = spaces
               display "Customer not found."
               go to RECORD-OPT-IN-DONE
           end-if.
           if WS-OPT-CUST-STATUS = 'C'
               display "Account is closed. Election refused."
               go to RECORD-OPT-IN-DONE
           end-if.
           perform OPEN-OPTIN-FILE.
           if WS-OPT-STATUS not = '00'
               display "Opt-in file unavailable."
               go to RECORD-OPT-IN-DONE
           end-if.
           perform READ-OPTIN-RECORD.
           if OPT-ON-FILE and OPT-OPTED-IN
               display "Customer already opted in since "
                   OPT-CONSENT-DATE "."
               close OD-OPTIN-FILE
               go to RECORD-OPT-IN-DONE
           end-if.
           display "Consent given (B=Branch P=Phone W=Written "
               "E=Online): ".
           accept WS-OPT-METHOD.
           inspect WS-OPT-METHOD converting 'bpwe' to 'BPWE'.
           if not OPT-METHOD-ENTRY-VALID
               display "Invalid consent method."
               close OD-OPTIN-FILE
               go to RECORD-OPT-IN-DONE
           end-if.
           display "Customer: " WS-OPT-CUST-NAME.
           display "Opt in to overdraft on debit card items? (Y/N): ".
           accept WS-OPT-CONFIRM.
           if WS-OPT-CONFIRM not = 'Y' and WS-OPT-CONFIRM not = 'y'
               display "Opt-in not recorded."
               close OD-OPTIN-FILE
               go to RECORD-OPT-IN-DONE
           end-if.
           if OPT-NOTICE-DATE = 0
               move WS-BUSINESS-DATE to OPT-NOTICE-DATE
               perform QUEUE-CONSENT-NOTICE
           end-if.
           move 'I' to OPT-ELECTION.
           move WS-BUSINESS-DATE to OPT-CONSENT-DATE.
           move WS-OPT-METHOD to OPT-METHOD.
           move 0 to OPT-REVOKE-DATE.
           move WS-OPERATOR-ID to OPT-OPER-ID.
           move WS-BUSINESS-DATE to OPT-CHANGED-DATE.
           perform SAVE-OPTIN-RECORD.
           close OD-OPTIN-FILE.
           move 'OD-CONFIRM' to WS-LETTER-EVENT.
           move 0 to WS-LETTER-AMOUNT.
           perform QUEUE-OPTIN-LETTER.
           perform SET-METHOD-NAME.
           move 'OD-OPTIN' to WS-EJ-ACTION.
           move spaces to WS-EJ-DETAIL.
           string "opted in by " delimited by size
                  WS-METHOD-NAME delimited by space
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-OPTIN-JOURNAL.
           display "Opt-in recorded. Confirmation letter queued.".
       RECORD-OPT-IN-DONE.
           continue.

      *    A revocation takes effect at once: the next card item the
      *    available balance cannot cover is declined.
       RECORD-REVOCATION.
           perform ACCEPT-CUSTOMER.
           if WS-OPT-CUST-NAME = spaces
               display "Customer not found."
               go to RECORD-REVOCATION-DONE
           end-if.
           perform OPEN-OPTIN-FILE.
           if WS-OPT-STATUS not = '00'
               display "Opt-in file unavailable."
               go to RECORD-REVOCATION-DONE
           end-if.
           perform READ-OPTIN-RECORD.
           if not OPT-ON-FILE or not OPT-OPTED-IN
               display "Customer is not opted in."
               close OD-OPTIN-FILE
               go to RECORD-REVOCATION-DONE
           end-if.
           display "Customer: " WS-OPT-CUST-NAME.
           display "Revoke overdraft opt-in? (Y/N): ".
           accept WS-OPT-CONFIRM.
           if WS-OPT-CONFIRM not = 'Y' and WS-OPT-CONFIRM not = 'y'
               display "Revocation not recorded."
               close OD-OPTIN-FILE
               go to RECORD-REVOCATION-DONE
           end-if.
           move 'R' to OPT-ELECTION.
           move WS-BUSINESS-DATE to OPT-REVOKE-DATE.
           move WS-OPERATOR-ID to OPT-OPER-ID.
           move WS-BUSINESS-DATE to OPT-CHANGED-DATE.
           perform SAVE-OPTIN-RECORD.
           close OD-OPTIN-FILE.
           move 'OD-REVOKE' to WS-LETTER-EVENT.
           move 0 to WS-LETTER-AMOUNT.
           perform QUEUE-OPTIN-LETTER.
           move 'OD-REVOKE' to WS-EJ-ACTION.
           move spaces to WS-EJ-DETAIL.
           string "opt-in of " delimited by size
                  OPT-CONSENT-DATE delimited by size
                  " revoked" delimited by size
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-OPTIN-JOURNAL.
           display "Revocation recorded. Confirmation letter queued.".
       RECORD-REVOCATION-DONE.
           continue.

       SHOW-ELECTION.
           perform ACCEPT-CUSTOMER.
           if WS-OPT-CUST-NAME = spaces
               display "Customer not found."
               go to SHOW-ELECTION-DONE
           end-if.
           display "Customer: " WS-OPT-CUST-NAME.
           open input OD-OPTIN-FILE.
           if WS-OPT-STATUS not = '00'
               display "Election: none -- card overdraft not covered"
               go to SHOW-ELECTION-DONE
           end-if.
           perform READ-OPTIN-RECORD.
           close OD-OPTIN-FILE.
           if not OPT-ON-FILE
               display "Election: none -- card overdraft not covered"
               go to SHOW-ELECTION-DONE
           end-if.
           evaluate true
               when OPT-OPTED-IN
                   display "Election: OPTED IN -- card overdraft "
                       "covered"
               when OPT-REVOKED
                   display "Election: REVOKED -- card overdraft not "
                       "covered"
               when other
                   display "Election: none -- card overdraft not "
                       "covered"
           end-evaluate.
           display "Notice given:  " OPT-NOTICE-DATE.
           if OPT-CONSENT-DATE not = 0
               perform SET-METHOD-NAME
               display "Consent date:  " OPT-CONSENT-DATE
                   "  method: " WS-METHOD-NAME
           end-if.
           if OPT-REVOKE-DATE not = 0
               display "Revoked:       " OPT-REVOKE-DATE
           end-if.
           display "Last changed:  " OPT-CHANGED-DATE
               " by operator " OPT-OPER-ID.
       SHOW-ELECTION-DONE.
           continue.

      *    Name and status for the customer keyed; the name is
      *    spaces when there is no such customer.
       ACCEPT-CUSTOMER.
           display "Enter Customer ID: ".
           accept WS-OPT-CUST-ID.
           move spaces to WS-OPT-CUST-NAME.
           move space to WS-OPT-CUST-STATUS.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move WS-OPT-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-OPT-CUST-NAME
                       move CUST-STATUS to WS-OPT-CUST-STATUS
               end-read
               close CUSTOMER-FILE
           end-if.

       OPEN-OPTIN-FILE.
           open i-o OD-OPTIN-FILE.
           if WS-OPT-STATUS not = '00'
               open output OD-OPTIN-FILE
               close OD-OPTIN-FILE
               open i-o OD-OPTIN-FILE
           end-if.

      *    Reads WS-OPT-CUST-ID's election; with none on file the
      *    record is set up as not elected, ready to be written.
       READ-OPTIN-RECORD.
           move 'N' to WS-OPT-ON-FILE-FLAG.
           move WS-OPT-CUST-ID to OPT-CUST-ID.
           read OD-OPTIN-FILE
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-OPT-ON-FILE-FLAG
           end-read.
           if not OPT-ON-FILE
               initialize OD-OPTIN-RECORD
               move WS-OPT-CUST-ID to OPT-CUST-ID
               move 'N' to OPT-ELECTION
               move space to OPT-METHOD
           end-if.

       SAVE-OPTIN-RECORD.
           if OPT-ON-FILE
               rewrite OD-OPTIN-RECORD
           else
               write OD-OPTIN-RECORD
               move 'Y' to WS-OPT-ON-FILE-FLAG
           end-if.

       QUEUE-CONSENT-NOTICE.
           perform READ-FEE-SCHEDULE.
           move 'OD-NOTICE' to WS-LETTER-EVENT.
           move WS-OD-FEE-AMOUNT to WS-LETTER-AMOUNT.
           perform QUEUE-OPTIN-LETTER.

       QUEUE-OPTIN-LETTER.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move WS-OPT-CUST-ID to NOTICE-CUST-ID.
           move WS-LETTER-EVENT to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move WS-LETTER-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

      *    The per-item overdraft fee quoted on the consent notice,
      *    the same schedule-then-parameter rule the posting programs
      *    charge by.
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
           move 'FEE-OD-OCCURRENCE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-OD-FEE-AMOUNT
           end-if.

       SET-METHOD-NAME.
           evaluate true
               when OPT-METHOD-BRANCH move 'branch' to WS-METHOD-NAME
               when OPT-METHOD-PHONE move 'phone' to WS-METHOD-NAME
               when OPT-METHOD-WRITTEN
                   move 'written' to WS-METHOD-NAME
               when OPT-METHOD-ONLINE move 'online' to WS-METHOD-NAME
               when other move spaces to WS-METHOD-NAME
           end-evaluate.

       WRITE-OPTIN-JOURNAL.
           open extend EJOURNAL-FILE.
           if WS-EJ-STATUS not = '00'
               open output EJOURNAL-FILE
           end-if.
           if WS-EJ-STATUS = '00'
               move function current-date(1:8) to EJ-DATE
               move function current-date(9:6) to EJ-TIME
               move WS-OPERATOR-ID to EJ-OPER-ID
               move WS-EJ-ACTION to EJ-ACTION
               move WS-OPT-CUST-ID to EJ-CUST-ID
               move WS-EJ-DETAIL to EJ-DETAIL
               write EJOURNAL-RECORD
               close EJOURNAL-FILE
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
