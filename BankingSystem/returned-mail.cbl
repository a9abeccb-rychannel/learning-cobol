       identification division.
       program-id. returned-mail.

      *    Returned mail intake. A statement or letter that comes
      *    back undeliverable is logged against the customer on the
      *    returned-mail history (returned_mail.dat) and the profile
      *    address is flagged bad (PROF-ADDR-STATUS 'B', with the date
      *    first returned). While the flag stands, statement-gen.cbl
      *    and notice-letters.cbl hold that customer's mail and list
      *    it on held_mail.txt instead of producing it; official-
      *    check.cbl and customer-profile-maint.cbl treat the customer
      *    as a takeover risk. customer-profile-maint.cbl clears the
      *    flag when a new address is recorded, and escheatment.cbl
      *    shows the history to its due-diligence review. Menu:
      *      1 record a returned item;
      *      2 follow-up list of undeliverable addresses, with the
      *        mail held for each (bad_address_followup.txt);
      *      3 a customer's returned-mail history.
      *    Requires operator sign-on and the RET-MAIL entitlement.

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
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select RETURNED-MAIL-FILE
           assign to 'returned_mail.dat'
           organization is line sequential
           file status is WS-RM-STATUS.
       select HELD-MAIL-FILE
           assign to 'held_mail.txt'
           organization is line sequential
           file status is WS-HELD-STATUS.
       select FOLLOWUP-REPORT
           assign to 'bad_address_followup.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
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

       fd HELD-MAIL-FILE.
       01 HELD-MAIL-RECORD.
          05 HM-DATE                pic 9(8).
          05 HM-CUST-ID             pic 9(6).
          05 HM-ITEM                pic x(1).
             88 HM-ITEM-STATEMENT   value 'S'.
             88 HM-ITEM-LETTER      value 'L'.
          05 HM-DETAIL              pic x(30).
          05 HM-BAD-DATE            pic 9(8).

       fd FOLLOWUP-REPORT.
       01 FOLLOWUP-LINE             pic x(100).

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
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-RM-STATUS              pic xx.
       01 WS-HELD-STATUS            pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-HELD-EOF-FLAG          pic x value 'N'.
          88 HELD-EOF-REACHED       value 'Y'.

       01 WS-RM-CUST-ID             pic 9(6).
       01 WS-RM-CUST-NAME           pic x(30).
       01 WS-RM-ITEM                pic x(1).
          88 RM-ITEM-ENTRY-VALID    values 'S' 'L' 'O'.
       01 WS-RM-REASON              pic x(20).
       01 WS-BAD-COUNT              pic 9(5) value zero.
       01 WS-HELD-COUNT             pic 9(5) value zero.
       01 WS-HISTORY-COUNT          pic 9(5) value zero.

       01 WS-FOLLOWUP-HEADING.
          05 filler                 pic x(8) value 'CUST-ID'.
          05 filler                 pic x(32) value 'NAME'.
          05 filler                 pic x(10) value 'BAD SINCE'.
          05 filler                 pic x(32) value 'ADDRESS'.
          05 filler                 pic x(4) value 'HELD'.
       01 WS-FOLLOWUP-DETAIL.
          05 WS-FU-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-FU-NAME             pic x(30).
          05 filler                 pic x(2) value spaces.
          05 WS-FU-BAD-DATE         pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-FU-ADDRESS          pic x(30).
          05 filler                 pic x(2) value spaces.
          05 WS-FU-HELD             pic zzzz9.
       01 WS-FOLLOWUP-HELD.
          05 filler                 pic x(10) value spaces.
          05 WS-FH-DATE             pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-FH-ITEM             pic x(10).
          05 filler                 pic x(2) value spaces.
          05 WS-FH-DETAIL           pic x(30).

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
           move 'RET-MAIL' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '4'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform RECORD-RETURNED-MAIL
                       thru RECORD-RETURNED-MAIL-DONE
                   when '2' perform LIST-BAD-ADDRESSES
                       thru LIST-BAD-ADDRESSES-DONE
                   when '3' perform SHOW-HISTORY thru SHOW-HISTORY-DONE
                   when '4' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Returned Mail".
           display "1. Record Returned Item".
           display "2. Undeliverable Address Follow-Up List".
           display "3. Customer Returned-Mail History".
           display "4. Exit".
           display "Enter choice: ".

      *    Logs one returned item and flags the address undeliverable.
      *    A second return against an address already flagged is
      *    logged but keeps the date first returned.
       RECORD-RETURNED-MAIL.
           display "Enter Customer ID: ".
           accept WS-RM-CUST-ID.
           perform READ-CUSTOMER-NAME.
           if WS-RM-CUST-NAME = spaces
               display "Customer not found."
               go to RECORD-RETURNED-MAIL-DONE
           end-if.
           open i-o PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               display "Profile file not found."
               go to RECORD-RETURNED-MAIL-DONE
           end-if.
           move WS-RM-CUST-ID to PROF-CUST-ID.
           read PROFILE-FILE
               invalid key
                   display "No profile (mailing address) on file for "
                       "that customer."
                   close PROFILE-FILE
                   go to RECORD-RETURNED-MAIL-DONE
           end-read.
           display "Customer: " WS-RM-CUST-NAME.
           display "Address:  " PROF-ADDRESS-LINE-1.
           display "          " PROF-CITY " " PROF-STATE " " PROF-ZIP.
           display "Item returned (S=Statement L=Letter O=Other): ".
           accept WS-RM-ITEM.
           inspect WS-RM-ITEM converting 'slo' to 'SLO'.
           if not RM-ITEM-ENTRY-VALID
               display "Invalid item type."
               close PROFILE-FILE
               go to RECORD-RETURNED-MAIL-DONE
           end-if.
           display "Reason (e.g. MOVED, NO SUCH ADDRESS): ".
           accept WS-RM-REASON.
           inspect WS-RM-REASON converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if PROF-ADDR-BAD
               display "Address already flagged undeliverable since "
                   PROF-ADDR-BAD-DATE "."
           else
               move 'B' to PROF-ADDR-STATUS
               move WS-BUSINESS-DATE to PROF-ADDR-BAD-DATE
               rewrite CUSTOMER-PROFILE-RECORD
               display "Address flagged undeliverable. Statements "
                   "and letters will be held."
           end-if.
           close PROFILE-FILE.

           open extend RETURNED-MAIL-FILE.
           if WS-RM-STATUS not = '00'
               open output RETURNED-MAIL-FILE
           end-if.
           if WS-RM-STATUS = '00'
               move WS-RM-CUST-ID to RM-CUST-ID
               move WS-BUSINESS-DATE to RM-DATE
               move 'R' to RM-EVENT
               move WS-RM-ITEM to RM-ITEM
               move WS-RM-REASON to RM-REASON
               move PROF-ADDRESS-LINE-1 to RM-ADDRESS-LINE-1
               move PROF-ZIP to RM-ZIP
               move WS-OPERATOR-ID to RM-OPER-ID
               write RETURNED-MAIL-RECORD
               close RETURNED-MAIL-FILE
           else
               display "WARNING: returned-mail history unavailable."
           end-if.
       RECORD-RETURNED-MAIL-DONE.
           continue.

      *    Every profile flagged undeliverable, with the mail held for
      *    it since the flag went up, for the follow-up desk to trace
      *    a new address.
       LIST-BAD-ADDRESSES.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               display "Profile file not found."
               go to LIST-BAD-ADDRESSES-DONE
           end-if.
           open output FOLLOWUP-REPORT.
           move spaces to FOLLOWUP-LINE.
           string "UNDELIVERABLE ADDRESS FOLLOW-UP  BUSINESS DATE "
               WS-BUSINESS-DATE delimited by size into FOLLOWUP-LINE.
           write FOLLOWUP-LINE.
           write FOLLOWUP-LINE from WS-FOLLOWUP-HEADING.
           move 0 to WS-BAD-COUNT.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read PROFILE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if PROF-ADDR-BAD
                           perform LIST-ONE-BAD-ADDRESS
                       end-if
               end-read
           end-perform.
           close PROFILE-FILE.
           move spaces to FOLLOWUP-LINE.
           string "UNDELIVERABLE ADDRESSES: " WS-BAD-COUNT
               delimited by size into FOLLOWUP-LINE.
           write FOLLOWUP-LINE.
           close FOLLOWUP-REPORT.
           display WS-BAD-COUNT " undeliverable address(es) listed on "
               "bad_address_followup.txt.".
       LIST-BAD-ADDRESSES-DONE.
           continue.

       LIST-ONE-BAD-ADDRESS.
           add 1 to WS-BAD-COUNT.
           move PROF-CUST-ID to WS-RM-CUST-ID.
           perform READ-CUSTOMER-NAME.
           move PROF-CUST-ID to WS-FU-CUST-ID.
           move WS-RM-CUST-NAME to WS-FU-NAME.
           move PROF-ADDR-BAD-DATE to WS-FU-BAD-DATE.
           move PROF-ADDRESS-LINE-1 to WS-FU-ADDRESS.
           move 0 to WS-HELD-COUNT.
           open input HELD-MAIL-FILE.
           if WS-HELD-STATUS = '00'
               move 'N' to WS-HELD-EOF-FLAG
               perform until HELD-EOF-REACHED
                   read HELD-MAIL-FILE
                       at end
                           move 'Y' to WS-HELD-EOF-FLAG
                       not at end
                           if HM-CUST-ID = PROF-CUST-ID
                            and HM-DATE >= PROF-ADDR-BAD-DATE
                               add 1 to WS-HELD-COUNT
                           end-if
                   end-read
               end-perform
               close HELD-MAIL-FILE
           end-if.
           move WS-HELD-COUNT to WS-FU-HELD.
           write FOLLOWUP-LINE from WS-FOLLOWUP-DETAIL.
           if WS-HELD-COUNT > 0
               open input HELD-MAIL-FILE
               move 'N' to WS-HELD-EOF-FLAG
               perform until HELD-EOF-REACHED
                   read HELD-MAIL-FILE
                       at end
                           move 'Y' to WS-HELD-EOF-FLAG
                       not at end
                           if HM-CUST-ID = PROF-CUST-ID
                            and HM-DATE >= PROF-ADDR-BAD-DATE
                               perform LIST-ONE-HELD-ITEM
                           end-if
                   end-read
               end-perform
               close HELD-MAIL-FILE
           end-if.

       LIST-ONE-HELD-ITEM.
           move HM-DATE to WS-FH-DATE.
           if HM-ITEM-STATEMENT
               move 'STATEMENT' to WS-FH-ITEM
           else
               move 'LETTER' to WS-FH-ITEM
           end-if.
           move HM-DETAIL to WS-FH-DETAIL.
           write FOLLOWUP-LINE from WS-FOLLOWUP-HELD.

      *    The customer's returned items and address corrections,
      *    oldest first.
       SHOW-HISTORY.
           display "Enter Customer ID: ".
           accept WS-RM-CUST-ID.
           perform READ-CUSTOMER-NAME.
           if WS-RM-CUST-NAME = spaces
               display "Customer not found."
               go to SHOW-HISTORY-DONE
           end-if.
           display "Customer: " WS-RM-CUST-NAME.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move WS-RM-CUST-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       if PROF-ADDR-BAD
                           display "Address: UNDELIVERABLE since "
                               PROF-ADDR-BAD-DATE
                       else
                           display "Address: good"
                       end-if
               end-read
               close PROFILE-FILE
           end-if.
           move 0 to WS-HISTORY-COUNT.
           open input RETURNED-MAIL-FILE.
           if WS-RM-STATUS not = '00'
               display "No returned mail on record."
               go to SHOW-HISTORY-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read RETURNED-MAIL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if RM-CUST-ID = WS-RM-CUST-ID
                           perform SHOW-ONE-HISTORY-LINE
                       end-if
               end-read
           end-perform.
           close RETURNED-MAIL-FILE.
           if WS-HISTORY-COUNT = 0
               display "No returned mail on record."
           end-if.
       SHOW-HISTORY-DONE.
           continue.

       SHOW-ONE-HISTORY-LINE.
           add 1 to WS-HISTORY-COUNT.
           if RM-CORRECTED
               display RM-DATE "  CORRECTED  " RM-ADDRESS-LINE-1
                   " " RM-ZIP
           else
               evaluate true
                   when RM-ITEM-STATEMENT
                       display RM-DATE "  RETURNED   statement  "
                           RM-REASON " " RM-ADDRESS-LINE-1
                   when RM-ITEM-LETTER
                       display RM-DATE "  RETURNED   letter     "
                           RM-REASON " " RM-ADDRESS-LINE-1
                   when other
                       display RM-DATE "  RETURNED   other      "
                           RM-REASON " " RM-ADDRESS-LINE-1
               end-evaluate
           end-if.

      *    Name for WS-RM-CUST-ID; spaces when there is no such
      *    customer.
       READ-CUSTOMER-NAME.
           move spaces to WS-RM-CUST-NAME.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move WS-RM-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-RM-CUST-NAME
               end-read
               close CUSTOMER-FILE
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
