       identification division.
       program-id. collateral-maint.

      *    Collateral register for the loan book. Each item pledged
      *    against a loan -- a vehicle, real estate, a deposit held
      *    as security, equipment -- carries its appraised value and
      *    appraisal date, the bank's lien position, the title or
      *    recording reference that perfects the lien, and for
      *    insurable collateral the carrier and policy expiry. A loan
      *    may have several items; the inquiry shows the loan-to-value
      *    over all its active items. New appraisals and insurance
      *    renewals are posted here; collateral-review.cbl reads the
      *    register monthly for LTV, lapsed insurance and stale
      *    appraisals, and loan-payment.cbl releases the liens when
      *    the loan pays off. A manual release, for a substitution or
      *    a partial release, takes a supervisor.

       environment division.
       input-output section.
       file-control.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
      *    One record per pledged item, reachable by loan through the
      *    alternate key.
       select COLLATERAL-FILE
           assign to 'collateral.dat'
           organization is indexed
           access mode is dynamic
           record key is COL-ID
           alternate record key is COL-LOAN-ID
               with duplicates
           lock mode is automatic
           file status is WS-COL-STATUS.
      *    One-line override of the failed-attempt lockout limit,
      *    and the reviewable failed-attempt log -- the same sign-on
      *    hardening the teller screen applies, so this screen is no
      *    quieter a door for brute force.
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
       fd LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID                pic 9(6).
          05 LOAN-CUST-ID           pic 9(6).
          05 LOAN-PRINCIPAL         pic 9(8)v99.
          05 LOAN-BALANCE           pic 9(8)v99.
          05 LOAN-RATE              pic 9(2)v9(4).
          05 LOAN-TERM-MONTHS       pic 9(3).
          05 LOAN-PAYMENT-AMOUNT    pic 9(8)v99.
          05 LOAN-ORIGIN-DATE       pic 9(8).
          05 LOAN-NEXT-DUE-DATE     pic 9(8).
          05 LOAN-STATUS            pic x(1).
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

      *    A pledged item. COL-INS-EXPIRY is zero for collateral that
      *    carries no insurance (a pledged deposit);
      *    COL-LAST-LETTER-DATE is the last insurance-request letter
      *    collateral-review.cbl queued, so one lapse is not lettered
      *    every month.
       fd COLLATERAL-FILE.
       01 COLLATERAL-RECORD.
          05 COL-ID                 pic 9(6).
          05 COL-LOAN-ID            pic 9(6).
          05 COL-CUST-ID            pic 9(6).
          05 COL-TYPE               pic x(4).
             88 COL-VEHICLE         value 'VEHI'.
             88 COL-REAL-ESTATE     value 'REAL'.
             88 COL-DEPOSIT         value 'DEPO'.
             88 COL-EQUIPMENT       value 'EQUP'.
             88 COL-OTHER           value 'OTHR'.
             88 COL-VALID-TYPE      values 'VEHI' 'REAL' 'DEPO'
                                           'EQUP' 'OTHR'.
          05 COL-DESCRIPTION        pic x(40).
          05 COL-APPRAISED-VALUE    pic 9(9)v99.
          05 COL-APPRAISAL-DATE     pic 9(8).
          05 COL-LIEN-POSITION      pic 9(1).
          05 COL-TITLE-REF          pic x(20).
          05 COL-INS-CARRIER        pic x(20).
          05 COL-INS-EXPIRY         pic 9(8).
          05 COL-STATUS             pic x(1).
             88 COL-ACTIVE          value 'A'.
             88 COL-RELEASED        value 'R'.
          05 COL-RELEASED-DATE      pic 9(8).
          05 COL-LAST-LETTER-DATE   pic 9(8).

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
       01 WS-LOAN-STATUS            pic xx.
       01 WS-COL-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

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

       01 WS-USER-CHOICE            pic x.
       01 WS-COL-ID                 pic 9(6).
       01 WS-LOAN-ID                pic 9(6).
       01 WS-COL-TYPE               pic x(4).
       01 WS-COL-DESCRIPTION        pic x(40).
       01 WS-APPRAISED-VALUE        pic 9(9)v99.
       01 WS-APPRAISAL-DATE         pic 9(8).
       01 WS-LIEN-POSITION          pic 9(1).
       01 WS-TITLE-REF              pic x(20).
       01 WS-INS-CARRIER            pic x(20).
       01 WS-INS-EXPIRY             pic 9(8).
       01 WS-CONFIRM                pic x.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-TOTAL-VALUE            pic 9(11)v99.
       01 WS-LTV-PERCENT            pic 9(5)v99.
       01 WS-LTV-DISPLAY            pic zzzz9.99.
       01 WS-FORMATTED-AMT          pic $ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'COLL-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-COLLATERAL
                       thru ADD-COLLATERAL-DONE
                   when '2' perform POST-APPRAISAL
                       thru POST-APPRAISAL-DONE
                   when '3' perform UPDATE-INSURANCE
                       thru UPDATE-INSURANCE-DONE
                   when '4' perform COLLATERAL-INQUIRY
                       thru COLLATERAL-INQUIRY-DONE
                   when '5' perform RELEASE-ONE-LIEN
                       thru RELEASE-ONE-LIEN-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Collateral Register".
           display "1. Add Collateral to a Loan".
           display "2. Post New Appraisal".
           display "3. Update Insurance".
           display "4. Collateral Inquiry by Loan".
           display "5. Release Lien (supervisor)".
           display "6. Exit".
           display "Enter choice: ".

      *    Pledges one item against an open loan. Insurance is asked
      *    for on everything but a pledged deposit.
       ADD-COLLATERAL.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file on record."
               go to ADD-COLLATERAL-DONE
           end-if.
           move WS-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   display "Loan not found."
                   close LOAN-FILE
                   go to ADD-COLLATERAL-DONE
           end-read.
           close LOAN-FILE.
           if not LOAN-OPEN
               display "Loan is not open; collateral not taken."
               go to ADD-COLLATERAL-DONE
           end-if.
           display "Type (VEHI vehicle, REAL real estate, DEPO deposit,"
               " EQUP equipment, OTHR other): ".
           accept WS-COL-TYPE.
           move WS-COL-TYPE to COL-TYPE.
           if not COL-VALID-TYPE
               display "Invalid collateral type."
               go to ADD-COLLATERAL-DONE
           end-if.
           display "Description: ".
           accept WS-COL-DESCRIPTION.
           display "Appraised Value: ".
           accept WS-APPRAISED-VALUE.
           if WS-APPRAISED-VALUE = 0
               display "An appraised value is required."
               go to ADD-COLLATERAL-DONE
           end-if.
           display "Appraisal Date (YYYYMMDD): ".
           accept WS-APPRAISAL-DATE.
           if WS-APPRAISAL-DATE = 0
               or WS-APPRAISAL-DATE > WS-BUSINESS-DATE
               display "Appraisal date must be on or before today."
               go to ADD-COLLATERAL-DONE
           end-if.
           display "Lien Position (1 = first lien): ".
           accept WS-LIEN-POSITION.
           if WS-LIEN-POSITION = 0
               display "Lien position must be 1 or higher."
               go to ADD-COLLATERAL-DONE
           end-if.
           display "Title / Recording Reference: ".
           accept WS-TITLE-REF.
           move spaces to WS-INS-CARRIER.
           move 0 to WS-INS-EXPIRY.
           if WS-COL-TYPE not = 'DEPO'
               display "Insurance Carrier: "
               accept WS-INS-CARRIER
               display "Policy Expiry Date (YYYYMMDD): "
               accept WS-INS-EXPIRY
           end-if.
           perform GENERATE-COL-ID.
           move WS-COL-ID to COL-ID.
           move WS-LOAN-ID to COL-LOAN-ID.
           move LOAN-CUST-ID to COL-CUST-ID.
           move WS-COL-TYPE to COL-TYPE.
           move WS-COL-DESCRIPTION to COL-DESCRIPTION.
           move WS-APPRAISED-VALUE to COL-APPRAISED-VALUE.
           move WS-APPRAISAL-DATE to COL-APPRAISAL-DATE.
           move WS-LIEN-POSITION to COL-LIEN-POSITION.
           move WS-TITLE-REF to COL-TITLE-REF.
           move WS-INS-CARRIER to COL-INS-CARRIER.
           move WS-INS-EXPIRY to COL-INS-EXPIRY.
           move 'A' to COL-STATUS.
           move 0 to COL-RELEASED-DATE.
           move 0 to COL-LAST-LETTER-DATE.
           write COLLATERAL-RECORD
               invalid key
                   display "Unable to record collateral."
               not invalid key
                   display "Collateral " WS-COL-ID
                       " recorded against loan " WS-LOAN-ID "."
           end-write.
           close COLLATERAL-FILE.
       ADD-COLLATERAL-DONE.
           continue.

      *    A fresh appraisal replaces the value and date on file.
       POST-APPRAISAL.
           display "Enter Collateral ID: ".
           accept WS-COL-ID.
           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               display "No collateral on file."
               go to POST-APPRAISAL-DONE
           end-if.
           move WS-COL-ID to COL-ID.
           read COLLATERAL-FILE
               invalid key
                   display "Collateral not found."
                   close COLLATERAL-FILE
                   go to POST-APPRAISAL-DONE
           end-read.
           if not COL-ACTIVE
               display "Lien has been released; nothing to appraise."
               close COLLATERAL-FILE
               go to POST-APPRAISAL-DONE
           end-if.
           display "Current value " COL-APPRAISED-VALUE
               " appraised " COL-APPRAISAL-DATE.
           display "New Appraised Value: ".
           accept WS-APPRAISED-VALUE.
           display "Appraisal Date (YYYYMMDD): ".
           accept WS-APPRAISAL-DATE.
           if WS-APPRAISED-VALUE = 0
               or WS-APPRAISAL-DATE = 0
               or WS-APPRAISAL-DATE > WS-BUSINESS-DATE
               display "A value and a date on or before today are"
                   " required."
               close COLLATERAL-FILE
               go to POST-APPRAISAL-DONE
           end-if.
           move WS-APPRAISED-VALUE to COL-APPRAISED-VALUE.
           move WS-APPRAISAL-DATE to COL-APPRAISAL-DATE.
           rewrite COLLATERAL-RECORD.
           close COLLATERAL-FILE.
           display "Appraisal posted.".
       POST-APPRAISAL-DONE.
           continue.

      *    A renewal or a new carrier. Clearing the letter date lets
      *    the review letter the borrower again if this policy lapses.
       UPDATE-INSURANCE.
           display "Enter Collateral ID: ".
           accept WS-COL-ID.
           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               display "No collateral on file."
               go to UPDATE-INSURANCE-DONE
           end-if.
           move WS-COL-ID to COL-ID.
           read COLLATERAL-FILE
               invalid key
                   display "Collateral not found."
                   close COLLATERAL-FILE
                   go to UPDATE-INSURANCE-DONE
           end-read.
           if not COL-ACTIVE or COL-DEPOSIT
               display "No insurance is tracked on this item."
               close COLLATERAL-FILE
               go to UPDATE-INSURANCE-DONE
           end-if.
           display "Carrier " COL-INS-CARRIER " expires "
               COL-INS-EXPIRY.
           display "Insurance Carrier: ".
           accept WS-INS-CARRIER.
           display "Policy Expiry Date (YYYYMMDD): ".
           accept WS-INS-EXPIRY.
           if WS-INS-EXPIRY <= WS-BUSINESS-DATE
               display "Expiry must be after today."
               close COLLATERAL-FILE
               go to UPDATE-INSURANCE-DONE
           end-if.
           if WS-INS-CARRIER not = spaces
               move WS-INS-CARRIER to COL-INS-CARRIER
           end-if.
           move WS-INS-EXPIRY to COL-INS-EXPIRY.
           move 0 to COL-LAST-LETTER-DATE.
           rewrite COLLATERAL-RECORD.
           close COLLATERAL-FILE.
           display "Insurance updated.".
       UPDATE-INSURANCE-DONE.
           continue.

      *    Every item on file for one loan, released ones included,
      *    and the loan-to-value over the active items.
       COLLATERAL-INQUIRY.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           move 0 to LOAN-BALANCE.
           open input LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               move WS-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       move 0 to LOAN-BALANCE
               end-read
               close LOAN-FILE
           end-if.
           open input COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               display "No collateral on file."
               go to COLLATERAL-INQUIRY-DONE
           end-if.
           move 0 to WS-LISTED-COUNT.
           move 0 to WS-TOTAL-VALUE.
           move WS-LOAN-ID to COL-LOAN-ID.
           move 'N' to WS-EOF-FLAG.
           start COLLATERAL-FILE key is equal to COL-LOAN-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read COLLATERAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if COL-LOAN-ID not = WS-LOAN-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           perform DISPLAY-ONE-COLLATERAL
                       end-if
               end-read
           end-perform.
           close COLLATERAL-FILE.
           display WS-LISTED-COUNT " item(s) on file for loan "
               WS-LOAN-ID ".".
           move WS-TOTAL-VALUE to WS-FORMATTED-AMT.
           display "Active collateral value: " WS-FORMATTED-AMT.
           move LOAN-BALANCE to WS-FORMATTED-AMT.
           display "Loan balance:            " WS-FORMATTED-AMT.
           if WS-TOTAL-VALUE > 0
               compute WS-LTV-PERCENT rounded =
                   LOAN-BALANCE * 100 / WS-TOTAL-VALUE
                   on size error
                       move 99999.99 to WS-LTV-PERCENT
               end-compute
               move WS-LTV-PERCENT to WS-LTV-DISPLAY
               display "Loan-to-value:           " WS-LTV-DISPLAY "%"
           else
               display "Loan-to-value:           no active collateral"
           end-if.
       COLLATERAL-INQUIRY-DONE.
           continue.

       DISPLAY-ONE-COLLATERAL.
           add 1 to WS-LISTED-COUNT.
           if COL-ACTIVE
               add COL-APPRAISED-VALUE to WS-TOTAL-VALUE
           end-if.
           display "Item " COL-ID " " COL-TYPE " " COL-DESCRIPTION.
           display "  Value " COL-APPRAISED-VALUE " appraised "
               COL-APPRAISAL-DATE " lien " COL-LIEN-POSITION
               " title " COL-TITLE-REF.
           if not COL-DEPOSIT
               display "  Insured by " COL-INS-CARRIER " expires "
                   COL-INS-EXPIRY
           end-if.
           if COL-RELEASED
               display "  Lien released " COL-RELEASED-DATE
           end-if.

      *    Releases one lien ahead of payoff -- a substitution or a
      *    partial release the credit officer has approved. Liens on
      *    a paid-off loan are released by loan-payment.cbl.
       RELEASE-ONE-LIEN.
           if WS-OPERATOR-LEVEL < 2
               display "Lien release requires a supervisor."
               go to RELEASE-ONE-LIEN-DONE
           end-if.
           display "Enter Collateral ID: ".
           accept WS-COL-ID.
           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               display "No collateral on file."
               go to RELEASE-ONE-LIEN-DONE
           end-if.
           move WS-COL-ID to COL-ID.
           read COLLATERAL-FILE
               invalid key
                   display "Collateral not found."
                   close COLLATERAL-FILE
                   go to RELEASE-ONE-LIEN-DONE
           end-read.
           if not COL-ACTIVE
               display "Lien was already released " COL-RELEASED-DATE
               close COLLATERAL-FILE
               go to RELEASE-ONE-LIEN-DONE
           end-if.
           display "Release lien on " COL-DESCRIPTION " (Y/N)? ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Release cancelled."
               close COLLATERAL-FILE
               go to RELEASE-ONE-LIEN-DONE
           end-if.
           move 'R' to COL-STATUS.
           move WS-BUSINESS-DATE to COL-RELEASED-DATE.
           rewrite COLLATERAL-RECORD.
           close COLLATERAL-FILE.
           display "Lien released.".
       RELEASE-ONE-LIEN-DONE.
           continue.

      *    Assigns the next COL-ID with one keyed START against the
      *    highest existing ID. Leaves COLLATERAL-FILE open i-o for
      *    the write.
       GENERATE-COL-ID.
           move 0 to WS-COL-ID.
           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               open output COLLATERAL-FILE
               close COLLATERAL-FILE
               open i-o COLLATERAL-FILE
           end-if.
           move 999999 to COL-ID.
           start COLLATERAL-FILE key is less than or equal to COL-ID
               invalid key
                   continue
               not invalid key
                   read COLLATERAL-FILE next record
                       at end
                           continue
                       not at end
                           move COL-ID to WS-COL-ID
                   end-read
           end-start.
           add 1 to WS-COL-ID.

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
