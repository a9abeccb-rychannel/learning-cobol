       identification division.
       program-id. scra-maint.

      *    Servicemember (SCRA) active-duty register. One record per
      *    customer: the active-duty start and end dates (an end of
      *    zero while the orders are open-ended), the documentation
      *    received -- military orders, a commanding officer's
      *    letter, or a DMDC status report -- and the end of the
      *    protected period, which runs SCRA-EXTENSION-DAYS past the
      *    end of duty (365 by default, the mortgage tail applied
      *    across the book). scra-protection.cbl caps the rates on
      *    the customer's loans and credit lines for the protected
      *    period and restores them afterward; loan-late-charge.cbl
      *    and loan-aging.cbl suppress late charges and collections
      *    while it runs. Extension orders are posted by updating the
      *    end of duty. The inquiry shows the accounts the batch has
      *    placed under protection.

       environment division.
       input-output section.
       file-control.
       select SCRA-STATUS-FILE
           assign to 'scra_status.dat'
           organization is indexed
           access mode is dynamic
           record key is SCRA-CUST-ID
           lock mode is automatic
           file status is WS-SCRA-STATUS.
       select SCRA-ACCOUNT-FILE
           assign to 'scra_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is SCA-KEY
           alternate record key is SCA-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-SCA-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
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
      *    Active-duty status per customer. SCRA-PROTECT-END is
      *    99999999 while the end of duty is open.
       fd SCRA-STATUS-FILE.
       01 SCRA-STATUS-RECORD.
          05 SCRA-CUST-ID           pic 9(6).
          05 SCRA-DUTY-START        pic 9(8).
          05 SCRA-DUTY-END          pic 9(8).
          05 SCRA-PROTECT-END       pic 9(8).
          05 SCRA-DOC-TYPE          pic x(4).
             88 SCRA-DOC-ORDERS     value 'ORDR'.
             88 SCRA-DOC-CO-LETTER  value 'COLT'.
             88 SCRA-DOC-DMDC       value 'DMDC'.
             88 SCRA-DOC-VALID      values 'ORDR' 'COLT' 'DMDC'.
          05 SCRA-DOC-REF           pic x(20).
          05 SCRA-DOC-DATE          pic 9(8).
          05 SCRA-RECORDED-BY       pic 9(4).
          05 SCRA-RECORDED-DATE     pic 9(8).
          05 SCRA-STATUS            pic x(1).
             88 SCRA-ACTIVE         value 'A'.
             88 SCRA-ENDED          value 'E'.

      *    One row per loan ('L', LOAN-ID) or credit line ('C',
      *    CL-CUST-ID) placed under protection, with the contract
      *    rate to restore and the interest forgiven so far.
       fd SCRA-ACCOUNT-FILE.
       01 SCRA-ACCOUNT-RECORD.
          05 SCA-KEY.
             10 SCA-ACCT-TYPE       pic x(1).
                88 SCA-LOAN         value 'L'.
                88 SCA-CREDIT-LINE  value 'C'.
             10 SCA-ACCT-ID         pic 9(6).
          05 SCA-CUST-ID            pic 9(6).
          05 SCA-CONTRACT-RATE      pic 9(2)v9(4).
          05 SCA-RATE-CAP           pic 9(2)v9(4).
          05 SCA-CAPPED-RATE        pic 9(2)v9(4).
          05 SCA-CONTRACT-PAYMENT   pic 9(8)v99.
          05 SCA-CAPPED-PAYMENT     pic 9(8)v99.
          05 SCA-APPLIED-DATE       pic 9(8).
          05 SCA-RESTORED-DATE      pic 9(8).
          05 SCA-FORGIVEN           pic 9(8)v99.
          05 SCA-RETRO-EXCESS       pic 9(8)v99.
          05 SCA-LAST-CALC-DATE     pic 9(8).
          05 SCA-STATUS             pic x(1).
             88 SCA-PROTECTED       value 'A'.
             88 SCA-RESTORED        value 'R'.

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
       01 WS-SCRA-STATUS            pic xx.
       01 WS-SCA-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

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
       01 WS-CUST-ID                pic 9(6).
       01 WS-DUTY-START             pic 9(8).
       01 WS-DUTY-END               pic 9(8).
       01 WS-DOC-TYPE               pic x(4).
       01 WS-DOC-REF                pic x(20).
       01 WS-DOC-DATE               pic 9(8).
       01 WS-EXTENSION-DAYS         pic 9(4) value 365.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-PROTECTED-TEXT         pic x(13).

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'SCRA-MNT' to WS-ENT-FUNCTION.
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
           move 'SCRA-EXTENSION-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-EXTENSION-DAYS
           end-if.
           perform until WS-USER-CHOICE = '5'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform RECORD-ACTIVE-DUTY
                       thru RECORD-ACTIVE-DUTY-DONE
                   when '2' perform UPDATE-ACTIVE-DUTY
                       thru UPDATE-ACTIVE-DUTY-DONE
                   when '3' perform SCRA-INQUIRY
                       thru SCRA-INQUIRY-DONE
                   when '4' perform LIST-ACTIVE-DUTY
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Servicemember (SCRA) Active Duty".
           display "1. Record Active Duty".
           display "2. Update Duty End / Documentation".
           display "3. Customer Inquiry".
           display "4. List Servicemembers".
           display "5. Exit".
           display "Enter choice: ".

       RECORD-ACTIVE-DUTY.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to RECORD-ACTIVE-DUTY-DONE
           end-if.
           move WS-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to RECORD-ACTIVE-DUTY-DONE
           end-read.
           close CUSTOMER-FILE.
           open i-o SCRA-STATUS-FILE.
           if WS-SCRA-STATUS not = '00'
               open output SCRA-STATUS-FILE
               close SCRA-STATUS-FILE
               open i-o SCRA-STATUS-FILE
           end-if.
           move WS-CUST-ID to SCRA-CUST-ID.
           read SCRA-STATUS-FILE
               invalid key
                   continue
               not invalid key
                   if SCRA-ACTIVE
                       display "Active duty already on file from "
                           SCRA-DUTY-START "; use option 2."
                       close SCRA-STATUS-FILE
                       go to RECORD-ACTIVE-DUTY-DONE
                   end-if
           end-read.
           display "Customer: " CUST-NAME.
           perform ACCEPT-DUTY-DETAILS
               thru ACCEPT-DUTY-DETAILS-DONE.
           if WS-DUTY-START = 0
               close SCRA-STATUS-FILE
               go to RECORD-ACTIVE-DUTY-DONE
           end-if.
           move WS-CUST-ID to SCRA-CUST-ID.
           move WS-DUTY-START to SCRA-DUTY-START.
           move WS-DUTY-END to SCRA-DUTY-END.
           perform SET-PROTECT-END.
           move WS-DOC-TYPE to SCRA-DOC-TYPE.
           move WS-DOC-REF to SCRA-DOC-REF.
           move WS-DOC-DATE to SCRA-DOC-DATE.
           move WS-OPERATOR-ID to SCRA-RECORDED-BY.
           move WS-BUSINESS-DATE to SCRA-RECORDED-DATE.
           set SCRA-ACTIVE to true.
           write SCRA-STATUS-RECORD
               invalid key
                   rewrite SCRA-STATUS-RECORD
           end-write.
           close SCRA-STATUS-FILE.
           display "Active duty recorded; protected through "
               SCRA-PROTECT-END ".".
           display "Rates are capped by the next protection run.".
       RECORD-ACTIVE-DUTY-DONE.
           continue.

      *    Start and end of duty and the documentation; a zero start
      *    back to the caller means the entry was refused.
       ACCEPT-DUTY-DETAILS.
           display "Active Duty Start Date (YYYYMMDD): ".
           accept WS-DUTY-START.
           display "Active Duty End Date (YYYYMMDD, 0 if open): ".
           accept WS-DUTY-END.
           if WS-DUTY-START = 0
               display "A start date is required."
               go to ACCEPT-DUTY-DETAILS-DONE
           end-if.
           if WS-DUTY-END not = 0 and WS-DUTY-END < WS-DUTY-START
               display "End of duty is before the start."
               move 0 to WS-DUTY-START
               go to ACCEPT-DUTY-DETAILS-DONE
           end-if.
           display "Documentation (ORDR orders, COLT commanding "
               "officer letter, DMDC status report): ".
           accept WS-DOC-TYPE.
           move WS-DOC-TYPE to SCRA-DOC-TYPE.
           if not SCRA-DOC-VALID
               display "Invalid documentation type."
               move 0 to WS-DUTY-START
               go to ACCEPT-DUTY-DETAILS-DONE
           end-if.
           display "Document Reference: ".
           accept WS-DOC-REF.
           display "Date Documentation Received (YYYYMMDD): ".
           accept WS-DOC-DATE.
           if WS-DOC-DATE = 0
               move WS-BUSINESS-DATE to WS-DOC-DATE
           end-if.
       ACCEPT-DUTY-DETAILS-DONE.
           continue.

       SET-PROTECT-END.
           if SCRA-DUTY-END = 0
               move 99999999 to SCRA-PROTECT-END
           else
               move function date-of-integer
                   (function integer-of-date (SCRA-DUTY-END)
                    + WS-EXTENSION-DAYS)
                   to SCRA-PROTECT-END
           end-if.

      *    Extension orders or a release from duty: the new end of
      *    duty and the documentation that supports it. An ended
      *    record is reactivated when the new period has not run out.
       UPDATE-ACTIVE-DUTY.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open i-o SCRA-STATUS-FILE.
           if WS-SCRA-STATUS not = '00'
               display "No active-duty records on file."
               go to UPDATE-ACTIVE-DUTY-DONE
           end-if.
           move WS-CUST-ID to SCRA-CUST-ID.
           read SCRA-STATUS-FILE
               invalid key
                   display "No active duty on file for customer."
                   close SCRA-STATUS-FILE
                   go to UPDATE-ACTIVE-DUTY-DONE
           end-read.
           display "Duty " SCRA-DUTY-START " to " SCRA-DUTY-END
               " protected through " SCRA-PROTECT-END.
           display "New Active Duty End Date (YYYYMMDD, 0 if open): ".
           accept WS-DUTY-END.
           if WS-DUTY-END not = 0 and WS-DUTY-END < SCRA-DUTY-START
               display "End of duty is before the start."
               close SCRA-STATUS-FILE
               go to UPDATE-ACTIVE-DUTY-DONE
           end-if.
           display "Documentation (ORDR, COLT, DMDC): ".
           accept WS-DOC-TYPE.
           move WS-DOC-TYPE to SCRA-DOC-TYPE.
           if not SCRA-DOC-VALID
               display "Invalid documentation type."
               close SCRA-STATUS-FILE
               go to UPDATE-ACTIVE-DUTY-DONE
           end-if.
           display "Document Reference: ".
           accept WS-DOC-REF.
           move WS-DOC-REF to SCRA-DOC-REF.
           move WS-BUSINESS-DATE to SCRA-DOC-DATE.
           move WS-DUTY-END to SCRA-DUTY-END.
           perform SET-PROTECT-END.
           if SCRA-PROTECT-END >= WS-BUSINESS-DATE
               set SCRA-ACTIVE to true
           end-if.
           move WS-OPERATOR-ID to SCRA-RECORDED-BY.
           move WS-BUSINESS-DATE to SCRA-RECORDED-DATE.
           rewrite SCRA-STATUS-RECORD.
           close SCRA-STATUS-FILE.
           display "Active duty updated; protected through "
               SCRA-PROTECT-END ".".
       UPDATE-ACTIVE-DUTY-DONE.
           continue.

      *    The customer's duty record and every account the
      *    protection run has capped.
       SCRA-INQUIRY.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open input SCRA-STATUS-FILE.
           if WS-SCRA-STATUS not = '00'
               display "No active-duty records on file."
               go to SCRA-INQUIRY-DONE
           end-if.
           move WS-CUST-ID to SCRA-CUST-ID.
           read SCRA-STATUS-FILE
               invalid key
                   display "No active duty on file for customer."
                   close SCRA-STATUS-FILE
                   go to SCRA-INQUIRY-DONE
           end-read.
           close SCRA-STATUS-FILE.
           perform DISPLAY-ONE-SERVICEMEMBER.
           move 0 to WS-LISTED-COUNT.
           open input SCRA-ACCOUNT-FILE.
           if WS-SCA-STATUS = '00'
               move WS-CUST-ID to SCA-CUST-ID
               move 'N' to WS-EOF-FLAG
               start SCRA-ACCOUNT-FILE key is equal to SCA-CUST-ID
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read SCRA-ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if SCA-CUST-ID not = WS-CUST-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               add 1 to WS-LISTED-COUNT
                               display "  " SCA-ACCT-TYPE " "
                                   SCA-ACCT-ID " contract "
                                   SCA-CONTRACT-RATE " capped "
                                   SCA-CAPPED-RATE " from "
                                   SCA-APPLIED-DATE " status "
                                   SCA-STATUS " forgiven "
                                   SCA-FORGIVEN
                           end-if
                   end-read
               end-perform
               close SCRA-ACCOUNT-FILE
           end-if.
           display WS-LISTED-COUNT " account(s) under protection.".
       SCRA-INQUIRY-DONE.
           continue.

       LIST-ACTIVE-DUTY.
           open input SCRA-STATUS-FILE.
           if WS-SCRA-STATUS not = '00'
               display "No active-duty records on file."
           else
               move 0 to WS-LISTED-COUNT
               move 'N' to WS-EOF-FLAG
               read SCRA-STATUS-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform DISPLAY-ONE-SERVICEMEMBER
                   add 1 to WS-LISTED-COUNT
                   read SCRA-STATUS-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close SCRA-STATUS-FILE
               display WS-LISTED-COUNT " servicemember(s) on file."
           end-if.

       DISPLAY-ONE-SERVICEMEMBER.
           if WS-BUSINESS-DATE >= SCRA-DUTY-START
              and WS-BUSINESS-DATE <= SCRA-PROTECT-END
               move 'PROTECTED' to WS-PROTECTED-TEXT
           else
               move 'NOT PROTECTED' to WS-PROTECTED-TEXT
           end-if.
           display SCRA-CUST-ID " duty " SCRA-DUTY-START " to "
               SCRA-DUTY-END " protected to " SCRA-PROTECT-END " "
               WS-PROTECTED-TEXT.
           display "  Document " SCRA-DOC-TYPE " " SCRA-DOC-REF
               " received " SCRA-DOC-DATE " recorded by "
               SCRA-RECORDED-BY.

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
