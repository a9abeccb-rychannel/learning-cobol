       identification division.
       program-id. signer-maint.

      *    Authorized signer and power-of-attorney registry
      *    (signers.dat). Each row names someone other than the
      *    account holder who may withdraw or transfer on a
      *    customer's account, or buy an official check from it: the
      *    signer's name and identification, their role -- owner,
      *    authorized signer, power of attorney, agent, or custodian
      *    -- a per-transaction limit (zero for none), and the dates
      *    the authority runs from and to (a zero expiry is open-
      *    ended). A power of attorney does not act until the
      *    document itself has been recorded as received. The teller
      *    screen and official-check.cbl ask who is transacting and
      *    refuse a party the registry does not admit. Custodian rows
      *    come and go with custodial-maint.cbl's links and are not
      *    added or revoked here. Menu:
      *      1 add a signer;
      *      2 revoke a signer;
      *      3 record a POA document received;
      *      4 change a signer's limit or expiry date;
      *      5 list an account's signers.
      *    poa-exception-report.cbl lists powers of attorney that are
      *    expiring or undocumented. Requires operator sign-on and
      *    the SIGN-MNT entitlement.

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
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
      *    Operator sign-on, entitlement and business date, as on the
      *    teller screen.
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

       fd SIGNER-FILE.
       01 SIGNER-RECORD.
          05 SGN-KEY.
             10 SGN-CUST-ID         pic 9(6).
             10 SGN-SEQ             pic 9(2).
          05 SGN-NAME               pic x(30).
          05 SGN-ID-NUMBER          pic x(15).
          05 SGN-SIGNER-CUST-ID     pic 9(6).
          05 SGN-ROLE               pic x(1).
             88 SGN-OWNER           value 'O'.
             88 SGN-AUTH-SIGNER     value 'S'.
             88 SGN-POA             value 'P'.
             88 SGN-AGENT           value 'A'.
             88 SGN-CUSTODIAN       value 'C'.
             88 SGN-ROLE-VALID      values 'O' 'S' 'P' 'A' 'C'.
          05 SGN-TXN-LIMIT          pic 9(8)v99.
          05 SGN-EFFECTIVE-DATE     pic 9(8).
          05 SGN-EXPIRY-DATE        pic 9(8).
          05 SGN-DOC-ON-FILE        pic x(1).
             88 SGN-DOCUMENTED      value 'Y'.
          05 SGN-DOC-DATE           pic 9(8).
          05 SGN-STATUS             pic x(1).
             88 SGN-ACTIVE          value 'A'.
             88 SGN-REVOKED         value 'R'.
          05 SGN-REVOKED-DATE       pic 9(8).
          05 SGN-ADDED-BY           pic 9(4).
          05 SGN-ADDED-DATE         pic 9(8).

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
       01 WS-SGN-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.

       01 WS-ACCT-CUST-ID           pic 9(6).
       01 WS-SIGNER-SEQ             pic 9(2).
       01 WS-NEXT-SEQ               pic 9(2).
       01 WS-NEW-LIMIT              pic 9(8)v99.
       01 WS-NEW-EXPIRY             pic 9(8).
       01 WS-LIMIT-FMT              pic $$$,$$$,$$9.99.
       01 WS-LIST-COUNT             pic 9(3).

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
           move 'SIGN-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-SIGNER thru ADD-SIGNER-DONE
                   when '2' perform REVOKE-SIGNER
                       thru REVOKE-SIGNER-DONE
                   when '3' perform RECORD-POA-DOCUMENT
                       thru RECORD-POA-DOCUMENT-DONE
                   when '4' perform CHANGE-SIGNER-TERMS
                       thru CHANGE-SIGNER-TERMS-DONE
                   when '5' perform LIST-SIGNERS thru LIST-SIGNERS-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Authorized Signer / POA Registry".
           display "1. Add Signer".
           display "2. Revoke Signer".
           display "3. Record POA Document Received".
           display "4. Change Signer Limit or Expiry".
           display "5. List Account Signers".
           display "6. Exit".
           display "Enter choice: ".

      *    Signers are numbered 01-99 within the account in the order
      *    they are added; a number is never reused.
       ADD-SIGNER.
           display "Account Customer ID: ".
           accept WS-ACCT-CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to ADD-SIGNER-DONE
           end-if.
           move WS-ACCT-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   move 'C' to CUST-STATUS
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "No open account for that customer."
               go to ADD-SIGNER-DONE
           end-if.
           open i-o SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               open output SIGNER-FILE
               close SIGNER-FILE
               open i-o SIGNER-FILE
           end-if.
           perform FIND-NEXT-SIGNER-SEQ.
           if WS-NEXT-SEQ >= 99
               display "The account has no signer numbers left."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           initialize SIGNER-RECORD.
           move WS-ACCT-CUST-ID to SGN-CUST-ID.
           compute SGN-SEQ = WS-NEXT-SEQ + 1.
           display "Signer Name: ".
           accept SGN-NAME.
           if SGN-NAME = spaces
               display "A signer must be named."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           display "Identification presented (ID number): ".
           accept SGN-ID-NUMBER.
           if SGN-ID-NUMBER = spaces
               display "The signer's identification is required."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           display "Signer's own Customer ID (0 if none): ".
           accept SGN-SIGNER-CUST-ID.
           display "Role [O]wner, authorized [S]igner, [P]ower of"
               " attorney, [A]gent: ".
           accept SGN-ROLE.
           if SGN-CUSTODIAN
               display "Custodians are linked through custodial-maint."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           if not SGN-ROLE-VALID
               display "Role must be O, S, P or A."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           display "Per-transaction limit (0 for none): ".
           accept SGN-TXN-LIMIT.
           display "Effective date YYYYMMDD (0 for today): ".
           accept SGN-EFFECTIVE-DATE.
           if SGN-EFFECTIVE-DATE = 0
               move WS-BUSINESS-DATE to SGN-EFFECTIVE-DATE
           end-if.
           display "Expiry date YYYYMMDD (0 for none): ".
           accept SGN-EXPIRY-DATE.
           if SGN-EXPIRY-DATE not = 0
              and SGN-EXPIRY-DATE < SGN-EFFECTIVE-DATE
               display "Expiry cannot precede the effective date."
               close SIGNER-FILE
               go to ADD-SIGNER-DONE
           end-if.
           move 'N' to SGN-DOC-ON-FILE.
           move 0 to SGN-DOC-DATE.
           if SGN-POA
               display "POA document received now? (Y/N): "
               accept WS-CONFIRM
               if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
                   move 'Y' to SGN-DOC-ON-FILE
                   move WS-BUSINESS-DATE to SGN-DOC-DATE
               else
                   display "The POA cannot act until its document is"
                       " recorded."
               end-if
           end-if.
           move 'A' to SGN-STATUS.
           move 0 to SGN-REVOKED-DATE.
           move WS-OPERATOR-ID to SGN-ADDED-BY.
           move WS-BUSINESS-DATE to SGN-ADDED-DATE.
           write SIGNER-RECORD
               invalid key
                   display "Signer could not be added."
               not invalid key
                   display "Signer " SGN-SEQ " added to account "
                       SGN-CUST-ID "."
           end-write.
           close SIGNER-FILE.
       ADD-SIGNER-DONE.
           continue.

      *    WS-NEXT-SEQ = the highest signer number on the account.
       FIND-NEXT-SIGNER-SEQ.
           move 0 to WS-NEXT-SEQ.
           move 'N' to WS-EOF-FLAG.
           move WS-ACCT-CUST-ID to SGN-CUST-ID.
           move 0 to SGN-SEQ.
           start SIGNER-FILE key is not less than SGN-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if SGN-CUST-ID not = WS-ACCT-CUST-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           move SGN-SEQ to WS-NEXT-SEQ
                       end-if
               end-read
           end-perform.

      *    Prompts for account and signer number and reads the row
      *    with the registry left open i-o. WS-EOF-FLAG is 'N' when
      *    the row was found.
       READ-SIGNER-FOR-UPDATE.
           move 'Y' to WS-EOF-FLAG.
           display "Account Customer ID: ".
           accept WS-ACCT-CUST-ID.
           display "Signer Number: ".
           accept WS-SIGNER-SEQ.
           open i-o SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               display "No signers on file."
               go to READ-SIGNER-FOR-UPDATE-DONE
           end-if.
           move WS-ACCT-CUST-ID to SGN-CUST-ID.
           move WS-SIGNER-SEQ to SGN-SEQ.
           read SIGNER-FILE
               invalid key
                   display "No such signer on that account."
                   close SIGNER-FILE
                   go to READ-SIGNER-FOR-UPDATE-DONE
           end-read.
           move 'N' to WS-EOF-FLAG.
       READ-SIGNER-FOR-UPDATE-DONE.
           continue.

       REVOKE-SIGNER.
           perform READ-SIGNER-FOR-UPDATE
               thru READ-SIGNER-FOR-UPDATE-DONE.
           if EOF-REACHED
               go to REVOKE-SIGNER-DONE
           end-if.
           if SGN-REVOKED
               display "That signer is already revoked."
               close SIGNER-FILE
               go to REVOKE-SIGNER-DONE
           end-if.
           if SGN-CUSTODIAN
               display "Release the custodial link in custodial-maint."
               close SIGNER-FILE
               go to REVOKE-SIGNER-DONE
           end-if.
           display "Revoke " SGN-NAME "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
               move 'R' to SGN-STATUS
               move WS-BUSINESS-DATE to SGN-REVOKED-DATE
               rewrite SIGNER-RECORD
               display "Signer revoked."
           end-if.
           close SIGNER-FILE.
       REVOKE-SIGNER-DONE.
           continue.

       RECORD-POA-DOCUMENT.
           perform READ-SIGNER-FOR-UPDATE
               thru READ-SIGNER-FOR-UPDATE-DONE.
           if EOF-REACHED
               go to RECORD-POA-DOCUMENT-DONE
           end-if.
           if not SGN-POA or not SGN-ACTIVE
               display "That signer is not an active power of"
                   " attorney."
               close SIGNER-FILE
               go to RECORD-POA-DOCUMENT-DONE
           end-if.
           move 'Y' to SGN-DOC-ON-FILE.
           move WS-BUSINESS-DATE to SGN-DOC-DATE.
           display "Document expiry YYYYMMDD (0 keeps "
               SGN-EXPIRY-DATE "): ".
           accept WS-NEW-EXPIRY.
           if WS-NEW-EXPIRY not = 0
               move WS-NEW-EXPIRY to SGN-EXPIRY-DATE
           end-if.
           rewrite SIGNER-RECORD.
           close SIGNER-FILE.
           display "POA document recorded for " SGN-NAME ".".
       RECORD-POA-DOCUMENT-DONE.
           continue.

       CHANGE-SIGNER-TERMS.
           perform READ-SIGNER-FOR-UPDATE
               thru READ-SIGNER-FOR-UPDATE-DONE.
           if EOF-REACHED
               go to CHANGE-SIGNER-TERMS-DONE
           end-if.
           if not SGN-ACTIVE
               display "That signer is revoked."
               close SIGNER-FILE
               go to CHANGE-SIGNER-TERMS-DONE
           end-if.
           move SGN-TXN-LIMIT to WS-LIMIT-FMT.
           display "Current limit " WS-LIMIT-FMT ", expiry "
               SGN-EXPIRY-DATE.
           display "New per-transaction limit (0 for none): ".
           accept WS-NEW-LIMIT.
           display "New expiry date YYYYMMDD (0 for none): ".
           accept WS-NEW-EXPIRY.
           if WS-NEW-EXPIRY not = 0
              and WS-NEW-EXPIRY < SGN-EFFECTIVE-DATE
               display "Expiry cannot precede the effective date."
               close SIGNER-FILE
               go to CHANGE-SIGNER-TERMS-DONE
           end-if.
           move WS-NEW-LIMIT to SGN-TXN-LIMIT.
           move WS-NEW-EXPIRY to SGN-EXPIRY-DATE.
           rewrite SIGNER-RECORD.
           close SIGNER-FILE.
           display "Signer terms updated.".
       CHANGE-SIGNER-TERMS-DONE.
           continue.

       LIST-SIGNERS.
           display "Account Customer ID: ".
           accept WS-ACCT-CUST-ID.
           open input SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               display "No signers on file."
               go to LIST-SIGNERS-DONE
           end-if.
           move 0 to WS-LIST-COUNT.
           display "No Role Name                           Limit"
               "           Effective Expiry   Doc St".
           move 'N' to WS-EOF-FLAG.
           move WS-ACCT-CUST-ID to SGN-CUST-ID.
           move 0 to SGN-SEQ.
           start SIGNER-FILE key is not less than SGN-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if SGN-CUST-ID not = WS-ACCT-CUST-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           add 1 to WS-LIST-COUNT
                           move SGN-TXN-LIMIT to WS-LIMIT-FMT
                           display SGN-SEQ " " SGN-ROLE "    "
                               SGN-NAME " " WS-LIMIT-FMT " "
                               SGN-EFFECTIVE-DATE " "
                               SGN-EXPIRY-DATE " " SGN-DOC-ON-FILE
                               "   " SGN-STATUS
                       end-if
               end-read
           end-perform.
           close SIGNER-FILE.
           display WS-LIST-COUNT " signer(s) on account "
               WS-ACCT-CUST-ID ".".
       LIST-SIGNERS-DONE.
           continue.

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
