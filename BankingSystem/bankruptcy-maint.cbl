       identification division.
       program-id. bankruptcy-maint.

      *    Bankruptcy case register. Legal logs the case the day the
      *    bank is notified -- chapter, case number, filing date,
      *    court and trustee -- and the automatic stay takes effect
      *    at once: the customer's loans come off the collectors'
      *    queue here and now, and from then on loan-aging.cbl keeps
      *    them parked, loan-payment.cbl takes no automatic debits,
      *    notice-letters.cbl sends no past-due letters, and
      *    credit-bureau-extract.cbl reports the consumer information
      *    indicator for the case. Later events move the case along:
      *      discharge     controls become permanent -- the debt is
      *                    discharged and is never collected again
      *      dismissal     the stay ends and the controls lift
      *      reaffirmation the borrower reaffirms one loan, which is
      *                    released from the controls (up to five)
      *      close         the court closes the case after discharge
      *                    or dismissal; a discharge still governs.
      *    One case per customer; a new filing may replace a case
      *    only once the earlier one is no longer in its stay.
      *    bankruptcy-report.cbl lists the open cases by status.

       environment division.
       input-output section.
       file-control.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select COLLECTION-QUEUE-FILE
           assign to 'collection_queue.dat'
           organization is indexed
           access mode is dynamic
           record key is COLQ-LOAN-ID
           lock mode is automatic
           file status is WS-COLQ-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
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
      *    One bankruptcy case per customer.
       fd BANKRUPTCY-FILE.
       01 BANKRUPTCY-RECORD.
          05 BKR-CUST-ID            pic 9(6).
          05 BKR-CHAPTER            pic 9(2).
             88 BKR-VALID-CHAPTER   values 7 11 12 13.
          05 BKR-CASE-NUMBER        pic x(20).
          05 BKR-FILING-DATE        pic 9(8).
          05 BKR-COURT              pic x(30).
          05 BKR-TRUSTEE            pic x(30).
          05 BKR-NOTIFIED-DATE      pic 9(8).
          05 BKR-LOGGED-BY          pic 9(4).
          05 BKR-STATUS             pic x(1).
             88 BKR-FILED           value 'F'.
             88 BKR-DISCHARGED      value 'D'.
             88 BKR-DISMISSED       value 'X'.
             88 BKR-CLOSED          value 'C'.
          05 BKR-DISCHARGE-DATE     pic 9(8).
          05 BKR-DISMISSAL-DATE     pic 9(8).
          05 BKR-CLOSED-DATE        pic 9(8).
          05 BKR-LAST-EVENT-DATE    pic 9(8).
          05 BKR-LAST-EVENT-BY      pic 9(4).
          05 BKR-REAFFIRM-COUNT     pic 9(1).
          05 BKR-REAFFIRM-LOAN occurs 5 times pic 9(6).

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

       fd COLLECTION-QUEUE-FILE.
       01 COLLECTION-QUEUE-RECORD.
          05 COLQ-LOAN-ID           pic 9(6).
          05 COLQ-CUST-ID           pic 9(6).
          05 COLQ-DAYS-PAST-DUE     pic 9(4).
          05 COLQ-BUCKET            pic x(5).
          05 COLQ-OPENED-DATE       pic 9(8).
          05 COLQ-STATUS            pic x(1).
             88 COLQ-OPEN           value 'O'.
             88 COLQ-CURED          value 'C'.
             88 COLQ-ESCALATED      value 'E'.
             88 COLQ-WORKOUT        value 'W'.
             88 COLQ-SCRA           value 'S'.
             88 COLQ-BANKRUPT       value 'B'.

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
       01 WS-BKR-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-COLQ-STATUS            pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
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
       01 WS-CUST-ID                pic 9(6).
       01 WS-LOAN-ID                pic 9(6).
       01 WS-EVENT-DATE             pic 9(8).
       01 WS-CONFIRM                pic x.
       01 WS-REAFFIRM-SUB           pic 9(1).
       01 WS-ALREADY-REAFFIRMED     pic x.
       01 WS-PARKED-COUNT           pic 9(5).
       01 WS-STATUS-TEXT            pic x(10).

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'BKR-MNT' to WS-ENT-FUNCTION.
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
           perform until WS-USER-CHOICE = '7'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform LOG-NEW-CASE
                       thru LOG-NEW-CASE-DONE
                   when '2' perform RECORD-DISCHARGE
                       thru RECORD-DISCHARGE-DONE
                   when '3' perform RECORD-DISMISSAL
                       thru RECORD-DISMISSAL-DONE
                   when '4' perform RECORD-REAFFIRMATION
                       thru RECORD-REAFFIRMATION-DONE
                   when '5' perform CLOSE-CASE
                       thru CLOSE-CASE-DONE
                   when '6' perform CASE-INQUIRY
                       thru CASE-INQUIRY-DONE
                   when '7' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Bankruptcy Cases".
           display "1. Log New Case".
           display "2. Record Discharge".
           display "3. Record Dismissal".
           display "4. Record Reaffirmation".
           display "5. Close Case".
           display "6. Case Inquiry".
           display "7. Exit".
           display "Enter choice: ".

      *    The stay runs from the moment the case is logged: the
      *    customer's queue records are parked before this returns.
       LOG-NEW-CASE.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to LOG-NEW-CASE-DONE
           end-if.
           move WS-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to LOG-NEW-CASE-DONE
           end-read.
           close CUSTOMER-FILE.
           open i-o BANKRUPTCY-FILE.
           if WS-BKR-STATUS not = '00'
               open output BANKRUPTCY-FILE
               close BANKRUPTCY-FILE
               open i-o BANKRUPTCY-FILE
           end-if.
           move WS-CUST-ID to BKR-CUST-ID.
           read BANKRUPTCY-FILE
               invalid key
                   continue
               not invalid key
                   if BKR-FILED
                       display "Case " BKR-CASE-NUMBER
                           " is already open under the stay."
                       close BANKRUPTCY-FILE
                       go to LOG-NEW-CASE-DONE
                   end-if
                   display "Replacing earlier case " BKR-CASE-NUMBER
                       " status " BKR-STATUS "."
           end-read.
           display "Customer: " CUST-NAME.
           initialize BANKRUPTCY-RECORD.
           move WS-CUST-ID to BKR-CUST-ID.
           display "Chapter (7, 11, 12, 13): ".
           accept BKR-CHAPTER.
           if not BKR-VALID-CHAPTER
               display "Invalid chapter."
               close BANKRUPTCY-FILE
               go to LOG-NEW-CASE-DONE
           end-if.
           display "Case Number: ".
           accept BKR-CASE-NUMBER.
           if BKR-CASE-NUMBER = spaces
               display "A case number is required."
               close BANKRUPTCY-FILE
               go to LOG-NEW-CASE-DONE
           end-if.
           display "Filing Date (YYYYMMDD): ".
           accept BKR-FILING-DATE.
           if BKR-FILING-DATE = 0
              or BKR-FILING-DATE > WS-BUSINESS-DATE
               display "Invalid filing date."
               close BANKRUPTCY-FILE
               go to LOG-NEW-CASE-DONE
           end-if.
           display "Court: ".
           accept BKR-COURT.
           display "Trustee: ".
           accept BKR-TRUSTEE.
           move WS-BUSINESS-DATE to BKR-NOTIFIED-DATE.
           move WS-OPERATOR-ID to BKR-LOGGED-BY.
           set BKR-FILED to true.
           move WS-BUSINESS-DATE to BKR-LAST-EVENT-DATE.
           move WS-OPERATOR-ID to BKR-LAST-EVENT-BY.
           write BANKRUPTCY-RECORD
               invalid key
                   rewrite BANKRUPTCY-RECORD
           end-write.
           close BANKRUPTCY-FILE.
           perform PARK-CUSTOMER-QUEUE.
           display "Case logged. Automatic stay in force.".
           display WS-PARKED-COUNT
               " collection queue record(s) taken off the queue.".
       LOG-NEW-CASE-DONE.
           continue.

      *    Every live queue record for the customer's loans comes off
      *    the collectors' list at once.
       PARK-CUSTOMER-QUEUE.
           move 0 to WS-PARKED-COUNT.
           open i-o COLLECTION-QUEUE-FILE.
           if WS-COLQ-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read COLLECTION-QUEUE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if COLQ-CUST-ID = WS-CUST-ID
                      and (COLQ-OPEN or COLQ-ESCALATED
                           or COLQ-WORKOUT or COLQ-SCRA)
                       set COLQ-BANKRUPT to true
                       rewrite COLLECTION-QUEUE-RECORD
                       add 1 to WS-PARKED-COUNT
                   end-if
                   read COLLECTION-QUEUE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COLLECTION-QUEUE-FILE
           end-if.

      *    Reads the case for the customer keyed in, i-o, for the
      *    event paragraphs; WS-BKR-STATUS is not '00' on return when
      *    there is none (the file is closed again).
       READ-CASE-FOR-UPDATE.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open i-o BANKRUPTCY-FILE.
           if WS-BKR-STATUS not = '00'
               display "No bankruptcy cases on file."
           else
               move WS-CUST-ID to BKR-CUST-ID
               read BANKRUPTCY-FILE
                   invalid key
                       display "No case on file for customer."
                       close BANKRUPTCY-FILE
                       move '23' to WS-BKR-STATUS
                   not invalid key
                       display "Case " BKR-CASE-NUMBER " chapter "
                           BKR-CHAPTER " filed " BKR-FILING-DATE
                           " status " BKR-STATUS
               end-read
           end-if.

       ACCEPT-EVENT-DATE.
           display "Event Date (YYYYMMDD, 0 for today): ".
           accept WS-EVENT-DATE.
           if WS-EVENT-DATE = 0
               move WS-BUSINESS-DATE to WS-EVENT-DATE
           end-if.

       RECORD-DISCHARGE.
           perform READ-CASE-FOR-UPDATE.
           if WS-BKR-STATUS not = '00'
               go to RECORD-DISCHARGE-DONE
           end-if.
           if not BKR-FILED
               display "Only a case under the stay can be discharged."
               close BANKRUPTCY-FILE
               go to RECORD-DISCHARGE-DONE
           end-if.
           perform ACCEPT-EVENT-DATE.
           move WS-EVENT-DATE to BKR-DISCHARGE-DATE.
           set BKR-DISCHARGED to true.
           move WS-BUSINESS-DATE to BKR-LAST-EVENT-DATE.
           move WS-OPERATOR-ID to BKR-LAST-EVENT-BY.
           rewrite BANKRUPTCY-RECORD.
           close BANKRUPTCY-FILE.
           display "Discharge recorded. Loans not reaffirmed stay off "
               "collection permanently.".
       RECORD-DISCHARGE-DONE.
           continue.

       RECORD-DISMISSAL.
           perform READ-CASE-FOR-UPDATE.
           if WS-BKR-STATUS not = '00'
               go to RECORD-DISMISSAL-DONE
           end-if.
           if not BKR-FILED
               display "Only a case under the stay can be dismissed."
               close BANKRUPTCY-FILE
               go to RECORD-DISMISSAL-DONE
           end-if.
           perform ACCEPT-EVENT-DATE.
           move WS-EVENT-DATE to BKR-DISMISSAL-DATE.
           set BKR-DISMISSED to true.
           move WS-BUSINESS-DATE to BKR-LAST-EVENT-DATE.
           move WS-OPERATOR-ID to BKR-LAST-EVENT-BY.
           rewrite BANKRUPTCY-RECORD.
           close BANKRUPTCY-FILE.
           display "Dismissal recorded. The stay is lifted; loans "
               "return to normal servicing.".
       RECORD-DISMISSAL-DONE.
           continue.

      *    A reaffirmed loan is the borrower's again to pay: it leaves
      *    the controls now and survives a later discharge.
       RECORD-REAFFIRMATION.
           perform READ-CASE-FOR-UPDATE.
           if WS-BKR-STATUS not = '00'
               go to RECORD-REAFFIRMATION-DONE
           end-if.
           if not BKR-FILED
               display "Reaffirmation is recorded before discharge."
               close BANKRUPTCY-FILE
               go to RECORD-REAFFIRMATION-DONE
           end-if.
           display "Loan ID Reaffirmed: ".
           accept WS-LOAN-ID.
           open input LOAN-FILE.
           move WS-LOAN-ID to LOAN-ID.
           move 0 to LOAN-CUST-ID.
           if WS-LOAN-STATUS = '00'
               read LOAN-FILE
                   invalid key
                       move 0 to LOAN-CUST-ID
               end-read
               close LOAN-FILE
           end-if.
           if LOAN-CUST-ID not = BKR-CUST-ID
               display "Loan is not this customer's."
               close BANKRUPTCY-FILE
               go to RECORD-REAFFIRMATION-DONE
           end-if.
           move 'N' to WS-ALREADY-REAFFIRMED.
           perform varying WS-REAFFIRM-SUB from 1 by 1
                   until WS-REAFFIRM-SUB > BKR-REAFFIRM-COUNT
               if BKR-REAFFIRM-LOAN (WS-REAFFIRM-SUB) = WS-LOAN-ID
                   move 'Y' to WS-ALREADY-REAFFIRMED
               end-if
           end-perform.
           if WS-ALREADY-REAFFIRMED = 'Y'
               display "Loan already reaffirmed."
               close BANKRUPTCY-FILE
               go to RECORD-REAFFIRMATION-DONE
           end-if.
           if BKR-REAFFIRM-COUNT >= 5
               display "Five loans already reaffirmed on this case."
               close BANKRUPTCY-FILE
               go to RECORD-REAFFIRMATION-DONE
           end-if.
           add 1 to BKR-REAFFIRM-COUNT.
           move WS-LOAN-ID to BKR-REAFFIRM-LOAN (BKR-REAFFIRM-COUNT).
           move WS-BUSINESS-DATE to BKR-LAST-EVENT-DATE.
           move WS-OPERATOR-ID to BKR-LAST-EVENT-BY.
           rewrite BANKRUPTCY-RECORD.
           close BANKRUPTCY-FILE.
           display "Reaffirmation recorded for loan " WS-LOAN-ID ".".
       RECORD-REAFFIRMATION-DONE.
           continue.

       CLOSE-CASE.
           perform READ-CASE-FOR-UPDATE.
           if WS-BKR-STATUS not = '00'
               go to CLOSE-CASE-DONE
           end-if.
           if not BKR-DISCHARGED and not BKR-DISMISSED
               display "Record the discharge or dismissal first."
               close BANKRUPTCY-FILE
               go to CLOSE-CASE-DONE
           end-if.
           perform ACCEPT-EVENT-DATE.
           move WS-EVENT-DATE to BKR-CLOSED-DATE.
           set BKR-CLOSED to true.
           move WS-BUSINESS-DATE to BKR-LAST-EVENT-DATE.
           move WS-OPERATOR-ID to BKR-LAST-EVENT-BY.
           rewrite BANKRUPTCY-RECORD.
           close BANKRUPTCY-FILE.
           display "Case closed.".
       CLOSE-CASE-DONE.
           continue.

       CASE-INQUIRY.
           display "Enter Customer ID: ".
           accept WS-CUST-ID.
           open input BANKRUPTCY-FILE.
           if WS-BKR-STATUS not = '00'
               display "No bankruptcy cases on file."
               go to CASE-INQUIRY-DONE
           end-if.
           move WS-CUST-ID to BKR-CUST-ID.
           read BANKRUPTCY-FILE
               invalid key
                   display "No case on file for customer."
                   close BANKRUPTCY-FILE
                   go to CASE-INQUIRY-DONE
           end-read.
           close BANKRUPTCY-FILE.
           evaluate true
               when BKR-FILED      move 'STAY'       to WS-STATUS-TEXT
               when BKR-DISCHARGED move 'DISCHARGED' to WS-STATUS-TEXT
               when BKR-DISMISSED  move 'DISMISSED'  to WS-STATUS-TEXT
               when other          move 'CLOSED'     to WS-STATUS-TEXT
           end-evaluate.
           display "Case " BKR-CASE-NUMBER " chapter " BKR-CHAPTER
               " " WS-STATUS-TEXT.
           display "  Court:   " BKR-COURT.
           display "  Trustee: " BKR-TRUSTEE.
           display "  Filed " BKR-FILING-DATE " notified "
               BKR-NOTIFIED-DATE " logged by " BKR-LOGGED-BY.
           display "  Discharged " BKR-DISCHARGE-DATE " dismissed "
               BKR-DISMISSAL-DATE " closed " BKR-CLOSED-DATE.
           perform varying WS-REAFFIRM-SUB from 1 by 1
                   until WS-REAFFIRM-SUB > BKR-REAFFIRM-COUNT
               display "  Reaffirmed loan "
                   BKR-REAFFIRM-LOAN (WS-REAFFIRM-SUB)
           end-perform.
       CASE-INQUIRY-DONE.
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
