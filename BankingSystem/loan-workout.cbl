       identification division.
       program-id. loan-workout.

      *    Hardship workout desk for the loan book. A workout officer
      *    records a modification request against an open loan -- a
      *    rate reduction, a term extension, a payment deferral of N
      *    months (the skipped payments move to the end of the term),
      *    or a forbearance of N months (the payments forborne fall
      *    due as a balloon with the final installment) -- with a
      *    hardship reason code. Nothing changes on the loan until a
      *    supervisor other than the officer who keyed it approves
      *    the request, the same dual control approval-queue.cbl
      *    applies to parked teller items. Approval re-ages any
      *    installments already past due onto the end of the term,
      *    applies the modification, recalculates the payment where
      *    the terms changed, and takes the loan out of the
      *    collectors' queue until the first payment under the new
      *    terms falls due. Every request, approved or not, stays on
      *    LOAN-MOD-FILE as the loan's modification history; the
      *    per-loan workout record on LOAN-WORKOUT-FILE is what
      *    loan-payment.cbl, loan-interest-accrual.cbl, loan-aging.cbl
      *    and tdr-report.cbl read.

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
      *    One record per modification request, kept for good as the
      *    loan's history.
       select LOAN-MOD-FILE
           assign to 'loan_modifications.dat'
           organization is indexed
           access mode is dynamic
           record key is MOD-ID
           alternate record key is MOD-LOAN-ID
               with duplicates
           lock mode is automatic
           file status is WS-MOD-STATUS.
      *    Current workout position per modified loan.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
       select VARIABLE-TERMS-FILE
           assign to 'loan_variable_terms.dat'
           organization is indexed
           access mode is dynamic
           record key is VRT-LOAN-ID
           lock mode is automatic
           file status is WS-VRT-STATUS.
       select COLLECTION-QUEUE-FILE
           assign to 'collection_queue.dat'
           organization is indexed
           access mode is dynamic
           record key is COLQ-LOAN-ID
           lock mode is automatic
           file status is WS-COLQ-STATUS.
       select HOLIDAY-FILE
           assign to 'holidays.dat'
           organization is line sequential
           file status is WS-HOLIDAY-STATUS.
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

      *    A modification request and, once decided, the before and
      *    after terms it produced.
       fd LOAN-MOD-FILE.
       01 LOAN-MOD-RECORD.
          05 MOD-ID                 pic 9(6).
          05 MOD-LOAN-ID            pic 9(6).
          05 MOD-CUST-ID            pic 9(6).
          05 MOD-TYPE               pic x(1).
             88 MOD-RATE-REDUCTION  value 'R'.
             88 MOD-TERM-EXTENSION  value 'T'.
             88 MOD-DEFERRAL        value 'D'.
             88 MOD-FORBEARANCE     value 'F'.
          05 MOD-REASON             pic x(3).
          05 MOD-NEW-RATE           pic 9(2)v9(4).
          05 MOD-MONTHS             pic 9(3).
          05 MOD-STATUS             pic x(1).
             88 MOD-PENDING         value 'P'.
             88 MOD-APPROVED        value 'A'.
             88 MOD-REJECTED        value 'J'.
          05 MOD-REQUESTED-BY       pic 9(4).
          05 MOD-REQUESTED-DATE     pic 9(8).
          05 MOD-DECIDED-BY         pic 9(4).
          05 MOD-DECIDED-DATE       pic 9(8).
          05 MOD-BALANCE-AT-MOD     pic 9(8)v99.
          05 MOD-DAYS-PAST-DUE      pic 9(4).
          05 MOD-OLD-RATE           pic 9(2)v9(4).
          05 MOD-OLD-TERM           pic 9(3).
          05 MOD-OLD-PAYMENT        pic 9(8)v99.
          05 MOD-OLD-NEXT-DUE       pic 9(8).
          05 MOD-NEW-TERM           pic 9(3).
          05 MOD-NEW-PAYMENT        pic 9(8)v99.
          05 MOD-NEW-NEXT-DUE       pic 9(8).
          05 MOD-REAGED-COUNT       pic 9(3).
          05 MOD-DEFERRED-AMOUNT    pic 9(8)v99.

      *    Workout position per loan: how many modifications, the
      *    deferral window loan-payment.cbl skips collection in, the
      *    date the loan is held out of collections until, any
      *    forbearance balloon owed at maturity, and the performance
      *    since the first modification.
       fd LOAN-WORKOUT-FILE.
       01 LOAN-WORKOUT-RECORD.
          05 WKO-LOAN-ID            pic 9(6).
          05 WKO-CUST-ID            pic 9(6).
          05 WKO-MOD-COUNT          pic 9(3).
          05 WKO-FIRST-MOD-DATE     pic 9(8).
          05 WKO-LAST-MOD-ID        pic 9(6).
          05 WKO-LAST-MOD-DATE      pic 9(8).
          05 WKO-LAST-MOD-TYPE      pic x(1).
          05 WKO-BAL-AT-FIRST-MOD   pic 9(8)v99.
          05 WKO-DEFER-START        pic 9(8).
          05 WKO-DEFER-END          pic 9(8).
          05 WKO-HOLD-UNTIL         pic 9(8).
          05 WKO-BALLOON-AMOUNT     pic 9(8)v99.
          05 WKO-PAYMENTS-SINCE     pic 9(3).
          05 WKO-LAST-PAID-DATE     pic 9(8).

       fd VARIABLE-TERMS-FILE.
       01 VARIABLE-TERMS-RECORD.
          05 VRT-LOAN-ID            pic 9(6).
          05 VRT-INDEX-CODE         pic x(6).
          05 VRT-MARGIN             pic 9(2)v9(4).
          05 VRT-FLOOR-RATE         pic 9(2)v9(4).
          05 VRT-CAP-RATE           pic 9(2)v9(4).
          05 VRT-RESET-MONTHS       pic 9(3).
          05 VRT-NEXT-RESET-DATE    pic 9(8).
          05 VRT-LAST-RESET-DATE    pic 9(8).
          05 VRT-LAST-INDEX-RATE    pic 9(2)v9(4).

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

       fd HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
          05 HOL-DATE               pic 9(8).
          05 HOL-NAME               pic x(20).

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
       01 WS-MOD-STATUS             pic xx.
       01 WS-WKO-STATUS             pic xx.
       01 WS-VRT-STATUS             pic xx.
       01 WS-COLQ-STATUS            pic xx.
       01 WS-HOLIDAY-STATUS         pic xx.
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

       01 WS-HOL-TABLE.
          05 WS-HOL-ENTRY occurs 30 times pic 9(8).
       01 WS-HOL-USED               pic 9(2) value zero.
       01 WS-HOL-SUB                pic 9(2).
       01 WS-HOL-EOF-FLAG           pic x value 'N'.
          88 HOL-EOF-REACHED        value 'Y'.
       01 WS-ROLL-DATE              pic 9(8).
       01 WS-ROLL-INT               pic 9(8).
       01 WS-ROLL-WEEKDAY           pic 9(1).
       01 WS-ROLL-AGAIN             pic x.

      *    Hardship reason codes a request must carry.
       01 WS-REASON-CODES.
          05 filler pic x(33) value 'JOBJob loss or reduced hours     '.
          05 filler pic x(33) value 'MEDIllness or medical expense    '.
          05 filler pic x(33) value 'DTHDeath of borrower or family   '.
          05 filler pic x(33) value 'DIVDivorce or separation         '.
          05 filler pic x(33) value 'DISNatural disaster              '.
          05 filler pic x(33) value 'MILMilitary service              '.
          05 filler pic x(33) value 'BUSBusiness income decline       '.
          05 filler pic x(33) value 'OTHOther documented hardship     '.
       01 WS-REASON-TABLE redefines WS-REASON-CODES.
          05 WS-REASON-ENTRY occurs 8 times.
             10 WS-REASON-CODE      pic x(3).
             10 WS-REASON-DESC      pic x(30).
       01 WS-REASON-SUB             pic 9(2).
       01 WS-REASON-OK              pic x.

       01 WS-USER-CHOICE            pic x.
       01 WS-MOD-ID                 pic 9(6).
       01 WS-LOAN-ID                pic 9(6).
       01 WS-MOD-TYPE               pic x.
       01 WS-MOD-REASON             pic x(3).
       01 WS-MOD-NEW-RATE           pic 9(2)v9(4).
       01 WS-MOD-MONTHS             pic 9(3).
       01 WS-DECISION               pic x.
       01 WS-PENDING-FOUND          pic x.
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-WKO-ON-FILE            pic x.

      *    Recalculation work fields; the annuity fields match the
      *    ones loan-maint.cbl computes the origination payment with.
       01 WS-DAYS-PAST-DUE          pic s9(8).
       01 WS-REAGED-COUNT           pic 9(3).
       01 WS-NEW-TERM               pic 9(4).
       01 WS-REMAINING-TERM         pic s9(5).
       01 WS-PAYMENT-AMOUNT         pic 9(8)v99.
       01 WS-MONTHLY-RATE           pic 9v9(8).
       01 WS-AMORT-FACTOR           pic 9(5)v9(9).
       01 WS-DEFER-START            pic 9(8).
       01 WS-DEFER-END              pic 9(8).
       01 WS-DEFERRED-AMOUNT        pic 9(8)v99.
       01 WS-APPLY-OK               pic x.
       01 WS-NEXT-YEAR              pic 9(4).
       01 WS-NEXT-MONTH             pic 9(2).
       01 WS-NEXT-DAY               pic 9(2).
       01 WS-DUE-YEAR               pic 9(4).
       01 WS-DUE-MONTH              pic 9(2).
       01 WS-FORMATTED-AMT          pic $ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'LOAN-WRK' to WS-ENT-FUNCTION.
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
           perform LOAD-HOLIDAY-CALENDAR.
           perform until WS-USER-CHOICE = '5'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform RECORD-MODIFICATION
                       thru RECORD-MODIFICATION-DONE
                   when '2' perform LIST-PENDING-MODIFICATIONS
                   when '3' perform DECIDE-MODIFICATION
                       thru DECIDE-MODIFICATION-DONE
                   when '4' perform SHOW-LOAN-HISTORY
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Loan Workout and Modification".
           display "1. Record Modification Request".
           display "2. List Pending Requests".
           display "3. Approve or Reject Request (supervisor)".
           display "4. Loan Modification History".
           display "5. Exit".
           display "Enter choice: ".

      *    Keys a request; nothing on the loan changes until it is
      *    approved. A loan may carry only one pending request.
       RECORD-MODIFICATION.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found."
               go to RECORD-MODIFICATION-DONE
           end-if.
           move WS-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   display "Loan not found."
                   close LOAN-FILE
                   go to RECORD-MODIFICATION-DONE
           end-read.
           close LOAN-FILE.
           if not LOAN-OPEN
               display "Loan is not open; nothing to modify."
               go to RECORD-MODIFICATION-DONE
           end-if.
           perform CHECK-PENDING-REQUEST.
           if WS-PENDING-FOUND = 'Y'
               display "Loan already has a pending request."
               go to RECORD-MODIFICATION-DONE
           end-if.

           display "Modification type -- R rate reduction, "
               "T term extension,".
           display "  D payment deferral, F forbearance: ".
           accept WS-MOD-TYPE.
           move 0 to WS-MOD-NEW-RATE.
           move 0 to WS-MOD-MONTHS.
           evaluate WS-MOD-TYPE
               when 'R'
                   perform CHECK-VARIABLE-RATE
                   if WS-VRT-STATUS = '00'
                       display "Variable-rate loan: change its margin "
                           "in loan-maint instead."
                       go to RECORD-MODIFICATION-DONE
                   end-if
                   display "Current rate " LOAN-RATE
                       ". Enter New Rate Percent: "
                   accept WS-MOD-NEW-RATE
                   if WS-MOD-NEW-RATE >= LOAN-RATE
                       display "New rate must be below the current "
                           "rate."
                       go to RECORD-MODIFICATION-DONE
                   end-if
               when 'T'
                   display "Enter Months to Extend the Term: "
                   accept WS-MOD-MONTHS
                   if WS-MOD-MONTHS = 0
                       display "Extension must be at least one month."
                       go to RECORD-MODIFICATION-DONE
                   end-if
               when 'D'
               when 'F'
                   display "Enter Months of Payments to Suspend "
                       "(1-12): "
                   accept WS-MOD-MONTHS
                   if WS-MOD-MONTHS = 0 or WS-MOD-MONTHS > 12
                       display "Suspension must be 1 to 12 months."
                       go to RECORD-MODIFICATION-DONE
                   end-if
               when other
                   display "Invalid modification type."
                   go to RECORD-MODIFICATION-DONE
           end-evaluate.

           perform LIST-REASON-CODES.
           display "Enter Reason Code: ".
           accept WS-MOD-REASON.
           move 'N' to WS-REASON-OK.
           perform varying WS-REASON-SUB from 1 by 1
               until WS-REASON-SUB > 8
               if WS-REASON-CODE (WS-REASON-SUB) = WS-MOD-REASON
                   move 'Y' to WS-REASON-OK
               end-if
           end-perform.
           if WS-REASON-OK not = 'Y'
               display "Unknown reason code."
               go to RECORD-MODIFICATION-DONE
           end-if.

           perform GENERATE-MOD-ID.
           initialize LOAN-MOD-RECORD.
           move WS-MOD-ID to MOD-ID.
           move LOAN-ID to MOD-LOAN-ID.
           move LOAN-CUST-ID to MOD-CUST-ID.
           move WS-MOD-TYPE to MOD-TYPE.
           move WS-MOD-REASON to MOD-REASON.
           move WS-MOD-NEW-RATE to MOD-NEW-RATE.
           move WS-MOD-MONTHS to MOD-MONTHS.
           set MOD-PENDING to true.
           move WS-OPERATOR-ID to MOD-REQUESTED-BY.
           move WS-BUSINESS-DATE to MOD-REQUESTED-DATE.
           write LOAN-MOD-RECORD.
           close LOAN-MOD-FILE.
           display "Request " WS-MOD-ID " recorded for loan "
               LOAN-ID "; awaiting supervisor approval.".
       RECORD-MODIFICATION-DONE.
           continue.

       LIST-REASON-CODES.
           perform varying WS-REASON-SUB from 1 by 1
               until WS-REASON-SUB > 8
               display "  " WS-REASON-CODE (WS-REASON-SUB) "  "
                   WS-REASON-DESC (WS-REASON-SUB)
           end-perform.

      *    Any request still pending for WS-LOAN-ID, read down the
      *    loan-ID alternate key.
       CHECK-PENDING-REQUEST.
           move 'N' to WS-PENDING-FOUND.
           open input LOAN-MOD-FILE.
           if WS-MOD-STATUS = '00'
               move WS-LOAN-ID to MOD-LOAN-ID
               move 'N' to WS-EOF-FLAG
               start LOAN-MOD-FILE key is equal to MOD-LOAN-ID
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read LOAN-MOD-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if MOD-LOAN-ID not = WS-LOAN-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               if MOD-PENDING
                                   move 'Y' to WS-PENDING-FOUND
                               end-if
                           end-if
                   end-read
               end-perform
               close LOAN-MOD-FILE
           end-if.

       CHECK-VARIABLE-RATE.
           open input VARIABLE-TERMS-FILE.
           if WS-VRT-STATUS = '00'
               move LOAN-ID to VRT-LOAN-ID
               read VARIABLE-TERMS-FILE
                   invalid key
                       move '23' to WS-VRT-STATUS
               end-read
               close VARIABLE-TERMS-FILE
           end-if.

       LIST-PENDING-MODIFICATIONS.
           move 0 to WS-LISTED-COUNT.
           open input LOAN-MOD-FILE.
           if WS-MOD-STATUS not = '00'
               display "No modification requests on file."
           else
               display "Req    Loan   Type Reason Months New Rate "
                   "Keyed By Keyed"
               move 'N' to WS-EOF-FLAG
               read LOAN-MOD-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if MOD-PENDING
                       display MOD-ID " " MOD-LOAN-ID "  " MOD-TYPE
                           "    " MOD-REASON "    " MOD-MONTHS
                           "    " MOD-NEW-RATE " " MOD-REQUESTED-BY
                           "     " MOD-REQUESTED-DATE
                       add 1 to WS-LISTED-COUNT
                   end-if
                   read LOAN-MOD-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-MOD-FILE
               display WS-LISTED-COUNT " request(s) pending."
           end-if.

      *    Supervisor decision. The officer who keyed a request cannot
      *    decide it.
       DECIDE-MODIFICATION.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor sign-on required to decide "
                   "requests."
               go to DECIDE-MODIFICATION-DONE
           end-if.
           display "Enter Request ID: ".
           accept WS-MOD-ID.
           open i-o LOAN-MOD-FILE.
           if WS-MOD-STATUS not = '00'
               display "No modification requests on file."
               go to DECIDE-MODIFICATION-DONE
           end-if.
           move WS-MOD-ID to MOD-ID.
           read LOAN-MOD-FILE
               invalid key
                   display "Request not found."
                   close LOAN-MOD-FILE
                   go to DECIDE-MODIFICATION-DONE
           end-read.
           if not MOD-PENDING
               display "Request is not pending (status " MOD-STATUS
                   ")."
               close LOAN-MOD-FILE
               go to DECIDE-MODIFICATION-DONE
           end-if.
           if MOD-REQUESTED-BY = WS-OPERATOR-ID
               display "You keyed this request; a different "
                   "supervisor must decide it."
               close LOAN-MOD-FILE
               go to DECIDE-MODIFICATION-DONE
           end-if.
           display "Loan " MOD-LOAN-ID " type " MOD-TYPE " reason "
               MOD-REASON " months " MOD-MONTHS " new rate "
               MOD-NEW-RATE.
           display "Approve (A) or Reject (R): ".
           accept WS-DECISION.
           evaluate WS-DECISION
               when 'R'
                   set MOD-REJECTED to true
                   move WS-OPERATOR-ID to MOD-DECIDED-BY
                   move WS-BUSINESS-DATE to MOD-DECIDED-DATE
                   rewrite LOAN-MOD-RECORD
                   display "Request " MOD-ID " rejected."
               when 'A'
                   perform APPROVE-MODIFICATION
                       thru APPROVE-MODIFICATION-DONE
               when other
                   display "No decision recorded."
           end-evaluate.
           close LOAN-MOD-FILE.
       DECIDE-MODIFICATION-DONE.
           continue.

      *    Applies the approved request held in LOAN-MOD-RECORD to the
      *    loan. Installments already past due are re-aged onto the
      *    end of the term first, so the loan comes out of the
      *    workout current.
       APPROVE-MODIFICATION.
           open i-o LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found."
               go to APPROVE-MODIFICATION-DONE
           end-if.
           move MOD-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   display "Loan not found."
                   close LOAN-FILE
                   go to APPROVE-MODIFICATION-DONE
           end-read.
           if not LOAN-OPEN
               display "Loan is no longer open; request not applied."
               close LOAN-FILE
               go to APPROVE-MODIFICATION-DONE
           end-if.

           move LOAN-BALANCE to MOD-BALANCE-AT-MOD.
           move LOAN-RATE to MOD-OLD-RATE.
           move LOAN-TERM-MONTHS to MOD-OLD-TERM.
           move LOAN-PAYMENT-AMOUNT to MOD-OLD-PAYMENT.
           move LOAN-NEXT-DUE-DATE to MOD-OLD-NEXT-DUE.
           move 0 to WS-DAYS-PAST-DUE.
           if LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
               compute WS-DAYS-PAST-DUE =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (LOAN-NEXT-DUE-DATE)
           end-if.
           if WS-DAYS-PAST-DUE > 9999
               move 9999 to MOD-DAYS-PAST-DUE
           else
               move WS-DAYS-PAST-DUE to MOD-DAYS-PAST-DUE
           end-if.

           move 0 to WS-REAGED-COUNT.
           perform until LOAN-NEXT-DUE-DATE >= WS-BUSINESS-DATE
               perform ADVANCE-NEXT-DUE-DATE
               add 1 to WS-REAGED-COUNT
           end-perform.
           compute WS-NEW-TERM = LOAN-TERM-MONTHS + WS-REAGED-COUNT.
           move 0 to WS-DEFER-START.
           move 0 to WS-DEFER-END.
           move 0 to WS-DEFERRED-AMOUNT.

           evaluate true
               when MOD-RATE-REDUCTION
                   move MOD-NEW-RATE to LOAN-RATE
               when MOD-TERM-EXTENSION
                   add MOD-MONTHS to WS-NEW-TERM
               when MOD-DEFERRAL
                   move LOAN-NEXT-DUE-DATE to WS-DEFER-START
                   perform ADVANCE-NEXT-DUE-DATE MOD-MONTHS times
                   move LOAN-NEXT-DUE-DATE to WS-DEFER-END
                   add MOD-MONTHS to WS-NEW-TERM
               when MOD-FORBEARANCE
                   move LOAN-NEXT-DUE-DATE to WS-DEFER-START
                   perform ADVANCE-NEXT-DUE-DATE MOD-MONTHS times
                   move LOAN-NEXT-DUE-DATE to WS-DEFER-END
                   compute WS-DEFERRED-AMOUNT =
                       LOAN-PAYMENT-AMOUNT * MOD-MONTHS
           end-evaluate.
           if WS-NEW-TERM > 999
               display "Modified term would exceed 999 months; "
                   "request not applied."
               close LOAN-FILE
               go to APPROVE-MODIFICATION-DONE
           end-if.
           move WS-NEW-TERM to LOAN-TERM-MONTHS.
      *    A new rate or a longer term re-amortizes the balance over
      *    what is left; a deferral keeps the payment and moves the
      *    skipped ones to the end, and a forbearance keeps the
      *    payment and leaves the forborne amount as a balloon.
           if MOD-RATE-REDUCTION or MOD-TERM-EXTENSION
               perform COMPUTE-REMAINING-TERM
               perform COMPUTE-PAYMENT-AMOUNT
               move WS-PAYMENT-AMOUNT to LOAN-PAYMENT-AMOUNT
           end-if.
           rewrite LOAN-RECORD.
           close LOAN-FILE.

           move LOAN-RATE to MOD-NEW-RATE.
           move LOAN-TERM-MONTHS to MOD-NEW-TERM.
           move LOAN-PAYMENT-AMOUNT to MOD-NEW-PAYMENT.
           move LOAN-NEXT-DUE-DATE to MOD-NEW-NEXT-DUE.
           move WS-REAGED-COUNT to MOD-REAGED-COUNT.
           move WS-DEFERRED-AMOUNT to MOD-DEFERRED-AMOUNT.
           set MOD-APPROVED to true.
           move WS-OPERATOR-ID to MOD-DECIDED-BY.
           move WS-BUSINESS-DATE to MOD-DECIDED-DATE.
           rewrite LOAN-MOD-RECORD.

           perform UPDATE-WORKOUT-RECORD.
           perform HOLD-OUT-OF-COLLECTIONS.

           move LOAN-PAYMENT-AMOUNT to WS-FORMATTED-AMT.
           display "Request " MOD-ID " approved. Loan " LOAN-ID
               " next due " LOAN-NEXT-DUE-DATE ", payment "
               WS-FORMATTED-AMT ", term " LOAN-TERM-MONTHS ".".
           if WS-REAGED-COUNT > 0
               display WS-REAGED-COUNT " past-due installment(s) "
                   "re-aged to the end of the term."
           end-if.
       APPROVE-MODIFICATION-DONE.
           continue.

       UPDATE-WORKOUT-RECORD.
           open i-o LOAN-WORKOUT-FILE.
           if WS-WKO-STATUS not = '00'
               open output LOAN-WORKOUT-FILE
               close LOAN-WORKOUT-FILE
               open i-o LOAN-WORKOUT-FILE
           end-if.
           move LOAN-ID to WKO-LOAN-ID.
           move 'Y' to WS-WKO-ON-FILE.
           read LOAN-WORKOUT-FILE
               invalid key
                   move 'N' to WS-WKO-ON-FILE
                   initialize LOAN-WORKOUT-RECORD
                   move LOAN-ID to WKO-LOAN-ID
                   move LOAN-CUST-ID to WKO-CUST-ID
                   move WS-BUSINESS-DATE to WKO-FIRST-MOD-DATE
                   move MOD-BALANCE-AT-MOD to WKO-BAL-AT-FIRST-MOD
           end-read.
           add 1 to WKO-MOD-COUNT.
           move MOD-ID to WKO-LAST-MOD-ID.
           move WS-BUSINESS-DATE to WKO-LAST-MOD-DATE.
           move MOD-TYPE to WKO-LAST-MOD-TYPE.
           if MOD-DEFERRAL or MOD-FORBEARANCE
               move WS-DEFER-START to WKO-DEFER-START
               move WS-DEFER-END to WKO-DEFER-END
           end-if.
           add WS-DEFERRED-AMOUNT to WKO-BALLOON-AMOUNT.
           move LOAN-NEXT-DUE-DATE to WKO-HOLD-UNTIL.
           if WS-WKO-ON-FILE = 'Y'
               rewrite LOAN-WORKOUT-RECORD
           else
               write LOAN-WORKOUT-RECORD
           end-if.
           close LOAN-WORKOUT-FILE.

      *    Parks an open or escalated collections record while the
      *    workout runs; loan-aging.cbl reopens it if the loan goes
      *    30 days past due again once the hold date has passed.
       HOLD-OUT-OF-COLLECTIONS.
           open i-o COLLECTION-QUEUE-FILE.
           if WS-COLQ-STATUS = '00'
               move LOAN-ID to COLQ-LOAN-ID
               read COLLECTION-QUEUE-FILE
                   invalid key
                       continue
                   not invalid key
                       if COLQ-OPEN or COLQ-ESCALATED
                           set COLQ-WORKOUT to true
                           rewrite COLLECTION-QUEUE-RECORD
                       end-if
               end-read
               close COLLECTION-QUEUE-FILE
           end-if.

      *    Every request on file for one loan, oldest first, with the
      *    terms before and after each approved one.
       SHOW-LOAN-HISTORY.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           move 0 to WS-LISTED-COUNT.
           open input LOAN-MOD-FILE.
           if WS-MOD-STATUS not = '00'
               display "No modification requests on file."
           else
               move WS-LOAN-ID to MOD-LOAN-ID
               move 'N' to WS-EOF-FLAG
               start LOAN-MOD-FILE key is equal to MOD-LOAN-ID
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read LOAN-MOD-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if MOD-LOAN-ID not = WS-LOAN-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               perform DISPLAY-ONE-MODIFICATION
                           end-if
                   end-read
               end-perform
               close LOAN-MOD-FILE
               display WS-LISTED-COUNT " request(s) on file for loan "
                   WS-LOAN-ID "."
           end-if.

       DISPLAY-ONE-MODIFICATION.
           add 1 to WS-LISTED-COUNT.
           display "Request " MOD-ID " type " MOD-TYPE " reason "
               MOD-REASON " status " MOD-STATUS " keyed "
               MOD-REQUESTED-DATE " by " MOD-REQUESTED-BY.
           if MOD-APPROVED
               display "  Approved " MOD-DECIDED-DATE " by "
                   MOD-DECIDED-BY "; " MOD-DAYS-PAST-DUE
                   " days past due, balance " MOD-BALANCE-AT-MOD
               display "  Rate " MOD-OLD-RATE " -> " MOD-NEW-RATE
                   " term " MOD-OLD-TERM " -> " MOD-NEW-TERM
                   " payment " MOD-OLD-PAYMENT " -> " MOD-NEW-PAYMENT
               display "  Next due " MOD-OLD-NEXT-DUE " -> "
                   MOD-NEW-NEXT-DUE "; re-aged " MOD-REAGED-COUNT
                   ", deferred " MOD-DEFERRED-AMOUNT
           end-if.
           if MOD-REJECTED
               display "  Rejected " MOD-DECIDED-DATE " by "
                   MOD-DECIDED-BY
           end-if.

      *    Payments left from the next due date through maturity
      *    (origination month plus the term), never fewer than one.
       COMPUTE-REMAINING-TERM.
           move LOAN-ORIGIN-DATE(1:4) to WS-NEXT-YEAR.
           move LOAN-ORIGIN-DATE(5:2) to WS-NEXT-MONTH.
           move LOAN-NEXT-DUE-DATE(1:4) to WS-DUE-YEAR.
           move LOAN-NEXT-DUE-DATE(5:2) to WS-DUE-MONTH.
           compute WS-REMAINING-TERM =
               (WS-NEXT-YEAR * 12 + WS-NEXT-MONTH + LOAN-TERM-MONTHS)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           if WS-REMAINING-TERM < 1
               move 1 to WS-REMAINING-TERM
           end-if.

      *    Standard amortization payment on the current balance:
      *    B * r * (1+r)^n over ((1+r)^n - 1). A zero-rate loan is
      *    simply balance over the payments left.
       COMPUTE-PAYMENT-AMOUNT.
           compute WS-MONTHLY-RATE = LOAN-RATE / 1200.
           if WS-MONTHLY-RATE = 0
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE / WS-REMAINING-TERM
           else
               compute WS-AMORT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE * WS-MONTHLY-RATE
                   * WS-AMORT-FACTOR / (WS-AMORT-FACTOR - 1)
           end-if.

      *    Advances LOAN-NEXT-DUE-DATE one month exactly the way
      *    loan-payment.cbl does -- day clamped to 28, then rolled to
      *    a business day -- so workout dates match collection dates.
       ADVANCE-NEXT-DUE-DATE.
           move LOAN-NEXT-DUE-DATE(1:4) to WS-NEXT-YEAR.
           move LOAN-NEXT-DUE-DATE(5:2) to WS-NEXT-MONTH.
           move LOAN-NEXT-DUE-DATE(7:2) to WS-NEXT-DAY.
           if WS-NEXT-DAY > 28
               move 28 to WS-NEXT-DAY
           end-if.
           add 1 to WS-NEXT-MONTH.
           if WS-NEXT-MONTH > 12
               move 1 to WS-NEXT-MONTH
               add 1 to WS-NEXT-YEAR
           end-if.
           compute LOAN-NEXT-DUE-DATE =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100
               + WS-NEXT-DAY.
           move LOAN-NEXT-DUE-DATE to WS-ROLL-DATE.
           perform ROLL-TO-BUSINESS-DAY.
           move WS-ROLL-DATE to LOAN-NEXT-DUE-DATE.

      *    Assigns the next MOD-ID with one keyed START against the
      *    highest existing ID. Leaves LOAN-MOD-FILE open i-o for the
      *    write.
       GENERATE-MOD-ID.
           move 0 to WS-MOD-ID.
           open i-o LOAN-MOD-FILE.
           if WS-MOD-STATUS not = '00'
               open output LOAN-MOD-FILE
               close LOAN-MOD-FILE
               open i-o LOAN-MOD-FILE
           end-if.
           move 999999 to MOD-ID.
           start LOAN-MOD-FILE key is less than or equal to MOD-ID
               invalid key
                   continue
               not invalid key
                   read LOAN-MOD-FILE next record
                       at end
                           continue
                       not at end
                           move MOD-ID to WS-MOD-ID
                   end-read
           end-start.
           add 1 to WS-MOD-ID.

      *    Loads the holiday calendar once; a missing file simply
      *    means only weekends roll.
       LOAD-HOLIDAY-CALENDAR.
           move 0 to WS-HOL-USED.
           move 'N' to WS-HOL-EOF-FLAG.
           open input HOLIDAY-FILE.
           if WS-HOLIDAY-STATUS = '00'
               read HOLIDAY-FILE
                   at end
                       move 'Y' to WS-HOL-EOF-FLAG
               end-read
               perform until HOL-EOF-REACHED
                   if WS-HOL-USED < 30
                       add 1 to WS-HOL-USED
                       move HOL-DATE to WS-HOL-ENTRY (WS-HOL-USED)
                   end-if
                   read HOLIDAY-FILE
                       at end
                           move 'Y' to WS-HOL-EOF-FLAG
                   end-read
               end-perform
               close HOLIDAY-FILE
           end-if.

      *    Rolls WS-ROLL-DATE forward past weekends and holidays.
      *    Day 1 of the intrinsic date base was a Monday, so
      *    remainder 6 is Saturday and 0 is Sunday.
       ROLL-TO-BUSINESS-DAY.
           move 'Y' to WS-ROLL-AGAIN.
           perform until WS-ROLL-AGAIN = 'N'
               move 'N' to WS-ROLL-AGAIN
               compute WS-ROLL-INT =
                   function integer-of-date (WS-ROLL-DATE)
               compute WS-ROLL-WEEKDAY =
                   function rem (WS-ROLL-INT, 7)
               if WS-ROLL-WEEKDAY = 6 or WS-ROLL-WEEKDAY = 0
                   move 'Y' to WS-ROLL-AGAIN
               end-if
               perform varying WS-HOL-SUB from 1 by 1
                   until WS-HOL-SUB > WS-HOL-USED
                   if WS-HOL-ENTRY (WS-HOL-SUB) = WS-ROLL-DATE
                       move 'Y' to WS-ROLL-AGAIN
                   end-if
               end-perform
               if WS-ROLL-AGAIN = 'Y'
                   compute WS-ROLL-INT = WS-ROLL-INT + 1
                   move function date-of-integer (WS-ROLL-INT)
                       to WS-ROLL-DATE
               end-if
           end-perform.

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
