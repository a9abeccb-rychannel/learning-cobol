      *    and a 'LOC-PMT' transaction), and closes a fully paid
      *    line. Interest accrual, minimum payments, and the monthly
      *    line statement come from credit-line-cycle.cbl.
      *    The session signs on against operators.dat; every limit
      *    set or changed, and every line closed, goes on the
      *    maintenance journal (maint_journal.dat) with the operator.

       environment division.
       input-output section.
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
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

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
       01 WS-CL-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.

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

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).
       01 WS-MJ-AMOUNT              pic 9(8).99.

       procedure division.
       MAIN-LOGIC.
           display "Credit Line Maintenance".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '5'
               display " "
                   move WS-BUSINESS-DATE to CL-CYCLE-DATE
                   set CL-ACTIVE to true
                   write CREDIT-LINE-RECORD
                   move spaces to WS-MJ-OLD
                   perform JOURNAL-LIMIT-CHANGE
                   display "Credit line opened."
               not invalid key
                   move CL-LIMIT to WS-MJ-AMOUNT
                   move WS-MJ-AMOUNT to WS-MJ-OLD
                   display "Enter new Credit Limit (" CL-LIMIT "): "
                   accept CL-LIMIT
                   display "Enter new Annual Rate (" CL-RATE "): "
                   accept CL-RATE
                   rewrite CREDIT-LINE-RECORD
                   perform JOURNAL-LIMIT-CHANGE
                   display "Credit line updated."
           end-read.
           close CREDIT-LINE-FILE.
               close CREDIT-LINE-FILE
               go to CLOSE-CREDIT-LINE-DONE
           end-if.
           move CL-STATUS to WS-MJ-OLD.
           set CL-CLOSED to true.
           rewrite CREDIT-LINE-RECORD.
           close CREDIT-LINE-FILE.
           move CL-CUST-ID to WS-MJ-CUST-ID.
           move 'CL-STATUS' to WS-MJ-FIELD.
           move CL-STATUS to WS-MJ-NEW.
           perform WRITE-MAINT-JOURNAL.
           display "Credit line closed.".
       CLOSE-CREDIT-LINE-DONE.
           continue.
           move CUST-BALANCE to AUDIT-NEW-BALANCE.
           move function current-date(1:8) to AUDIT-DATE.
           move function current-date(9:6) to AUDIT-TIME.
           move WS-OPERATOR-ID to AUDIT-OPERATOR-ID.
           move WS-OPERATOR-BRANCH to AUDIT-BRANCH
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

      *    The caller has put the limit before the change in
      *    WS-MJ-OLD (spaces for a new line); an unchanged limit
      *    leaves no journal line.
       JOURNAL-LIMIT-CHANGE.
           move CL-CUST-ID to WS-MJ-CUST-ID.
           move 'CL-LIMIT' to WS-MJ-FIELD.
           move CL-LIMIT to WS-MJ-AMOUNT.
           move WS-MJ-AMOUNT to WS-MJ-NEW.
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
               move 'credit-line-maint' to MJ-SOURCE
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

      *    Reads the open business date, the same rule the teller
      *    screen applies.
       GET-BUSINESS-DATE.
