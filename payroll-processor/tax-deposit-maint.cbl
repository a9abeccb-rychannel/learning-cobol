       identification division.
       program-id. tax-deposit-maint.

      *    Federal tax deposit recording. The pay run, off-cycle and
      *    final-pay programs post each company's federal liability
      *    per pay date to tax_deposits.dat, and
      *    tax-deposit-report.cbl works out when each is due. Here
      *    the payroll office records the deposit actually made --
      *    amount, date, and the payment confirmation number -- by
      *    company and pay date. A liability is closed once its
      *    deposits cover it; a deposit dated after the due date is
      *    flagged late on the ledger.

       environment division.
       input-output section.
       file-control.
      *    Operator sign-on master -- the payroll maintenance
      *    screens now authenticate every session against the same
      *    operators.dat the banking side uses, and stamp the
      *    signed-on operator into the change trail.
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
       select TAX-DEPOSIT-FILE
           assign to 'tax_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TDL-KEY
           lock mode is automatic
           file status is WS-TDL-STATUS.

       data division.
       file section.
       fd TAX-DEPOSIT-FILE.
       01 TAX-DEPOSIT-RECORD.
          05 TDL-KEY.
             10 TDL-COMPANY         pic x(3).
             10 TDL-PAY-DATE        pic 9(8).
             10 TDL-RUN             pic x(6).
          05 TDL-WITHHELD           pic 9(8)v99.
          05 TDL-ER-FICA            pic 9(8)v99.
          05 TDL-LIABILITY          pic 9(8)v99.
          05 TDL-SCHEDULE           pic x(1).
          05 TDL-NEXT-DAY           pic x(1).
          05 TDL-DUE-DATE           pic 9(8).
          05 TDL-DEPOSITED          pic 9(8)v99.
          05 TDL-DEPOSIT-DATE       pic 9(8).
          05 TDL-CONFIRMATION       pic x(20).
          05 TDL-KEYED-BY           pic 9(4).
          05 TDL-LATE               pic x(1).
          05 TDL-STATUS             pic x(1).
             88 TDL-OPEN            value 'O'.
             88 TDL-PAID            value 'D'.

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
       01 WS-OPERATOR-FILE-STATUS pic xx.
       01 WS-OPERATOR-ID          pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL       pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD      pic x(10).
       01 WS-SIGNON-TRIES         pic 9(1) value zero.
       01 WS-SIGNON-OK            pic x value 'N'.
          88 SIGNED-ON            value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-TDL-STATUS             pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-USER-CHOICE            pic x.
       01 WS-ANSWER                 pic x.
       01 WS-TARGET-COMPANY         pic x(3).
       01 WS-TARGET-PAY-DATE        pic 9(8).
       01 WS-DEP-AMOUNT             pic 9(8)v99.
       01 WS-DEP-DATE               pic 9(8).
       01 WS-DEP-CONFIRMATION       pic x(20).
       01 WS-OPEN-BALANCE           pic 9(8)v99.
       01 WS-TODAY                  pic 9(8).
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-RECORDED-COUNT         pic 9(5).
       01 WS-DUE-DISPLAY            pic x(8).
       01 WS-FMT-LIABILITY          pic $ZZ,ZZZ,ZZ9.99.
       01 WS-FMT-DEPOSITED          pic $ZZ,ZZZ,ZZ9.99.
       01 WS-FMT-BALANCE            pic $ZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '3'
               display " "
               display "Federal Tax Deposit Recording"
               display "1. Record Deposit"
               display "2. List Open Liabilities"
               display "3. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform RECORD-DEPOSIT
                       thru RECORD-DEPOSIT-DONE
                   when '2' perform LIST-OPEN-LIABILITIES
                   when '3' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Operator sign-on against the same master the teller
      *    screen uses; a shop with no operator file yet runs open
      *    at supervisor level, the teller screen's bootstrap rule.
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

      *    Walks the open liabilities for one company and pay date
      *    (the regular run, any off-cycle run and any final pays of
      *    that day are separate entries) and records a deposit
      *    against each the operator picks.
       RECORD-DEPOSIT.
           display "Enter Company Code (000 for head office): ".
           accept WS-TARGET-COMPANY.
           if WS-TARGET-COMPANY = spaces
               move '000' to WS-TARGET-COMPANY
           end-if.
           display "Enter Pay Date (YYYYMMDD): ".
           accept WS-TARGET-PAY-DATE.
           open i-o TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               display "No tax deposit ledger on file."
               go to RECORD-DEPOSIT-DONE
           end-if.
           move function current-date(1:8) to WS-TODAY.
           move 0 to WS-RECORDED-COUNT.
           move WS-TARGET-COMPANY to TDL-COMPANY.
           move WS-TARGET-PAY-DATE to TDL-PAY-DATE.
           move low-values to TDL-RUN.
           move 'N' to WS-EOF-FLAG.
           start TAX-DEPOSIT-FILE key is not less than TDL-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           if not EOF-REACHED
               read TAX-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-if.
           perform until EOF-REACHED
               if TDL-COMPANY not = WS-TARGET-COMPANY
                  or TDL-PAY-DATE not = WS-TARGET-PAY-DATE
                   move 'Y' to WS-EOF-FLAG
               else
                   perform OFFER-ONE-LIABILITY
                       thru OFFER-ONE-LIABILITY-DONE
                   read TAX-DEPOSIT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-if
           end-perform.
           close TAX-DEPOSIT-FILE.
           move 'N' to WS-EOF-FLAG.
           display WS-RECORDED-COUNT " deposit(s) recorded.".
       RECORD-DEPOSIT-DONE.
           continue.

       OFFER-ONE-LIABILITY.
           if not TDL-OPEN
               go to OFFER-ONE-LIABILITY-DONE.
           compute WS-OPEN-BALANCE = TDL-LIABILITY - TDL-DEPOSITED.
           move TDL-LIABILITY to WS-FMT-LIABILITY.
           move TDL-DEPOSITED to WS-FMT-DEPOSITED.
           move WS-OPEN-BALANCE to WS-FMT-BALANCE.
           perform FORMAT-DUE-DATE.
           display " ".
           display "Run " TDL-RUN "  liability " WS-FMT-LIABILITY
               "  deposited " WS-FMT-DEPOSITED.
           display "  Open balance " WS-FMT-BALANCE "  due "
               WS-DUE-DISPLAY.
           display "Record a deposit against this liability? (Y/N): ".
           accept WS-ANSWER.
           if WS-ANSWER not = 'Y' and WS-ANSWER not = 'y'
               go to OFFER-ONE-LIABILITY-DONE.
           display "Deposit amount (0 = open balance): ".
           accept WS-DEP-AMOUNT.
           if WS-DEP-AMOUNT = 0
               move WS-OPEN-BALANCE to WS-DEP-AMOUNT
           end-if.
           if WS-DEP-AMOUNT > WS-OPEN-BALANCE
               display "Amount exceeds the open balance -- not "
                   "recorded."
               go to OFFER-ONE-LIABILITY-DONE
           end-if.
           display "Deposit date (YYYYMMDD, 0 = today): ".
           accept WS-DEP-DATE.
           if WS-DEP-DATE = 0
               move WS-TODAY to WS-DEP-DATE
           end-if.
           display "Payment confirmation number: ".
           accept WS-DEP-CONFIRMATION.
           if WS-DEP-CONFIRMATION = spaces
               display "A confirmation number is required -- not "
                   "recorded."
               go to OFFER-ONE-LIABILITY-DONE
           end-if.
           add WS-DEP-AMOUNT to TDL-DEPOSITED.
           move WS-DEP-DATE to TDL-DEPOSIT-DATE.
           move WS-DEP-CONFIRMATION to TDL-CONFIRMATION.
           move WS-OPERATOR-ID to TDL-KEYED-BY.
           if TDL-DUE-DATE not = 0 and WS-DEP-DATE > TDL-DUE-DATE
               move 'Y' to TDL-LATE
               display "Deposited after the due date " TDL-DUE-DATE
                   " -- recorded as a late deposit."
           end-if.
           if TDL-DEPOSITED >= TDL-LIABILITY
               set TDL-PAID to true
           end-if.
           rewrite TAX-DEPOSIT-RECORD.
           add 1 to WS-RECORDED-COUNT.
           if TDL-PAID
               display "Liability deposited in full."
           else
               compute WS-OPEN-BALANCE =
                   TDL-LIABILITY - TDL-DEPOSITED
               move WS-OPEN-BALANCE to WS-FMT-BALANCE
               display "Partial deposit; " WS-FMT-BALANCE
                   " still open."
           end-if.
       OFFER-ONE-LIABILITY-DONE.
           continue.

       LIST-OPEN-LIABILITIES.
           open input TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               display "No tax deposit ledger on file."
           else
               move function current-date(1:8) to WS-TODAY
               move 0 to WS-LISTED-COUNT
               move 'N' to WS-EOF-FLAG
               display "Co  Pay Date Run     Liability       "
                   "Deposited       Due"
               read TAX-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if TDL-OPEN
                       move TDL-LIABILITY to WS-FMT-LIABILITY
                       move TDL-DEPOSITED to WS-FMT-DEPOSITED
                       perform FORMAT-DUE-DATE
                       if TDL-DUE-DATE not = 0
                          and TDL-DUE-DATE < WS-TODAY
                           display TDL-COMPANY " " TDL-PAY-DATE " "
                               TDL-RUN " " WS-FMT-LIABILITY " "
                               WS-FMT-DEPOSITED " " WS-DUE-DISPLAY
                               " OVERDUE"
                       else
                           display TDL-COMPANY " " TDL-PAY-DATE " "
                               TDL-RUN " " WS-FMT-LIABILITY " "
                               WS-FMT-DEPOSITED " " WS-DUE-DISPLAY
                       end-if
                       add 1 to WS-LISTED-COUNT
                   end-if
                   read TAX-DEPOSIT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TAX-DEPOSIT-FILE
               move 'N' to WS-EOF-FLAG
               display WS-LISTED-COUNT " open liability(ies)."
           end-if.

      *    A liability posted since the last daily deposit report
      *    has no due date worked out yet.
       FORMAT-DUE-DATE.
           if TDL-DUE-DATE = 0
               move 'UNSCHED' to WS-DUE-DISPLAY
           else
               move TDL-DUE-DATE to WS-DUE-DISPLAY
           end-if.
