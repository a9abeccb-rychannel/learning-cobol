      *    and the usual audit-log snapshot and writes the
      *    TERM-DEPOSIT-FILE master record; an early withdrawal pays
      *    the principal less the penalty back to checking with a
      *    'CD-EWD' transaction and forfeits the interest payable
      *    deposit-interest-accrual.cbl had accrued on it (an R line
      *    that reverses the accrual out of expense). Maturity payout
      *    and auto-renewal are handled by the nightly cd-maturity.cbl
      *    batch. An IRA or HSA CD is funded from, and paid back
      *    to, the customer's plan account in accounts.dat instead
      *    of checking; moving money between the plan account and a
      *    CD inside the same plan is not a contribution or a
      *    distribution, so it never touches the plan's limits.

       environment division.
       input-output section.
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select DEPOSIT-ACCRUAL-FILE
           assign to 'deposit_accrual.dat'
           organization is indexed
           access mode is dynamic
           record key is DACR-KEY
           lock mode is automatic
           file status is WS-DACR-STATUS.
       select DEPOSIT-ACCRUAL-LOG-FILE
           assign to 'deposit_accruals.dat'
           organization is line sequential
           file status is WS-DAL-STATUS.
       select DEPOSIT-HOLD-FILE
           assign to 'deposit_holds.dat'
           organization is indexed
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
             88 CUST-CLOSED        value 'C'.
          05 CUST-CURRENCY         pic x(3).

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 AUDIT-OPERATOR-ID      pic 9(4).
          05 AUDIT-BRANCH           pic 9(3).

       fd DEPOSIT-ACCRUAL-FILE.
       01 DEPOSIT-ACCRUAL-RECORD.
          05 DACR-KEY.
             10 DACR-ACCT-TYPE      pic x(1).
             10 DACR-ACCT-ID        pic 9(6).
          05 DACR-CUST-ID           pic 9(6).
          05 DACR-ACCRUED-UNPAID    pic 9(8)v99.
          05 DACR-LAST-ACCRUAL-DATE pic 9(8).
          05 DACR-LAST-PAID-DATE    pic 9(8).
          05 DACR-LAST-PAID-AMOUNT  pic 9(8)v99.
          05 DACR-LAST-RELIEVED     pic 9(8)v99.
          05 DACR-STATUS            pic x(1).
             88 DACR-ACTIVE         value 'A'.
             88 DACR-CLOSED         value 'C'.

       fd DEPOSIT-ACCRUAL-LOG-FILE.
       01 DEPOSIT-ACCRUAL-LOG-RECORD.
          05 DAL-DATE               pic 9(8).
          05 DAL-ACCT-TYPE          pic x(1).
          05 DAL-ACCT-ID            pic 9(6).
          05 DAL-CUST-ID            pic 9(6).
          05 DAL-TYPE               pic x(1).
             88 DAL-ACCRUAL         value 'A'.
             88 DAL-PAID            value 'P'.
             88 DAL-CD-PAID         value 'M'.
             88 DAL-CD-TRUE-UP      value 'T'.
             88 DAL-REVERSAL        value 'R'.
          05 DAL-AMOUNT             pic 9(8)v99.
          05 DAL-CYCLE-END          pic x(1).
          05 DAL-CYCLE-ACCRUED      pic 9(8)v99.
          05 DAL-CYCLE-PAID         pic 9(8)v99.

       fd DEPOSIT-HOLD-FILE.
       01 DEPOSIT-HOLD-RECORD.
          05 HOLD-ID                pic 9(6).
          88 OPER-ENTITLED          value 'Y'.
       01 WS-TD-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-DACR-STATUS            pic xx.
       01 WS-DAL-STATUS             pic xx.
       01 WS-CD-ACCRUED             pic 9(8)v99.
       01 WS-HOLD-FILE-STATUS       pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-TD-RATE                pic 9(2)v9(4).
       01 WS-TD-TERM                pic 9(3).
       01 WS-TD-RENEWAL             pic x.
       01 WS-TD-PLAN-TYPE           pic x.
          88 TD-PLAN-FUNDED         values 'I' 'H'.
       01 WS-PLAN-FOUND             pic x.
       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-TRANS-TYPE-WORK        pic x(11).
       01 WS-TRANS-AMOUNT-WORK      pic 9(8)v99.
               close CUSTOMER-FILE
               go to OPEN-TERM-DEPOSIT-DONE
           end-if.
           display "Fund from [C]hecking, [I]RA or [H]SA: ".
           accept WS-TD-PLAN-TYPE.
           if WS-TD-PLAN-TYPE = 'i'
               move 'I' to WS-TD-PLAN-TYPE
           end-if.
           if WS-TD-PLAN-TYPE = 'h'
               move 'H' to WS-TD-PLAN-TYPE
           end-if.
           if not TD-PLAN-FUNDED
               move space to WS-TD-PLAN-TYPE
           end-if.
           if TD-PLAN-FUNDED
               perform READ-PLAN-ACCOUNT
               if WS-PLAN-FOUND not = 'Y'
                   display "Customer has no plan account of that "
                       "type."
                   close CUSTOMER-FILE
                   go to OPEN-TERM-DEPOSIT-DONE
               end-if
               move ACCT-BALANCE to WS-AVAILABLE-BALANCE
           else
      *    A checking-funded CD uses cleared checking funds only --
      *    no overdraft and nothing under an unreleased deposit hold.
               move WS-TD-CUST-ID to WS-HOLD-SCAN-CUST-ID
               perform SUM-ACTIVE-HOLDS
               perform SUM-ACTIVE-LEGAL-HOLDS
               compute WS-AVAILABLE-BALANCE =
                   CUST-BALANCE - WS-ACTIVE-HOLD-TOTAL
           end-if.
           if WS-TD-PRINCIPAL > WS-AVAILABLE-BALANCE
               display "Insufficient available funds to open the CD."
               if TD-PLAN-FUNDED
                   close ACCOUNT-FILE
               end-if
               close CUSTOMER-FILE
               go to OPEN-TERM-DEPOSIT-DONE
           end-if.
           accept WS-TD-TERM.
           if WS-TD-TERM = 0
               display "Term must be at least one month."
               if TD-PLAN-FUNDED
                   close ACCOUNT-FILE
               end-if
               close CUSTOMER-FILE
               go to OPEN-TERM-DEPOSIT-DONE
           end-if.
           display "At maturity Renew or Pay out? (R/P): ".
           accept WS-TD-RENEWAL.
           if WS-TD-RENEWAL not = 'R' and WS-TD-RENEWAL not = 'P'
               move 'P' to WS-TD-RENEWAL
           end-if.

           if TD-PLAN-FUNDED
               subtract WS-TD-PRINCIPAL from ACCT-BALANCE
               rewrite ACCOUNT-RECORD
               close ACCOUNT-FILE
           else
               move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
               subtract WS-TD-PRINCIPAL from CUST-BALANCE
               rewrite CUSTOMER-RECORD
               perform WRITE-AUDIT-LOG
           end-if.
           close CUSTOMER-FILE.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           perform COMPUTE-MATURITY-DATE.
           move WS-TD-RENEWAL to TD-RENEWAL.
           set TD-OPEN to true.
           move WS-TD-PLAN-TYPE to TD-PLAN-TYPE.
           write TERM-DEPOSIT-RECORD.
           close TERM-DEPOSIT-FILE.
           display "Term deposit " WS-TD-ID " opened; matures "
               go to EARLY-WITHDRAWAL-DONE
           end-if.
           move space to WS-USER-CHOICE.
           move TD-PLAN-TYPE to WS-TD-PLAN-TYPE.
           move TD-CUST-ID to WS-TD-CUST-ID.

           open i-o CUSTOMER-FILE.
           move TD-CUST-ID to CUST-ID.
               close TERM-DEPOSIT-FILE
               go to EARLY-WITHDRAWAL-DONE
           end-if.
      *    A plan CD goes back into its plan account; leaving the
      *    CD early is not a distribution from the plan.
           if TD-PLAN-FUNDED
               perform READ-PLAN-ACCOUNT
               if WS-PLAN-FOUND not = 'Y'
                   display "The plan account for that CD is missing; "
                       "handle the payout manually."
                   close CUSTOMER-FILE
                   close TERM-DEPOSIT-FILE
                   go to EARLY-WITHDRAWAL-DONE
               end-if
               add WS-NET-PAYOUT to ACCT-BALANCE
               rewrite ACCOUNT-RECORD
               close ACCOUNT-FILE
           else
               move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
               add WS-NET-PAYOUT to CUST-BALANCE
               rewrite CUSTOMER-RECORD
               perform WRITE-AUDIT-LOG
           end-if.
           close CUSTOMER-FILE.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           move 'CD-EWD' to WS-TRANS-TYPE-WORK.
           move WS-NET-PAYOUT to WS-TRANS-AMOUNT-WORK.
           perform WRITE-CD-TRANSACTION.

           perform FORFEIT-CD-ACCRUAL.
           set TD-WITHDRAWN to true.
           rewrite TERM-DEPOSIT-RECORD.
           close TERM-DEPOSIT-FILE.
           if TD-PLAN-FUNDED
               display "Term deposit " WS-TD-ID " withdrawn; net "
                   "payout credited to the plan account."
           else
               display "Term deposit " WS-TD-ID " withdrawn; net "
                   "payout credited to checking."
           end-if.
       EARLY-WITHDRAWAL-DONE.
           continue.

                       " prin " TD-PRINCIPAL
                       " matures " TD-MATURITY-DATE
                       " " TD-RENEWAL " " TD-STATUS
                       " " TD-PLAN-TYPE
                   add 1 to WS-LISTED-COUNT
                   read TERM-DEPOSIT-FILE next record
                       at end
           end-start.
           add 1 to WS-TD-ID.

      *    Reads the customer's IRA or HSA account for a plan CD and
      *    leaves ACCOUNT-FILE open i-o for the rewrite when found.
       READ-PLAN-ACCOUNT.
           move 'N' to WS-PLAN-FOUND.
           open i-o ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move WS-TD-CUST-ID to ACCT-CUST-ID
               move WS-TD-PLAN-TYPE to ACCT-TYPE
               read ACCOUNT-FILE
                   invalid key
                       close ACCOUNT-FILE
                   not invalid key
                       move 'Y' to WS-PLAN-FOUND
               end-read
           end-if.

      *    Scans the current transaction file for the highest TRANS-ID
      *    already in use, the same way ADD-NEW-TRANSACTION does.
       FIND-LAST-TRANS-ID.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
      *    A plan CD's movements post against the plan account.
           if TD-PLAN-FUNDED
               move WS-TD-PLAN-TYPE to TRANS-ACCT-TYPE
           else
               move 'C' to TRANS-ACCT-TYPE
           end-if.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.
               perform until HOLD-EOF-REACHED
                   if HOLD-CUST-ID = WS-HOLD-SCAN-CUST-ID
                      and HOLD-IN-FORCE
                      and (HOLD-ACCT-TYPE = 'C'
                           or HOLD-ACCT-TYPE = space)
                       add HOLD-AMOUNT to WS-ACTIVE-HOLD-TOTAL
                   end-if
                   read DEPOSIT-HOLD-FILE next record
           close AUDIT-LOG-FILE.


      *    An early withdrawal pays no interest, so whatever was
      *    accrued on the CD comes back off the payable and out of
      *    expense, and the accrual record is closed.
       FORFEIT-CD-ACCRUAL.
           move 0 to WS-CD-ACCRUED.
           open i-o DEPOSIT-ACCRUAL-FILE.
           if WS-DACR-STATUS = '00'
               move 'T' to DACR-ACCT-TYPE
               move TD-ID to DACR-ACCT-ID
               read DEPOSIT-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move DACR-ACCRUED-UNPAID to WS-CD-ACCRUED
                       move 0 to DACR-ACCRUED-UNPAID
                       move WS-BUSINESS-DATE to DACR-LAST-PAID-DATE
                       move 0 to DACR-LAST-PAID-AMOUNT
                       move WS-CD-ACCRUED to DACR-LAST-RELIEVED
                       set DACR-CLOSED to true
                       rewrite DEPOSIT-ACCRUAL-RECORD
               end-read
               close DEPOSIT-ACCRUAL-FILE
           end-if.
           if WS-CD-ACCRUED > 0
               open extend DEPOSIT-ACCRUAL-LOG-FILE
               if WS-DAL-STATUS not = '00'
                   open output DEPOSIT-ACCRUAL-LOG-FILE
               end-if
               move WS-BUSINESS-DATE to DAL-DATE
               move 'T' to DAL-ACCT-TYPE
               move TD-ID to DAL-ACCT-ID
               move TD-CUST-ID to DAL-CUST-ID
               move 'R' to DAL-TYPE
               move WS-CD-ACCRUED to DAL-AMOUNT
               move 'Y' to DAL-CYCLE-END
               move WS-CD-ACCRUED to DAL-CYCLE-ACCRUED
               move 0 to DAL-CYCLE-PAID
               write DEPOSIT-ACCRUAL-LOG-RECORD
               close DEPOSIT-ACCRUAL-LOG-FILE
           end-if.

      *    Operator sign-on against the same master the teller screen
      *    uses; a shop with no operator file yet runs open at
      *    supervisor level, the teller screen's bootstrap rule.
