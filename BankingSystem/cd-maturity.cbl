      *    the customer's checking balance with a 'CD-MAT' transaction
      *    and the usual audit-log snapshot, while an auto-renew CD
      *    capitalizes the interest into the principal and rolls
      *    forward for another term at the same rate. Either way the
      *    interest payable deposit-interest-accrual.cbl accrued on
      *    the CD is relieved: what was accrued comes off the payable
      *    into the deposit (M), any interest paid beyond it is
      *    expensed now (T), and any accrual beyond what was paid is
      *    reversed (R). An IRA or HSA CD pays out into the
      *    customer's plan account in accounts.dat instead of
      *    checking. Modeled on interest-posting.cbl's batch-job
      *    shape.

       environment division.
       input-output section.
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
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

      *    Bank holiday calendar maintained by holiday-maint.cbl;
      *    renewed maturities land only on business days so the
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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-ROLL-AGAIN             pic x.
       01 WS-TD-STATUS              pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-DACR-STATUS            pic xx.
       01 WS-DAL-STATUS             pic xx.
       01 WS-CD-ACCRUED             pic 9(8)v99.
       01 WS-CD-FROM-PAYABLE        pic 9(8)v99.
       01 WS-RELIEVED-TOTAL         pic 9(10)v99 value zero.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
               display "No term deposit file found. Nothing matures."
               stop run
           end-if.
           open i-o DEPOSIT-ACCRUAL-FILE.
           open extend DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-DAL-STATUS not = '00'
               open output DEPOSIT-ACCRUAL-LOG-FILE
           end-if.

           read TERM-DEPOSIT-FILE next record
               at end
                   end-perform
           end-read.
           close TERM-DEPOSIT-FILE.
           if WS-DACR-STATUS = '00'
               close DEPOSIT-ACCRUAL-FILE
           end-if.
           close DEPOSIT-ACCRUAL-LOG-FILE.

           display WS-PAID-COUNT " deposit(s) paid at maturity.".
           display WS-RENEWED-COUNT " deposit(s) auto-renewed.".
           display WS-SKIPPED-COUNT " deposit(s) skipped.".
           display "Accrued interest payable relieved "
               WS-RELIEVED-TOTAL ".".
           stop run.

      *    Pays out or renews the matured deposit currently held in
               TD-PRINCIPAL * TD-RATE / 100
               * TD-TERM-MONTHS / 12.
           if TD-AUTO-RENEW
               perform RELIEVE-CD-ACCRUAL
               add WS-MATURITY-INTEREST to TD-PRINCIPAL
               perform ADVANCE-MATURITY-DATE
               rewrite TERM-DEPOSIT-RECORD
               close CUSTOMER-FILE
               go to MATURE-ONE-DEPOSIT-DONE
           end-if.
           if TD-IRA-PLAN or TD-HSA-PLAN
               close CUSTOMER-FILE
               open i-o ACCOUNT-FILE
               move TD-CUST-ID to ACCT-CUST-ID
               move TD-PLAN-TYPE to ACCT-TYPE
               read ACCOUNT-FILE
                   invalid key
                       display "CD " TD-ID ": plan account for "
                           TD-CUST-ID " not found. Skipped."
                       add 1 to WS-SKIPPED-COUNT
                       close ACCOUNT-FILE
                       go to MATURE-ONE-DEPOSIT-DONE
               end-read
               add WS-MATURITY-PAYOUT to ACCT-BALANCE
               rewrite ACCOUNT-RECORD
               close ACCOUNT-FILE
           else
               move CUST-BALANCE to WS-AUDIT-OLD-BALANCE
               add WS-MATURITY-PAYOUT to CUST-BALANCE
               rewrite CUSTOMER-RECORD
               perform WRITE-AUDIT-LOG
               close CUSTOMER-FILE
           end-if.
           add 1 to WS-TRANS-ID.
           perform WRITE-MATURITY-TRANSACTION.

           perform RELIEVE-CD-ACCRUAL.
           set TD-MATURED to true.
           rewrite TERM-DEPOSIT-RECORD.
           add 1 to WS-PAID-COUNT.
       MATURE-ONE-DEPOSIT-DONE.
           continue.

      *    Settles the CD's interest payable against
      *    WS-MATURITY-INTEREST, the interest actually paid or
      *    capitalized. A paid-out CD's accrual record is closed; a
      *    renewed one keeps accruing on the new principal.
       RELIEVE-CD-ACCRUAL.
           move 0 to WS-CD-ACCRUED.
           move 'T' to DACR-ACCT-TYPE.
           move TD-ID to DACR-ACCT-ID.
           if WS-DACR-STATUS = '00'
               read DEPOSIT-ACCRUAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move DACR-ACCRUED-UNPAID to WS-CD-ACCRUED
                       move 0 to DACR-ACCRUED-UNPAID
                       move WS-BUSINESS-DATE to DACR-LAST-PAID-DATE
                       move WS-MATURITY-INTEREST
                           to DACR-LAST-PAID-AMOUNT
                       move WS-CD-ACCRUED to DACR-LAST-RELIEVED
                       if not TD-AUTO-RENEW
                           set DACR-CLOSED to true
                       end-if
                       rewrite DEPOSIT-ACCRUAL-RECORD
               end-read
           end-if.
           if WS-CD-ACCRUED < WS-MATURITY-INTEREST
               move WS-CD-ACCRUED to WS-CD-FROM-PAYABLE
           else
               move WS-MATURITY-INTEREST to WS-CD-FROM-PAYABLE
           end-if.
           move WS-BUSINESS-DATE to DAL-DATE.
           move 'T' to DAL-ACCT-TYPE.
           move TD-ID to DAL-ACCT-ID.
           move TD-CUST-ID to DAL-CUST-ID.
           move 'M' to DAL-TYPE.
           move WS-CD-FROM-PAYABLE to DAL-AMOUNT.
           move 'Y' to DAL-CYCLE-END.
           move WS-CD-ACCRUED to DAL-CYCLE-ACCRUED.
           move WS-MATURITY-INTEREST to DAL-CYCLE-PAID.
           write DEPOSIT-ACCRUAL-LOG-RECORD.
           move 'N' to DAL-CYCLE-END.
           move 0 to DAL-CYCLE-ACCRUED.
           move 0 to DAL-CYCLE-PAID.
           if WS-MATURITY-INTEREST > WS-CD-ACCRUED
               move 'T' to DAL-TYPE
               compute DAL-AMOUNT =
                   WS-MATURITY-INTEREST - WS-CD-ACCRUED
               write DEPOSIT-ACCRUAL-LOG-RECORD
           end-if.
           if WS-CD-ACCRUED > WS-MATURITY-INTEREST
               move 'R' to DAL-TYPE
               compute DAL-AMOUNT =
                   WS-CD-ACCRUED - WS-MATURITY-INTEREST
               write DEPOSIT-ACCRUAL-LOG-RECORD
           end-if.
           add WS-CD-ACCRUED to WS-RELIEVED-TOTAL.

      *    Rolls the renewed CD forward: the new term runs from the
      *    old maturity date for another TD-TERM-MONTHS, keeping the
      *    day of month clamped to 28.
           move WS-BUSINESS-DATE to TRANS-DATE.
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
           if TD-IRA-PLAN or TD-HSA-PLAN
               move TD-PLAN-TYPE to TRANS-ACCT-TYPE
           else
               move 'C' to TRANS-ACCT-TYPE
           end-if.
           move 0 to TRANS-BRANCH
           write TRANSACTION-RECORD.
           close TRANSACTION-FILE.
