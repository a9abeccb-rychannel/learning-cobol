      *    Daily general ledger export for banking activity: sweeps
      *    the business day's TRANSACTION-FILE records, books each by
      *    type as a balanced debit/credit pair -- deposit liability
      *    (2200 checking, 2210 savings/money market, 2220 IRA and
      *    HSA plan accounts) against cash, distribution withholding,
      *    interest expense, fee income, loans receivable, term
      *    deposits payable, dispute provisions, or suspense -- and
      *    writes the per-account totals to gl_export_banking.csv in
      *    payroll-processor.cob's WRITE-GL-EXPORT writes, so the
      *    importer needs no changes. Internal customer-to-customer
      *    movements (transfer and sweep pairs) net to zero inside
      *    the deposit liability and are skipped. Loan interest is
      *    booked from loan-interest-accrual.cbl's accrual log rather
      *    than from the LN-PMT rows, so income is recognized as it
      *    is earned. The quarterly provision loan-loss-allowance.cbl
      *    computes is booked against the allowance on the day it is
      *    run. Deposit interest is expensed as it accrues, from
      *    deposit-interest-accrual.cbl's log, against 2250 Interest
      *    Payable, which the posting jobs relieve when the credit is
      *    paid. Modeled on interest-posting.cbl's batch-job shape.

       environment division.
       input-output section.
           organization is line sequential
           file status is WS-RECOVERY-LOG-STATUS.

      *    Daily loan interest accruals, nonaccrual reversals, and
      *    interest collected, logged by loan-interest-accrual.cbl and
      *    loan-payment.cbl.
       select LOAN-ACCRUAL-LOG-FILE
           assign to 'loan_accruals.dat'
           organization is line sequential
           file status is WS-ACR-LOG-STATUS.

      *    Provision entries from the loan loss allowance run: the
      *    increase or release that brings the allowance to the
      *    required reserve.
      *    Deposit interest accruals and the payable relief written
      *    when interest is paid, logged by deposit-interest-accrual,
      *    interest-posting, cd-maturity and cd-maint.
       select DEPOSIT-ACCRUAL-LOG-FILE
           assign to 'deposit_accruals.dat'
           organization is line sequential
           file status is WS-DAL-STATUS.

       select PROVISION-LOG-FILE
           assign to 'alll_provisions.dat'
           organization is line sequential
           file status is WS-PRV-LOG-STATUS.

      *    Per-branch activity subtotals, written beside the CSV so
      *    the importer's layout stays untouched.
       select BRANCH-SUBTOTAL-FILE
          05 RCV-CUST-ID            pic 9(6).
          05 RCV-AMOUNT             pic 9(8)v99.

       fd LOAN-ACCRUAL-LOG-FILE.
       01 LOAN-ACCRUAL-LOG-RECORD.
          05 ACR-DATE               pic 9(8).
          05 ACR-LOAN-ID            pic 9(6).
          05 ACR-CUST-ID            pic 9(6).
          05 ACR-TYPE               pic x(1).
             88 ACR-ACCRUAL         value 'A'.
             88 ACR-REVERSAL        value 'R'.
             88 ACR-COLLECTED       value 'C'.
             88 ACR-CASH-INCOME     value 'I'.
          05 ACR-AMOUNT             pic 9(8)v99.

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

       fd PROVISION-LOG-FILE.
       01 PROVISION-LOG-RECORD.
          05 PRV-DATE               pic 9(8).
          05 PRV-TYPE               pic x(1).
             88 PRV-INCREASE        value 'P'.
             88 PRV-RELEASE         value 'R'.
          05 PRV-AMOUNT             pic 9(10)v99.

       fd BRANCH-SUBTOTAL-FILE.
       01 BRANCH-SUBTOTAL-LINE      pic x(80).

       01 WS-RCV-EOF-FLAG           pic x value 'N'.
          88 RCV-EOF-REACHED        value 'Y'.
       01 WS-RECOVERY-TOTAL         pic 9(10)v99 value zero.
       01 WS-ACR-LOG-STATUS         pic xx.
       01 WS-ACR-EOF-FLAG           pic x value 'N'.
          88 ACR-EOF-REACHED        value 'Y'.
       01 WS-DAL-STATUS             pic xx.
       01 WS-DAL-EOF-FLAG           pic x value 'N'.
          88 DAL-EOF-REACHED        value 'Y'.
       01 WS-PRV-LOG-STATUS         pic xx.
       01 WS-PRV-EOF-FLAG           pic x value 'N'.
          88 PRV-EOF-REACHED        value 'Y'.
       01 WS-GLBR-TABLE.
          05 WS-GLBR-ENTRY occurs 50 times.
             10 WS-GLBR-CODE         pic 9(3).
          05 filler pic x(32) value '4200FX Exchange Income         '.
          05 filler pic x(32) value '6500Charge-Off Losses          '.
          05 filler pic x(32) value '4300Recovery Income            '.
          05 filler pic x(32) value '1210Accrued Interest Receivable'.
          05 filler pic x(32) value '4400Loan Interest Income       '.
          05 filler pic x(32) value '1290Allowance for Loan Losses  '.
          05 filler pic x(32) value '6600Provision for Loan Losses  '.
          05 filler pic x(32) value '2250Accrued Interest Payable   '.
          05 filler pic x(32) value '2220IRA/HSA Deposits Payable   '.
          05 filler pic x(32) value '2260Federal Withholding Payable'.
       01 WS-GL-ACCT-TABLE redefines WS-GL-ACCT-VALUES.
          05 WS-GL-ACCT occurs 19 times.
             10 WS-GL-ACCT-NO        pic x(4).
             10 WS-GL-ACCT-NAME      pic x(28).
       01 WS-GL-TOTALS.
          05 WS-GL-TOTAL occurs 19 times.
             10 WS-GL-DEBIT          pic 9(10)v99.
             10 WS-GL-CREDIT         pic 9(10)v99.
       01 WS-GL-SUB                 pic 9(2).
           display "Banking GL Export Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           perform varying WS-GL-SUB from 1 by 1
               until WS-GL-SUB > 19
               move 0 to WS-GL-DEBIT (WS-GL-SUB)
               move 0 to WS-GL-CREDIT (WS-GL-SUB)
           end-perform.

           perform BOOK-FX-SPREAD-INCOME.
           perform BOOK-RECOVERY-INCOME.
           perform BOOK-LOAN-ACCRUALS.
           perform BOOK-LOAN-LOSS-PROVISION.
           perform BOOK-DEPOSIT-ACCRUALS.
           perform WRITE-GL-EXPORT.
           perform WRITE-BRANCH-SUBTOTALS.
           display WS-POSTED-COUNT " transaction(s) booked for "
           perform PICK-COUNTER-ACCOUNT.
           if WS-SKIP-FLAG = 'Y'
               go to BOOK-ONE-DONE.
      *    Savings, money market and every other catalog product's
      *    accounts share the savings liability.
           evaluate TRANS-ACCT-TYPE
               when 'C'
               when space
                   move 3 to WS-LIABILITY-SUB
               when 'I'
               when 'H'
                   move 18 to WS-LIABILITY-SUB
               when other
                   move 4 to WS-LIABILITY-SUB
           end-evaluate.
           perform CLASSIFY-TRANS-EFFECT.
           if WS-TRANS-EFFECT = 0
               go to BOOK-ONE-DONE.
               add WS-RECOVERY-TOTAL to WS-GL-CREDIT (12)
           end-if.

      *    The business day's loan accrual log lines:
      *      A  accrual             Dr 1210 Accrued Int Receivable
      *                             Cr 4400 Loan Interest Income
      *      R  nonaccrual reversal Dr 4400  Cr 1210
      *      C  interest collected  Dr 1200  Cr 1210
      *      I  cash-basis interest Dr 1200  Cr 4400
      *    The C and I lines carve the interest out of the LN-PMT
      *    amount booked whole to Loans Receivable above.
       BOOK-LOAN-ACCRUALS.
           move 'N' to WS-ACR-EOF-FLAG.
           open input LOAN-ACCRUAL-LOG-FILE.
           if WS-ACR-LOG-STATUS = '00'
               read LOAN-ACCRUAL-LOG-FILE
                   at end
                       move 'Y' to WS-ACR-EOF-FLAG
               end-read
               perform until ACR-EOF-REACHED
                   if ACR-DATE = WS-BUSINESS-DATE
                       evaluate true
                           when ACR-ACCRUAL
                               add ACR-AMOUNT to WS-GL-DEBIT (13)
                               add ACR-AMOUNT to WS-GL-CREDIT (14)
                           when ACR-REVERSAL
                               add ACR-AMOUNT to WS-GL-DEBIT (14)
                               add ACR-AMOUNT to WS-GL-CREDIT (13)
                           when ACR-COLLECTED
                               add ACR-AMOUNT to WS-GL-DEBIT (2)
                               add ACR-AMOUNT to WS-GL-CREDIT (13)
                           when ACR-CASH-INCOME
                               add ACR-AMOUNT to WS-GL-DEBIT (2)
                               add ACR-AMOUNT to WS-GL-CREDIT (14)
                       end-evaluate
                   end-if
                   read LOAN-ACCRUAL-LOG-FILE
                       at end
                           move 'Y' to WS-ACR-EOF-FLAG
                   end-read
               end-perform
               close LOAN-ACCRUAL-LOG-FILE
           end-if.

      *    The business day's allowance entries:
      *      P  provision increase  Dr 6600 Provision for Loan Losses
      *                             Cr 1290 Allowance for Loan Losses
      *      R  allowance release   Dr 1290  Cr 6600
       BOOK-LOAN-LOSS-PROVISION.
           move 'N' to WS-PRV-EOF-FLAG.
           open input PROVISION-LOG-FILE.
           if WS-PRV-LOG-STATUS = '00'
               read PROVISION-LOG-FILE
                   at end
                       move 'Y' to WS-PRV-EOF-FLAG
               end-read
               perform until PRV-EOF-REACHED
                   if PRV-DATE = WS-BUSINESS-DATE
                       if PRV-INCREASE
                           add PRV-AMOUNT to WS-GL-DEBIT (16)
                           add PRV-AMOUNT to WS-GL-CREDIT (15)
                       else
                           add PRV-AMOUNT to WS-GL-DEBIT (15)
                           add PRV-AMOUNT to WS-GL-CREDIT (16)
                       end-if
                   end-if
                   read PROVISION-LOG-FILE
                       at end
                           move 'Y' to WS-PRV-EOF-FLAG
                   end-read
               end-perform
               close PROVISION-LOG-FILE
           end-if.

      *    The business day's deposit accrual log lines:
      *      A  accrual             Dr 6100 Interest Expense
      *                             Cr 2250 Accrued Interest Payable
      *      P  paid, deposit acct  Dr 2250  Cr 6100
      *      M  CD paid, accrued    Dr 2250  Cr 2300
      *      T  CD paid, unaccrued  Dr 6100  Cr 2300
      *      R  accrual reversed    Dr 2250  Cr 6100
      *    The 'I' rows above expense the whole interest paid on
      *    checking, savings and money market, so P backs the
      *    accrued estimate out of expense. CD interest reaches the
      *    customer inside the CD-MAT payout (or the renewed
      *    principal), so M and T credit it to Term Deposits.
       BOOK-DEPOSIT-ACCRUALS.
           move 'N' to WS-DAL-EOF-FLAG.
           open input DEPOSIT-ACCRUAL-LOG-FILE.
           if WS-DAL-STATUS = '00'
               read DEPOSIT-ACCRUAL-LOG-FILE
                   at end
                       move 'Y' to WS-DAL-EOF-FLAG
               end-read
               perform until DAL-EOF-REACHED
                   if DAL-DATE = WS-BUSINESS-DATE
                       evaluate true
                           when DAL-ACCRUAL
                               add DAL-AMOUNT to WS-GL-DEBIT (7)
                               add DAL-AMOUNT to WS-GL-CREDIT (17)
                           when DAL-PAID or DAL-REVERSAL
                               add DAL-AMOUNT to WS-GL-DEBIT (17)
                               add DAL-AMOUNT to WS-GL-CREDIT (7)
                           when DAL-CD-PAID
                               add DAL-AMOUNT to WS-GL-DEBIT (17)
                               add DAL-AMOUNT to WS-GL-CREDIT (5)
                           when DAL-CD-TRUE-UP
                               add DAL-AMOUNT to WS-GL-DEBIT (7)
                               add DAL-AMOUNT to WS-GL-CREDIT (5)
                       end-evaluate
                   end-if
                   read DEPOSIT-ACCRUAL-LOG-FILE
                       at end
                           move 'Y' to WS-DAL-EOF-FLAG
                   end-read
               end-perform
               close DEPOSIT-ACCRUAL-LOG-FILE
           end-if.

       WRITE-BRANCH-SUBTOTALS.
           open output BRANCH-SUBTOTAL-FILE.
           move "GL EXPORT BRANCH SUBTOTALS"
                 or TRANS-TYPE = 'FEE-OD'
                 or TRANS-TYPE = 'FEE-RET'
                 or TRANS-TYPE = 'FEE-ANLYS'
                 or TRANS-TYPE = 'SDB-RENT'
                   move 6 to WS-COUNTER-SUB
               when TRANS-TYPE = 'LN-DISB' or TRANS-TYPE = 'LN-PMT'
                 or TRANS-TYPE = 'LOC-DRAW' or TRANS-TYPE = 'LOC-PMT'
                   move 11 to WS-COUNTER-SUB
               when TRANS-TYPE = 'RECOVERY'
                   move 'Y' to WS-SKIP-FLAG
      *    Tax withheld from a plan distribution or as backup
      *    withholding on interest is owed to the government until
      *    it is remitted.
               when TRANS-TYPE = 'TAX-WHLD'
                 or TRANS-TYPE = 'BACKUP-WHLD'
                   move 19 to WS-COUNTER-SUB
               when other
      *    Deposits, withdrawals, card purchases, wires, closeouts,
      *    escheatment, retro corrections, plan contributions and
      *    distributions, and their reversals all move cash.
                   move 1 to WS-COUNTER-SUB
           end-evaluate.

              or TRANS-TYPE = 'IN-WIRE' or TRANS-TYPE = 'FX-BUY'
              or TRANS-TYPE = 'LOC-DRAW' or TRANS-TYPE = 'EST-RECV'
              or TRANS-TYPE = 'RDC-DEP' or TRANS-TYPE = 'CHG-OFF'
              or TRANS-TYPE = 'CARD-ADJCR' or TRANS-TYPE = 'CARD-EXPR'
              or TRANS-TYPE = 'TAX-CONTR'
               move TRANS-AMOUNT to WS-TRANS-EFFECT
           else
               if TRANS-TYPE = 'W' or TRANS-TYPE = 'w'
                  or TRANS-TYPE = 'FX-SELL' or TRANS-TYPE = 'OFC-ISSUE'
                  or TRANS-TYPE = 'LOC-PMT'
                  or TRANS-TYPE = 'EST-PAYOUT'
                  or TRANS-TYPE = 'CARD-ADJDR'
                  or TRANS-TYPE = 'CARD-FORCE'
                  or TRANS-TYPE = 'CHK-PAID'
                  or TRANS-TYPE = 'TAX-DIST' or TRANS-TYPE = 'TAX-WHLD'
                  or TRANS-TYPE = 'TAX-EXCESS'
                  or TRANS-TYPE = 'BACKUP-WHLD'
                  or TRANS-TYPE = 'SDB-RENT'
                   compute WS-TRANS-EFFECT = TRANS-AMOUNT * -1
               else
                   if TRANS-TYPE = 'D-RV' or TRANS-TYPE = 'I-RV'
           move 0 to WS-TOTAL-DEBITS.
           move 0 to WS-TOTAL-CREDITS.
           perform varying WS-GL-SUB from 1 by 1
               until WS-GL-SUB > 19
               if WS-GL-DEBIT (WS-GL-SUB) not = 0
                  or WS-GL-CREDIT (WS-GL-SUB) not = 0
                   perform WRITE-ONE-GL-LINE
