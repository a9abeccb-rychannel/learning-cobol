       identification division.
       program-id. integrity-check.

      *    Cross-file referential integrity check. Walks every banking
      *    and payroll master that carries a customer, loan, employee
      *    or operator ID and confirms each reference resolves:
      *      - customer IDs against customers.dat (accounts, debit
      *        cards, joint-owner links, deposit holds, scheduled
      *        payments, profiles, loans, CDs, credit lines, signers,
      *        collateral, emp_bank_xref.dat, dd_elections.dat)
      *      - loan IDs against loans.dat (collateral, escrow,
      *        workouts)
      *      - employee IDs against employees.dat, with
      *        terminations.dat marking leavers (emp_bank_xref.dat,
      *        dd_elections.dat, benefit_enroll.dat, garnish_orders.dat,
      *        oper_emp_xref.dat)
      *      - operator IDs against operators.dat (entitlements,
      *        teller drawers, oper_emp_xref.dat)
      *    A reference to a record that does not exist is an ORPHAN.
      *    A live record pointing at one that is no longer live -- an
      *    active card, hold, order, signer or balance on a closed
      *    customer, active collateral on a paid-off loan, a workout
      *    under a different customer than its loan, payroll deposits
      *    to a closed customer, an unlocked operator linked to a
      *    terminated employee -- is a CONTRADICTION. Each is listed
      *    by file and key on integrity_report.txt, followed by counts
      *    per file. Nothing is changed. Runs as an optional step of
      *    the end-of-day window (eod-driver.cbl); ends with return
      *    code 4 when anything was found so the driver shows it.

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
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select DEBIT-CARD-FILE
           assign to 'debitcards.dat'
           organization is indexed
           access mode is dynamic
           record key is CARD-CUST-ID
           lock mode is automatic
           file status is WS-CARD-STATUS.
       select JOINT-OWNER-FILE
           assign to 'jointowners.dat'
           organization is indexed
           access mode is dynamic
           record key is JOINT-OWNER-CUST-ID
           lock mode is automatic
           file status is WS-JOINT-STATUS.
       select DEPOSIT-HOLD-FILE
           assign to 'deposit_holds.dat'
           organization is indexed
           access mode is dynamic
           record key is HOLD-ID
           lock mode is automatic
           file status is WS-HOLD-STATUS.
       select SCHEDULED-PAYMENT-FILE
           assign to 'scheduled_payments.dat'
           organization is indexed
           access mode is dynamic
           record key is SP-ID
           lock mode is automatic
           file status is WS-SCHED-STATUS.
       select CUSTOMER-PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.
       select CREDIT-LINE-FILE
           assign to 'credit_lines.dat'
           organization is indexed
           access mode is dynamic
           record key is CL-CUST-ID
           lock mode is automatic
           file status is WS-CL-STATUS.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
       select COLLATERAL-FILE
           assign to 'collateral.dat'
           organization is indexed
           access mode is dynamic
           record key is COL-ID
           alternate record key is COL-LOAN-ID
               with duplicates
           lock mode is automatic
           file status is WS-COL-STATUS.
       select LOAN-ESCROW-FILE
           assign to 'loan_escrow.dat'
           organization is indexed
           access mode is dynamic
           record key is ESC-LOAN-ID
           lock mode is automatic
           file status is WS-ESC-STATUS.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is XREF-EMP-ID
           lock mode is automatic
           file status is WS-XREF-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           file status is WS-TERM-STATUS.
       select DD-ELECTION-FILE
           assign to 'dd_elections.dat'
           organization is line sequential
           file status is WS-ELEC-STATUS.
       select BENEFIT-ENROLL-FILE
           assign to 'benefit_enroll.dat'
           organization is line sequential
           file status is WS-ENROLL-STATUS.
       select GARNISH-ORDER-FILE
           assign to 'garnish_orders.dat'
           organization is indexed
           access mode is dynamic
           record key is GARN-ID
           lock mode is automatic
           file status is WS-GARN-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-STATUS.
       select OPER-EMP-XREF-FILE
           assign to 'oper_emp_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is OEX-OPER-ID
           lock mode is automatic
           file status is WS-OEX-STATUS.
       select ENTITLEMENT-FILE
           assign to 'oper_entitlements.dat'
           organization is indexed
           access mode is dynamic
           record key is ENT-KEY
           lock mode is automatic
           file status is WS-ENT-STATUS.
       select TELLER-DRAWER-FILE
           assign to 'teller_drawers.dat'
           organization is indexed
           access mode is dynamic
           record key is DRW-KEY
           lock mode is automatic
           file status is WS-DRAWER-STATUS.
       select INTEGRITY-REPORT-FILE
           assign to 'integrity_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

       fd DEBIT-CARD-FILE.
       01 DEBIT-CARD-RECORD.
          05 CARD-CUST-ID           pic 9(6).
          05 CARD-NUMBER            pic 9(16).
          05 CARD-DAILY-LIMIT       pic 9(6)v99.
          05 CARD-DAILY-USED        pic 9(6)v99.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
             88 CARD-ACTIVE         value 'A'.
             88 CARD-LOST           value 'L'.
             88 CARD-STOLEN         value 'S'.
             88 CARD-DAMAGED        value 'D'.
             88 CARD-EXPIRED        value 'E'.
             88 CARD-HOTLISTED      value 'L' 'S'.
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).

       fd JOINT-OWNER-FILE.
       01 JOINT-OWNER-RECORD.
          05 JOINT-OWNER-CUST-ID      pic 9(6).
          05 JOINT-PRIMARY-CUST-ID    pic 9(6).
          05 JOINT-ACCT-TYPE          pic x(1).
          05 JOINT-ADDED-DATE         pic 9(8).

       fd DEPOSIT-HOLD-FILE.
       01 DEPOSIT-HOLD-RECORD.
          05 HOLD-ID                pic 9(6).
          05 HOLD-CUST-ID           pic 9(6).
          05 HOLD-AMOUNT            pic 9(8)v99.
          05 HOLD-TRANS-ID          pic 9(6).
          05 HOLD-PLACED-DATE       pic 9(8).
          05 HOLD-RELEASE-DATE      pic 9(8).
          05 HOLD-STATUS            pic x(1).
             88 HOLD-IN-FORCE       value 'H'.
             88 HOLD-RELEASED       value 'R'.
          05 HOLD-ACCT-TYPE         pic x(1).

       fd SCHEDULED-PAYMENT-FILE.
       01 SCHED-PAYMENT-RECORD.
          05 SP-ID                  pic 9(6).
          05 SP-CUST-ID             pic 9(6).
          05 SP-AMOUNT              pic 9(8)v99.
          05 SP-TYPE                pic x(1).
             88 SP-BILL-PAYMENT     value 'W'.
             88 SP-TRANSFER         value 'T'.
          05 SP-DEST-CUST-ID        pic 9(6).
          05 SP-FREQUENCY           pic x(1).
             88 SP-ONE-TIME         value 'O'.
             88 SP-WEEKLY           value 'W'.
             88 SP-MONTHLY          value 'M'.
          05 SP-NEXT-RUN-DATE       pic 9(8).
          05 SP-STATUS              pic x(1).
             88 SP-ACTIVE           value 'A'.
             88 SP-RETIRED          value 'C'.

       fd CUSTOMER-PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

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

       fd TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ID                  pic 9(6).
          05 TD-CUST-ID             pic 9(6).
          05 TD-PRINCIPAL           pic 9(8)v99.
          05 TD-RATE                pic 9(2)v9(4).
          05 TD-TERM-MONTHS         pic 9(3).
          05 TD-OPEN-DATE           pic 9(8).
          05 TD-MATURITY-DATE       pic 9(8).
          05 TD-RENEWAL             pic x(1).
             88 TD-AUTO-RENEW       value 'R'.
             88 TD-PAY-AT-MATURITY  value 'P'.
          05 TD-STATUS              pic x(1).
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CL-CUST-ID             pic 9(6).
          05 CL-LIMIT               pic 9(8)v99.
          05 CL-DRAWN-BALANCE       pic s9(8)v99.
          05 CL-RATE                pic 9(2)v9(4).
          05 CL-ACCRUED-INTEREST    pic 9(8)v99.
          05 CL-ADB-SUM             pic s9(12)v99.
          05 CL-ADB-DAYS            pic 9(4).
          05 CL-LAST-ACCRUAL-DATE   pic 9(8).
          05 CL-MIN-PAYMENT         pic 9(8)v99.
          05 CL-CYCLE-DATE          pic 9(8).
          05 CL-STATUS              pic x(1).
             88 CL-ACTIVE           value 'A'.
             88 CL-CLOSED           value 'C'.

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

       fd LOAN-ESCROW-FILE.
       01 LOAN-ESCROW-RECORD.
          05 ESC-LOAN-ID            pic 9(6).
          05 ESC-BALANCE            pic s9(8)v99.
          05 ESC-MONTHLY-PORTION    pic 9(6)v99.
          05 ESC-LAST-ANALYSIS      pic 9(8).

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

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
          05 XREF-CUST-ID          pic 9(6).
          05 XREF-ACCOUNT-NUMBER   pic 9(10).
          05 XREF-ROUTING-NUMBER   pic 9(9).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-HOURLY-RATE      pic 9(3)v99.
          05 EMP-HOURS-WORKED     pic 9(3)v99.
          05 EMP-YTD-GROSS        pic 9(7)v99.
          05 EMP-PAY-PERIOD       pic x(6).
          05 EMP-DEPARTMENT       pic x(10).
          05 EMP-TYPE             pic x(1).
          05 EMP-SALARY           pic 9(7)v99.
          05 EMP-401K-PCT         pic 9v999.
          05 EMP-HEALTH-DEDUCTION pic 9(4)v99.
          05 EMP-YTD-TAX          pic 9(7)v99.
          05 EMP-YTD-401K         pic 9(7)v99.
          05 EMP-YTD-HEALTH       pic 9(7)v99.
          05 EMP-YTD-NET          pic 9(7)v99.
          05 EMP-SHIFT            pic x(1).
          05 EMP-SHIFT-DIFF       pic 9v99.
          05 EMP-PTO-BALANCE      pic 9(3)v99.
          05 EMP-PTO-ACCRUAL-RATE pic 9(2)v99.
          05 EMP-PAY-FREQUENCY    pic x(1).
          05 EMP-WORK-STATE        pic x(2).
          05 EMP-RES-STATE         pic x(2).
          05 EMP-YTD-STATE-TAX     pic 9(7)v99.
          05 EMP-YTD-LOCAL-TAX     pic 9(7)v99.
          05 EMP-HIRE-DATE         pic 9(8).
          05 EMP-UNION-CONTRACT    pic x(6).
          05 EMP-UNION-GRADE       pic 9(2).
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

       fd DD-ELECTION-FILE.
       01 DD-ELECTION-RECORD.
          05 ELEC-EMP-ID            pic 9(6).
          05 ELEC-PRIORITY          pic 9(2).
          05 ELEC-CUST-ID           pic 9(6).
          05 ELEC-MODE              pic x(1).
             88 ELEC-FIXED-AMOUNT   value 'A'.
             88 ELEC-PERCENT        value 'P'.
          05 ELEC-AMOUNT            pic 9(6)v99.
          05 ELEC-PCT               pic 9v999.

       fd BENEFIT-ENROLL-FILE.
       01 BENEFIT-ENROLL-RECORD.
          05 BE-EMP-ID              pic 9(6).
          05 BE-PLAN-CODE           pic x(8).
          05 BE-TIER                pic x(1).

       fd GARNISH-ORDER-FILE.
       01 GARNISH-ORDER-RECORD.
          05 GARN-ID                pic 9(6).
          05 GARN-EMP-ID            pic 9(6).
          05 GARN-PRIORITY          pic 9(2).
          05 GARN-AGENCY            pic x(30).
          05 GARN-MODE              pic x(1).
             88 GARN-FLAT-AMOUNT    value 'A'.
             88 GARN-PERCENT        value 'P'.
          05 GARN-PER-PERIOD        pic 9(6)v99.
          05 GARN-PCT               pic 9v999.
          05 GARN-LIFETIME-CAP      pic 9(8)v99.
          05 GARN-REMAINING         pic 9(8)v99.
          05 GARN-STATUS            pic x(1).
             88 GARN-ACTIVE         value 'A'.
             88 GARN-SATISFIED      value 'S'.

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

       fd OPER-EMP-XREF-FILE.
       01 OPER-EMP-XREF-RECORD.
          05 OEX-OPER-ID            pic 9(4).
          05 OEX-EMP-ID             pic 9(6).
          05 OEX-LINKED-DATE        pic 9(8).

       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 ENT-KEY.
             10 ENT-OPER-ID         pic 9(4).
             10 ENT-FUNCTION        pic x(8).
          05 ENT-ALLOWED            pic x(1).
             88 ENT-GRANTED         value 'Y'.

       fd TELLER-DRAWER-FILE.
       01 TELLER-DRAWER-RECORD.
          05 DRW-KEY.
             10 DRW-OPER-ID         pic 9(4).
             10 DRW-DATE            pic 9(8).
          05 DRW-OPENING-COUNT      pic 9(8)v99.
          05 DRW-CASH-IN            pic 9(8)v99.
          05 DRW-CASH-OUT           pic 9(8)v99.
          05 DRW-CLOSING-COUNT      pic 9(8)v99.
          05 DRW-OVER-SHORT         pic s9(8)v99.
          05 DRW-STATUS             pic x(1).
             88 DRW-OPEN            value 'O'.
             88 DRW-CLOSED          value 'C'.

       fd INTEGRITY-REPORT-FILE.
       01 INTEGRITY-LINE            pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-CARD-STATUS            pic xx.
       01 WS-JOINT-STATUS           pic xx.
       01 WS-HOLD-STATUS            pic xx.
       01 WS-SCHED-STATUS           pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-CL-STATUS              pic xx.
       01 WS-SGN-STATUS             pic xx.
       01 WS-COL-STATUS             pic xx.
       01 WS-ESC-STATUS             pic xx.
       01 WS-WKO-STATUS             pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-TERM-STATUS            pic xx.
       01 WS-ELEC-STATUS            pic xx.
       01 WS-ENROLL-STATUS          pic xx.
       01 WS-GARN-STATUS            pic xx.
       01 WS-OPERATOR-STATUS        pic xx.
       01 WS-OEX-STATUS             pic xx.
       01 WS-ENT-STATUS             pic xx.
       01 WS-DRAWER-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-LOAN-OPEN-FLAG         pic x value 'N'.
          88 LOANS-AVAILABLE        value 'Y'.
       01 WS-OPER-OPEN-FLAG         pic x value 'N'.
          88 OPERATORS-AVAILABLE    value 'Y'.
       01 WS-EMP-LOADED-FLAG        pic x value 'N'.
          88 EMPLOYEES-AVAILABLE    value 'Y'.

      *    What a reference resolved to.
       01 WS-REF-RESULT             pic x(1).
          88 REF-VALID              value 'V'.
          88 REF-MISSING            value 'M'.
          88 REF-CLOSED             value 'C'.
          88 REF-PAID-OFF           value 'P'.
          88 REF-TERMINATED         value 'T'.
          88 REF-LOCKED             value 'L'.
       01 WS-CHK-CUST-ID            pic 9(6).
       01 WS-CHK-LOAN-ID            pic 9(6).
       01 WS-CHK-EMP-ID             pic 9(6).
       01 WS-CHK-OPER-ID            pic 9(4).
       01 WS-REF-LOAN-CUST-ID       pic 9(6).

      *    Every employee on the payroll master, leavers marked from
      *    terminations.dat.
       01 WS-EMP-USED               pic 9(4) value zero.
       01 WS-EMP-OVERFLOW           pic x value 'N'.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY occurs 2000 times.
             10 WS-EMP-TBL-ID        pic 9(6).
             10 WS-EMP-TBL-TERM      pic x(1).
       01 WS-EMP-SUB                pic 9(4).
       01 WS-EMP-FOUND              pic 9(4).

      *    Counts per file checked, in report order.
       01 WS-FC-USED                pic 9(2) value zero.
       01 WS-FC-TABLE.
          05 WS-FC-ENTRY occurs 30 times.
             10 WS-FC-NAME           pic x(24).
             10 WS-FC-PRESENT        pic x(1).
             10 WS-FC-READ           pic 9(7).
             10 WS-FC-ORPHANS        pic 9(7).
             10 WS-FC-CONTRA         pic 9(7).
       01 WS-FC-SUB                 pic 9(2).
       01 WS-CHK-FILE-NAME          pic x(24).

       01 WS-EXC-KEY                pic x(20).
       01 WS-EXC-TEXT               pic x(42).
       01 WS-TOTAL-READ             pic 9(8) value zero.
       01 WS-TOTAL-ORPHANS          pic 9(7) value zero.
       01 WS-TOTAL-CONTRA           pic 9(7) value zero.
       01 WS-FMT-COUNT              pic z(6)9.
       01 WS-FMT-COUNT-2            pic z(6)9.
       01 WS-FMT-COUNT-3            pic z(6)9.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "customers.dat unavailable. Integrity check not "
                   "run."
               move 8 to return-code
               stop run
           end-if.
           open input LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               move 'Y' to WS-LOAN-OPEN-FLAG
           end-if.
           open input OPERATOR-FILE.
           if WS-OPERATOR-STATUS = '00'
               move 'Y' to WS-OPER-OPEN-FLAG
           end-if.
           perform LOAD-EMPLOYEES thru LOAD-EMPLOYEES-DONE.

           open output INTEGRITY-REPORT-FILE.
           move spaces to INTEGRITY-LINE.
           string "Referential Integrity Check - business date "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into INTEGRITY-LINE
           end-string.
           write INTEGRITY-LINE.
           move all "=" to INTEGRITY-LINE.
           write INTEGRITY-LINE.
           if WS-EMP-OVERFLOW = 'Y'
               move "More than 2000 employees on file -- employee refere
      -            "nces not checked." to INTEGRITY-LINE
               write INTEGRITY-LINE
           end-if.
           if not EMPLOYEES-AVAILABLE and WS-EMP-OVERFLOW not = 'Y'
               move "employees.dat not present -- employee references
      -            "not checked." to INTEGRITY-LINE
               write INTEGRITY-LINE
           end-if.
           if not LOANS-AVAILABLE
               move "loans.dat not present -- every loan reference is re
      -            "ported as an orphan." to INTEGRITY-LINE
               write INTEGRITY-LINE
           end-if.
           if not OPERATORS-AVAILABLE
               move "operators.dat not present -- every operator refere
      -            "nce is reported as an orphan." to INTEGRITY-LINE
               write INTEGRITY-LINE
           end-if.
           move spaces to INTEGRITY-LINE.
           string "FINDING       FILE                     KEY"
                  delimited by size
                  "                  DETAIL" delimited by size
                  into INTEGRITY-LINE
           end-string.
           write INTEGRITY-LINE.

           perform CHECK-ACCOUNTS thru CHECK-ACCOUNTS-DONE.
           perform CHECK-DEBIT-CARDS thru CHECK-DEBIT-CARDS-DONE.
           perform CHECK-JOINT-OWNERS thru CHECK-JOINT-OWNERS-DONE.
           perform CHECK-DEPOSIT-HOLDS thru CHECK-DEPOSIT-HOLDS-DONE.
           perform CHECK-SCHEDULED-PAYMENTS
               thru CHECK-SCHEDULED-PAYMENTS-DONE.
           perform CHECK-PROFILES thru CHECK-PROFILES-DONE.
           perform CHECK-LOANS thru CHECK-LOANS-DONE.
           perform CHECK-TERM-DEPOSITS thru CHECK-TERM-DEPOSITS-DONE.
           perform CHECK-CREDIT-LINES thru CHECK-CREDIT-LINES-DONE.
           perform CHECK-SIGNERS thru CHECK-SIGNERS-DONE.
           perform CHECK-COLLATERAL thru CHECK-COLLATERAL-DONE.
           perform CHECK-ESCROW thru CHECK-ESCROW-DONE.
           perform CHECK-WORKOUTS thru CHECK-WORKOUTS-DONE.
           perform CHECK-EMP-BANK-XREF thru CHECK-EMP-BANK-XREF-DONE.
           perform CHECK-DD-ELECTIONS thru CHECK-DD-ELECTIONS-DONE.
           perform CHECK-BENEFIT-ENROLL thru CHECK-BENEFIT-ENROLL-DONE.
           perform CHECK-GARNISHMENTS thru CHECK-GARNISHMENTS-DONE.
           perform CHECK-OPER-EMP-XREF thru CHECK-OPER-EMP-XREF-DONE.
           perform CHECK-ENTITLEMENTS thru CHECK-ENTITLEMENTS-DONE.
           perform CHECK-DRAWERS thru CHECK-DRAWERS-DONE.

           perform WRITE-SUMMARY.
           close INTEGRITY-REPORT-FILE.
           close CUSTOMER-FILE.
           if LOANS-AVAILABLE
               close LOAN-FILE
           end-if.
           if OPERATORS-AVAILABLE
               close OPERATOR-FILE
           end-if.

           display "Integrity check: " WS-TOTAL-READ " record(s) in "
               WS-FC-USED " file(s).".
           display "  Orphans:        " WS-TOTAL-ORPHANS.
           display "  Contradictions: " WS-TOTAL-CONTRA.
           display "Details in integrity_report.txt.".
           if WS-TOTAL-ORPHANS > 0 or WS-TOTAL-CONTRA > 0
               move 4 to return-code
           end-if.
           stop run.

       LOAD-EMPLOYEES.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to LOAD-EMPLOYEES-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if WS-EMP-USED < 2000
                   add 1 to WS-EMP-USED
                   move EMP-ID to WS-EMP-TBL-ID (WS-EMP-USED)
                   move 'N' to WS-EMP-TBL-TERM (WS-EMP-USED)
               else
                   move 'Y' to WS-EMP-OVERFLOW
               end-if
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           if WS-EMP-OVERFLOW = 'Y'
               go to LOAD-EMPLOYEES-DONE
           end-if.
           move 'Y' to WS-EMP-LOADED-FLAG.
           open input TERMINATION-FILE.
           if WS-TERM-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read TERMINATION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move TERM-EMP-ID to WS-CHK-EMP-ID
                   perform FIND-EMPLOYEE-ENTRY
                   if WS-EMP-FOUND not = 0
                       move 'Y' to WS-EMP-TBL-TERM (WS-EMP-FOUND)
                   end-if
                   read TERMINATION-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TERMINATION-FILE
           end-if.
       LOAD-EMPLOYEES-DONE.
           continue.

      *    Savings and money-market rows: the owner must exist, and a
      *    closed owner should not still hold a balance.
       CHECK-ACCOUNTS.
           move 'accounts.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-ACCOUNTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read ACCOUNT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string ACCT-CUST-ID delimited by size
                      "/" delimited by size
                      ACCT-TYPE delimited by size
                      into WS-EXC-KEY
               end-string
               move ACCT-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "owner not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and ACCT-BALANCE > 0
                   move "balance held for a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close ACCOUNT-FILE.
       CHECK-ACCOUNTS-DONE.
           continue.

       CHECK-DEBIT-CARDS.
           move 'debitcards.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-DEBIT-CARDS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read DEBIT-CARD-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move CARD-CUST-ID to WS-EXC-KEY
               move CARD-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "cardholder not on customers.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and CARD-ACTIVE
                   move "active card on a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read DEBIT-CARD-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close DEBIT-CARD-FILE.
       CHECK-DEBIT-CARDS-DONE.
           continue.

      *    Both ends of a joint-owner link must be live customers.
       CHECK-JOINT-OWNERS.
           move 'jointowners.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input JOINT-OWNER-FILE.
           if WS-JOINT-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-JOINT-OWNERS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read JOINT-OWNER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string JOINT-OWNER-CUST-ID delimited by size
                      "/" delimited by size
                      JOINT-PRIMARY-CUST-ID delimited by size
                      into WS-EXC-KEY
               end-string
               move JOINT-OWNER-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "joint owner not on customers.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED
                   move "joint owner is a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               move JOINT-PRIMARY-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "primary owner not on customers.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED
                   move "primary owner is a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read JOINT-OWNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close JOINT-OWNER-FILE.
       CHECK-JOINT-OWNERS-DONE.
           continue.

       CHECK-DEPOSIT-HOLDS.
           move 'deposit_holds.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input DEPOSIT-HOLD-FILE.
           if WS-HOLD-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-DEPOSIT-HOLDS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read DEPOSIT-HOLD-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move HOLD-ID to WS-EXC-KEY
               move HOLD-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "customer not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and HOLD-IN-FORCE
                   move "hold in force on a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read DEPOSIT-HOLD-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close DEPOSIT-HOLD-FILE.
       CHECK-DEPOSIT-HOLDS-DONE.
           continue.

      *    The paying customer, and the receiving customer of a
      *    transfer order.
       CHECK-SCHEDULED-PAYMENTS.
           move 'scheduled_payments.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input SCHEDULED-PAYMENT-FILE.
           if WS-SCHED-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-SCHEDULED-PAYMENTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read SCHEDULED-PAYMENT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move SP-ID to WS-EXC-KEY
               move SP-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "payer not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and SP-ACTIVE
                   move "active order for a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               if SP-TRANSFER
                   move SP-DEST-CUST-ID to WS-CHK-CUST-ID
                   perform CHECK-CUSTOMER-REF
                   if REF-MISSING
                       move "transfer payee not on customers.dat"
                           to WS-EXC-TEXT
                       perform WRITE-ORPHAN
                   end-if
                   if REF-CLOSED and SP-ACTIVE
                       move "active transfer to a closed customer"
                           to WS-EXC-TEXT
                       perform WRITE-CONTRADICTION
                   end-if
               end-if
               read SCHEDULED-PAYMENT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SCHEDULED-PAYMENT-FILE.
       CHECK-SCHEDULED-PAYMENTS-DONE.
           continue.

       CHECK-PROFILES.
           move 'customer_profiles.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-PROFILES-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-PROFILE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move PROF-CUST-ID to WS-EXC-KEY
               move PROF-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "profile with no customer record"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read CUSTOMER-PROFILE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-PROFILE-FILE.
       CHECK-PROFILES-DONE.
           continue.

      *    Walks loans.dat on its own browse; the keyed loan lookups
      *    the later checks make are not in use yet.
       CHECK-LOANS.
           move 'loans.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           if not LOANS-AVAILABLE
               perform NOTE-FILE-ABSENT
               go to CHECK-LOANS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           move 0 to LOAN-ID.
           start LOAN-FILE key is greater than or equal to LOAN-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           if not EOF-REACHED
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-if.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move LOAN-ID to WS-EXC-KEY
               move LOAN-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "borrower not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and LOAN-OPEN
                   move "open loan on a closed customer" to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
       CHECK-LOANS-DONE.
           continue.

       CHECK-TERM-DEPOSITS.
           move 'term_deposits.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input TERM-DEPOSIT-FILE.
           if WS-TD-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-TERM-DEPOSITS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read TERM-DEPOSIT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move TD-ID to WS-EXC-KEY
               move TD-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "depositor not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and TD-OPEN
                   move "open CD on a closed customer" to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read TERM-DEPOSIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TERM-DEPOSIT-FILE.
       CHECK-TERM-DEPOSITS-DONE.
           continue.

       CHECK-CREDIT-LINES.
           move 'credit_lines.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input CREDIT-LINE-FILE.
           if WS-CL-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-CREDIT-LINES-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read CREDIT-LINE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move CL-CUST-ID to WS-EXC-KEY
               move CL-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "borrower not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and CL-ACTIVE
                   move "active line on a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read CREDIT-LINE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CREDIT-LINE-FILE.
       CHECK-CREDIT-LINES-DONE.
           continue.

      *    The account the signer acts on, and the signer's own
      *    customer record where there is one.
       CHECK-SIGNERS.
           move 'signers.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-SIGNERS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read SIGNER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string SGN-CUST-ID delimited by size
                      "/" delimited by size
                      SGN-SEQ delimited by size
                      into WS-EXC-KEY
               end-string
               move SGN-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "account holder not on customers.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED and SGN-ACTIVE
                   move "active signer on a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               if SGN-SIGNER-CUST-ID not = 0
                   move SGN-SIGNER-CUST-ID to WS-CHK-CUST-ID
                   perform CHECK-CUSTOMER-REF
                   if REF-MISSING
                       move "signer's customer ID not on file"
                           to WS-EXC-TEXT
                       perform WRITE-ORPHAN
                   end-if
               end-if
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SIGNER-FILE.
       CHECK-SIGNERS-DONE.
           continue.

       CHECK-COLLATERAL.
           move 'collateral.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-COLLATERAL-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read COLLATERAL-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move COL-ID to WS-EXC-KEY
               move COL-LOAN-ID to WS-CHK-LOAN-ID
               perform CHECK-LOAN-REF
               if REF-MISSING
                   move "pledged to a loan not on loans.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-PAID-OFF and COL-ACTIVE
                   move "lien still active on a paid-off loan"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               move COL-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "owner not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read COLLATERAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close COLLATERAL-FILE.
       CHECK-COLLATERAL-DONE.
           continue.

       CHECK-ESCROW.
           move 'loan_escrow.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input LOAN-ESCROW-FILE.
           if WS-ESC-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-ESCROW-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read LOAN-ESCROW-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move ESC-LOAN-ID to WS-EXC-KEY
               move ESC-LOAN-ID to WS-CHK-LOAN-ID
               perform CHECK-LOAN-REF
               if REF-MISSING
                   move "escrow for a loan not on loans.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-PAID-OFF and ESC-BALANCE not = 0
                   move "escrow balance left on a paid-off loan"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read LOAN-ESCROW-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close LOAN-ESCROW-FILE.
       CHECK-ESCROW-DONE.
           continue.

       CHECK-WORKOUTS.
           move 'loan_workout.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input LOAN-WORKOUT-FILE.
           if WS-WKO-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-WORKOUTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read LOAN-WORKOUT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move WKO-LOAN-ID to WS-EXC-KEY
               move WKO-LOAN-ID to WS-CHK-LOAN-ID
               perform CHECK-LOAN-REF
               if REF-MISSING
                   move "workout for a loan not on loans.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if not REF-MISSING
                  and WKO-CUST-ID not = WS-REF-LOAN-CUST-ID
                   move "workout customer differs from the loan's"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read LOAN-WORKOUT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close LOAN-WORKOUT-FILE.
       CHECK-WORKOUTS-DONE.
           continue.

      *    An employee's own account at the bank: both the employee
      *    and the customer must exist, and the customer be open.
       CHECK-EMP-BANK-XREF.
           move 'emp_bank_xref.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input EMP-BANK-XREF-FILE.
           if WS-XREF-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-EMP-BANK-XREF-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read EMP-BANK-XREF-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move XREF-EMP-ID to WS-EXC-KEY
               move XREF-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "customer not on customers.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED
                   move "linked to a closed customer" to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               move XREF-EMP-ID to WS-CHK-EMP-ID
               perform CHECK-EMPLOYEE-REF
               if REF-MISSING
                   move "employee not on employees.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read EMP-BANK-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMP-BANK-XREF-FILE.
       CHECK-EMP-BANK-XREF-DONE.
           continue.

      *    Net pay splits: the employee, and the customer account the
      *    split deposits to.
       CHECK-DD-ELECTIONS.
           move 'dd_elections.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input DD-ELECTION-FILE.
           if WS-ELEC-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-DD-ELECTIONS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read DD-ELECTION-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string ELEC-EMP-ID delimited by size
                      "/" delimited by size
                      ELEC-PRIORITY delimited by size
                      into WS-EXC-KEY
               end-string
               move ELEC-EMP-ID to WS-CHK-EMP-ID
               perform CHECK-EMPLOYEE-REF
               if REF-MISSING
                   move "employee not on employees.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               move ELEC-CUST-ID to WS-CHK-CUST-ID
               perform CHECK-CUSTOMER-REF
               if REF-MISSING
                   move "deposit account not on customers.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               if REF-CLOSED
                   move "pay deposits to a closed customer"
                       to WS-EXC-TEXT
                   perform WRITE-CONTRADICTION
               end-if
               read DD-ELECTION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close DD-ELECTION-FILE.
       CHECK-DD-ELECTIONS-DONE.
           continue.

       CHECK-BENEFIT-ENROLL.
           move 'benefit_enroll.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input BENEFIT-ENROLL-FILE.
           if WS-ENROLL-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-BENEFIT-ENROLL-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read BENEFIT-ENROLL-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string BE-EMP-ID delimited by size
                      "/" delimited by size
                      BE-PLAN-CODE delimited by space
                      into WS-EXC-KEY
               end-string
               move BE-EMP-ID to WS-CHK-EMP-ID
               perform CHECK-EMPLOYEE-REF
               if REF-MISSING
                   move "employee not on employees.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read BENEFIT-ENROLL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close BENEFIT-ENROLL-FILE.
       CHECK-BENEFIT-ENROLL-DONE.
           continue.

       CHECK-GARNISHMENTS.
           move 'garnish_orders.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input GARNISH-ORDER-FILE.
           if WS-GARN-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-GARNISHMENTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read GARNISH-ORDER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move GARN-ID to WS-EXC-KEY
               move GARN-EMP-ID to WS-CHK-EMP-ID
               perform CHECK-EMPLOYEE-REF
               if REF-MISSING
                   move "employee not on employees.dat"
                       to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read GARNISH-ORDER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close GARNISH-ORDER-FILE.
       CHECK-GARNISHMENTS-DONE.
           continue.

      *    Operator-to-employee links behind the insider report. An
      *    operator still able to sign on for a terminated employee
      *    is a contradiction.
       CHECK-OPER-EMP-XREF.
           move 'oper_emp_xref.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input OPER-EMP-XREF-FILE.
           if WS-OEX-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-OPER-EMP-XREF-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read OPER-EMP-XREF-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move OEX-OPER-ID to WS-EXC-KEY
               move OEX-OPER-ID to WS-CHK-OPER-ID
               perform CHECK-OPERATOR-REF
               if REF-MISSING
                   move "operator not on operators.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               else
                   move OEX-EMP-ID to WS-CHK-EMP-ID
                   perform CHECK-EMPLOYEE-REF
                   if REF-MISSING
                       move "employee not on employees.dat"
                           to WS-EXC-TEXT
                       perform WRITE-ORPHAN
                   end-if
                   if REF-TERMINATED and not OPER-LOCKED
                       move "terminated employee's operator not locked"
                           to WS-EXC-TEXT
                       perform WRITE-CONTRADICTION
                   end-if
               end-if
               read OPER-EMP-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close OPER-EMP-XREF-FILE.
       CHECK-OPER-EMP-XREF-DONE.
           continue.

       CHECK-ENTITLEMENTS.
           move 'oper_entitlements.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input ENTITLEMENT-FILE.
           if WS-ENT-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-ENTITLEMENTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read ENTITLEMENT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string ENT-OPER-ID delimited by size
                      "/" delimited by size
                      ENT-FUNCTION delimited by space
                      into WS-EXC-KEY
               end-string
               move ENT-OPER-ID to WS-CHK-OPER-ID
               perform CHECK-OPERATOR-REF
               if REF-MISSING
                   move "operator not on operators.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read ENTITLEMENT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close ENTITLEMENT-FILE.
       CHECK-ENTITLEMENTS-DONE.
           continue.

       CHECK-DRAWERS.
           move 'teller_drawers.dat' to WS-CHK-FILE-NAME.
           perform START-FILE-CHECK.
           open input TELLER-DRAWER-FILE.
           if WS-DRAWER-STATUS not = '00'
               perform NOTE-FILE-ABSENT
               go to CHECK-DRAWERS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read TELLER-DRAWER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-FC-READ (WS-FC-SUB)
               move spaces to WS-EXC-KEY
               string DRW-OPER-ID delimited by size
                      "/" delimited by size
                      DRW-DATE delimited by size
                      into WS-EXC-KEY
               end-string
               move DRW-OPER-ID to WS-CHK-OPER-ID
               perform CHECK-OPERATOR-REF
               if REF-MISSING
                   move "operator not on operators.dat" to WS-EXC-TEXT
                   perform WRITE-ORPHAN
               end-if
               read TELLER-DRAWER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TELLER-DRAWER-FILE.
       CHECK-DRAWERS-DONE.
           continue.

      *    Opens the next slot of the per-file counts for the file
      *    named in WS-CHK-FILE-NAME.
       START-FILE-CHECK.
           add 1 to WS-FC-USED.
           move WS-FC-USED to WS-FC-SUB.
           move WS-CHK-FILE-NAME to WS-FC-NAME (WS-FC-SUB).
           move 'Y' to WS-FC-PRESENT (WS-FC-SUB).
           move 0 to WS-FC-READ (WS-FC-SUB).
           move 0 to WS-FC-ORPHANS (WS-FC-SUB).
           move 0 to WS-FC-CONTRA (WS-FC-SUB).

       NOTE-FILE-ABSENT.
           move 'N' to WS-FC-PRESENT (WS-FC-SUB).

       CHECK-CUSTOMER-REF.
           move WS-CHK-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   move 'M' to WS-REF-RESULT
               not invalid key
                   if CUST-CLOSED
                       move 'C' to WS-REF-RESULT
                   else
                       move 'V' to WS-REF-RESULT
                   end-if
           end-read.

       CHECK-LOAN-REF.
           move 'M' to WS-REF-RESULT.
           move 0 to WS-REF-LOAN-CUST-ID.
           if LOANS-AVAILABLE
               move WS-CHK-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       continue
                   not invalid key
                       move LOAN-CUST-ID to WS-REF-LOAN-CUST-ID
                       if LOAN-PAID-OFF
                           move 'P' to WS-REF-RESULT
                       else
                           move 'V' to WS-REF-RESULT
                       end-if
               end-read
           end-if.

      *    Valid when the employee table could not be loaded -- an
      *    absent payroll master is noted once on the report, not
      *    against every reference.
       CHECK-EMPLOYEE-REF.
           move 'V' to WS-REF-RESULT.
           if EMPLOYEES-AVAILABLE
               perform FIND-EMPLOYEE-ENTRY
               if WS-EMP-FOUND = 0
                   move 'M' to WS-REF-RESULT
               else
                   if WS-EMP-TBL-TERM (WS-EMP-FOUND) = 'Y'
                       move 'T' to WS-REF-RESULT
                   end-if
               end-if
           end-if.

       FIND-EMPLOYEE-ENTRY.
           move 0 to WS-EMP-FOUND.
           perform varying WS-EMP-SUB from 1 by 1
               until WS-EMP-SUB > WS-EMP-USED or WS-EMP-FOUND not = 0
               if WS-EMP-TBL-ID (WS-EMP-SUB) = WS-CHK-EMP-ID
                   move WS-EMP-SUB to WS-EMP-FOUND
               end-if
           end-perform.

       CHECK-OPERATOR-REF.
           move 'M' to WS-REF-RESULT.
           if OPERATORS-AVAILABLE
               move WS-CHK-OPER-ID to OPER-ID
               read OPERATOR-FILE
                   invalid key
                       continue
                   not invalid key
                       if OPER-LOCKED
                           move 'L' to WS-REF-RESULT
                       else
                           move 'V' to WS-REF-RESULT
                       end-if
               end-read
           end-if.

       WRITE-ORPHAN.
           add 1 to WS-FC-ORPHANS (WS-FC-SUB).
           add 1 to WS-TOTAL-ORPHANS.
           move spaces to INTEGRITY-LINE.
           move "ORPHAN" to INTEGRITY-LINE(1:13).
           perform WRITE-FINDING-LINE.

       WRITE-CONTRADICTION.
           add 1 to WS-FC-CONTRA (WS-FC-SUB).
           add 1 to WS-TOTAL-CONTRA.
           move spaces to INTEGRITY-LINE.
           move "CONTRADICTION" to INTEGRITY-LINE(1:13).
           perform WRITE-FINDING-LINE.

       WRITE-FINDING-LINE.
           move WS-FC-NAME (WS-FC-SUB) to INTEGRITY-LINE(15:24).
           move WS-EXC-KEY to INTEGRITY-LINE(40:20).
           move WS-EXC-TEXT to INTEGRITY-LINE(59:42).
           write INTEGRITY-LINE.

       WRITE-SUMMARY.
           move spaces to INTEGRITY-LINE.
           write INTEGRITY-LINE.
           move "Counts by file:" to INTEGRITY-LINE.
           write INTEGRITY-LINE.
           move spaces to INTEGRITY-LINE.
           string "FILE                        RECORDS  ORPHANS"
                  delimited by size
                  "  CONTRADICTIONS" delimited by size
                  into INTEGRITY-LINE
           end-string.
           write INTEGRITY-LINE.
           perform varying WS-FC-SUB from 1 by 1
               until WS-FC-SUB > WS-FC-USED
               move spaces to INTEGRITY-LINE
               move WS-FC-NAME (WS-FC-SUB) to INTEGRITY-LINE(1:24)
               if WS-FC-PRESENT (WS-FC-SUB) = 'N'
                   move "not present -- not checked"
                       to INTEGRITY-LINE(29:30)
               else
                   add WS-FC-READ (WS-FC-SUB) to WS-TOTAL-READ
                   move WS-FC-READ (WS-FC-SUB) to WS-FMT-COUNT
                   move WS-FC-ORPHANS (WS-FC-SUB) to WS-FMT-COUNT-2
                   move WS-FC-CONTRA (WS-FC-SUB) to WS-FMT-COUNT-3
                   move WS-FMT-COUNT to INTEGRITY-LINE(26:7)
                   move WS-FMT-COUNT-2 to INTEGRITY-LINE(35:7)
                   move WS-FMT-COUNT-3 to INTEGRITY-LINE(51:7)
               end-if
               write INTEGRITY-LINE
           end-perform.
           move WS-TOTAL-READ to WS-FMT-COUNT.
           move WS-TOTAL-ORPHANS to WS-FMT-COUNT-2.
           move WS-TOTAL-CONTRA to WS-FMT-COUNT-3.
           move spaces to INTEGRITY-LINE.
           move "TOTAL" to INTEGRITY-LINE(1:24).
           move WS-FMT-COUNT to INTEGRITY-LINE(26:7).
           move WS-FMT-COUNT-2 to INTEGRITY-LINE(35:7).
           move WS-FMT-COUNT-3 to INTEGRITY-LINE(51:7).
           write INTEGRITY-LINE.
           if WS-TOTAL-ORPHANS = 0 and WS-TOTAL-CONTRA = 0
               move "No orphans or contradictions found."
                   to INTEGRITY-LINE
               write INTEGRITY-LINE
           end-if.

       GET-BUSINESS-DATE.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
               end-read
               close BUSINESS-DATE-FILE
           end-if.
