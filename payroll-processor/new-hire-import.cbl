       identification division.
       program-id. new-hire-import.

      *    Bulk new-hire import for onboarding a whole class at once
      *    instead of keying each hire through employee-maint.cob.
      *    HR supplies new_hires.dat, one fixed-layout row per hire:
      *    the employee record fields, the W-4 elections, an
      *    optional direct-deposit bank link, up to four split
      *    deposit elections, and an optional benefit enrollment.
      *    Every row is edited in full before anything is written --
      *    the duplicate-ID check employee-maint makes (a keyed
      *    read of employees.dat, and against earlier rows of the
      *    same file),
      *    employee type, pay frequency and shift codes, work and
      *    residence state codes, the company code against
      *    companies.dat, the hire date, the W-4 codes, the bank
      *    customer on customers.dat, the election set (percent
      *    elections must total 100% as dd-election-maint insists),
      *    and the plan and tier on benefit_plans.dat. A row that
      *    fails any edit is copied to new_hire_rejects.dat with the
      *    reason so HR can correct and resubmit just those rows.
      *    Good rows are added to employees.dat by key,
      *    w4_elections.dat and benefit_enroll.dat with change-trail
      *    rows on emp_audit.dat. Deposit destinations are never
      *    applied here: the bank link parks on
      *    pending_pay_changes.dat for a second operator, whose
      *    approval writes emp_bank_xref.dat and opens the prenote
      *    cycle, and the election set stages on
      *    dd_elections_pending.dat behind its own pending item,
      *    exactly as the maintenance screens do. A validate-only
      *    pass writes the rejects file and nothing else.

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
       select NEW-HIRE-FILE
           assign to 'new_hires.dat'
           organization is line sequential
           file status is WS-NH-STATUS.
       select REJECT-FILE
           assign to 'new_hire_rejects.dat'
           organization is line sequential
           file status is WS-REJECT-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select W4-ELECTION-FILE
           assign to 'w4_elections.dat'
           organization is indexed
           access mode is dynamic
           record key is W4-EMP-ID
           lock mode is automatic
           file status is WS-W4-STATUS.
       select COMPANY-MASTER-FILE
           assign to 'companies.dat'
           organization is line sequential
           file status is WS-COMPANY-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select BENEFIT-PLAN-FILE
           assign to 'benefit_plans.dat'
           organization is line sequential
           file status is WS-PLAN-STATUS.
       select BENEFIT-ENROLL-FILE
           assign to 'benefit_enroll.dat'
           organization is line sequential
           file status is WS-ENROLL-STATUS.
      *    Split elections wait here until a second operator
      *    approves; the approval swaps them into dd_elections.dat.
       select DD-STAGED-FILE
           assign to 'dd_elections_pending.dat'
           organization is line sequential
           file status is WS-STAGED-STATUS.
      *    Bank links and election sets park here for a second
      *    operator in pay-change-approval.cbl.
       select PENDING-PAY-CHANGE-FILE
           assign to 'pending_pay_changes.dat'
           organization is indexed
           access mode is dynamic
           record key is PPC-ID
           lock mode is automatic
           file status is WS-PPC-STATUS.
       select EMP-AUDIT-FILE
           assign to 'emp_audit.dat'
           organization is line sequential
           file status is WS-EMP-AUDIT-STATUS.

       data division.
       file section.
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

       fd NEW-HIRE-FILE.
       01 NEW-HIRE-RECORD.
          05 NH-EMP-ID              pic 9(6).
          05 NH-NAME                pic x(30).
          05 NH-TYPE                pic x(1).
          05 NH-HOURLY-RATE         pic 9(3)v99.
          05 NH-HOURS-WORKED        pic 9(3)v99.
          05 NH-SALARY              pic 9(7)v99.
          05 NH-DEPARTMENT          pic x(10).
          05 NH-401K-PCT            pic 9v999.
          05 NH-HEALTH-DEDUCTION    pic 9(4)v99.
          05 NH-SHIFT               pic x(1).
          05 NH-SHIFT-DIFF          pic 9v99.
          05 NH-PTO-ACCRUAL-RATE    pic 9(2)v99.
          05 NH-PAY-FREQUENCY       pic x(1).
          05 NH-WORK-STATE          pic x(2).
          05 NH-RES-STATE           pic x(2).
          05 NH-HIRE-DATE           pic 9(8).
          05 NH-HIRE-DATE-PARTS redefines NH-HIRE-DATE.
             10 NH-HIRE-YEAR        pic 9(4).
             10 NH-HIRE-MONTH       pic 9(2).
             10 NH-HIRE-DAY         pic 9(2).
          05 NH-UNION-CONTRACT      pic x(6).
          05 NH-UNION-GRADE         pic 9(2).
          05 NH-UNION-STEP          pic 9(2).
          05 NH-COMPANY             pic x(3).
          05 NH-W4-FILING-STATUS    pic x(1).
          05 NH-W4-DEPENDENT-CREDITS pic 9(5)v99.
          05 NH-W4-EXTRA-WITHHOLDING pic 9(4)v99.
          05 NH-W4-EXEMPT-FLAG      pic x(1).
          05 NH-BANK-CUST-ID        pic 9(6).
          05 NH-BANK-ACCOUNT        pic 9(10).
          05 NH-BANK-ROUTING        pic 9(9).
          05 NH-ELECTION-COUNT      pic 9(1).
          05 NH-ELECTION occurs 4 times.
             10 NH-ELEC-CUST-ID     pic 9(6).
             10 NH-ELEC-MODE        pic x(1).
             10 NH-ELEC-AMOUNT      pic 9(6)v99.
             10 NH-ELEC-PCT         pic 9v999.
          05 NH-BEN-PLAN-CODE       pic x(8).
          05 NH-BEN-TIER            pic x(1).

      *    The rejected row exactly as received, then the reason.
       fd REJECT-FILE.
       01 REJECT-RECORD.
          05 REJ-ROW                pic x(246).
          05 filler                 pic x(1).
          05 REJ-REASON             pic x(40).

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

       fd W4-ELECTION-FILE.
       01 W4-ELECTION-RECORD.
          05 W4-EMP-ID              pic 9(6).
          05 W4-FILING-STATUS       pic x(1).
          05 W4-DEPENDENT-CREDITS   pic 9(5)v99.
          05 W4-EXTRA-WITHHOLDING   pic 9(4)v99.
          05 W4-EXEMPT-FLAG         pic x(1).

       fd COMPANY-MASTER-FILE.
       01 COMPANY-MASTER-RECORD.
          05 CO-CODE                pic x(3).
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 CUST-NAME             pic x(30).
          05 CUST-BALANCE          pic s9(8)v99.
          05 CUST-OD-LIMIT         pic 9(6)v99.
          05 CUST-STATUS           pic x(1).
             88 CUST-ACTIVE        value 'A'.
          05 CUST-CURRENCY         pic x(3).

       fd BENEFIT-PLAN-FILE.
       01 BENEFIT-PLAN-RECORD.
          05 BP-PLAN-CODE           pic x(8).
          05 BP-TIER                pic x(1).
          05 BP-EMPLOYEE-PREMIUM    pic 9(4)v99.
          05 BP-EMPLOYER-SHARE      pic 9(4)v99.

       fd BENEFIT-ENROLL-FILE.
       01 BENEFIT-ENROLL-RECORD.
          05 BE-EMP-ID              pic 9(6).
          05 BE-PLAN-CODE           pic x(8).
          05 BE-TIER                pic x(1).

       fd DD-STAGED-FILE.
       01 DD-STAGED-RECORD.
          05 STG-EMP-ID             pic 9(6).
          05 STG-PRIORITY           pic 9(2).
          05 STG-CUST-ID            pic 9(6).
          05 STG-MODE               pic x(1).
          05 STG-AMOUNT             pic 9(6)v99.
          05 STG-PCT                pic 9v999.

       fd PENDING-PAY-CHANGE-FILE.
       01 PENDING-PAY-CHANGE-RECORD.
          05 PPC-ID                 pic 9(6).
          05 PPC-TYPE               pic x(1).
             88 PPC-RATE-CHANGE     value 'R'.
             88 PPC-SALARY-CHANGE   value 'S'.
             88 PPC-BANK-CHANGE     value 'B'.
             88 PPC-ELECTION-CHANGE value 'D'.
          05 PPC-EMP-ID             pic 9(6).
          05 PPC-OLD-VALUE          pic x(20).
          05 PPC-NEW-VALUE          pic x(20).
          05 PPC-NEW-CUST-ID        pic 9(6).
          05 PPC-NEW-ACCOUNT        pic 9(10).
          05 PPC-NEW-ROUTING        pic 9(9).
          05 PPC-KEYED-BY           pic 9(4).
          05 PPC-KEYED-DATE         pic 9(8).
          05 PPC-STATUS             pic x(1).
             88 PPC-OPEN            value 'P'.
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd EMP-AUDIT-FILE.
       01 EMP-AUDIT-RECORD.
          05 EA-DATE                pic 9(8).
          05 EA-TIME                pic 9(6).
          05 EA-PROGRAM             pic x(20).
          05 EA-EMP-ID              pic 9(6).
          05 EA-ACTION              pic x(1).
          05 EA-FIELD               pic x(20).
          05 EA-OLD-VALUE           pic x(30).
          05 EA-NEW-VALUE           pic x(30).
          05 EA-OPERATOR-ID         pic 9(4).

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
       01 WS-NH-STATUS              pic xx.
       01 WS-REJECT-STATUS          pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-W4-STATUS              pic xx.
       01 WS-COMPANY-STATUS         pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PLAN-STATUS            pic xx.
       01 WS-ENROLL-STATUS          pic xx.
       01 WS-STAGED-STATUS          pic xx.
       01 WS-PPC-STATUS             pic xx.
       01 WS-EMP-AUDIT-STATUS       pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-NH-EOF-FLAG            pic x value 'N'.
          88 NH-EOF-REACHED         value 'Y'.

       01 WS-VALIDATE-ONLY          pic x.
       01 WS-TARGET-EMP-ID          pic 9(6).
       01 WS-TODAY                  pic 9(8).
       01 WS-REJECT-REASON          pic x(40).
       01 WS-ROWS-READ              pic 9(5) value zero.
       01 WS-ROWS-LOADED            pic 9(5) value zero.
       01 WS-ROWS-REJECTED          pic 9(5) value zero.
       01 WS-LINKS-PARKED           pic 9(5) value zero.
       01 WS-SETS-STAGED            pic 9(5) value zero.

      *    Each row accepted in this run, for the duplicate check
      *    against earlier rows -- a validate-only pass writes
      *    nothing for the keyed check to find.
       01 WS-ID-TABLE.
          05 WS-ID-ENTRY            pic 9(6) occurs 2000 times.
       01 WS-ID-USED                pic 9(4) value zero.
       01 WS-ID-IDX                 pic 9(4).
       01 WS-ID-FOUND               pic x.

       01 WS-COMPANY-TABLE.
          05 WS-CO-ENTRY            pic x(3) occurs 50 times.
       01 WS-CO-USED                pic 9(2) value zero.
       01 WS-CO-IDX                 pic 9(2).
       01 WS-CO-FOUND               pic x.

       01 WS-PLAN-TABLE.
          05 WS-PL-ENTRY occurs 50 times.
             10 WS-PL-CODE           pic x(8).
             10 WS-PL-TIER           pic x(1).
       01 WS-PLAN-USED              pic 9(2) value zero.
       01 WS-PL-IDX                 pic 9(2).
       01 WS-PLAN-FOUND             pic x.

      *    Postal codes accepted for work and residence state: the
      *    fifty states, the District of Columbia and Puerto Rico.
       01 WS-STATE-CODES.
          05 filler                 pic x(26)
             value 'ALAKAZARCACOCTDEDCFLGAHIID'.
          05 filler                 pic x(26)
             value 'ILINIAKSKYLAMEMDMAMIMNMSMO'.
          05 filler                 pic x(26)
             value 'MTNENVNHNJNMNYNCNDOHOKORPA'.
          05 filler                 pic x(26)
             value 'RIPRSCSDTNTXUTVTVAWAWVWIWY'.
       01 WS-STATE-TABLE redefines WS-STATE-CODES.
          05 WS-STATE-CODE          pic x(2) occurs 52 times.
       01 WS-STATE-IDX              pic 9(2).
       01 WS-CHECK-STATE            pic x(2).
       01 WS-STATE-FOUND            pic x.

       01 WS-ELEC-IDX               pic 9(1).
       01 WS-PCT-TOTAL              pic 9(2)v999.
       01 WS-HAS-PERCENT            pic x.
       01 WS-CHECK-CUST-ID          pic 9(6).
       01 WS-CUST-FOUND             pic x.

       01 WS-PPC-NEW-ID             pic 9(6).
       01 WS-PPC-PARK-TYPE          pic x(1).
       01 WS-PPC-PARK-OLD           pic x(20).
       01 WS-PPC-PARK-CUST          pic 9(6).
       01 WS-PPC-PARK-ACCT          pic 9(10).
       01 WS-PPC-PARK-ROUTING       pic 9(9).

       procedure division.
       MAIN-LOGIC.
           display "New-Hire Import".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
      *    A bulk load creates employees wholesale; supervisor
      *    level is required.
           if WS-OPERATOR-LEVEL < 2
               display "Supervisor level required for this program."
               stop run
           end-if.
           display "Validate only, loading nothing? (Y/N): ".
           accept WS-VALIDATE-ONLY.
           move function upper-case (WS-VALIDATE-ONLY)
               to WS-VALIDATE-ONLY.
           move function current-date(1:8) to WS-TODAY.

           open input NEW-HIRE-FILE.
           if WS-NH-STATUS not = '00'
               display "No new_hires.dat to import."
               stop run
           end-if.
           perform LOAD-COMPANIES.
           perform LOAD-PLANS.
           open input CUSTOMER-FILE.
           open output REJECT-FILE.
           if WS-VALIDATE-ONLY = 'Y'
               open input EMPLOYEE-FILE
           else
               open i-o EMPLOYEE-FILE
               if WS-EMP-STATUS not = '00'
                   open output EMPLOYEE-FILE
                   close EMPLOYEE-FILE
                   open i-o EMPLOYEE-FILE
               end-if
               open i-o W4-ELECTION-FILE
               if WS-W4-STATUS not = '00'
                   open output W4-ELECTION-FILE
                   close W4-ELECTION-FILE
                   open i-o W4-ELECTION-FILE
               end-if
               open extend BENEFIT-ENROLL-FILE
               if WS-ENROLL-STATUS not = '00'
                   open output BENEFIT-ENROLL-FILE
               end-if
           end-if.

           read NEW-HIRE-FILE
               at end
                   move 'Y' to WS-NH-EOF-FLAG
           end-read.
           perform until NH-EOF-REACHED
               add 1 to WS-ROWS-READ
               perform VALIDATE-NEW-HIRE thru VALIDATE-NEW-HIRE-DONE
               if WS-REJECT-REASON not = spaces
                   perform WRITE-REJECT
               else
                   if WS-ID-USED < 2000
                       add 1 to WS-ID-USED
                       move NH-EMP-ID to WS-ID-ENTRY (WS-ID-USED)
                   end-if
                   if WS-VALIDATE-ONLY not = 'Y'
                       perform LOAD-NEW-HIRE thru LOAD-NEW-HIRE-DONE
                   end-if
                   if WS-REJECT-REASON = spaces
                       add 1 to WS-ROWS-LOADED
                   end-if
               end-if
               read NEW-HIRE-FILE
                   at end
                       move 'Y' to WS-NH-EOF-FLAG
               end-read
           end-perform.

           close NEW-HIRE-FILE.
           close REJECT-FILE.
           close CUSTOMER-FILE.
           close EMPLOYEE-FILE.
           if WS-VALIDATE-ONLY not = 'Y'
               close W4-ELECTION-FILE
               close BENEFIT-ENROLL-FILE
           end-if.
           display WS-ROWS-READ " row(s) read.".
           if WS-VALIDATE-ONLY = 'Y'
               display WS-ROWS-LOADED " row(s) would load; "
                   "nothing was written."
           else
               display WS-ROWS-LOADED " new hire(s) loaded."
               display WS-LINKS-PARKED " bank link(s) and "
                   WS-SETS-STAGED " election set(s) parked for a "
                   "second operator."
               display "Key each hire's personal data (employee-maint "
                   "option 8) so the hires can be reported."
           end-if.
           display WS-ROWS-REJECTED
               " row(s) rejected to new_hire_rejects.dat.".
           stop run.

       LOAD-COMPANIES.
           move 'N' to WS-EOF-FLAG.
           open input COMPANY-MASTER-FILE.
           if WS-COMPANY-STATUS = '00'
               read COMPANY-MASTER-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-CO-USED < 50
                       add 1 to WS-CO-USED
                       move CO-CODE to WS-CO-ENTRY (WS-CO-USED)
                   end-if
                   read COMPANY-MASTER-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COMPANY-MASTER-FILE
           end-if.

       LOAD-PLANS.
           move 'N' to WS-EOF-FLAG.
           open input BENEFIT-PLAN-FILE.
           if WS-PLAN-STATUS = '00'
               read BENEFIT-PLAN-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-PLAN-USED < 50
                       add 1 to WS-PLAN-USED
                       move BP-PLAN-CODE to WS-PL-CODE (WS-PLAN-USED)
                       move BP-TIER to WS-PL-TIER (WS-PLAN-USED)
                   end-if
                   read BENEFIT-PLAN-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close BENEFIT-PLAN-FILE
           end-if.

      *    Edits one row, leaving the first failure in
      *    WS-REJECT-REASON (spaces when the row is good). Single-
      *    letter codes are upper-cased and blank ones defaulted in
      *    the record itself, so the load writes what was checked.
       VALIDATE-NEW-HIRE.
           move spaces to WS-REJECT-REASON.
           if NH-EMP-ID not numeric or NH-EMP-ID = 0
               move 'employee ID missing or not numeric'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move NH-EMP-ID to EMP-ID.
           move 'N' to WS-ID-FOUND.
           read EMPLOYEE-FILE
               not invalid key
                   move 'Y' to WS-ID-FOUND
           end-read.
           perform varying WS-ID-IDX from 1 by 1
               until WS-ID-IDX > WS-ID-USED
               if WS-ID-ENTRY (WS-ID-IDX) = NH-EMP-ID
                   move 'Y' to WS-ID-FOUND
               end-if
           end-perform.
           if WS-ID-FOUND = 'Y'
               move 'employee ID already exists'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           if NH-NAME = spaces
               move 'employee name is blank' to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           if NH-HOURLY-RATE not numeric
              or NH-HOURS-WORKED not numeric
              or NH-SALARY not numeric
              or NH-401K-PCT not numeric
              or NH-HEALTH-DEDUCTION not numeric
              or NH-SHIFT-DIFF not numeric
              or NH-PTO-ACCRUAL-RATE not numeric
               move 'a pay or deduction figure is not numeric'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           if NH-HIRE-DATE not numeric
              or NH-UNION-GRADE not numeric
              or NH-UNION-STEP not numeric
              or NH-W4-DEPENDENT-CREDITS not numeric
              or NH-W4-EXTRA-WITHHOLDING not numeric
               move 'a date, union or W-4 figure is not numeric'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           if NH-BANK-CUST-ID not numeric
              or NH-BANK-ACCOUNT not numeric
              or NH-BANK-ROUTING not numeric
              or NH-ELECTION-COUNT not numeric
               move 'a bank or election figure is not numeric'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           move function upper-case (NH-TYPE) to NH-TYPE.
           if NH-TYPE not = 'H' and NH-TYPE not = 'S'
               move 'type must be H or S' to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           if NH-TYPE = 'H' and NH-HOURLY-RATE = 0
               move 'hourly employee has no hourly rate'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           if NH-TYPE = 'S' and NH-SALARY = 0
               move 'salaried employee has no salary'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move function upper-case (NH-SHIFT) to NH-SHIFT.
           if NH-SHIFT = space
               move 'D' to NH-SHIFT
           end-if.
           if NH-SHIFT not = 'D' and NH-SHIFT not = 'E'
              and NH-SHIFT not = 'N'
               move 'shift must be D, E or N' to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move function upper-case (NH-PAY-FREQUENCY)
               to NH-PAY-FREQUENCY.
           if NH-PAY-FREQUENCY not = 'W' and NH-PAY-FREQUENCY not = 'B'
              and NH-PAY-FREQUENCY not = 'M'
               move 'pay frequency must be W, B or M'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           move function upper-case (NH-WORK-STATE) to NH-WORK-STATE.
           move NH-WORK-STATE to WS-CHECK-STATE.
           perform CHECK-STATE-CODE.
           if WS-STATE-FOUND not = 'Y'
               move 'work state code not recognized'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move function upper-case (NH-RES-STATE) to NH-RES-STATE.
           move NH-RES-STATE to WS-CHECK-STATE.
           perform CHECK-STATE-CODE.
           if WS-STATE-FOUND not = 'Y'
               move 'residence state code not recognized'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

      *    A blank company is the head office, as everywhere else.
           if NH-COMPANY = spaces
               move '000' to NH-COMPANY
           end-if.
           move 'N' to WS-CO-FOUND.
           if NH-COMPANY = '000'
               move 'Y' to WS-CO-FOUND
           end-if.
           perform varying WS-CO-IDX from 1 by 1
               until WS-CO-IDX > WS-CO-USED
               if WS-CO-ENTRY (WS-CO-IDX) = NH-COMPANY
                   move 'Y' to WS-CO-FOUND
               end-if
           end-perform.
           if WS-CO-FOUND not = 'Y'
               move 'company code not on companies.dat'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           if NH-HIRE-YEAR < 1900
              or NH-HIRE-MONTH < 1 or NH-HIRE-MONTH > 12
              or NH-HIRE-DAY < 1 or NH-HIRE-DAY > 31
               move 'hire date is not a valid YYYYMMDD'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           move function upper-case (NH-W4-FILING-STATUS)
               to NH-W4-FILING-STATUS.
           if NH-W4-FILING-STATUS = space
               move 'S' to NH-W4-FILING-STATUS
           end-if.
           if NH-W4-FILING-STATUS not = 'S'
              and NH-W4-FILING-STATUS not = 'M'
              and NH-W4-FILING-STATUS not = 'H'
               move 'W-4 filing status must be S, M or H'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move function upper-case (NH-W4-EXEMPT-FLAG)
               to NH-W4-EXEMPT-FLAG.
           if NH-W4-EXEMPT-FLAG = space
               move 'N' to NH-W4-EXEMPT-FLAG
           end-if.
           if NH-W4-EXEMPT-FLAG not = 'Y'
              and NH-W4-EXEMPT-FLAG not = 'N'
               move 'W-4 exempt flag must be Y or N'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

      *    Bank link: a bank customer, or an external account with
      *    both routing and account numbers, or nothing at all.
           if NH-BANK-CUST-ID not = 0
               move NH-BANK-CUST-ID to WS-CHECK-CUST-ID
               perform CHECK-CUSTOMER
               if WS-CUST-FOUND not = 'Y'
                   move 'bank customer not on customers.dat'
                       to WS-REJECT-REASON
                   go to VALIDATE-NEW-HIRE-DONE
               end-if
           else
               if (NH-BANK-ROUTING = 0 and NH-BANK-ACCOUNT not = 0)
                  or (NH-BANK-ROUTING not = 0 and NH-BANK-ACCOUNT = 0)
                   move 'external link needs routing and account'
                       to WS-REJECT-REASON
                   go to VALIDATE-NEW-HIRE-DONE
               end-if
           end-if.

           if NH-ELECTION-COUNT > 4
               move 'no more than 4 deposit elections'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.
           move 0 to WS-PCT-TOTAL.
           move 'N' to WS-HAS-PERCENT.
           perform varying WS-ELEC-IDX from 1 by 1
               until WS-ELEC-IDX > NH-ELECTION-COUNT
                  or WS-REJECT-REASON not = spaces
               perform CHECK-ONE-ELECTION
           end-perform.
           if WS-REJECT-REASON not = spaces
               go to VALIDATE-NEW-HIRE-DONE.
           if WS-HAS-PERCENT = 'Y' and WS-PCT-TOTAL not = 1.000
               move 'percent elections must total 1.000'
                   to WS-REJECT-REASON
               go to VALIDATE-NEW-HIRE-DONE.

           if NH-BEN-PLAN-CODE not = spaces
               move function upper-case (NH-BEN-TIER) to NH-BEN-TIER
               move 'N' to WS-PLAN-FOUND
               perform varying WS-PL-IDX from 1 by 1
                   until WS-PL-IDX > WS-PLAN-USED
                   if WS-PL-CODE (WS-PL-IDX) = NH-BEN-PLAN-CODE
                      and WS-PL-TIER (WS-PL-IDX) = NH-BEN-TIER
                       move 'Y' to WS-PLAN-FOUND
                   end-if
               end-perform
               if WS-PLAN-FOUND not = 'Y'
                   move 'benefit plan/tier not on the plan file'
                       to WS-REJECT-REASON
                   go to VALIDATE-NEW-HIRE-DONE
               end-if
           end-if.
       VALIDATE-NEW-HIRE-DONE.
           continue.

       CHECK-STATE-CODE.
           move 'N' to WS-STATE-FOUND.
           perform varying WS-STATE-IDX from 1 by 1
               until WS-STATE-IDX > 52
               if WS-STATE-CODE (WS-STATE-IDX) = WS-CHECK-STATE
                   move 'Y' to WS-STATE-FOUND
               end-if
           end-perform.

       CHECK-CUSTOMER.
           move 'N' to WS-CUST-FOUND.
           if WS-CUSTOMER-STATUS = '00'
               move WS-CHECK-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       move 'N' to WS-CUST-FOUND
                   not invalid key
                       move 'Y' to WS-CUST-FOUND
               end-read
           end-if.

       CHECK-ONE-ELECTION.
           if NH-ELEC-CUST-ID (WS-ELEC-IDX) not numeric
              or NH-ELEC-AMOUNT (WS-ELEC-IDX) not numeric
              or NH-ELEC-PCT (WS-ELEC-IDX) not numeric
               move 'an election figure is not numeric'
                   to WS-REJECT-REASON
           else
               move NH-ELEC-CUST-ID (WS-ELEC-IDX) to WS-CHECK-CUST-ID
               perform CHECK-CUSTOMER
               if WS-CUST-FOUND not = 'Y'
                   move 'election customer not on customers.dat'
                       to WS-REJECT-REASON
               end-if
           end-if.
           if WS-REJECT-REASON = spaces
               move function upper-case (NH-ELEC-MODE (WS-ELEC-IDX))
                   to NH-ELEC-MODE (WS-ELEC-IDX)
               evaluate NH-ELEC-MODE (WS-ELEC-IDX)
                   when 'A'
                       move 0 to NH-ELEC-PCT (WS-ELEC-IDX)
                   when 'P'
                       move 0 to NH-ELEC-AMOUNT (WS-ELEC-IDX)
                       add NH-ELEC-PCT (WS-ELEC-IDX) to WS-PCT-TOTAL
                       move 'Y' to WS-HAS-PERCENT
                   when other
                       move 'election mode must be A or P'
                           to WS-REJECT-REASON
               end-evaluate
           end-if.

       WRITE-REJECT.
           move spaces to REJECT-RECORD.
           move NEW-HIRE-RECORD to REJ-ROW.
           move WS-REJECT-REASON to REJ-REASON.
           write REJECT-RECORD.
           add 1 to WS-ROWS-REJECTED.
           display "Row " WS-ROWS-READ " (employee " NH-EMP-ID
               ") rejected: " WS-REJECT-REASON.

      *    Writes one good row everywhere it belongs.
       LOAD-NEW-HIRE.
           move NH-EMP-ID to WS-TARGET-EMP-ID.
           move NH-EMP-ID to EMP-ID.
           move NH-NAME to EMP-NAME.
           move NH-TYPE to EMP-TYPE.
           if NH-TYPE = 'S'
               move NH-SALARY to EMP-SALARY
               move 0 to EMP-HOURLY-RATE
               move 0 to EMP-HOURS-WORKED
           else
               move NH-HOURLY-RATE to EMP-HOURLY-RATE
               move NH-HOURS-WORKED to EMP-HOURS-WORKED
               move 0 to EMP-SALARY
           end-if.
           move NH-DEPARTMENT to EMP-DEPARTMENT.
           move NH-401K-PCT to EMP-401K-PCT.
           move NH-HEALTH-DEDUCTION to EMP-HEALTH-DEDUCTION.
           move NH-SHIFT to EMP-SHIFT.
           if NH-SHIFT = 'D'
               move 0 to EMP-SHIFT-DIFF
           else
               move NH-SHIFT-DIFF to EMP-SHIFT-DIFF
           end-if.
           move NH-PTO-ACCRUAL-RATE to EMP-PTO-ACCRUAL-RATE.
           move 0 to EMP-PTO-BALANCE.
           move NH-PAY-FREQUENCY to EMP-PAY-FREQUENCY.
           move NH-WORK-STATE to EMP-WORK-STATE.
           move NH-RES-STATE to EMP-RES-STATE.
           move NH-HIRE-DATE to EMP-HIRE-DATE.
           move NH-UNION-CONTRACT to EMP-UNION-CONTRACT.
           if NH-UNION-CONTRACT = spaces
               move 0 to EMP-UNION-GRADE
               move 0 to EMP-UNION-STEP
           else
               move NH-UNION-GRADE to EMP-UNION-GRADE
               move NH-UNION-STEP to EMP-UNION-STEP
           end-if.
           move NH-COMPANY to EMP-COMPANY.
           move 0 to EMP-YTD-STATE-TAX.
           move 0 to EMP-YTD-LOCAL-TAX.
           move 0 to EMP-YTD-GROSS.
           move 0 to EMP-YTD-TAX.
           move 0 to EMP-YTD-401K.
           move 0 to EMP-YTD-HEALTH.
           move 0 to EMP-YTD-NET.
           move spaces to EMP-PAY-PERIOD.
           write EMPLOYEE-RECORD
               invalid key
                   move 'employee ID already exists'
                       to WS-REJECT-REASON
                   perform WRITE-REJECT
                   go to LOAD-NEW-HIRE-DONE
           end-write.
           move 'A' to EA-ACTION.
           move 'RECORD-ADDED' to EA-FIELD.
           move spaces to EA-OLD-VALUE.
           move NH-NAME to EA-NEW-VALUE.
           perform WRITE-EMP-AUDIT.

           move NH-EMP-ID to W4-EMP-ID.
           move NH-W4-FILING-STATUS to W4-FILING-STATUS.
           move NH-W4-DEPENDENT-CREDITS to W4-DEPENDENT-CREDITS.
           move NH-W4-EXTRA-WITHHOLDING to W4-EXTRA-WITHHOLDING.
           move NH-W4-EXEMPT-FLAG to W4-EXEMPT-FLAG.
           write W4-ELECTION-RECORD
               invalid key
                   rewrite W4-ELECTION-RECORD
           end-write.
           move 'W4-ELECTIONS' to EA-FIELD.
           move NH-W4-FILING-STATUS to EA-NEW-VALUE.
           perform WRITE-EMP-AUDIT.
           if NH-W4-EXEMPT-FLAG = 'Y'
               move 'W4-EXEMPT' to EA-FIELD
               move 'Y' to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.

           if NH-BANK-CUST-ID not = 0 or NH-BANK-ROUTING not = 0
               move 'B' to WS-PPC-PARK-TYPE
               move '(new hire)' to WS-PPC-PARK-OLD
               move NH-BANK-CUST-ID to WS-PPC-PARK-CUST
               move NH-BANK-ACCOUNT to WS-PPC-PARK-ACCT
               move NH-BANK-ROUTING to WS-PPC-PARK-ROUTING
               perform WRITE-PENDING-PAY-CHANGE
               add 1 to WS-LINKS-PARKED
               move 'XREF-PARKED' to EA-FIELD
               move NH-BANK-CUST-ID to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.

           if NH-ELECTION-COUNT > 0
               perform STAGE-ELECTION-SET
               move 'D' to WS-PPC-PARK-TYPE
               move '(election set)' to WS-PPC-PARK-OLD
               move 0 to WS-PPC-PARK-CUST
               move 0 to WS-PPC-PARK-ACCT
               move 0 to WS-PPC-PARK-ROUTING
               perform WRITE-PENDING-PAY-CHANGE
               add 1 to WS-SETS-STAGED
               move 'DD-ELECTIONS-STAGED' to EA-FIELD
               move NH-ELECTION-COUNT to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.

           if NH-BEN-PLAN-CODE not = spaces
               move NH-EMP-ID to BE-EMP-ID
               move NH-BEN-PLAN-CODE to BE-PLAN-CODE
               move NH-BEN-TIER to BE-TIER
               write BENEFIT-ENROLL-RECORD
               move 'BENEFIT-ENROLL' to EA-FIELD
               move spaces to EA-NEW-VALUE
               string NH-BEN-PLAN-CODE delimited by space
                      "/" delimited by size
                      NH-BEN-TIER delimited by size
                      into EA-NEW-VALUE
               end-string
               perform WRITE-EMP-AUDIT
           end-if.
       LOAD-NEW-HIRE-DONE.
           continue.

      *    Appends the row's elections to the staging file in
      *    priority order; the approval replaces the live set.
       STAGE-ELECTION-SET.
           open extend DD-STAGED-FILE.
           if WS-STAGED-STATUS not = '00'
               open output DD-STAGED-FILE
           end-if.
           perform varying WS-ELEC-IDX from 1 by 1
               until WS-ELEC-IDX > NH-ELECTION-COUNT
               move NH-EMP-ID to STG-EMP-ID
               move WS-ELEC-IDX to STG-PRIORITY
               move NH-ELEC-CUST-ID (WS-ELEC-IDX) to STG-CUST-ID
               move NH-ELEC-MODE (WS-ELEC-IDX) to STG-MODE
               move NH-ELEC-AMOUNT (WS-ELEC-IDX) to STG-AMOUNT
               move NH-ELEC-PCT (WS-ELEC-IDX) to STG-PCT
               write DD-STAGED-RECORD
           end-perform.
           close DD-STAGED-FILE.

      *    Parks one deposit change for a second operator, keyed by
      *    the importing operator so that operator cannot approve
      *    it. New IDs come from a single keyed START for the
      *    highest existing ID.
       WRITE-PENDING-PAY-CHANGE.
           move 0 to WS-PPC-NEW-ID.
           open i-o PENDING-PAY-CHANGE-FILE.
           if WS-PPC-STATUS not = '00'
               open output PENDING-PAY-CHANGE-FILE
               close PENDING-PAY-CHANGE-FILE
               open i-o PENDING-PAY-CHANGE-FILE
           else
               move 999999 to PPC-ID
               start PENDING-PAY-CHANGE-FILE key is less than or
                   equal to PPC-ID
                   invalid key
                       move 0 to WS-PPC-NEW-ID
                   not invalid key
                       read PENDING-PAY-CHANGE-FILE next record
                           at end
                               move 0 to WS-PPC-NEW-ID
                           not at end
                               move PPC-ID to WS-PPC-NEW-ID
                       end-read
               end-start
           end-if.
           add 1 to WS-PPC-NEW-ID.
           move WS-PPC-NEW-ID to PPC-ID.
           move WS-PPC-PARK-TYPE to PPC-TYPE.
           move WS-TARGET-EMP-ID to PPC-EMP-ID.
           move WS-PPC-PARK-OLD to PPC-OLD-VALUE.
           move spaces to PPC-NEW-VALUE.
           move WS-PPC-PARK-CUST to PPC-NEW-CUST-ID.
           move WS-PPC-PARK-ACCT to PPC-NEW-ACCOUNT.
           move WS-PPC-PARK-ROUTING to PPC-NEW-ROUTING.
           move WS-OPERATOR-ID to PPC-KEYED-BY.
           move WS-TODAY to PPC-KEYED-DATE.
           set PPC-OPEN to true.
           move 'new-hire import' to PPC-REASON.
           move 0 to PPC-EFFECTIVE-DATE.
           write PENDING-PAY-CHANGE-RECORD.
           close PENDING-PAY-CHANGE-FILE.

      *    Appends one dated change-trail line; the caller has set
      *    the action, field, and after value.
       WRITE-EMP-AUDIT.
           open extend EMP-AUDIT-FILE.
           if WS-EMP-AUDIT-STATUS not = '00'
               open output EMP-AUDIT-FILE
           end-if.
           move function current-date(1:8) to EA-DATE.
           move function current-date(9:6) to EA-TIME.
           move 'new-hire-import' to EA-PROGRAM.
           move WS-TARGET-EMP-ID to EA-EMP-ID.
           move spaces to EA-OLD-VALUE.
           move WS-OPERATOR-ID to EA-OPERATOR-ID.
           write EMP-AUDIT-RECORD.
           close EMP-AUDIT-FILE.

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
