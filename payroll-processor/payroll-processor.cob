       environment division.
       input-output section.
       file-control.
      *    Keyed on EMP-ID. A real run opens it i-o and rewrites
      *    each employee's YTD figures, PTO balance and last-paid
      *    period in place as they are paid.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

      *    Sort pass: PROCESS-EMPLOYEES reads employee
           organization is line sequential
           file status is WS-REPORT-STATUS.

      *    Batch control record for pay_history.dat: count and
      *    net-amount hash-total written after every committed run,
      *    verified by payroll-recon.cbl before it trusts the file.

      *    Taxable fringe benefits (group-term life over the limit,
      *    personal use of a company vehicle) per employee and
      *    benefit type, maintained by fringe-benefit-maint.cbl;
      *    the STAFFBANK lines for staff-account pricing are rebuilt
      *    each month by staff-benefit-impute.cbl.
      *    The period amount is imputed income: it raises taxable
      *    wages and YTD gross without adding to net pay.
       select FRINGE-BENEFIT-FILE
           organization is line sequential
           file status is WS-STATE-TAX-STATUS.

      *    State unemployment experience rates and taxable wage
      *    bases, per company and work state, effective-dated and
      *    maintained through suta-rate-maint.cbl. Company 000 rows
      *    cover any company without its own row for the state.
       select SUTA-RATE-FILE
           assign to 'suta_rates.dat'
           organization is line sequential
           file status is WS-SUTA-STATUS.

      *    Minimum wage, tipped cash wage and exempt salary
      *    threshold by state and locality, effective-dated and
      *    maintained through min-wage-maint.cbl; a US row is the
      *    federal floor.
       select MIN-WAGE-FILE
           assign to 'min_wage.dat'
           organization is line sequential
           file status is WS-MW-STATUS.

      *    Per-employee personal data kept from employee-maint:
      *    the work locality and tipped flag the minimum wage
      *    check reads.
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.

      *    Per-jurisdiction remittance summary written at the end of
      *    the run, the way garnish_remit.csv works per agency.
       select STATE-REMIT-FILE
           file status is WS-DEDUCTION-STATUS.

      *    Flags employees whose hours or rate fall outside the sane
      *    ranges checked in CHECK-FOR-EXCEPTIONS, or whose pay is
      *    under the minimum wage or exempt salary threshold checked
      *    in CHECK-MINIMUM-WAGE; the run still pays them unless the
      *    operator chose to hold pay for the latter.
       select EXCEPTION-REPORT
           assign to 'payroll_exceptions.txt'
           organization is line sequential
           file status is WS-CHECK-CTL-STATUS.

      *    One EmpID,Amount line per bonus/commission to be merged
      *    into that employee's gross pay this run; the banking
      *    system's loan-commission.cbl appends its officers'
      *    monthly commission here. Loaded into
      *    WS-BONUS-TABLE at startup the same way department totals
      *    are accumulated in memory.
       select BONUS-FILE
           organization is line sequential
           file status is WS-APPROVED-STATUS.

      *    Employee expense claims maintained and approved in
      *    expense-maint.cbl. Approved claims are paid as a
      *    non-taxable reimbursement on top of net pay and marked
      *    paid with the period, so no claim is paid twice.
       select EXPENSE-CLAIM-FILE
           assign to 'expense_claims.dat'
           organization is indexed
           access mode is dynamic
           record key is EXP-CLAIM-ID
           lock mode is automatic
           file status is WS-EXP-STATUS.

      *    Federal tax deposit ledger: one liability per company per
      *    pay date and run -- income tax withheld plus the employer
      *    FICA match -- added to as each employee is committed, so
      *    a restarted run lands on the same liability. Due dates
      *    and deposits are worked by tax-deposit-report.cbl and
      *    tax-deposit-maint.cbl.
       select TAX-DEPOSIT-FILE
           assign to 'tax_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TDL-KEY
           lock mode is automatic
           file status is WS-TDL-STATUS.

      *    Employee pay advances paid out through offcycle-pay.cbl.
      *    Each outstanding advance is repaid by its per-period
      *    amount after garnishments; the balance is rewritten as
      *    it is taken, and the advance is satisfied at zero.
       select PAY-ADVANCE-FILE
           assign to 'pay_advances.dat'
           organization is indexed
           access mode is dynamic
           record key is ADV-ID
           lock mode is automatic
           file status is WS-ADV-STATUS.

      *    Postings are stamped with the open business day and
      *    refused while the day is closed, the same rule every
      *    other posting path applies.
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       sd SORT-WORK-FILE.
       01 SORT-EMPLOYEE-RECORD.
          05 SRT-EMP-ID               pic 9(6).
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd COMPANY-MASTER-FILE.
       01 COMPANY-MASTER-RECORD.
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd UNION-CONTRACT-FILE.
       01 UNION-CONTRACT-RECORD.
          05 STX-CODE               pic x(4).
          05 STX-RATE               pic 9v9999.

       fd SUTA-RATE-FILE.
       01 SUTA-RATE-RECORD.
          05 SUR-COMPANY            pic x(3).
          05 SUR-STATE              pic x(2).
          05 SUR-EFFECTIVE-DATE     pic 9(8).
          05 SUR-RATE               pic 9v9999.
          05 SUR-WAGE-BASE          pic 9(7)v99.

       fd MIN-WAGE-FILE.
       01 MIN-WAGE-RECORD.
          05 MW-STATE               pic x(2).
          05 MW-LOCALITY            pic x(6).
          05 MW-EFFECTIVE-DATE      pic 9(8).
          05 MW-HOURLY-MINIMUM      pic 9(3)v99.
          05 MW-TIPPED-CASH-WAGE    pic 9(3)v99.
          05 MW-EXEMPT-SALARY       pic 9(7)v99.

       fd EMP-PERSONAL-FILE.
       01 EMP-PERSONAL-RECORD.
          05 EPD-EMP-ID             pic 9(6).
          05 EPD-SSN                pic 9(9).
          05 EPD-ADDRESS            pic x(30).
          05 EPD-CITY               pic x(20).
          05 EPD-STATE              pic x(2).
          05 EPD-ZIP                pic x(10).
          05 EPD-BIRTH-DATE         pic 9(8).
          05 EPD-REHIRE-DATE        pic 9(8).
          05 EPD-NH-REPORTED-HIRE   pic 9(8).
          05 EPD-NH-REPORTED-DATE   pic 9(8).
          05 EPD-WORK-LOCALITY      pic x(6).
          05 EPD-TIPPED             pic x(1).

       fd STATE-REMIT-FILE.
       01 STATE-REMIT-LINE          pic x(60).

          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd PTO-REQUEST-FILE.
       01 PTO-REQUEST-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

       fd GARNISH-ORDER-FILE.
       01 GARNISH-ORDER-RECORD.
          05 AH-PERIOD              pic x(6).
          05 AH-EMP-ID              pic 9(6).
          05 AH-HOURS               pic 9(3)v99.
          05 AH-APPROVED-BY         pic 9(4).
          05 AH-APPROVED-DATE       pic 9(8).

       fd EXPENSE-CLAIM-FILE.
       01 EXPENSE-CLAIM-RECORD.
          05 EXP-CLAIM-ID           pic 9(6).
          05 EXP-EMP-ID             pic 9(6).
          05 EXP-DATE               pic 9(8).
          05 EXP-CATEGORY           pic x(1).
          05 EXP-MILES              pic 9(5)v9.
          05 EXP-MILE-RATE          pic 9v999.
          05 EXP-AMOUNT             pic 9(6)v99.
          05 EXP-DESCRIPTION        pic x(30).
          05 EXP-KEYED-BY           pic 9(4).
          05 EXP-APPROVER           pic 9(4).
          05 EXP-APPROVED-DATE      pic 9(8).
          05 EXP-STATUS             pic x(1).
             88 EXP-APPROVED        value 'A'.
             88 EXP-PAID            value 'P'.
          05 EXP-PAID-PERIOD        pic x(6).

       fd PAY-ADVANCE-FILE.
       01 PAY-ADVANCE-RECORD.
          05 ADV-ID                 pic 9(6).
          05 ADV-EMP-ID             pic 9(6).
          05 ADV-AMOUNT             pic 9(6)v99.
          05 ADV-REQUEST-DATE       pic 9(8).
          05 ADV-ISSUE-DATE         pic 9(8).
          05 ADV-PER-PERIOD         pic 9(6)v99.
          05 ADV-REMAINING          pic 9(6)v99.
          05 ADV-FINAL-AUTH         pic x(1).
          05 ADV-KEYED-BY           pic 9(4).
          05 ADV-APPROVER           pic 9(4).
          05 ADV-APPROVED-DATE      pic 9(8).
          05 ADV-STATUS             pic x(1).
             88 ADV-OUTSTANDING     value 'O'.
             88 ADV-SATISFIED       value 'S'.
          05 ADV-OC-RUN             pic x(6).
          05 ADV-LAST-PERIOD        pic x(6).
          05 ADV-LAST-REPAID        pic 9(6)v99.

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
       01 WS-REPORT-STATUS        pic xx.
          88 REPORT-SUCCESS       value '00'.

       01 WS-EMP-READ-OK          pic x.

       01 WS-PAY-PERIOD           pic x(6).
       01 WS-SORT-CHOICE          pic x.
       01 WS-GROSSUP-FED-RATE   pic 9v9(6).
       01 WS-THIS-BONUS-GROSSED pic x value 'N'.
       01 WS-THIS-BONUS         pic 9(6)v99.
       01 WS-BONUS-TOTAL        pic 9(6)v99.
       01 WS-EOF-FLAG           pic x value 'N'.
          88 EOF-REACHED        value 'Y'.
       01 WS-HOURS-VALID-FLAG   pic x value 'Y'.
       01 WS-FORMATTED-PTO      pic $ZZZ,ZZ9.99.

      *    Terminated employee IDs, loaded at startup; matching
      *    employees are left on employees.dat unchanged instead of
      *    being paid.
       01 WS-TERM-STATUS        pic xx.
       01 WS-TERM-USED          pic 9(3) value zero.
       01 WS-TERM-TABLE.

       01 WS-FRINGE-STATUS       pic xx.
       01 WS-FRINGE-TABLE.
          05 WS-FRINGE-ENTRY occurs 500 times.
             10 WS-FB-EMP-ID       pic 9(6).
             10 WS-FB-TYPE         pic x(10).
             10 WS-FB-AMOUNT       pic 9(6)v99.
       01 WS-FRINGE-USED         pic 9(3) value zero.
       01 WS-FRINGE-SUB          pic 9(3).
       01 WS-FB-EOF-FLAG         pic x value 'N'.
          88 FB-EOF-REACHED      value 'Y'.
       01 WS-FRINGE-AMOUNT       pic 9(6)v99.
       01 WS-STX-SUB             pic 9(2).
       01 WS-STX-EOF-FLAG        pic x value 'N'.
          88 STX-EOF-REACHED     value 'Y'.

      *    SUTA rate rows in force on the business date; the pay
      *    run keeps the latest row per company and state.
       01 WS-SUTA-STATUS         pic xx.
       01 WS-SUR-TABLE.
          05 WS-SUR-ENTRY occurs 200 times.
             10 WS-SUR-COMPANY     pic x(3).
             10 WS-SUR-STATE       pic x(2).
             10 WS-SUR-EFF-DATE    pic 9(8).
             10 WS-SUR-RATE        pic 9v9999.
             10 WS-SUR-WAGE-BASE   pic 9(7)v99.
       01 WS-SUR-USED            pic 9(3) value zero.
       01 WS-SUR-SUB             pic 9(3).
       01 WS-SUR-BEST-DATE       pic 9(8).
       01 WS-SUR-LOOKUP-CO       pic x(3).
       01 WS-SUR-EOF-FLAG        pic x value 'N'.
          88 SUR-EOF-REACHED     value 'Y'.
       01 WS-EMP-SUTA-RATE       pic 9v9999.
       01 WS-EMP-SUTA-WAGE-CAP   pic 9(7)v99.

      *    Minimum wage rows in force on the business date. With no
      *    US row the federal floor below applies; the highest of
      *    the federal, state and locality floors governs.
       01 WS-MW-STATUS           pic xx.
       01 WS-EPD-STATUS          pic xx.
       01 WS-EPD-OPEN            pic x value 'N'.
       01 WS-MW-TABLE.
          05 WS-MW-ENTRY occurs 200 times.
             10 WS-MW-STATE        pic x(2).
             10 WS-MW-LOCALITY     pic x(6).
             10 WS-MW-EFF-DATE     pic 9(8).
             10 WS-MW-MINIMUM      pic 9(3)v99.
             10 WS-MW-TIPPED-CASH  pic 9(3)v99.
             10 WS-MW-EXEMPT       pic 9(7)v99.
       01 WS-MW-USED             pic 9(3) value zero.
       01 WS-MW-SUB              pic 9(3).
       01 WS-MW-BEST-SUB         pic 9(3).
       01 WS-MW-BEST-DATE        pic 9(8).
       01 WS-MW-EOF-FLAG         pic x value 'N'.
          88 MW-EOF-REACHED      value 'Y'.
       01 WS-MW-FED-MINIMUM      pic 9(3)v99 value 7.25.
       01 WS-MW-FED-TIPPED-CASH  pic 9(3)v99 value 2.13.
       01 WS-MW-FED-EXEMPT       pic 9(7)v99 value 35568.00.
       01 WS-MW-LOOKUP-STATE     pic x(2).
       01 WS-MW-LOOKUP-LOCALITY  pic x(6).
       01 WS-MW-EMP-LOCALITY     pic x(6).
       01 WS-MW-EMP-TIPPED       pic x.
       01 WS-MW-LEVEL-FLOOR      pic 9(3)v99.
       01 WS-MW-REQUIRED-RATE    pic 9(3)v99.
       01 WS-MW-REQUIRED-SALARY  pic 9(7)v99.
       01 WS-MW-TIP-CREDIT-USED  pic x.
       01 WS-MW-EMP-RATE         pic 9(3)v99.
       01 WS-MW-ANNUAL-SALARY    pic 9(8)v99.
       01 WS-MW-VIOLATION        pic x.
       01 WS-MW-HOLD-CHOICE      pic x.
       01 WS-MW-HOLD-FLAG        pic x value 'N'.
          88 MW-HOLD-PAY         value 'Y'.
       01 WS-MW-FLAGGED          pic 9(5) value zero.
       01 WS-MW-HELD             pic 9(5) value zero.
       01 WS-MW-FMT-RATE         pic ZZ9.99.
       01 WS-MW-FMT-FLOOR        pic ZZ9.99.
       01 WS-MW-FMT-SALARY       pic ZZZ,ZZ9.99.
       01 WS-MW-FMT-THRESHOLD    pic ZZZ,ZZ9.99.
       01 WS-GOVERNING-STATE     pic x(2).
       01 WS-STATE-TAX           pic 9(6)v99.
       01 WS-LOCAL-TAX           pic 9(6)v99.
       01 WS-TOTAL-TAX-WITHHELD  pic 9(8)v99 value zero.
       01 WS-TOTAL-NET-PAY       pic 9(8)v99 value zero.

      *    Approved, unpaid expense claims loaded at startup. Each
      *    category books to its own expense account, encoded the
      *    same way the withholding table is; the amounts paid this
      *    run accumulate alongside for the footer and GL export.
       01 WS-EXP-STATUS          pic xx.
       01 WS-EXP-USED            pic 9(3) value zero.
       01 WS-EXP-TABLE.
          05 WS-EXP-ENTRY OCCURS 500 TIMES INDEXED BY WS-EXP-IDX.
             10 WS-EXP-CLAIM-ID    pic 9(6).
             10 WS-EXP-EMP-ID      pic 9(6).
             10 WS-EXP-CATEGORY    pic x(1).
             10 WS-EXP-AMOUNT      pic 9(6)v99.
       01 WS-RMB-ACCOUNT-VALUES.
          05 FILLER                pic x(13) value 'T6510TRAVEL  '.
          05 FILLER                pic x(13) value 'M6520MILEAGE '.
          05 FILLER                pic x(13) value 'L6530LODGING '.
          05 FILLER                pic x(13) value 'F6540MEALS   '.
          05 FILLER                pic x(13) value 'O6590OTHER   '.
       01 WS-RMB-ACCOUNT-TABLE REDEFINES WS-RMB-ACCOUNT-VALUES.
          05 WS-RMB-ACCOUNT-ENTRY OCCURS 5 TIMES.
             10 WS-RMB-CATEGORY    pic x(1).
             10 WS-RMB-ACCOUNT     pic x(4).
             10 WS-RMB-NAME        pic x(8).
       01 WS-RMB-AMOUNTS.
          05 WS-RMB-AMOUNT OCCURS 5 TIMES pic 9(8)v99.
       01 WS-RMB-SUB             pic 9(1).
       01 WS-THIS-REIMBURSE      pic 9(6)v99.
       01 WS-TOTAL-REIMBURSE     pic 9(8)v99 value zero.

      *    Outstanding pay advances, loaded at startup; repayments
      *    taken this run reduce the in-table balances and are
      *    rewritten to the advance file as they are taken.
       01 WS-ADV-STATUS          pic xx.
       01 WS-ADV-USED            pic 9(3) value zero.
       01 WS-ADV-TABLE.
          05 WS-ADV-ENTRY OCCURS 500 TIMES INDEXED BY WS-ADV-IDX.
             10 WS-ADV-ID          pic 9(6).
             10 WS-ADV-EMP-ID      pic 9(6).
             10 WS-ADV-PER-PERIOD  pic 9(6)v99.
             10 WS-ADV-REMAINING   pic 9(6)v99.
       01 WS-ADV-THIS-TAKE       pic 9(6)v99.
       01 WS-THIS-ADV-REPAY      pic 9(6)v99.
       01 WS-TOTAL-ADV-REPAY     pic 9(8)v99 value zero.

       01 WS-TDL-STATUS          pic xx.
       01 WS-TDL-ER-FICA         pic 9(6)v99.

      *    Employer-side taxes per employee, applied against the
      *    annual wage caps using the YTD gross before this period's
      *    pay is added. Rates/caps are the statutory figures;
      *    adjust here when the new year's limits publish. The SUTA
      *    pair is only the fallback for a company and work state
      *    with no row on suta_rates.dat.
       01 WS-ER-SS-RATE          pic 9v9999 value 0.0620.
       01 WS-ER-SS-WAGE-CAP      pic 9(7)v99 value 160200.00.
       01 WS-ER-MED-RATE         pic 9v9999 value 0.0145.
           perform VALIDATE-PAY-PERIOD thru VALIDATE-PERIOD-DONE.
      *    A preview performs the full calculation and produces the
      *    report, stubs, and exception report marked PREVIEW, but
      *    commits nothing: no deposits, no employees.dat update, no
      *    check-number or garnishment updates, no run-control
      *    entry, and no GL/remittance/history output.
           display "Preview run only (nothing posted)? (Y/N): ".
                       thru READ-ACH-PENDING-DONE
               end-if
           end-if.
      *    Employees under the minimum wage or the exempt salary
      *    threshold are always listed on the exception report;
      *    holding their pay until the record is corrected is the
      *    operator's call for the run.
           display "Hold pay for employees below minimum wage or "
               "the exempt salary threshold? (Y/N): ".
           accept WS-MW-HOLD-CHOICE.
           if WS-MW-HOLD-CHOICE = 'Y' or WS-MW-HOLD-CHOICE = 'y'
               move 'Y' to WS-MW-HOLD-FLAG
           end-if.
           display "Sort report by ([N]ame/[D]epartment/none - "
               "ID order): ".
           accept WS-SORT-CHOICE.
           perform READ-COMPANY-MASTER.
           perform READ-LAST-CHECK-NUMBER.
           perform READ-STATE-TAX-TABLE.
           perform READ-SUTA-RATES.
           perform READ-MINIMUM-WAGES.
           perform READ-FRINGE-BENEFITS.
           perform READ-MATCH-CONFIG.
           perform READ-WC-TABLES.
           perform READ-DD-ELECTIONS.
           perform READ-LABOR-ALLOCATIONS.
           perform READ-BENEFIT-PLANS.
           perform READ-EXPENSE-CLAIMS.
           perform READ-PAY-ADVANCES.
           perform WRITE-REPORT-HEADER.
           perform PROCESS-EMPLOYEES.
      *    A restarted run's in-memory totals cover only the
           if RESTART-RUN
               perform REBUILD-TOTALS-FROM-HISTORY
                   thru REBUILD-TOTALS-DONE
               perform REBUILD-REIMBURSE-FROM-CLAIMS
               perform REBUILD-ADV-REPAY-FROM-FILE
           end-if.
           perform WRITE-REPORT-FOOTER.
           if not PREVIEW-RUN
               " direct deposit(s) posted to checking accounts.".
           display WS-EXCEPTIONS-FOUND
               " exception(s) written to payroll_exceptions.txt.".
           if WS-MW-FLAGGED > 0
               display WS-MW-FLAGGED " employee(s) below minimum "
                   "wage or exempt salary; " WS-MW-HELD " held."
           end-if.

           stop run.

      *    Sorts employees.dat into SORTED-EMPLOYEE-FILE on the
      *    requested key before the run -- the sort itself
      *    opens and closes EMPLOYEE-FILE, so OPEN-FILES below opens
      *    SORTED-EMPLOYEE-FILE for PROCESS-EMPLOYEES to read in
      *    order, and EMPLOYEE-FILE again for the keyed reads.
       SORT-EMPLOYEES.
           evaluate WS-SORT-CHOICE
               when 'N' when 'n'
              stop run
           end-if

      *    A preview only reads the master; a real run holds each
      *    record it pays for the rewrite.
           if PREVIEW-RUN
               open input EMPLOYEE-FILE
           else
               open i-o EMPLOYEE-FILE
           end-if.
           if not EMP-SUCCESS
              display "Error opening employees.dat: " WS-EMP-STATUS
              stop run
           end-if.

      *    A restart picks the half-written outputs back up in
      *    extend instead of truncating what the crashed run
      *    already committed.
           if RESTART-RUN
               open extend payroll-report
               open extend DIRECT-DEPOSIT-FILE
               open extend DEDUCTION-FILE
               open extend EXCEPTION-REPORT
              stop run
           end-if.

      *    A preview must not clobber the last committed run's
      *    deposit file -- the funding reconciliation reads it.
           if not PREVIEW-RUN
                   continue
                not at end
                   move SE-EMP-ID to EMP-ID
                   perform READ-EMPLOYEE-MASTER
                   if WS-EMP-READ-OK = 'Y'
                       perform PAY-ONE-EMPLOYEE
                   end-if
             end-read
           end-perform.

      *    The sorted file only sets the order; each employee is
      *    paid from the live master record, read here by key. A
      *    real run holds that record locked until
      *    UPDATE-EMPLOYEE-MASTER rewrites it, so a change keyed in
      *    employee-maint.cob meanwhile waits rather than being
      *    lost under this run's YTD update. An employee another
      *    session has locked is left unpaid and listed on the
      *    exception report; a restart of the period picks them up.
       READ-EMPLOYEE-MASTER.
           move 'Y' to WS-EMP-READ-OK.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-EMP-READ-OK
           end-read.
           if WS-EMP-STATUS = '51'
               move 'N' to WS-EMP-READ-OK
               move spaces to EXCEPTION-LINE
               string "Employee " delimited by size
                      SE-EMP-ID delimited by size
                      ": record in use by another session,"
                          delimited by size
                      " not paid." delimited by size
                      into EXCEPTION-LINE
               end-string
               write EXCEPTION-LINE
               add 1 to WS-EXCEPTIONS-FOUND
           end-if.

       PAY-ONE-EMPLOYEE.
           perform CHECK-EMPLOYEE-ALREADY-PAID.
           perform CHECK-EMPLOYEE-TERMINATED.
           perform CHECK-EMPLOYEE-ON-LEAVE.
           if WS-EMP-ALREADY-PAID = 'Y'
               continue
           else
               if WS-EMP-TERMINATED = 'Y'
                  or WS-EMP-ON-LEAVE = 'Y'
                   perform COPY-TERMINATED-EMPLOYEE
               else
                   perform CALCULATE-AND-WRITE-PAY
               end-if
           end-if.

      *    An employee on leave skips the run at zero pay -- no
      *    silent zero-pay flow-through with an unpaid health
      *    deduction vanishing -- and the missed premium accrues on
               end-if
           end-perform.

      *    A terminated employee's record is rewritten exactly as
      *    they stand -- YTD history preserved for w2-report.cob,
      *    last-paid period untouched, nothing paid.
       COPY-TERMINATED-EMPLOYEE.
      *    A split period paid on the day-weighted blend, but the
      *    master must carry the rate actually in force at period
               move WS-RATE-AT-END to EMP-HOURLY-RATE
               move WS-SALARY-AT-END to EMP-SALARY
           end-if.
           if not PREVIEW-RUN
               perform UPDATE-EMPLOYEE-MASTER
               perform WRITE-PAYROLL-CHECKPOINT
           end-if.

           move 0 to WS-PTO-PAY.
           move 0 to WS-PTO-HOURS-TAKEN.
           move 0 to WS-OVERTIME-PAY.
           move 0 to WS-STATE-TAX.
           move 0 to WS-LOCAL-TAX.
           move 0 to WS-HEALTH-TAKEN.
           move 0 to WS-FRINGE-AMOUNT.
           if WS-HOURS-VALID
               perform APPLY-RATE-HISTORY
               perform PRICE-UNION-RATE
               perform CHECK-MINIMUM-WAGE
                   thru CHECK-MINIMUM-WAGE-DONE
           end-if.
           if WS-HOURS-VALID
               if EMP-SALARIED-TYPE
                   move EMP-SALARY to WS-CALCULATED-PAY
               else
               perform ACCRUE-WC-PREMIUM
               perform CALCULATE-TAX-WITHHOLDING
               perform APPLY-GARNISHMENTS
               perform TAKE-ADVANCE-REPAYMENT
               perform TAKE-UNION-DUES
               perform RECOVER-ARREARS
               perform PAY-EXPENSE-CLAIMS
               perform WRITE-DEDUCTION-LINE

               add WS-CALCULATED-PAY to WS-TOTAL-PAYROLL
               perform WRITE-PAY-STUB
               if not PREVIEW-RUN
                   perform WRITE-PAY-HISTORY
                   perform POST-DEPOSIT-LIABILITY
               end-if
           end-if.

           add WS-NET-PAY to EMP-YTD-NET.
           subtract WS-PTO-HOURS-TAKEN from EMP-PTO-BALANCE.
           add EMP-PTO-ACCRUAL-RATE to EMP-PTO-BALANCE.
           move WS-PAY-PERIOD to EMP-PAY-PERIOD.
           if not PREVIEW-RUN
               perform UPDATE-EMPLOYEE-MASTER
               perform WRITE-PAYROLL-CHECKPOINT
           end-if.

      *    Rewrites the record READ-EMPLOYEE-MASTER locked, which
      *    also releases the lock.
       UPDATE-EMPLOYEE-MASTER.
           rewrite EMPLOYEE-RECORD
               invalid key
                   display "Employee " EMP-ID
                       " could not be updated on employees.dat: "
                       WS-EMP-STATUS
           end-rewrite.

      *    Writes this employee's pay stub to its own file, named from
      *    their ID and the pay period.
       WRITE-PAY-STUB.
               end-string
               write STUB-LINE
           end-if.
           if WS-THIS-ADV-REPAY > 0
               move spaces to STUB-LINE
               move WS-THIS-ADV-REPAY to WS-FORMATTED-PAY
               string "Advance Repayment: " delimited by size
                      WS-FORMATTED-PAY delimited by size
                      into STUB-LINE
               end-string
               write STUB-LINE
           end-if.
           if WS-THIS-REIMBURSE > 0
               move spaces to STUB-LINE
               move WS-THIS-REIMBURSE to WS-FORMATTED-PAY
               string "Reimbursement:     " delimited by size
                      WS-FORMATTED-PAY delimited by size
                      " (non-taxable)" delimited by size
                      into STUB-LINE
               end-string
               write STUB-LINE
           end-if.
           move spaces to STUB-LINE.
           move WS-NET-PAY to WS-FORMATTED-NET.
           string "Net Pay:           " delimited by size
               compute WS-ER-FUTA-TAX rounded =
                   WS-ER-CAPPED-WAGES * WS-ER-FUTA-RATE
           end-if.
           perform FIND-SUTA-RATE.
           if EMP-YTD-GROSS >= WS-EMP-SUTA-WAGE-CAP
               move 0 to WS-ER-SUTA-TAX
           else
               compute WS-ER-CAPPED-WAGES =
                   WS-EMP-SUTA-WAGE-CAP - EMP-YTD-GROSS
               if WS-ER-CAPPED-WAGES > WS-CALCULATED-PAY
                   move WS-CALCULATED-PAY to WS-ER-CAPPED-WAGES
               end-if
               compute WS-ER-SUTA-TAX rounded =
                   WS-ER-CAPPED-WAGES * WS-EMP-SUTA-RATE
           end-if.
           add WS-ER-SS-TAX WS-ER-MED-TAX
               giving WS-ER-CAPPED-WAGES.
                       move 'Y' to WS-FB-EOF-FLAG
               end-read
               perform until FB-EOF-REACHED
                   if WS-FRINGE-USED < 500
                       add 1 to WS-FRINGE-USED
                       move FB-EMP-ID
                           to WS-FB-EMP-ID (WS-FRINGE-USED)
               close STATE-TAX-TABLE-FILE
           end-if.

      *    Loads the SUTA rate rows already in force on the
      *    business date; a row effective later is next year's
      *    notice keyed early and is left for its own date.
       READ-SUTA-RATES.
           move 0 to WS-SUR-USED.
           move 'N' to WS-SUR-EOF-FLAG.
           open input SUTA-RATE-FILE.
           if WS-SUTA-STATUS = '00'
               read SUTA-RATE-FILE
                   at end
                       move 'Y' to WS-SUR-EOF-FLAG
               end-read
               perform until SUR-EOF-REACHED
                   if SUR-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                      and WS-SUR-USED < 200
                       add 1 to WS-SUR-USED
                       move SUR-COMPANY
                           to WS-SUR-COMPANY (WS-SUR-USED)
                       move SUR-STATE to WS-SUR-STATE (WS-SUR-USED)
                       move SUR-EFFECTIVE-DATE
                           to WS-SUR-EFF-DATE (WS-SUR-USED)
                       move SUR-RATE to WS-SUR-RATE (WS-SUR-USED)
                       move SUR-WAGE-BASE
                           to WS-SUR-WAGE-BASE (WS-SUR-USED)
                   end-if
                   read SUTA-RATE-FILE
                       at end
                           move 'Y' to WS-SUR-EOF-FLAG
                   end-read
               end-perform
               close SUTA-RATE-FILE
           end-if.

      *    Loads the minimum wage rows in force on the business
      *    date, and opens the personal-data file for the
      *    employee's work locality and tipped flag.
       READ-MINIMUM-WAGES.
           move 0 to WS-MW-USED.
           move 'N' to WS-MW-EOF-FLAG.
           open input MIN-WAGE-FILE.
           if WS-MW-STATUS = '00'
               read MIN-WAGE-FILE
                   at end
                       move 'Y' to WS-MW-EOF-FLAG
               end-read
               perform until MW-EOF-REACHED
                   if MW-EFFECTIVE-DATE <= WS-BUSINESS-DATE
                      and WS-MW-USED < 200
                       add 1 to WS-MW-USED
                       move MW-STATE to WS-MW-STATE (WS-MW-USED)
                       move MW-LOCALITY to WS-MW-LOCALITY (WS-MW-USED)
                       move MW-EFFECTIVE-DATE
                           to WS-MW-EFF-DATE (WS-MW-USED)
                       move MW-HOURLY-MINIMUM
                           to WS-MW-MINIMUM (WS-MW-USED)
                       move MW-TIPPED-CASH-WAGE
                           to WS-MW-TIPPED-CASH (WS-MW-USED)
                       move MW-EXEMPT-SALARY
                           to WS-MW-EXEMPT (WS-MW-USED)
                   end-if
                   read MIN-WAGE-FILE
                       at end
                           move 'Y' to WS-MW-EOF-FLAG
                   end-read
               end-perform
               close MIN-WAGE-FILE
           end-if.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS = '00'
               move 'Y' to WS-EPD-OPEN
           end-if.

      *    Checks the rate actually being paid -- after rate history
      *    and contract pricing, with any shift differential --
      *    against the highest of the federal, work-state and
      *    work-locality minimums. A tipped employee may be paid
      *    down to a level's tipped cash wage only where that level
      *    allows a tip credit (a zero cash wage means it does not).
      *    Salaried pay is annualized by pay frequency and checked
      *    against the highest exempt salary threshold.
       CHECK-MINIMUM-WAGE.
           move 'N' to WS-MW-VIOLATION.
           move spaces to WS-MW-EMP-LOCALITY.
           move 'N' to WS-MW-EMP-TIPPED.
           if WS-EPD-OPEN = 'Y'
               move EMP-ID to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPD-WORK-LOCALITY to WS-MW-EMP-LOCALITY
                       if EPD-TIPPED = 'Y'
                           move 'Y' to WS-MW-EMP-TIPPED
                       end-if
               end-read
           end-if.
           move 'N' to WS-MW-TIP-CREDIT-USED.
           move WS-MW-FED-MINIMUM to WS-MW-REQUIRED-RATE.
           if WS-MW-EMP-TIPPED = 'Y'
               move WS-MW-FED-TIPPED-CASH to WS-MW-REQUIRED-RATE
               move 'Y' to WS-MW-TIP-CREDIT-USED
           end-if.
           move WS-MW-FED-EXEMPT to WS-MW-REQUIRED-SALARY.
           move 'US' to WS-MW-LOOKUP-STATE.
           move spaces to WS-MW-LOOKUP-LOCALITY.
           perform APPLY-MINIMUM-WAGE-LEVEL.
           if EMP-WORK-STATE not = spaces
               move EMP-WORK-STATE to WS-MW-LOOKUP-STATE
               perform APPLY-MINIMUM-WAGE-LEVEL
               if WS-MW-EMP-LOCALITY not = spaces
                   move WS-MW-EMP-LOCALITY to WS-MW-LOOKUP-LOCALITY
                   perform APPLY-MINIMUM-WAGE-LEVEL
               end-if
           end-if.

           if EMP-HOURLY-TYPE
               move EMP-HOURLY-RATE to WS-MW-EMP-RATE
               if EMP-SHIFT-EVENING or EMP-SHIFT-NIGHT
                   add EMP-SHIFT-DIFF to WS-MW-EMP-RATE
               end-if
               if WS-MW-EMP-RATE < WS-MW-REQUIRED-RATE
                   move 'Y' to WS-MW-VIOLATION
                   move WS-MW-EMP-RATE to WS-MW-FMT-RATE
                   move WS-MW-REQUIRED-RATE to WS-MW-FMT-FLOOR
                   move spaces to EXCEPTION-LINE
                   string "Employee " delimited by size
                          EMP-ID delimited by size
                          ": rate " delimited by size
                          WS-MW-FMT-RATE delimited by size
                          " below minimum " delimited by size
                          WS-MW-FMT-FLOOR delimited by size
                          " for " delimited by size
                          EMP-WORK-STATE delimited by size
                          " " delimited by size
                          WS-MW-EMP-LOCALITY delimited by size
                          into EXCEPTION-LINE
                   end-string
                   if WS-MW-TIP-CREDIT-USED = 'Y'
                       move "(tip credit)" to EXCEPTION-LINE(66:12)
                   end-if
                   write EXCEPTION-LINE
               end-if
           else
               evaluate true
                   when EMP-WEEKLY-PAY
                       compute WS-MW-ANNUAL-SALARY = EMP-SALARY * 52
                   when EMP-BIWEEKLY-PAY
                       compute WS-MW-ANNUAL-SALARY = EMP-SALARY * 26
                   when other
                       compute WS-MW-ANNUAL-SALARY = EMP-SALARY * 12
               end-evaluate
               if EMP-SALARY > 0
                  and WS-MW-ANNUAL-SALARY < WS-MW-REQUIRED-SALARY
                   move 'Y' to WS-MW-VIOLATION
                   move WS-MW-ANNUAL-SALARY to WS-MW-FMT-SALARY
                   move WS-MW-REQUIRED-SALARY to WS-MW-FMT-THRESHOLD
                   move spaces to EXCEPTION-LINE
                   string "Employee " delimited by size
                          EMP-ID delimited by size
                          ": annual salary " delimited by size
                          WS-MW-FMT-SALARY delimited by size
                          " below exempt threshold " delimited by size
                          WS-MW-FMT-THRESHOLD delimited by size
                          into EXCEPTION-LINE
                   end-string
                   write EXCEPTION-LINE
               end-if
           end-if.
           if WS-MW-VIOLATION not = 'Y'
               go to CHECK-MINIMUM-WAGE-DONE.
           add 1 to WS-EXCEPTIONS-FOUND.
           add 1 to WS-MW-FLAGGED.
           if MW-HOLD-PAY
               move 'N' to WS-HOURS-VALID-FLAG
               add 1 to WS-MW-HELD
               move spaces to EXCEPTION-LINE
               string "Employee " delimited by size
                      EMP-ID delimited by size
                      ": pay HELD until corrected; pay off-cycle "
                          delimited by size
                      "once fixed." delimited by size
                      into EXCEPTION-LINE
               end-string
               write EXCEPTION-LINE
           end-if.
       CHECK-MINIMUM-WAGE-DONE.
           continue.

      *    Takes the latest row for one state/locality and raises
      *    the required rate and salary to it where it is higher.
       APPLY-MINIMUM-WAGE-LEVEL.
           move 0 to WS-MW-BEST-SUB.
           move 0 to WS-MW-BEST-DATE.
           perform varying WS-MW-SUB from 1 by 1
               until WS-MW-SUB > WS-MW-USED
               if WS-MW-STATE (WS-MW-SUB) = WS-MW-LOOKUP-STATE
                  and WS-MW-LOCALITY (WS-MW-SUB)
                      = WS-MW-LOOKUP-LOCALITY
                  and WS-MW-EFF-DATE (WS-MW-SUB) >= WS-MW-BEST-DATE
                   move WS-MW-EFF-DATE (WS-MW-SUB) to WS-MW-BEST-DATE
                   move WS-MW-SUB to WS-MW-BEST-SUB
               end-if
           end-perform.
           if WS-MW-BEST-SUB not = 0
               if WS-MW-LOOKUP-STATE = 'US'
                   move 0 to WS-MW-REQUIRED-RATE
                   move 0 to WS-MW-REQUIRED-SALARY
                   move 'N' to WS-MW-TIP-CREDIT-USED
               end-if
               move WS-MW-MINIMUM (WS-MW-BEST-SUB)
                   to WS-MW-LEVEL-FLOOR
               if WS-MW-EMP-TIPPED = 'Y'
                  and WS-MW-TIPPED-CASH (WS-MW-BEST-SUB) > 0
                   move WS-MW-TIPPED-CASH (WS-MW-BEST-SUB)
                       to WS-MW-LEVEL-FLOOR
               end-if
               if WS-MW-LEVEL-FLOOR > WS-MW-REQUIRED-RATE
                   move WS-MW-LEVEL-FLOOR to WS-MW-REQUIRED-RATE
                   if WS-MW-LEVEL-FLOOR
                          < WS-MW-MINIMUM (WS-MW-BEST-SUB)
                       move 'Y' to WS-MW-TIP-CREDIT-USED
                   else
                       move 'N' to WS-MW-TIP-CREDIT-USED
                   end-if
               end-if
               if WS-MW-EXEMPT (WS-MW-BEST-SUB)
                      > WS-MW-REQUIRED-SALARY
                   move WS-MW-EXEMPT (WS-MW-BEST-SUB)
                       to WS-MW-REQUIRED-SALARY
               end-if
           end-if.

      *    Picks the employee's SUTA rate and wage base by company
      *    and work state, taking the latest effective row: the
      *    company's own row first, then a company 000 row for the
      *    state, then the WS-ER-SUTA defaults.
       FIND-SUTA-RATE.
           move WS-ER-SUTA-RATE to WS-EMP-SUTA-RATE.
           move WS-ER-SUTA-WAGE-CAP to WS-EMP-SUTA-WAGE-CAP.
           move 0 to WS-SUR-BEST-DATE.
           if WS-SUR-USED = 0 or EMP-WORK-STATE = spaces
               continue
           else
               move WS-CO-CODE (WS-CO-CUR) to WS-SUR-LOOKUP-CO
               perform SCAN-SUTA-RATES
               if WS-SUR-BEST-DATE = 0
                  and WS-SUR-LOOKUP-CO not = '000'
                   move '000' to WS-SUR-LOOKUP-CO
                   perform SCAN-SUTA-RATES
               end-if
               if WS-SUR-BEST-DATE = 0
                   display "WARNING: no SUTA rate for company "
                       WS-CO-CODE (WS-CO-CUR) " state "
                       EMP-WORK-STATE " -- employee " EMP-ID
                       " taxed at the default rate."
               end-if
           end-if.

       SCAN-SUTA-RATES.
           perform varying WS-SUR-SUB from 1 by 1
               until WS-SUR-SUB > WS-SUR-USED
               if WS-SUR-COMPANY (WS-SUR-SUB) = WS-SUR-LOOKUP-CO
                  and WS-SUR-STATE (WS-SUR-SUB) = EMP-WORK-STATE
                  and WS-SUR-EFF-DATE (WS-SUR-SUB) > WS-SUR-BEST-DATE
                   move WS-SUR-EFF-DATE (WS-SUR-SUB)
                       to WS-SUR-BEST-DATE
                   move WS-SUR-RATE (WS-SUR-SUB) to WS-EMP-SUTA-RATE
                   move WS-SUR-WAGE-BASE (WS-SUR-SUB)
                       to WS-EMP-SUTA-WAGE-CAP
               end-if
           end-perform.

      *    One remittance line per jurisdiction with money withheld
      *    this run.
       WRITE-STATE-TAX-REMITTANCE.
           end-string.
           write REPORT-LINE.

           move spaces to REPORT-LINE.
           move WS-TOTAL-ADV-REPAY to WS-FORMATTED-TOTAL.
           string "TOTAL ADVANCE REPAID:  " delimited by size
                  WS-FORMATTED-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

           move spaces to REPORT-LINE.
           move WS-TOTAL-REIMBURSE to WS-FORMATTED-TOTAL.
           string "TOTAL REIMBURSEMENTS:  " delimited by size
                  WS-FORMATTED-TOTAL delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

           move spaces to REPORT-LINE.
           move WS-TOTAL-ER-TAXES to WS-FORMATTED-TOTAL.
           string "EMPLOYER TAXES:        " delimited by size
               write GL-LINE
           end-if.

      *    Reimbursements ride in the net pay credit below but are
      *    not wages, so each category debits its own expense
      *    account rather than payroll expense.
           perform varying WS-RMB-SUB from 1 by 1
               until WS-RMB-SUB > 5
               if WS-RMB-AMOUNT (WS-RMB-SUB) not = 0
                   move WS-RMB-AMOUNT (WS-RMB-SUB)
                       to WS-FORMATTED-GL-AMT
                   move spaces to GL-LINE
                   string WS-RMB-ACCOUNT (WS-RMB-SUB)
                              delimited by size
                          ",Expense Reimbursement " delimited by size
                          function trim (WS-RMB-NAME (WS-RMB-SUB))
                              delimited by size
                          "," delimited by size
                          WS-FORMATTED-GL-AMT delimited by size
                          "," delimited by size
                          into GL-LINE
                   end-string
                   write GL-LINE
               end-if
           end-perform.

           move WS-TOTAL-TAX-WITHHELD to WS-FORMATTED-GL-AMT.
           move spaces to GL-LINE.
           string "2100,Tax Withholding Payable,," delimited by size
           end-string.
           write GL-LINE.

           move WS-TOTAL-ADV-REPAY to WS-FORMATTED-GL-AMT.
           move spaces to GL-LINE.
           string "1350,Employee Advances Receivable,,"
                  delimited by size
                  WS-FORMATTED-GL-AMT delimited by size
                  into GL-LINE
           end-string.
           write GL-LINE.

           move WS-TOTAL-NET-PAY to WS-FORMATTED-GL-AMT.
           move spaces to GL-LINE.
           string "2130,Net Pay Payable,," delimited by size
           move WS-NEXT-CHECK-NUMBER to PH-CHECK-NUMBER.
           move WS-STATE-TAX to PH-STATE-TAX.
           move WS-LOCAL-TAX to PH-LOCAL-TAX.
           compute PH-ER-TAXES = WS-ER-SS-TAX + WS-ER-MED-TAX
               + WS-ER-FUTA-TAX + WS-ER-SUTA-TAX.
           compute PH-ER-BENEFITS = WS-THIS-ER-SHARE + WS-THIS-MATCH.
           write PAY-HISTORY-RECORD.
           close PAY-HISTORY-FILE.


      *    Linear search of WS-BONUS-TABLE for the current EMP-ID;
      *    WS-THIS-BONUS is zero when the employee has no bonus
      *    recorded this run. An employee can have more than one
      *    line -- a bonus keyed by HR and a loan commission from
      *    loan-commission.cbl -- and every line is paid: each is
      *    grossed up on its own if it is a net target, then added.
       LOOKUP-BONUS-AMOUNT.
           move 0 to WS-THIS-BONUS.
           move 0 to WS-BONUS-TOTAL.
           move 'N' to WS-THIS-BONUS-GROSSED.
           perform varying WS-BONUS-SEARCH-IDX from 1 by 1
               until WS-BONUS-SEARCH-IDX > WS-BONUS-USED
                   if WS-BONUS-NET-FLAG (WS-BONUS-SEARCH-IDX) = 'N'
                       perform SOLVE-GROSS-UP
                   end-if
                   add WS-THIS-BONUS to WS-BONUS-TOTAL
               end-if
           end-perform.
           move WS-BONUS-TOTAL to WS-THIS-BONUS.

      *    "A clean $500" means the line's amount is the NET the
      *    employee must see. Solve for the gross by iterating the
       POST-ONE-SPLIT-DONE.
           continue.

      *    Loads every approved, not yet paid expense claim. A
      *    missing file just leaves the table empty.
       READ-EXPENSE-CLAIMS.
           move zero to WS-EXP-USED.
           perform varying WS-RMB-SUB from 1 by 1
               until WS-RMB-SUB > 5
               move 0 to WS-RMB-AMOUNT (WS-RMB-SUB)
           end-perform.
           open input EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read EXPENSE-CLAIM-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if EXP-APPROVED and WS-EXP-USED < 500
                       add 1 to WS-EXP-USED
                       set WS-EXP-IDX to WS-EXP-USED
                       move EXP-CLAIM-ID
                           to WS-EXP-CLAIM-ID (WS-EXP-IDX)
                       move EXP-EMP-ID to WS-EXP-EMP-ID (WS-EXP-IDX)
                       move EXP-CATEGORY
                           to WS-EXP-CATEGORY (WS-EXP-IDX)
                       move EXP-AMOUNT to WS-EXP-AMOUNT (WS-EXP-IDX)
                   end-if
                   read EXPENSE-CLAIM-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EXPENSE-CLAIM-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.
           if WS-EXP-USED > 0
               display WS-EXP-USED " approved expense claim(s) "
                   "loaded for reimbursement."
           end-if.

      *    Pays this employee's approved claims on top of net pay,
      *    after every tax and deduction has been taken, so the
      *    reimbursement never touches gross wages, withholding, or
      *    disposable pay but does flow through the deposit, check,
      *    and stub. A committed run marks each claim paid with the
      *    period as it is paid, so a restart or a later run cannot
      *    pay it again.
       PAY-EXPENSE-CLAIMS.
           move 0 to WS-THIS-REIMBURSE.
           perform varying WS-EXP-IDX from 1 by 1
               until WS-EXP-IDX > WS-EXP-USED
               if WS-EXP-EMP-ID (WS-EXP-IDX) = EMP-ID
                   add WS-EXP-AMOUNT (WS-EXP-IDX)
                       to WS-THIS-REIMBURSE
                   perform ADD-REIMBURSE-CATEGORY
                   if not PREVIEW-RUN
                       perform MARK-CLAIM-PAID
                   end-if
               end-if
           end-perform.
           add WS-THIS-REIMBURSE to WS-NET-PAY.
           add WS-THIS-REIMBURSE to WS-TOTAL-REIMBURSE.

      *    Unknown category codes book to OTHER, the last slot.
       ADD-REIMBURSE-CATEGORY.
           perform varying WS-RMB-SUB from 1 by 1
               until WS-RMB-SUB = 5
               or WS-RMB-CATEGORY (WS-RMB-SUB)
                  = WS-EXP-CATEGORY (WS-EXP-IDX)
               continue
           end-perform.
           add WS-EXP-AMOUNT (WS-EXP-IDX)
               to WS-RMB-AMOUNT (WS-RMB-SUB).

       MARK-CLAIM-PAID.
           open i-o EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS = '00'
               move WS-EXP-CLAIM-ID (WS-EXP-IDX) to EXP-CLAIM-ID
               read EXPENSE-CLAIM-FILE
                   invalid key
                       continue
                   not invalid key
                       set EXP-PAID to true
                       move WS-PAY-PERIOD to EXP-PAID-PERIOD
                       rewrite EXPENSE-CLAIM-RECORD
               end-read
               close EXPENSE-CLAIM-FILE
           end-if.

      *    A restarted run's category totals cover only the resumed
      *    sitting; the claims the crashed sitting paid carry this
      *    period on file, so the totals are re-summed from there to
      *    match the net pay rebuilt from pay history.
       REBUILD-REIMBURSE-FROM-CLAIMS.
           move 0 to WS-TOTAL-REIMBURSE.
           perform varying WS-RMB-SUB from 1 by 1
               until WS-RMB-SUB > 5
               move 0 to WS-RMB-AMOUNT (WS-RMB-SUB)
           end-perform.
           open input EXPENSE-CLAIM-FILE.
           if WS-EXP-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read EXPENSE-CLAIM-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if EXP-PAID and EXP-PAID-PERIOD = WS-PAY-PERIOD
                       perform varying WS-RMB-SUB from 1 by 1
                           until WS-RMB-SUB = 5
                           or WS-RMB-CATEGORY (WS-RMB-SUB)
                              = EXP-CATEGORY
                           continue
                       end-perform
                       add EXP-AMOUNT to WS-RMB-AMOUNT (WS-RMB-SUB)
                       add EXP-AMOUNT to WS-TOTAL-REIMBURSE
                   end-if
                   read EXPENSE-CLAIM-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EXPENSE-CLAIM-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Loads every outstanding pay advance. A missing file just
      *    leaves the table empty.
       READ-PAY-ADVANCES.
           move zero to WS-ADV-USED.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ADV-OUTSTANDING and ADV-REMAINING > 0
                      and WS-ADV-USED < 500
                       add 1 to WS-ADV-USED
                       set WS-ADV-IDX to WS-ADV-USED
                       move ADV-ID to WS-ADV-ID (WS-ADV-IDX)
                       move ADV-EMP-ID to WS-ADV-EMP-ID (WS-ADV-IDX)
                       move ADV-PER-PERIOD
                           to WS-ADV-PER-PERIOD (WS-ADV-IDX)
                       move ADV-REMAINING
                           to WS-ADV-REMAINING (WS-ADV-IDX)
                   end-if
                   read PAY-ADVANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-ADVANCE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.
           if WS-ADV-USED > 0
               display WS-ADV-USED " outstanding pay advance(s) "
                   "loaded for repayment."
           end-if.

      *    Takes the per-period repayment on each outstanding
      *    advance from net pay, after garnishments so a court order
      *    is never shorted by a loan. The take is capped at the
      *    balance and at what net pay is left; a short period
      *    simply leaves more of the balance for the next run, so
      *    nothing goes to arrears. A committed run rewrites the
      *    balance as it is taken, stamped with the period.
       TAKE-ADVANCE-REPAYMENT.
           move 0 to WS-THIS-ADV-REPAY.
           perform varying WS-ADV-IDX from 1 by 1
               until WS-ADV-IDX > WS-ADV-USED
               if WS-ADV-EMP-ID (WS-ADV-IDX) = EMP-ID
                  and WS-ADV-REMAINING (WS-ADV-IDX) > 0
                   move WS-ADV-PER-PERIOD (WS-ADV-IDX)
                       to WS-ADV-THIS-TAKE
                   if WS-ADV-THIS-TAKE > WS-ADV-REMAINING (WS-ADV-IDX)
                       move WS-ADV-REMAINING (WS-ADV-IDX)
                           to WS-ADV-THIS-TAKE
                   end-if
                   if WS-ADV-THIS-TAKE > WS-NET-PAY - WS-THIS-ADV-REPAY
                       compute WS-ADV-THIS-TAKE =
                           WS-NET-PAY - WS-THIS-ADV-REPAY
                   end-if
                   subtract WS-ADV-THIS-TAKE
                       from WS-ADV-REMAINING (WS-ADV-IDX)
                   add WS-ADV-THIS-TAKE to WS-THIS-ADV-REPAY
                   if not PREVIEW-RUN and WS-ADV-THIS-TAKE > 0
                       perform MARK-ADVANCE-REPAID
                   end-if
               end-if
           end-perform.
           subtract WS-THIS-ADV-REPAY from WS-NET-PAY.
           add WS-THIS-ADV-REPAY to WS-TOTAL-ADV-REPAY.

       MARK-ADVANCE-REPAID.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move WS-ADV-ID (WS-ADV-IDX) to ADV-ID
               read PAY-ADVANCE-FILE
                   invalid key
                       continue
                   not invalid key
                       move WS-ADV-REMAINING (WS-ADV-IDX)
                           to ADV-REMAINING
                       if ADV-REMAINING = 0
                           set ADV-SATISFIED to true
                       end-if
                       move WS-PAY-PERIOD to ADV-LAST-PERIOD
                       move WS-ADV-THIS-TAKE to ADV-LAST-REPAID
                       rewrite PAY-ADVANCE-RECORD
               end-read
               close PAY-ADVANCE-FILE
           end-if.

      *    A restarted run's repayment total covers only the
      *    resumed sitting; each advance the crashed sitting repaid
      *    carries this period and the amount taken, so the total is
      *    re-summed from the file.
       REBUILD-ADV-REPAY-FROM-FILE.
           move 0 to WS-TOTAL-ADV-REPAY.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ADV-LAST-PERIOD = WS-PAY-PERIOD
                       add ADV-LAST-REPAID to WS-TOTAL-ADV-REPAY
                   end-if
                   read PAY-ADVANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-ADVANCE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Adds the employee's federal withholding and employer FICA
      *    to the company's deposit liability for this pay date and
      *    period, creating the ledger entry on the first employee.
      *    More liability on an entry already deposited reopens it
      *    for the balance.
       POST-DEPOSIT-LIABILITY.
           open i-o TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               open output TAX-DEPOSIT-FILE
               close TAX-DEPOSIT-FILE
               open i-o TAX-DEPOSIT-FILE
           end-if.
           if WS-TDL-STATUS = '00'
               add WS-ER-SS-TAX WS-ER-MED-TAX giving WS-TDL-ER-FICA
               move WS-CO-CODE (WS-CO-CUR) to TDL-COMPANY
               move WS-BUSINESS-DATE to TDL-PAY-DATE
               move WS-PAY-PERIOD to TDL-RUN
               read TAX-DEPOSIT-FILE
                   invalid key
                       move 0 to TDL-WITHHELD
                       move 0 to TDL-ER-FICA
                       move 0 to TDL-LIABILITY
                       move spaces to TDL-SCHEDULE
                       move 'N' to TDL-NEXT-DAY
                       move 0 to TDL-DUE-DATE
                       move 0 to TDL-DEPOSITED
                       move 0 to TDL-DEPOSIT-DATE
                       move spaces to TDL-CONFIRMATION
                       move 0 to TDL-KEYED-BY
                       move 'N' to TDL-LATE
                       set TDL-OPEN to true
                       add WS-TAX-WITHHELD to TDL-WITHHELD
                       add WS-TDL-ER-FICA to TDL-ER-FICA
                       compute TDL-LIABILITY =
                           TDL-WITHHELD + TDL-ER-FICA
                       write TAX-DEPOSIT-RECORD
                   not invalid key
                       add WS-TAX-WITHHELD to TDL-WITHHELD
                       add WS-TDL-ER-FICA to TDL-ER-FICA
                       compute TDL-LIABILITY =
                           TDL-WITHHELD + TDL-ER-FICA
                       if TDL-DEPOSITED < TDL-LIABILITY
                           set TDL-OPEN to true
                       end-if
                       rewrite TAX-DEPOSIT-RECORD
               end-read
               close TAX-DEPOSIT-FILE
           end-if.

      *    Prices the health deduction from the enrolled benefit
      *    plan (replacing the flat amount on the record for this
      *    run and the rewritten master) and accumulates the

       CLOSE-FILES.
           close SORTED-EMPLOYEE-FILE
           close EMPLOYEE-FILE
           close PAYROLL-REPORT
           close DEDUCTION-FILE
           close EXCEPTION-REPORT.
           if WS-EPD-OPEN = 'Y'
               close EMP-PERSONAL-FILE
           end-if.
           if not PREVIEW-RUN
               close DIRECT-DEPOSIT-FILE
           if PREVIEW-RUN
               display "PREVIEW complete -- employees.dat untouched,"
                   " nothing posted."
           end-if.
           display "Report generated successfully".

