       identification division.
       program-id. payroll-fraud-review.

      *    Payroll fraud review for internal audit: looks across the
      *    employee master, deposit destinations, approved hours,
      *    pay history, and the change trail for the marks of ghost
      *    employees and diverted pay. Run as a pre-run check on the
      *    period about to be paid (P -- upcoming hours from
      *    approved_hours.dat, estimated gross from the master) or
      *    as the monthly review of a period already paid (M --
      *    paid rows from pay_history.dat, approvals from
      *    approved_hours_hist.dat). Flags:
      *      SHARED-ACCT  two employees depositing to one bank
      *                   account or bank customer
      *      SHARED-ADDR  two employees at one street address/ZIP
      *      SHARED-TAXID two employees carrying one SSN
      *      NO-TIMESHEET hourly pay with no approved timesheet
      *      SAME-HOURS   identical hours every period for the
      *                   configured number of periods running
      *      BANK-CHANGE  a bank-account or deposit-election change
      *                   followed within the window by a large pay
      *      POST-TERM    pay (or approved hours) after the month of
      *                   termination
      *      SAME-OPER    the operator who approved the hours also
      *                   changed the employee's record
      *    Findings go to payroll_fraud_review.txt. Thresholds come
      *    from the one-line fraud_review_params.dat (large-pay
      *    amount, bank-change window in months, identical-hours
      *    period count); defaults apply when it is absent.

       environment division.
       input-output section.
       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           file status is WS-TERM-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is XREF-EMP-ID
           lock mode is automatic
           file status is WS-XREF-STATUS.
       select DD-ELECTION-FILE
           assign to 'dd_elections.dat'
           organization is line sequential
           file status is WS-ELEC-STATUS.
      *    The period last approved (pre-run) and the standing
      *    history of every approval (monthly), both written by
      *    timesheet-edit.cbl with the approving operator.
       select APPROVED-HOURS-FILE
           assign to 'approved_hours.dat'
           organization is line sequential
           file status is WS-APPROVED-STATUS.
       select APPROVED-HIST-FILE
           assign to 'approved_hours_hist.dat'
           organization is line sequential
           file status is WS-HIST-STATUS.
       select PAY-HISTORY-FILE
           assign to 'pay_history.dat'
           organization is line sequential
           file status is WS-PAY-HIST-STATUS.
       select EMP-AUDIT-FILE
           assign to 'emp_audit.dat'
           organization is line sequential
           file status is WS-EMP-AUDIT-STATUS.
      *    Dual-control queue: approved bank and election changes
      *    keyed through dd-election-maint.cbl leave no change-trail
      *    line of their own, so the queue is read for them.
       select PENDING-PAY-CHANGE-FILE
           assign to 'pending_pay_changes.dat'
           organization is indexed
           access mode is dynamic
           record key is PPC-ID
           lock mode is automatic
           file status is WS-PPC-STATUS.
       select REVIEW-PARAM-FILE
           assign to 'fraud_review_params.dat'
           organization is line sequential
           file status is WS-PARAM-STATUS.
       select REVIEW-REPORT-FILE
           assign to 'payroll_fraud_review.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
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
             88 EMP-HOURLY-TYPE   value 'H'.
             88 EMP-SALARIED-TYPE value 'S'.
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

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
          05 XREF-CUST-ID          pic 9(6).
          05 XREF-ACCOUNT-NUMBER   pic 9(10).
          05 XREF-ROUTING-NUMBER   pic 9(9).

       fd DD-ELECTION-FILE.
       01 DD-ELECTION-RECORD.
          05 ELEC-EMP-ID            pic 9(6).
          05 ELEC-PRIORITY          pic 9(2).
          05 ELEC-CUST-ID           pic 9(6).
          05 ELEC-MODE              pic x(1).
          05 ELEC-AMOUNT            pic 9(6)v99.
          05 ELEC-PCT               pic 9v999.

       fd APPROVED-HOURS-FILE.
       01 APPROVED-HOURS-RECORD.
          05 AH-PERIOD              pic x(6).
          05 AH-EMP-ID              pic 9(6).
          05 AH-HOURS               pic 9(3)v99.
          05 AH-APPROVED-BY         pic 9(4).
          05 AH-APPROVED-DATE       pic 9(8).

       fd APPROVED-HIST-FILE.
       01 APPROVED-HIST-RECORD.
          05 AHH-PERIOD             pic x(6).
          05 AHH-EMP-ID             pic 9(6).
          05 AHH-HOURS              pic 9(3)v99.
          05 AHH-APPROVED-BY        pic 9(4).
          05 AHH-APPROVED-DATE      pic 9(8).

       fd PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
          05 PH-PERIOD              pic x(6).
          05 PH-EMP-ID              pic 9(6).
          05 PH-HOURS               pic 9(3)v99.
          05 PH-GROSS               pic 9(6)v99.
          05 PH-OVERTIME-PAY        pic 9(6)v99.
          05 PH-BONUS               pic 9(6)v99.
          05 PH-PTO-PAY             pic 9(6)v99.
          05 PH-401K                pic 9(6)v99.
          05 PH-HEALTH              pic 9(4)v99.
          05 PH-GARNISH             pic 9(6)v99.
          05 PH-TAX                 pic 9(6)v99.
          05 PH-NET                 pic 9(6)v99.
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

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

       fd REVIEW-PARAM-FILE.
       01 REVIEW-PARAM-RECORD.
          05 FRP-LARGE-PAY          pic 9(6)v99.
          05 FRP-WINDOW-MONTHS      pic 9(2).
          05 FRP-SAME-PERIODS       pic 9(2).

       fd REVIEW-REPORT-FILE.
       01 REVIEW-REPORT-LINE        pic x(100).

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EPD-STATUS             pic xx.
       01 WS-TERM-STATUS            pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-ELEC-STATUS            pic xx.
       01 WS-APPROVED-STATUS        pic xx.
       01 WS-HIST-STATUS            pic xx.
       01 WS-PAY-HIST-STATUS        pic xx.
       01 WS-EMP-AUDIT-STATUS       pic xx.
       01 WS-PPC-STATUS             pic xx.
       01 WS-PARAM-STATUS           pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-RUN-TYPE               pic x.
          88 PRE-RUN-REVIEW        value 'P'.
          88 MONTHLY-REVIEW        value 'M'.
       01 WS-REVIEW-PERIOD          pic x(6).
       01 WS-REVIEW-MONTH-NUM       pic 9(6).

      *    A pay at or above the large-pay amount inside the window
      *    of months after a bank change is flagged; identical
      *    hours are flagged once they run for the period count.
       01 WS-LARGE-PAY              pic 9(6)v99 value 3000.00.
       01 WS-WINDOW-MONTHS          pic 9(2) value 2.
       01 WS-SAME-PERIODS           pic 9(2) value 3.

      *    Period arithmetic: a YYYYMM period as a running month
      *    count, so windows can span a year end.
       01 WS-CONV-PERIOD.
          05 WS-CONV-YYYY           pic 9(4).
          05 WS-CONV-MM             pic 9(2).
       01 WS-CONV-NUM               pic 9(6).
       01 WS-MONTHS-AFTER           pic s9(6).

      *    One entry per employee on the master, in EMP-ID order,
      *    carrying everything the checks need.
       01 WS-EMP-TABLE.
          05 WS-EMP-ENTRY OCCURS 1000 TIMES
             INDEXED BY WS-EMP-IDX.
             10 WS-ET-EMP-ID         pic 9(6).
             10 WS-ET-NAME           pic x(30).
             10 WS-ET-TYPE           pic x(1).
             10 WS-ET-RATE           pic 9(3)v99.
             10 WS-ET-STATIC-HOURS   pic 9(3)v99.
             10 WS-ET-SALARY         pic 9(7)v99.
             10 WS-ET-SSN            pic 9(9).
             10 WS-ET-ADDRESS        pic x(30).
             10 WS-ET-ZIP            pic x(10).
             10 WS-ET-REHIRE-DATE    pic 9(8).
             10 WS-ET-TERM-DATE      pic 9(8).
             10 WS-ET-APPR-FOUND     pic x(1).
             10 WS-ET-APPR-HOURS     pic 9(3)v99.
             10 WS-ET-APPR-BY        pic 9(4).
             10 WS-ET-BANK-CHG-DATE  pic 9(8).
             10 WS-ET-BANK-CHG-FIELD pic x(20).
             10 WS-ET-SAME-OPER      pic x(1).
             10 WS-ET-SAME-FIELD     pic x(20).
             10 WS-ET-SAME-DATE      pic 9(8).
             10 WS-ET-AGG-PERIOD     pic x(6).
             10 WS-ET-AGG-HOURS      pic 9(4)v99.
             10 WS-ET-LAST-HOURS     pic 9(4)v99.
             10 WS-ET-SAME-RUN       pic 9(3).
             10 WS-ET-REV-PAID       pic x(1).
             10 WS-ET-REV-HOURS      pic 9(4)v99.
             10 WS-ET-REV-GROSS      pic 9(7)v99.
       01 WS-EMP-USED               pic 9(4) value zero.
       01 WS-EMP-IDX2               pic 9(4).
       01 WS-FOUND-IDX              pic 9(4).
       01 WS-LOOKUP-EMP-ID          pic 9(6).
       01 WS-APPR-COUNT             pic 9(5) value zero.
       01 WS-AP-EMP-ID              pic 9(6).
       01 WS-AP-HOURS               pic 9(3)v99.
       01 WS-AP-BY                  pic 9(4).

      *    Every deposit destination on file: 'R' + routing +
      *    account from the cross-reference, 'C' + bank customer
      *    from the cross-reference and the deposit elections.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 3000 TIMES
             INDEXED BY WS-ACCT-IDX.
             10 WS-AT-KEY            pic x(20).
             10 WS-AT-EMP-ID         pic 9(6).
       01 WS-ACCT-USED              pic 9(4) value zero.
       01 WS-ACCT-IDX2              pic 9(4).
       01 WS-ACCT-KEY               pic x(20).
       01 WS-ACCT-DUP               pic x.
       01 WS-ACCT-DESC              pic x(30).

      *    One finding, and the tallies behind the summary.
       01 WS-FIND-CODE              pic x(12).
       01 WS-FIND-EMP-ID            pic 9(6).
       01 WS-FIND-NAME              pic x(24).
       01 WS-FIND-DETAIL            pic x(55).
       01 WS-FINDING-COUNT          pic 9(5) value zero.
       01 WS-CNT-SHARED-ACCT        pic 9(5) value zero.
       01 WS-CNT-SHARED-ADDR        pic 9(5) value zero.
       01 WS-CNT-SHARED-TAXID       pic 9(5) value zero.
       01 WS-CNT-NO-TIMESHEET       pic 9(5) value zero.
       01 WS-CNT-SAME-HOURS         pic 9(5) value zero.
       01 WS-CNT-BANK-CHANGE        pic 9(5) value zero.
       01 WS-CNT-POST-TERM          pic 9(5) value zero.
       01 WS-CNT-SAME-OPER          pic 9(5) value zero.
       01 WS-FMT-AMOUNT             pic z(6)9.99.
       01 WS-FMT-HOURS              pic zzz9.99.
       01 WS-FMT-COUNT              pic zz9.
       01 WS-FMT-TOTAL              pic zzzz9.
       01 WS-MODE-NAME              pic x(8).

       procedure division.
       MAIN-LOGIC.
           display "Payroll Fraud Review".
           display "Run type (P=pre-run, M=monthly): ".
           accept WS-RUN-TYPE.
           move function upper-case(WS-RUN-TYPE) to WS-RUN-TYPE.
           if not PRE-RUN-REVIEW and not MONTHLY-REVIEW
               display "Run type must be P or M."
               stop run
           end-if.
           if PRE-RUN-REVIEW
               display "Enter Pay Period about to be run "
                   "(e.g. 202608): "
               move "PRE-RUN" to WS-MODE-NAME
           else
               display "Enter Pay Period to review (e.g. 202608): "
               move "MONTHLY" to WS-MODE-NAME
           end-if.
           accept WS-REVIEW-PERIOD.
           if WS-REVIEW-PERIOD is not numeric
               display "Pay period must be YYYYMM."
               stop run
           end-if.
           move WS-REVIEW-PERIOD to WS-CONV-PERIOD.
           perform PERIOD-TO-MONTH-NUM.
           move WS-CONV-NUM to WS-REVIEW-MONTH-NUM.
           perform READ-REVIEW-PARAMS.

           perform LOAD-EMPLOYEES thru LOAD-EMPLOYEES-DONE.
           if WS-EMP-USED = 0
               display "No employees.dat found. Nothing to review."
               stop run
           end-if.
           perform LOAD-PERSONAL-DATA thru LOAD-PERSONAL-DONE.
           perform LOAD-TERMINATIONS thru LOAD-TERMINATIONS-DONE.
           if PRE-RUN-REVIEW
               perform LOAD-CURRENT-APPROVALS
                   thru LOAD-CURRENT-APPROVALS-DONE
           else
               perform LOAD-APPROVAL-HISTORY
                   thru LOAD-APPROVAL-HISTORY-DONE
           end-if.
           perform LOAD-PAY-HISTORY thru LOAD-PAY-HISTORY-DONE.
           perform varying WS-EMP-IDX from 1 by 1
               until WS-EMP-IDX > WS-EMP-USED
               perform CLOSE-HOURS-PERIOD
           end-perform.
           if PRE-RUN-REVIEW
               perform varying WS-EMP-IDX from 1 by 1
                   until WS-EMP-IDX > WS-EMP-USED
                   perform ESTIMATE-UPCOMING-PAY
               end-perform
           end-if.
           perform SCAN-EMP-AUDIT thru SCAN-EMP-AUDIT-DONE.
           perform SCAN-PENDING-CHANGES thru SCAN-PENDING-DONE.
           perform LOAD-XREF-ACCOUNTS thru LOAD-XREF-DONE.
           perform LOAD-ELECTION-ACCOUNTS thru LOAD-ELECTION-DONE.

           open output REVIEW-REPORT-FILE.
           move spaces to REVIEW-REPORT-LINE.
           string "PAYROLL FRAUD REVIEW - " delimited by size
                  WS-MODE-NAME delimited by space
                  " - PERIOD " delimited by size
                  WS-REVIEW-PERIOD delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move all "=" to REVIEW-REPORT-LINE.
           write REVIEW-REPORT-LINE.
           move "Finding     EmpID   Name                     Detail"
               to REVIEW-REPORT-LINE.
           write REVIEW-REPORT-LINE.
           move all "-" to REVIEW-REPORT-LINE.
           write REVIEW-REPORT-LINE.

           perform CHECK-SHARED-ACCOUNTS.
           perform CHECK-SHARED-PERSONAL.
           perform varying WS-EMP-IDX from 1 by 1
               until WS-EMP-IDX > WS-EMP-USED
               perform REVIEW-ONE-EMPLOYEE
           end-perform.

           perform WRITE-REVIEW-SUMMARY.
           close REVIEW-REPORT-FILE.
           display WS-FINDING-COUNT " finding(s) written to "
               "payroll_fraud_review.txt.".
           stop run.

       PERIOD-TO-MONTH-NUM.
           compute WS-CONV-NUM = WS-CONV-YYYY * 12 + WS-CONV-MM.

       READ-REVIEW-PARAMS.
           open input REVIEW-PARAM-FILE.
           if WS-PARAM-STATUS = '00'
               read REVIEW-PARAM-FILE
                   at end
                       continue
                   not at end
                       if FRP-LARGE-PAY > 0
                           move FRP-LARGE-PAY to WS-LARGE-PAY
                       end-if
                       if FRP-WINDOW-MONTHS > 0
                           move FRP-WINDOW-MONTHS
                               to WS-WINDOW-MONTHS
                       end-if
                       if FRP-SAME-PERIODS > 1
                           move FRP-SAME-PERIODS to WS-SAME-PERIODS
                       end-if
               end-read
               close REVIEW-PARAM-FILE
           end-if.

      *    The master read in key order; the table stays in EMP-ID
      *    order for the pair checks.
       LOAD-EMPLOYEES.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to LOAD-EMPLOYEES-DONE.
           move 'N' to WS-EOF-FLAG.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if WS-EMP-USED < 1000
                   add 1 to WS-EMP-USED
                   set WS-EMP-IDX to WS-EMP-USED
                   initialize WS-EMP-ENTRY (WS-EMP-IDX)
                   move EMP-ID to WS-ET-EMP-ID (WS-EMP-IDX)
                   move EMP-NAME to WS-ET-NAME (WS-EMP-IDX)
                   move EMP-TYPE to WS-ET-TYPE (WS-EMP-IDX)
                   move EMP-HOURLY-RATE to WS-ET-RATE (WS-EMP-IDX)
                   move EMP-HOURS-WORKED
                       to WS-ET-STATIC-HOURS (WS-EMP-IDX)
                   move EMP-SALARY to WS-ET-SALARY (WS-EMP-IDX)
                   move 'N' to WS-ET-APPR-FOUND (WS-EMP-IDX)
                   move 'N' to WS-ET-SAME-OPER (WS-EMP-IDX)
                   move 'N' to WS-ET-REV-PAID (WS-EMP-IDX)
               end-if
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
       LOAD-EMPLOYEES-DONE.
           move 'N' to WS-EOF-FLAG.

       LOAD-PERSONAL-DATA.
           open input EMP-PERSONAL-FILE.
           if WS-EPD-STATUS not = '00'
               go to LOAD-PERSONAL-DONE.
           perform varying WS-EMP-IDX from 1 by 1
               until WS-EMP-IDX > WS-EMP-USED
               move WS-ET-EMP-ID (WS-EMP-IDX) to EPD-EMP-ID
               read EMP-PERSONAL-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPD-SSN to WS-ET-SSN (WS-EMP-IDX)
                       move EPD-ADDRESS
                           to WS-ET-ADDRESS (WS-EMP-IDX)
                       move EPD-ZIP to WS-ET-ZIP (WS-EMP-IDX)
                       move EPD-REHIRE-DATE
                           to WS-ET-REHIRE-DATE (WS-EMP-IDX)
               end-read
           end-perform.
           close EMP-PERSONAL-FILE.
       LOAD-PERSONAL-DONE.
           continue.

      *    Latest termination per employee; one that predates a
      *    rehire no longer counts.
       LOAD-TERMINATIONS.
           open input TERMINATION-FILE.
           if WS-TERM-STATUS not = '00'
               go to LOAD-TERMINATIONS-DONE.
           move 'N' to WS-EOF-FLAG.
           read TERMINATION-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move TERM-EMP-ID to WS-LOOKUP-EMP-ID
               perform FIND-EMPLOYEE
               if WS-FOUND-IDX > 0
                   if TERM-DATE > WS-ET-TERM-DATE (WS-FOUND-IDX)
                       move TERM-DATE
                           to WS-ET-TERM-DATE (WS-FOUND-IDX)
                   end-if
               end-if
               read TERMINATION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TERMINATION-FILE.
           perform varying WS-EMP-IDX from 1 by 1
               until WS-EMP-IDX > WS-EMP-USED
               if WS-ET-REHIRE-DATE (WS-EMP-IDX) > 0
                  and WS-ET-REHIRE-DATE (WS-EMP-IDX) >=
                      WS-ET-TERM-DATE (WS-EMP-IDX)
                   move 0 to WS-ET-TERM-DATE (WS-EMP-IDX)
               end-if
           end-perform.
       LOAD-TERMINATIONS-DONE.
           move 'N' to WS-EOF-FLAG.

       FIND-EMPLOYEE.
           move 0 to WS-FOUND-IDX.
           perform varying WS-EMP-IDX2 from 1 by 1
               until WS-EMP-IDX2 > WS-EMP-USED
                  or WS-FOUND-IDX > 0
               if WS-ET-EMP-ID (WS-EMP-IDX2) = WS-LOOKUP-EMP-ID
                   move WS-EMP-IDX2 to WS-FOUND-IDX
               end-if
           end-perform.

      *    Pre-run: the totals approved for the period about to be
      *    paid, as the pay run itself will read them.
       LOAD-CURRENT-APPROVALS.
           open input APPROVED-HOURS-FILE.
           if WS-APPROVED-STATUS not = '00'
               go to LOAD-CURRENT-APPROVALS-DONE.
           move 'N' to WS-EOF-FLAG.
           read APPROVED-HOURS-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if AH-PERIOD = WS-REVIEW-PERIOD
                   move AH-EMP-ID to WS-AP-EMP-ID
                   move AH-HOURS to WS-AP-HOURS
                   move AH-APPROVED-BY to WS-AP-BY
                   perform STORE-ONE-APPROVAL
               end-if
               read APPROVED-HOURS-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close APPROVED-HOURS-FILE.
       LOAD-CURRENT-APPROVALS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Monthly: every approval ever logged for the period; a
      *    re-approval replaces the earlier totals, as it did in
      *    approved_hours.dat at the time.
       LOAD-APPROVAL-HISTORY.
           open input APPROVED-HIST-FILE.
           if WS-HIST-STATUS not = '00'
               go to LOAD-APPROVAL-HISTORY-DONE.
           move 'N' to WS-EOF-FLAG.
           read APPROVED-HIST-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if AHH-PERIOD = WS-REVIEW-PERIOD
                   move AHH-EMP-ID to WS-AP-EMP-ID
                   move AHH-HOURS to WS-AP-HOURS
                   move AHH-APPROVED-BY to WS-AP-BY
                   perform STORE-ONE-APPROVAL
               end-if
               read APPROVED-HIST-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close APPROVED-HIST-FILE.
       LOAD-APPROVAL-HISTORY-DONE.
           move 'N' to WS-EOF-FLAG.

       STORE-ONE-APPROVAL.
           add 1 to WS-APPR-COUNT.
           move WS-AP-EMP-ID to WS-LOOKUP-EMP-ID.
           perform FIND-EMPLOYEE.
           if WS-FOUND-IDX > 0
               move 'Y' to WS-ET-APPR-FOUND (WS-FOUND-IDX)
               move WS-AP-HOURS to WS-ET-APPR-HOURS (WS-FOUND-IDX)
               move WS-AP-BY to WS-ET-APPR-BY (WS-FOUND-IDX)
           end-if.

      *    One pass over the pay history. Hourly employees' hours
      *    are summed per period and each closed period compared
      *    with the one before to count the identical run; the
      *    review period's own rows are totalled for the monthly
      *    checks. Off-cycle rows (OCmmdd) carry no pay period
      *    and are passed over.
       LOAD-PAY-HISTORY.
           open input PAY-HISTORY-FILE.
           if WS-PAY-HIST-STATUS not = '00'
               go to LOAD-PAY-HISTORY-DONE.
           move 'N' to WS-EOF-FLAG.
           read PAY-HISTORY-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform PROCESS-ONE-PAY-ROW
                   thru PROCESS-ONE-PAY-ROW-DONE
               read PAY-HISTORY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PAY-HISTORY-FILE.
       LOAD-PAY-HISTORY-DONE.
           move 'N' to WS-EOF-FLAG.

       PROCESS-ONE-PAY-ROW.
           if PH-PERIOD is not numeric
               go to PROCESS-ONE-PAY-ROW-DONE.
           if PH-PERIOD > WS-REVIEW-PERIOD
               go to PROCESS-ONE-PAY-ROW-DONE.
           if PRE-RUN-REVIEW and PH-PERIOD = WS-REVIEW-PERIOD
               go to PROCESS-ONE-PAY-ROW-DONE.
           move PH-EMP-ID to WS-LOOKUP-EMP-ID.
           perform FIND-EMPLOYEE.
           if WS-FOUND-IDX = 0
               go to PROCESS-ONE-PAY-ROW-DONE.
           set WS-EMP-IDX to WS-FOUND-IDX.
           if PH-PERIOD = WS-REVIEW-PERIOD
               move 'Y' to WS-ET-REV-PAID (WS-EMP-IDX)
               add PH-HOURS to WS-ET-REV-HOURS (WS-EMP-IDX)
               add PH-GROSS to WS-ET-REV-GROSS (WS-EMP-IDX)
           end-if.
           if WS-ET-TYPE (WS-EMP-IDX) not = 'H'
               go to PROCESS-ONE-PAY-ROW-DONE.
           if PH-PERIOD not = WS-ET-AGG-PERIOD (WS-EMP-IDX)
               perform CLOSE-HOURS-PERIOD
               move PH-PERIOD to WS-ET-AGG-PERIOD (WS-EMP-IDX)
           end-if.
           add PH-HOURS to WS-ET-AGG-HOURS (WS-EMP-IDX).
       PROCESS-ONE-PAY-ROW-DONE.
           continue.

       CLOSE-HOURS-PERIOD.
           if WS-ET-AGG-PERIOD (WS-EMP-IDX) not = spaces
               if WS-ET-AGG-HOURS (WS-EMP-IDX) > 0
                  and WS-ET-AGG-HOURS (WS-EMP-IDX) =
                      WS-ET-LAST-HOURS (WS-EMP-IDX)
                   add 1 to WS-ET-SAME-RUN (WS-EMP-IDX)
               else
                   if WS-ET-AGG-HOURS (WS-EMP-IDX) > 0
                       move 1 to WS-ET-SAME-RUN (WS-EMP-IDX)
                   else
                       move 0 to WS-ET-SAME-RUN (WS-EMP-IDX)
                   end-if
               end-if
               move WS-ET-AGG-HOURS (WS-EMP-IDX)
                   to WS-ET-LAST-HOURS (WS-EMP-IDX)
           end-if.
           move spaces to WS-ET-AGG-PERIOD (WS-EMP-IDX).
           move 0 to WS-ET-AGG-HOURS (WS-EMP-IDX).

      *    Pre-run: the hours and gross the pay run is about to pay.
      *    Approved totals win; once any total is approved for the
      *    period an unapproved hourly employee is paid nothing,
      *    otherwise the run falls back to the master's hours. A
      *    terminated employee is carried through unpaid.
       ESTIMATE-UPCOMING-PAY.
           if WS-ET-TERM-DATE (WS-EMP-IDX) > 0
               move 'N' to WS-ET-REV-PAID (WS-EMP-IDX)
           else
               if WS-ET-TYPE (WS-EMP-IDX) = 'H'
                   if WS-ET-APPR-FOUND (WS-EMP-IDX) = 'Y'
                       move WS-ET-APPR-HOURS (WS-EMP-IDX)
                           to WS-ET-REV-HOURS (WS-EMP-IDX)
                   else
                       if WS-APPR-COUNT > 0
                           move 0 to WS-ET-REV-HOURS (WS-EMP-IDX)
                       else
                           move WS-ET-STATIC-HOURS (WS-EMP-IDX)
                               to WS-ET-REV-HOURS (WS-EMP-IDX)
                       end-if
                   end-if
                   compute WS-ET-REV-GROSS (WS-EMP-IDX) rounded =
                       WS-ET-REV-HOURS (WS-EMP-IDX)
                       * WS-ET-RATE (WS-EMP-IDX)
                   move WS-REVIEW-PERIOD
                       to WS-ET-AGG-PERIOD (WS-EMP-IDX)
                   move WS-ET-REV-HOURS (WS-EMP-IDX)
                       to WS-ET-AGG-HOURS (WS-EMP-IDX)
                   perform CLOSE-HOURS-PERIOD
               else
                   move WS-ET-SALARY (WS-EMP-IDX)
                       to WS-ET-REV-GROSS (WS-EMP-IDX)
               end-if
               if WS-ET-REV-GROSS (WS-EMP-IDX) > 0
                   move 'Y' to WS-ET-REV-PAID (WS-EMP-IDX)
               end-if
           end-if.

      *    The change trail, up to the end of the review period:
      *    the latest bank-link or deposit-election change per
      *    employee, and the first change keyed by the operator
      *    who approved the employee's hours.
       SCAN-EMP-AUDIT.
           open input EMP-AUDIT-FILE.
           if WS-EMP-AUDIT-STATUS not = '00'
               go to SCAN-EMP-AUDIT-DONE.
           move 'N' to WS-EOF-FLAG.
           read EMP-AUDIT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if EA-DATE (1:6) not > WS-REVIEW-PERIOD
                   move EA-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-FOUND-IDX > 0
                       if EA-FIELD (1:5) = 'XREF-'
                          or EA-FIELD (1:12) = 'DD-ELECTIONS'
                           if EA-DATE >
                              WS-ET-BANK-CHG-DATE (WS-FOUND-IDX)
                               move EA-DATE to
                                   WS-ET-BANK-CHG-DATE (WS-FOUND-IDX)
                               move EA-FIELD to
                                   WS-ET-BANK-CHG-FIELD (WS-FOUND-IDX)
                           end-if
                       end-if
                       if EA-OPERATOR-ID > 0
                          and EA-OPERATOR-ID =
                              WS-ET-APPR-BY (WS-FOUND-IDX)
                          and WS-ET-SAME-OPER (WS-FOUND-IDX) = 'N'
                           move 'Y' to WS-ET-SAME-OPER (WS-FOUND-IDX)
                           move EA-FIELD
                               to WS-ET-SAME-FIELD (WS-FOUND-IDX)
                           move EA-DATE
                               to WS-ET-SAME-DATE (WS-FOUND-IDX)
                       end-if
                   end-if
               end-if
               read EMP-AUDIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMP-AUDIT-FILE.
       SCAN-EMP-AUDIT-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Approved dual-control changes: bank and election changes
      *    count as bank changes on the date keyed, and the keyer
      *    of any approved change counts as having changed the
      *    employee's record.
       SCAN-PENDING-CHANGES.
           open input PENDING-PAY-CHANGE-FILE.
           if WS-PPC-STATUS not = '00'
               go to SCAN-PENDING-DONE.
           move 'N' to WS-EOF-FLAG.
           read PENDING-PAY-CHANGE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if PPC-APPROVED
                  and PPC-KEYED-DATE (1:6) not > WS-REVIEW-PERIOD
                   move PPC-EMP-ID to WS-LOOKUP-EMP-ID
                   perform FIND-EMPLOYEE
                   if WS-FOUND-IDX > 0
                       perform APPLY-ONE-PENDING-CHANGE
                   end-if
               end-if
               read PENDING-PAY-CHANGE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PENDING-PAY-CHANGE-FILE.
       SCAN-PENDING-DONE.
           move 'N' to WS-EOF-FLAG.

       APPLY-ONE-PENDING-CHANGE.
           if PPC-BANK-CHANGE or PPC-ELECTION-CHANGE
               if PPC-KEYED-DATE > WS-ET-BANK-CHG-DATE (WS-FOUND-IDX)
                   move PPC-KEYED-DATE
                       to WS-ET-BANK-CHG-DATE (WS-FOUND-IDX)
                   if PPC-BANK-CHANGE
                       move 'PENDING-BANK'
                           to WS-ET-BANK-CHG-FIELD (WS-FOUND-IDX)
                   else
                       move 'PENDING-DD-ELECTION'
                           to WS-ET-BANK-CHG-FIELD (WS-FOUND-IDX)
                   end-if
               end-if
           end-if.
           if PPC-KEYED-BY > 0
              and PPC-KEYED-BY = WS-ET-APPR-BY (WS-FOUND-IDX)
              and WS-ET-SAME-OPER (WS-FOUND-IDX) = 'N'
               move 'Y' to WS-ET-SAME-OPER (WS-FOUND-IDX)
               move 'PENDING-PAY-CHANGE'
                   to WS-ET-SAME-FIELD (WS-FOUND-IDX)
               move PPC-KEYED-DATE to WS-ET-SAME-DATE (WS-FOUND-IDX)
           end-if.

       LOAD-XREF-ACCOUNTS.
           open input EMP-BANK-XREF-FILE.
           if WS-XREF-STATUS not = '00'
               go to LOAD-XREF-DONE.
           move 'N' to WS-EOF-FLAG.
           read EMP-BANK-XREF-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if XREF-ACCOUNT-NUMBER > 0
                   move spaces to WS-ACCT-KEY
                   string "R" delimited by size
                          XREF-ROUTING-NUMBER delimited by size
                          XREF-ACCOUNT-NUMBER delimited by size
                          into WS-ACCT-KEY
                   end-string
                   move XREF-EMP-ID to WS-LOOKUP-EMP-ID
                   perform ADD-DEPOSIT-ACCOUNT
               end-if
               if XREF-CUST-ID > 0
                   move spaces to WS-ACCT-KEY
                   string "C" delimited by size
                          XREF-CUST-ID delimited by size
                          into WS-ACCT-KEY
                   end-string
                   move XREF-EMP-ID to WS-LOOKUP-EMP-ID
                   perform ADD-DEPOSIT-ACCOUNT
               end-if
               read EMP-BANK-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMP-BANK-XREF-FILE.
       LOAD-XREF-DONE.
           move 'N' to WS-EOF-FLAG.

       LOAD-ELECTION-ACCOUNTS.
           open input DD-ELECTION-FILE.
           if WS-ELEC-STATUS not = '00'
               go to LOAD-ELECTION-DONE.
           move 'N' to WS-EOF-FLAG.
           read DD-ELECTION-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if ELEC-CUST-ID > 0
                   move spaces to WS-ACCT-KEY
                   string "C" delimited by size
                          ELEC-CUST-ID delimited by size
                          into WS-ACCT-KEY
                   end-string
                   move ELEC-EMP-ID to WS-LOOKUP-EMP-ID
                   perform ADD-DEPOSIT-ACCOUNT
               end-if
               read DD-ELECTION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close DD-ELECTION-FILE.
       LOAD-ELECTION-DONE.
           move 'N' to WS-EOF-FLAG.

      *    One entry per destination per employee -- an employee
      *    splitting pay across priorities into one customer is
      *    not a shared account.
       ADD-DEPOSIT-ACCOUNT.
           move 'N' to WS-ACCT-DUP.
           perform varying WS-ACCT-IDX from 1 by 1
               until WS-ACCT-IDX > WS-ACCT-USED
               if WS-AT-KEY (WS-ACCT-IDX) = WS-ACCT-KEY
                  and WS-AT-EMP-ID (WS-ACCT-IDX) = WS-LOOKUP-EMP-ID
                   move 'Y' to WS-ACCT-DUP
               end-if
           end-perform.
           if WS-ACCT-DUP = 'N' and WS-ACCT-USED < 3000
               add 1 to WS-ACCT-USED
               move WS-ACCT-KEY to WS-AT-KEY (WS-ACCT-USED)
               move WS-LOOKUP-EMP-ID to WS-AT-EMP-ID (WS-ACCT-USED)
           end-if.

      *    Each pair of employees paying into one destination is
      *    reported once, against the first of the pair.
       CHECK-SHARED-ACCOUNTS.
           perform varying WS-ACCT-IDX from 1 by 1
               until WS-ACCT-IDX > WS-ACCT-USED
               perform varying WS-ACCT-IDX2 from 1 by 1
                   until WS-ACCT-IDX2 > WS-ACCT-USED
                   if WS-ACCT-IDX2 > WS-ACCT-IDX
                      and WS-AT-KEY (WS-ACCT-IDX2) =
                          WS-AT-KEY (WS-ACCT-IDX)
                      and WS-AT-EMP-ID (WS-ACCT-IDX2) not =
                          WS-AT-EMP-ID (WS-ACCT-IDX)
                       perform REPORT-SHARED-ACCOUNT
                   end-if
               end-perform
           end-perform.

       REPORT-SHARED-ACCOUNT.
           move spaces to WS-ACCT-DESC.
           if WS-AT-KEY (WS-ACCT-IDX) (1:1) = 'R'
               string "acct " delimited by size
                      WS-AT-KEY (WS-ACCT-IDX) (11:10)
                          delimited by size
                      " rtg " delimited by size
                      WS-AT-KEY (WS-ACCT-IDX) (2:9)
                          delimited by size
                      into WS-ACCT-DESC
               end-string
           else
               string "bank customer " delimited by size
                      WS-AT-KEY (WS-ACCT-IDX) (2:6)
                          delimited by size
                      into WS-ACCT-DESC
               end-string
           end-if.
           move "SHARED-ACCT" to WS-FIND-CODE.
           move WS-AT-EMP-ID (WS-ACCT-IDX) to WS-LOOKUP-EMP-ID.
           perform SET-FINDING-EMPLOYEE.
           move spaces to WS-FIND-DETAIL.
           string WS-ACCT-DESC delimited by "  "
                  " also paid to emp " delimited by size
                  WS-AT-EMP-ID (WS-ACCT-IDX2) delimited by size
                  into WS-FIND-DETAIL
           end-string.
           perform WRITE-FINDING.

      *    Address and tax-ID pairs from the personal-data file.
       CHECK-SHARED-PERSONAL.
           perform varying WS-EMP-IDX from 1 by 1
               until WS-EMP-IDX > WS-EMP-USED
               perform varying WS-EMP-IDX2 from 1 by 1
                   until WS-EMP-IDX2 > WS-EMP-USED
                   if WS-EMP-IDX2 > WS-EMP-IDX
                       perform CHECK-ONE-PERSONAL-PAIR
                   end-if
               end-perform
           end-perform.

       CHECK-ONE-PERSONAL-PAIR.
           if WS-ET-ADDRESS (WS-EMP-IDX) not = spaces
              and WS-ET-ADDRESS (WS-EMP-IDX) =
                  WS-ET-ADDRESS (WS-EMP-IDX2)
              and WS-ET-ZIP (WS-EMP-IDX) = WS-ET-ZIP (WS-EMP-IDX2)
               move "SHARED-ADDR" to WS-FIND-CODE
               move WS-ET-EMP-ID (WS-EMP-IDX) to WS-FIND-EMP-ID
               move WS-ET-NAME (WS-EMP-IDX) to WS-FIND-NAME
               move spaces to WS-FIND-DETAIL
               string WS-ET-ADDRESS (WS-EMP-IDX) delimited by "  "
                      " shared with emp " delimited by size
                      WS-ET-EMP-ID (WS-EMP-IDX2) delimited by size
                      into WS-FIND-DETAIL
               end-string
               perform WRITE-FINDING
           end-if.
           if WS-ET-SSN (WS-EMP-IDX) > 0
              and WS-ET-SSN (WS-EMP-IDX) = WS-ET-SSN (WS-EMP-IDX2)
               move "SHARED-TAXID" to WS-FIND-CODE
               move WS-ET-EMP-ID (WS-EMP-IDX) to WS-FIND-EMP-ID
               move WS-ET-NAME (WS-EMP-IDX) to WS-FIND-NAME
               move spaces to WS-FIND-DETAIL
               string "SSN also on file for emp " delimited by size
                      WS-ET-EMP-ID (WS-EMP-IDX2) delimited by size
                      into WS-FIND-DETAIL
               end-string
               perform WRITE-FINDING
           end-if.

      *    The per-employee checks against the review period's pay.
       REVIEW-ONE-EMPLOYEE.
           move WS-ET-EMP-ID (WS-EMP-IDX) to WS-FIND-EMP-ID.
           move WS-ET-NAME (WS-EMP-IDX) to WS-FIND-NAME.
           if WS-ET-TYPE (WS-EMP-IDX) = 'H'
              and WS-ET-REV-PAID (WS-EMP-IDX) = 'Y'
              and WS-ET-REV-HOURS (WS-EMP-IDX) > 0
              and WS-ET-APPR-FOUND (WS-EMP-IDX) = 'N'
               move "NO-TIMESHEET" to WS-FIND-CODE
               move WS-ET-REV-HOURS (WS-EMP-IDX) to WS-FMT-HOURS
               move spaces to WS-FIND-DETAIL
               string WS-FMT-HOURS delimited by size
                      " hours paid, no approved timesheet"
                          delimited by size
                      into WS-FIND-DETAIL
               end-string
               perform WRITE-FINDING
           end-if.
           if WS-ET-TYPE (WS-EMP-IDX) = 'H'
              and WS-ET-REV-PAID (WS-EMP-IDX) = 'Y'
              and WS-ET-SAME-RUN (WS-EMP-IDX) >= WS-SAME-PERIODS
               move "SAME-HOURS" to WS-FIND-CODE
               move WS-ET-LAST-HOURS (WS-EMP-IDX) to WS-FMT-HOURS
               move WS-ET-SAME-RUN (WS-EMP-IDX) to WS-FMT-COUNT
               move spaces to WS-FIND-DETAIL
               string WS-FMT-HOURS delimited by size
                      " hours in each of the last " delimited by size
                      WS-FMT-COUNT delimited by size
                      " periods" delimited by size
                      into WS-FIND-DETAIL
               end-string
               perform WRITE-FINDING
           end-if.
           perform CHECK-BANK-CHANGE-PAY thru CHECK-BANK-CHANGE-DONE.
           perform CHECK-POST-TERMINATION
               thru CHECK-POST-TERMINATION-DONE.
           if WS-ET-SAME-OPER (WS-EMP-IDX) = 'Y'
               move "SAME-OPER" to WS-FIND-CODE
               move spaces to WS-FIND-DETAIL
               string "hours approver " delimited by size
                      WS-ET-APPR-BY (WS-EMP-IDX) delimited by size
                      " changed " delimited by size
                      WS-ET-SAME-FIELD (WS-EMP-IDX)
                          delimited by space
                      " on " delimited by size
                      WS-ET-SAME-DATE (WS-EMP-IDX) delimited by size
                      into WS-FIND-DETAIL
               end-string
               perform WRITE-FINDING
           end-if.

       CHECK-BANK-CHANGE-PAY.
           if WS-ET-BANK-CHG-DATE (WS-EMP-IDX) = 0
              or WS-ET-REV-PAID (WS-EMP-IDX) not = 'Y'
              or WS-ET-REV-GROSS (WS-EMP-IDX) < WS-LARGE-PAY
               go to CHECK-BANK-CHANGE-DONE.
           move WS-ET-BANK-CHG-DATE (WS-EMP-IDX) (1:6)
               to WS-CONV-PERIOD.
           perform PERIOD-TO-MONTH-NUM.
           compute WS-MONTHS-AFTER =
               WS-REVIEW-MONTH-NUM - WS-CONV-NUM.
           if WS-MONTHS-AFTER < 0
              or WS-MONTHS-AFTER > WS-WINDOW-MONTHS
               go to CHECK-BANK-CHANGE-DONE.
           move "BANK-CHANGE" to WS-FIND-CODE.
           move WS-ET-REV-GROSS (WS-EMP-IDX) to WS-FMT-AMOUNT.
           move spaces to WS-FIND-DETAIL.
           string WS-ET-BANK-CHG-FIELD (WS-EMP-IDX)
                      delimited by space
                  " " delimited by size
                  WS-ET-BANK-CHG-DATE (WS-EMP-IDX) delimited by size
                  ", gross " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  into WS-FIND-DETAIL
           end-string.
           perform WRITE-FINDING.
       CHECK-BANK-CHANGE-DONE.
           continue.

      *    Monthly: any pay in a period after the termination month.
      *    Pre-run: the run itself will not pay a terminated
      *    employee, so hours approved for them are the mark.
       CHECK-POST-TERMINATION.
           if WS-ET-TERM-DATE (WS-EMP-IDX) = 0
               go to CHECK-POST-TERMINATION-DONE.
           if WS-ET-TERM-DATE (WS-EMP-IDX) (1:6) not <
              WS-REVIEW-PERIOD
               go to CHECK-POST-TERMINATION-DONE.
           move "POST-TERM" to WS-FIND-CODE.
           move spaces to WS-FIND-DETAIL.
           if PRE-RUN-REVIEW
               if WS-ET-APPR-FOUND (WS-EMP-IDX) = 'N'
                  or WS-ET-APPR-HOURS (WS-EMP-IDX) = 0
                   go to CHECK-POST-TERMINATION-DONE
               end-if
               move WS-ET-APPR-HOURS (WS-EMP-IDX) to WS-FMT-HOURS
               string WS-FMT-HOURS delimited by size
                      " hours approved, terminated "
                          delimited by size
                      WS-ET-TERM-DATE (WS-EMP-IDX) delimited by size
                      into WS-FIND-DETAIL
               end-string
           else
               if WS-ET-REV-PAID (WS-EMP-IDX) not = 'Y'
                   go to CHECK-POST-TERMINATION-DONE
               end-if
               move WS-ET-REV-GROSS (WS-EMP-IDX) to WS-FMT-AMOUNT
               string "paid " delimited by size
                      WS-FMT-AMOUNT delimited by size
                      ", terminated " delimited by size
                      WS-ET-TERM-DATE (WS-EMP-IDX) delimited by size
                      into WS-FIND-DETAIL
               end-string
           end-if.
           perform WRITE-FINDING.
       CHECK-POST-TERMINATION-DONE.
           continue.

      *    Labels a pair finding with the employee's name, or marks
      *    an ID that is not on the master at all.
       SET-FINDING-EMPLOYEE.
           move WS-LOOKUP-EMP-ID to WS-FIND-EMP-ID.
           perform FIND-EMPLOYEE.
           if WS-FOUND-IDX > 0
               move WS-ET-NAME (WS-FOUND-IDX) to WS-FIND-NAME
           else
               move "** NOT ON EMPLOYEE FILE **" to WS-FIND-NAME
           end-if.

       WRITE-FINDING.
           move spaces to REVIEW-REPORT-LINE.
           string WS-FIND-CODE delimited by size
                  WS-FIND-EMP-ID delimited by size
                  "  " delimited by size
                  WS-FIND-NAME delimited by size
                  " " delimited by size
                  WS-FIND-DETAIL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           add 1 to WS-FINDING-COUNT.
           evaluate WS-FIND-CODE
               when "SHARED-ACCT"  add 1 to WS-CNT-SHARED-ACCT
               when "SHARED-ADDR"  add 1 to WS-CNT-SHARED-ADDR
               when "SHARED-TAXID" add 1 to WS-CNT-SHARED-TAXID
               when "NO-TIMESHEET" add 1 to WS-CNT-NO-TIMESHEET
               when "SAME-HOURS"   add 1 to WS-CNT-SAME-HOURS
               when "BANK-CHANGE"  add 1 to WS-CNT-BANK-CHANGE
               when "POST-TERM"    add 1 to WS-CNT-POST-TERM
               when "SAME-OPER"    add 1 to WS-CNT-SAME-OPER
           end-evaluate.

       WRITE-REVIEW-SUMMARY.
           move all "-" to REVIEW-REPORT-LINE.
           write REVIEW-REPORT-LINE.
           if WS-FINDING-COUNT = 0
               move "No findings." to REVIEW-REPORT-LINE
               write REVIEW-REPORT-LINE
           end-if.
           move WS-CNT-SHARED-ACCT to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Shared deposit account:      " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-SHARED-ADDR to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Shared address:              " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-SHARED-TAXID to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Shared tax ID:               " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-NO-TIMESHEET to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Paid without timesheet:      " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-SAME-HOURS to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Identical hours every period:" delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-BANK-CHANGE to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Bank change then large pay:  " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-POST-TERM to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Pay after termination:       " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-CNT-SAME-OPER to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Changed by hours approver:   " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
           move WS-FINDING-COUNT to WS-FMT-TOTAL.
           move spaces to REVIEW-REPORT-LINE.
           string "Total findings:              " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into REVIEW-REPORT-LINE
           end-string.
           write REVIEW-REPORT-LINE.
