       identification division.
       program-id. loan-commission.

      *    Monthly loan officer commission batch, run once the month
      *    has closed: the month paid is the one before the business
      *    date, and commission_run_ctl.dat refuses a second run for
      *    the same month, the way fee-assessment.cbl guards its
      *    monthly fee. Commission is credited to the operator who
      *    decided each application that reached booked status
      *    (loan-application-maint.cbl) when its loan was originated
      *    in the month. The loan is found the way
      *    loan-loss-allowance.cbl finds it -- the customer and
      *    principal of the booked application -- and its
      *    origination date is the booking date. The rate and the
      *    clawback window come from the purpose keyword in the
      *    application's purpose text, and the officer's booked
      *    volume for the month picks the volume tier, all from the
      *    plan kept by commission-plan-maint.cbl. Every credit is
      *    kept on commission_ledger.dat, which is what stops an
      *    application being paid twice.
      *    Each run also looks back over credits still inside their
      *    clawback window: a loan that paid off (a paid-off loan's
      *    next-due date stays at the installment that retired it)
      *    or whose borrower was charged off (chargeoff_ledger.dat)
      *    within the window has its commission taken back in the
      *    month it is found; a credit whose window has closed is
      *    marked vested and no longer checked.
      *    The officer's net for the month -- credits less
      *    clawbacks, plus whatever was carried in -- is written to
      *    bonuses.dat for payroll-processor.cob to merge into gross
      *    pay, under the employee the operator is linked to in
      *    oper_emp_xref.dat (operator-maint.cbl). A negative net is
      *    carried forward against later commission, and a positive
      *    net for an operator not yet linked is held, both on
      *    commission_carry.dat. commission_statements.txt gives
      *    each officer a statement of the loans behind the figure.

       environment division.
       input-output section.
       file-control.
       select LOAN-APPLICATION-FILE
           assign to 'loan_applications.dat'
           organization is indexed
           access mode is dynamic
           record key is APP-ID
           lock mode is automatic
           file status is WS-APP-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select CHARGEOFF-LEDGER-FILE
           assign to 'chargeoff_ledger.dat'
           organization is indexed
           access mode is dynamic
           record key is CO-CUST-ID
           lock mode is automatic
           file status is WS-LEDGER-STATUS.
       select OPER-EMP-XREF-FILE
           assign to 'oper_emp_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is OEX-OPER-ID
           lock mode is automatic
           file status is WS-OEX-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select COMMISSION-PLAN-FILE
           assign to 'commission_plans.dat'
           organization is indexed
           access mode is dynamic
           record key is CP-KEY
           lock mode is automatic
           file status is WS-CP-STATUS.
      *    One row per application credited, keyed on the
      *    application, carrying the commission and where its
      *    clawback window stands.
       select COMMISSION-LEDGER-FILE
           assign to 'commission_ledger.dat'
           organization is indexed
           access mode is dynamic
           record key is CML-APP-ID
           lock mode is automatic
           file status is WS-CML-STATUS.
      *    One row per officer with a balance carried between
      *    months: negative is clawback still to be recovered,
      *    positive is commission held for an unlinked operator.
       select COMMISSION-CARRY-FILE
           assign to 'commission_carry.dat'
           organization is indexed
           access mode is dynamic
           record key is CC-OPER-ID
           lock mode is automatic
           file status is WS-CC-STATUS.
      *    One line per month already paid.
       select COMMISSION-RUN-CONTROL-FILE
           assign to 'commission_run_ctl.dat'
           organization is line sequential
           file status is WS-CTL-STATUS.
      *    The payroll bonus file: one EmpID,Amount line per
      *    officer paid, appended to whatever HR has keyed.
       select BONUS-FILE
           assign to 'bonuses.dat'
           organization is line sequential
           file status is WS-BONUS-STATUS.
       select STATEMENT-FILE
           assign to 'commission_statements.txt'
           organization is line sequential
           file status is WS-STMT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd LOAN-APPLICATION-FILE.
       01 LOAN-APPLICATION-RECORD.
          05 APP-ID                 pic 9(6).
          05 APP-CUST-ID            pic 9(6).
          05 APP-AMOUNT             pic 9(8)v99.
          05 APP-TERM-MONTHS        pic 9(3).
          05 APP-PURPOSE            pic x(30).
          05 APP-DATE               pic 9(8).
          05 APP-STATUS             pic x(1).
             88 APP-PENDING         value 'P'.
             88 APP-APPROVED        value 'A'.
             88 APP-DECLINED        value 'D'.
             88 APP-COUNTERED       value 'C'.
             88 APP-BOOKED          value 'B'.
          05 APP-DECIDED-BY         pic 9(4).
          05 APP-DECIDED-DATE       pic 9(8).
          05 APP-DECLINE-REASON     pic x(3).
          05 APP-OFFER-AMOUNT       pic 9(8)v99.
          05 APP-OFFER-TERM         pic 9(3).
          05 APP-OFFER-RATE         pic 9(2)v9(4).

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

       fd CHARGEOFF-LEDGER-FILE.
       01 CHARGEOFF-LEDGER-RECORD.
          05 CO-CUST-ID             pic 9(6).
          05 CO-AMOUNT              pic 9(8)v99.
          05 CO-DATE                pic 9(8).
          05 CO-RECOVERED           pic 9(8)v99.
          05 CO-STATUS              pic x(1).
             88 CO-OUTSTANDING      value 'O'.
             88 CO-RECOVERED-FULL   value 'R'.

       fd OPER-EMP-XREF-FILE.
       01 OPER-EMP-XREF-RECORD.
          05 OEX-OPER-ID            pic 9(4).
          05 OEX-EMP-ID             pic 9(6).
          05 OEX-LINKED-DATE        pic 9(8).

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

       fd COMMISSION-PLAN-FILE.
       01 COMMISSION-PLAN-RECORD.
          05 CP-KEY.
             10 CP-TYPE             pic x(1).
                88 CP-PURPOSE-ROW   value 'P'.
                88 CP-TIER-ROW      value 'T'.
             10 CP-CODE             pic x(12).
          05 CP-RATE                pic 9(2)v9(4).
          05 CP-CLAWBACK-DAYS       pic 9(4).
          05 CP-TIER-FLOOR          pic 9(9)v99.
          05 CP-TIER-PCT            pic 9(3)v99.
          05 CP-CHANGED-BY          pic 9(4).
          05 CP-CHANGED-DATE        pic 9(8).

       fd COMMISSION-LEDGER-FILE.
       01 COMMISSION-LEDGER-RECORD.
          05 CML-APP-ID             pic 9(6).
          05 CML-LOAN-ID            pic 9(6).
          05 CML-CUST-ID            pic 9(6).
          05 CML-OPER-ID            pic 9(4).
          05 CML-PURPOSE-CODE       pic x(12).
          05 CML-BOOKED-DATE        pic 9(8).
          05 CML-AMOUNT             pic 9(8)v99.
          05 CML-RATE               pic 9(2)v9(4).
          05 CML-TIER-PCT           pic 9(3)v99.
          05 CML-COMMISSION         pic 9(7)v99.
          05 CML-CREDIT-MONTH       pic 9(6).
          05 CML-WINDOW-END         pic 9(8).
          05 CML-STATUS             pic x(1).
             88 CML-IN-WINDOW       value 'W'.
             88 CML-VESTED          value 'V'.
             88 CML-CLAWED-BACK     value 'C'.
          05 CML-CLAWBACK-MONTH     pic 9(6).
          05 CML-CLAWBACK-REASON    pic x(1).
             88 CML-PAID-OFF        value 'P'.
             88 CML-CHARGED-OFF     value 'C'.
          05 CML-CLAWBACK-DATE      pic 9(8).

       fd COMMISSION-CARRY-FILE.
       01 COMMISSION-CARRY-RECORD.
          05 CC-OPER-ID             pic 9(4).
          05 CC-BALANCE             pic s9(7)v99.
          05 CC-MONTH               pic 9(6).

       fd COMMISSION-RUN-CONTROL-FILE.
       01 COMMISSION-RUN-CONTROL-LINE pic x(6).

       fd BONUS-FILE.
       01 BONUS-LINE                pic x(80).

       fd STATEMENT-FILE.
       01 STATEMENT-LINE            pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-APP-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-LEDGER-STATUS          pic xx.
       01 WS-OEX-STATUS             pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-CP-STATUS              pic xx.
       01 WS-CML-STATUS             pic xx.
       01 WS-CC-STATUS              pic xx.
       01 WS-CTL-STATUS             pic xx.
       01 WS-BONUS-STATUS           pic xx.
       01 WS-STMT-STATUS            pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-MONTH-ALREADY-RUN      pic x value 'N'.
          88 MONTH-ALREADY-RUN      value 'Y'.

      *    The month being paid and its first and last days.
       01 WS-COMM-MONTH             pic 9(6).
       01 WS-COMM-MONTH-X redefines WS-COMM-MONTH.
          05 WS-COMM-YEAR           pic 9(4).
          05 WS-COMM-MM             pic 9(2).
       01 WS-MONTH-START            pic 9(8).
       01 WS-MONTH-END              pic 9(8).
       01 WS-NEXT-MONTH-START       pic 9(8).

      *    Purpose rates, keyword and its length for the search, and
      *    the catch-all * row kept apart.
       01 WS-PURPOSE-TABLE.
          05 WS-PT-ENTRY occurs 50 times.
             10 WS-PT-CODE          pic x(12).
             10 WS-PT-LEN           pic 9(2).
             10 WS-PT-RATE          pic 9(2)v9(4).
             10 WS-PT-DAYS          pic 9(4).
       01 WS-PT-USED                pic 9(2) value zero.
       01 WS-PT-IDX                 pic 9(2).
       01 WS-DEFAULT-FOUND          pic x value 'N'.
       01 WS-DEFAULT-RATE           pic 9(2)v9(4) value zero.
       01 WS-DEFAULT-DAYS           pic 9(4) value zero.

      *    Volume tiers, lowest floor first (the plan file's key
      *    order).
       01 WS-TIER-TABLE.
          05 WS-TT-ENTRY occurs 20 times.
             10 WS-TT-FLOOR         pic 9(9)v99.
             10 WS-TT-PCT           pic 9(3)v99.
       01 WS-TT-USED                pic 9(2) value zero.
       01 WS-TT-IDX                 pic 9(2).

      *    Every loan on file, for matching booked applications;
      *    a loan matched once is not matched again.
       01 WS-LOAN-TABLE.
          05 WS-LT-ENTRY occurs 3000 times.
             10 WS-LT-ID            pic 9(6).
             10 WS-LT-CUST-ID       pic 9(6).
             10 WS-LT-PRINCIPAL     pic 9(8)v99.
             10 WS-LT-ORIGIN-DATE   pic 9(8).
             10 WS-LT-TAKEN         pic x(1).
       01 WS-LT-USED                pic 9(4) value zero.
       01 WS-LT-IDX                 pic 9(4).
       01 WS-LT-MATCH               pic 9(4).

      *    This month's bookings, held until every officer's volume
      *    is known and the tier can be applied.
       01 WS-CREDIT-TABLE.
          05 WS-CR-ENTRY occurs 500 times.
             10 WS-CR-APP-ID        pic 9(6).
             10 WS-CR-LOAN-ID       pic 9(6).
             10 WS-CR-CUST-ID       pic 9(6).
             10 WS-CR-OPER-ID       pic 9(4).
             10 WS-CR-CODE          pic x(12).
             10 WS-CR-BOOKED-DATE   pic 9(8).
             10 WS-CR-AMOUNT        pic 9(8)v99.
             10 WS-CR-RATE          pic 9(2)v9(4).
             10 WS-CR-DAYS          pic 9(4).
       01 WS-CR-USED                pic 9(3) value zero.
       01 WS-CR-IDX                 pic 9(3).

      *    One entry per officer with anything this month: credits,
      *    clawbacks, or a carried balance.
       01 WS-OFFICER-TABLE.
          05 WS-OF-ENTRY occurs 200 times.
             10 WS-OF-OPER-ID       pic 9(4).
             10 WS-OF-EMP-ID        pic 9(6).
             10 WS-OF-VOLUME        pic 9(9)v99.
             10 WS-OF-TIER-PCT      pic 9(3)v99.
             10 WS-OF-CREDITS       pic 9(7)v99.
             10 WS-OF-CLAWBACKS     pic 9(7)v99.
             10 WS-OF-CARRY-IN      pic s9(7)v99.
             10 WS-OF-NET           pic s9(7)v99.
             10 WS-OF-PAID          pic 9(7)v99.
             10 WS-OF-CARRY-OUT     pic s9(7)v99.
       01 WS-OF-USED                pic 9(3) value zero.
       01 WS-OF-IDX                 pic 9(3).
       01 WS-FIND-OPER-ID           pic 9(4).

       01 WS-PURPOSE-UPPER          pic x(30).
       01 WS-TALLY                  pic 9(3).
       01 WS-MATCH-CODE             pic x(12).
       01 WS-MATCH-RATE             pic 9(2)v9(4).
       01 WS-MATCH-DAYS             pic 9(4).
       01 WS-MATCH-FOUND            pic x.
       01 WS-EVENT-DATE             pic 9(8).
       01 WS-EVENT-REASON           pic x(1).

       01 WS-APPS-CREDITED          pic 9(5) value zero.
       01 WS-APPS-NO-LOAN           pic 9(5) value zero.
       01 WS-APPS-NO-RATE           pic 9(5) value zero.
       01 WS-APPS-NO-OFFICER        pic 9(5) value zero.
       01 WS-CLAWBACK-COUNT         pic 9(5) value zero.
       01 WS-VESTED-COUNT           pic 9(5) value zero.
       01 WS-BONUS-LINES            pic 9(5) value zero.
       01 WS-HELD-COUNT             pic 9(5) value zero.
       01 WS-TOTAL-PAID             pic 9(9)v99 value zero.

       01 WS-BONUS-AMOUNT-OUT       pic 9(6).99.
       01 WS-FMT-AMT                pic zzz,zzz,zz9.99.
       01 WS-FMT-COMM               pic zzz,zz9.99.
       01 WS-FMT-SIGNED             pic -zzz,zz9.99.
       01 WS-FMT-RATE               pic z9.9999.
       01 WS-FMT-PCT                pic zz9.99.
       01 WS-STMT-OPER-NAME         pic x(20).

       01 WS-CREDIT-HEADING.
          05 filler                 pic x(8) value 'APP'.
          05 filler                 pic x(8) value 'LOAN'.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(14) value 'PURPOSE'.
          05 filler                 pic x(10) value 'BOOKED'.
          05 filler                 pic x(15) value '         AMOUNT'.
          05 filler                 pic x(9) value '    RATE'.
          05 filler                 pic x(8) value '   TIER'.
          05 filler                 pic x(12) value '  COMMISSION'.
       01 WS-CREDIT-DETAIL.
          05 WS-CD-APP-ID           pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-LOAN-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-CODE             pic x(12).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-BOOKED-DATE      pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-AMOUNT           pic zzz,zzz,zz9.99.
          05 filler                 pic x(2) value spaces.
          05 WS-CD-RATE             pic z9.9999.
          05 filler                 pic x(2) value spaces.
          05 WS-CD-TIER             pic zz9.99.
          05 filler                 pic x(2) value spaces.
          05 WS-CD-COMMISSION       pic zzz,zz9.99.

       01 WS-CLAWBACK-HEADING.
          05 filler                 pic x(8) value 'APP'.
          05 filler                 pic x(8) value 'LOAN'.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(10) value 'BOOKED'.
          05 filler                 pic x(12) value 'EVENT'.
          05 filler                 pic x(10) value 'ON'.
          05 filler                 pic x(12) value '  COMMISSION'.
       01 WS-CLAWBACK-DETAIL.
          05 WS-KD-APP-ID           pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-LOAN-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-BOOKED-DATE      pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-EVENT            pic x(10).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-EVENT-DATE       pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-KD-COMMISSION       pic zzz,zz9.99.

       procedure division.
       MAIN-LOGIC.
           display "Loan Officer Commission Starting...".
           perform GET-BUSINESS-DATE.
           perform SET-COMMISSION-MONTH.
           perform CHECK-RUN-CONTROL.
           if MONTH-ALREADY-RUN
               display "Commission has already been paid for "
                   WS-COMM-MONTH ". Aborting."
               stop run
           end-if.
           perform LOAD-COMMISSION-PLAN.
           if WS-PT-USED = 0 and WS-DEFAULT-FOUND = 'N'
               display "No commission plan on file. Set purpose "
                   "rates in commission-plan-maint first."
               stop run
           end-if.
           display "Paying commission for " WS-COMM-MONTH ".".
           perform LOAD-LOANS.
           perform LOAD-CARRIED-BALANCES.

           open i-o COMMISSION-LEDGER-FILE.
           if WS-CML-STATUS not = '00'
               open output COMMISSION-LEDGER-FILE
               close COMMISSION-LEDGER-FILE
               open i-o COMMISSION-LEDGER-FILE
           end-if.
           perform SCAN-BOOKED-APPLICATIONS.
           perform CREDIT-MONTH-BOOKINGS.
           close COMMISSION-LEDGER-FILE.

           perform CHECK-CLAWBACKS thru CHECK-CLAWBACKS-EXIT.
           perform SETTLE-OFFICERS.
           perform WRITE-STATEMENTS.
           perform LOG-RUN-CONTROL.

           display WS-APPS-CREDITED " loan(s) credited, "
               WS-CLAWBACK-COUNT " clawed back, "
               WS-VESTED-COUNT " vested.".
           move WS-TOTAL-PAID to WS-FMT-AMT.
           display WS-BONUS-LINES " officer(s) paid " WS-FMT-AMT
               " through bonuses.dat; " WS-HELD-COUNT
               " held for an operator not linked to an employee.".
           if WS-APPS-NO-OFFICER > 0 or WS-APPS-NO-RATE > 0
               display WS-APPS-NO-OFFICER
                   " booking(s) with no deciding operator and "
                   WS-APPS-NO-RATE " with no plan rate earned "
                   "nothing."
           end-if.
           display "Statements written to commission_statements.txt.".
           stop run.

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

      *    The month before the business date's month.
       SET-COMMISSION-MONTH.
           move WS-BUSINESS-DATE(1:6) to WS-COMM-MONTH.
           compute WS-NEXT-MONTH-START = WS-COMM-MONTH * 100 + 1.
           if WS-COMM-MM = 1
               subtract 1 from WS-COMM-YEAR
               move 12 to WS-COMM-MM
           else
               subtract 1 from WS-COMM-MM
           end-if.
           compute WS-MONTH-START = WS-COMM-MONTH * 100 + 1.
           compute WS-MONTH-END = function date-of-integer
               (function integer-of-date (WS-NEXT-MONTH-START) - 1).

       CHECK-RUN-CONTROL.
           move 'N' to WS-MONTH-ALREADY-RUN.
           open input COMMISSION-RUN-CONTROL-FILE.
           if WS-CTL-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read COMMISSION-RUN-CONTROL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until MONTH-ALREADY-RUN or EOF-REACHED
                   if COMMISSION-RUN-CONTROL-LINE = WS-COMM-MONTH
                       move 'Y' to WS-MONTH-ALREADY-RUN
                   else
                       read COMMISSION-RUN-CONTROL-FILE
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close COMMISSION-RUN-CONTROL-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       LOG-RUN-CONTROL.
           open extend COMMISSION-RUN-CONTROL-FILE.
           if WS-CTL-STATUS not = '00'
               open output COMMISSION-RUN-CONTROL-FILE
           end-if.
           move WS-COMM-MONTH to COMMISSION-RUN-CONTROL-LINE.
           write COMMISSION-RUN-CONTROL-LINE.
           close COMMISSION-RUN-CONTROL-FILE.

       LOAD-COMMISSION-PLAN.
           move 'N' to WS-EOF-FLAG.
           open input COMMISSION-PLAN-FILE.
           if WS-CP-STATUS = '00'
               read COMMISSION-PLAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CP-PURPOSE-ROW
                       perform ADD-PURPOSE-RATE
                   end-if
                   if CP-TIER-ROW and WS-TT-USED < 20
                       add 1 to WS-TT-USED
                       move CP-TIER-FLOOR to WS-TT-FLOOR (WS-TT-USED)
                       move CP-TIER-PCT to WS-TT-PCT (WS-TT-USED)
                   end-if
                   read COMMISSION-PLAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COMMISSION-PLAN-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       ADD-PURPOSE-RATE.
           if CP-CODE = '*'
               move 'Y' to WS-DEFAULT-FOUND
               move CP-RATE to WS-DEFAULT-RATE
               move CP-CLAWBACK-DAYS to WS-DEFAULT-DAYS
           else
               if WS-PT-USED < 50
                   add 1 to WS-PT-USED
                   move CP-CODE to WS-PT-CODE (WS-PT-USED)
                   move CP-RATE to WS-PT-RATE (WS-PT-USED)
                   move CP-CLAWBACK-DAYS to WS-PT-DAYS (WS-PT-USED)
                   move 12 to WS-PT-LEN (WS-PT-USED)
                   perform until WS-PT-LEN (WS-PT-USED) = 1
                       or CP-CODE (WS-PT-LEN (WS-PT-USED):1)
                          not = space
                       subtract 1 from WS-PT-LEN (WS-PT-USED)
                   end-perform
               end-if
           end-if.

       LOAD-LOANS.
           move 'N' to WS-EOF-FLAG.
           open input LOAN-FILE.
           if WS-LOAN-STATUS = '00'
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-LT-USED < 3000
                       add 1 to WS-LT-USED
                       move LOAN-ID to WS-LT-ID (WS-LT-USED)
                       move LOAN-CUST-ID to WS-LT-CUST-ID (WS-LT-USED)
                       move LOAN-PRINCIPAL
                           to WS-LT-PRINCIPAL (WS-LT-USED)
                       move LOAN-ORIGIN-DATE
                           to WS-LT-ORIGIN-DATE (WS-LT-USED)
                       move 'N' to WS-LT-TAKEN (WS-LT-USED)
                   end-if
                   read LOAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Every officer carrying a balance joins this month's
      *    settlement, activity or not, so a held amount is paid as
      *    soon as the operator is linked.
       LOAD-CARRIED-BALANCES.
           move 'N' to WS-EOF-FLAG.
           open input COMMISSION-CARRY-FILE.
           if WS-CC-STATUS = '00'
               read COMMISSION-CARRY-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CC-BALANCE not = 0
                       move CC-OPER-ID to WS-FIND-OPER-ID
                       perform FIND-OFFICER
                       if WS-OF-IDX > 0
                           move CC-BALANCE
                               to WS-OF-CARRY-IN (WS-OF-IDX)
                       end-if
                   end-if
                   read COMMISSION-CARRY-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COMMISSION-CARRY-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Finds WS-FIND-OPER-ID in the officer table, adding it if
      *    new; WS-OF-IDX is zero only when the table is full.
       FIND-OFFICER.
           move 0 to WS-OF-IDX.
           perform varying WS-OF-IDX from 1 by 1
               until WS-OF-IDX > WS-OF-USED
               or WS-OF-OPER-ID (WS-OF-IDX) = WS-FIND-OPER-ID
               continue
           end-perform.
           if WS-OF-IDX > WS-OF-USED
               if WS-OF-USED < 200
                   add 1 to WS-OF-USED
                   move WS-OF-USED to WS-OF-IDX
                   move WS-FIND-OPER-ID to WS-OF-OPER-ID (WS-OF-IDX)
                   move 0 to WS-OF-EMP-ID (WS-OF-IDX)
                   move 0 to WS-OF-VOLUME (WS-OF-IDX)
                   move 100 to WS-OF-TIER-PCT (WS-OF-IDX)
                   move 0 to WS-OF-CREDITS (WS-OF-IDX)
                   move 0 to WS-OF-CLAWBACKS (WS-OF-IDX)
                   move 0 to WS-OF-CARRY-IN (WS-OF-IDX)
                   move 0 to WS-OF-NET (WS-OF-IDX)
                   move 0 to WS-OF-PAID (WS-OF-IDX)
                   move 0 to WS-OF-CARRY-OUT (WS-OF-IDX)
               else
                   display "Officer table full; operator "
                       WS-FIND-OPER-ID " not settled."
                   move 0 to WS-OF-IDX
               end-if
           end-if.

      *    Walks the applications for bookings. One already on the
      *    ledger only claims its loan, so the match for a later
      *    booking by the same customer for the same amount falls
      *    on the right loan; a new one whose loan was originated
      *    this month is staged for credit.
       SCAN-BOOKED-APPLICATIONS.
           move 'N' to WS-EOF-FLAG.
           open input LOAN-APPLICATION-FILE.
           if WS-APP-STATUS not = '00'
               display "No loan applications on file."
           else
               read LOAN-APPLICATION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if APP-BOOKED
                       perform CHECK-ONE-BOOKING
                   end-if
                   read LOAN-APPLICATION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close LOAN-APPLICATION-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       CHECK-ONE-BOOKING.
           move APP-ID to CML-APP-ID.
           read COMMISSION-LEDGER-FILE
               invalid key
                   perform STAGE-NEW-BOOKING thru STAGE-NEW-BOOKING-DONE
               not invalid key
                   perform varying WS-LT-IDX from 1 by 1
                       until WS-LT-IDX > WS-LT-USED
                       if WS-LT-ID (WS-LT-IDX) = CML-LOAN-ID
                           move 'Y' to WS-LT-TAKEN (WS-LT-IDX)
                       end-if
                   end-perform
           end-read.

       STAGE-NEW-BOOKING.
           move 0 to WS-LT-MATCH.
           perform varying WS-LT-IDX from 1 by 1
               until WS-LT-IDX > WS-LT-USED or WS-LT-MATCH > 0
               if WS-LT-CUST-ID (WS-LT-IDX) = APP-CUST-ID
                  and WS-LT-PRINCIPAL (WS-LT-IDX) = APP-OFFER-AMOUNT
                  and WS-LT-TAKEN (WS-LT-IDX) = 'N'
                   move WS-LT-IDX to WS-LT-MATCH
               end-if
           end-perform.
           if WS-LT-MATCH = 0
               add 1 to WS-APPS-NO-LOAN
               go to STAGE-NEW-BOOKING-DONE
           end-if.
           move 'Y' to WS-LT-TAKEN (WS-LT-MATCH).
           if WS-LT-ORIGIN-DATE (WS-LT-MATCH) < WS-MONTH-START
              or WS-LT-ORIGIN-DATE (WS-LT-MATCH) > WS-MONTH-END
               go to STAGE-NEW-BOOKING-DONE
           end-if.
           if APP-DECIDED-BY = 0
               add 1 to WS-APPS-NO-OFFICER
               go to STAGE-NEW-BOOKING-DONE
           end-if.
           perform CLASSIFY-PURPOSE.
           if WS-MATCH-FOUND = 'N'
               add 1 to WS-APPS-NO-RATE
               go to STAGE-NEW-BOOKING-DONE
           end-if.
           if WS-CR-USED >= 500
               display "Credit table full; application " APP-ID
                   " left for review."
               go to STAGE-NEW-BOOKING-DONE
           end-if.
           add 1 to WS-CR-USED.
           move APP-ID to WS-CR-APP-ID (WS-CR-USED).
           move WS-LT-ID (WS-LT-MATCH) to WS-CR-LOAN-ID (WS-CR-USED).
           move APP-CUST-ID to WS-CR-CUST-ID (WS-CR-USED).
           move APP-DECIDED-BY to WS-CR-OPER-ID (WS-CR-USED).
           move WS-MATCH-CODE to WS-CR-CODE (WS-CR-USED).
           move WS-LT-ORIGIN-DATE (WS-LT-MATCH)
               to WS-CR-BOOKED-DATE (WS-CR-USED).
           move WS-LT-PRINCIPAL (WS-LT-MATCH)
               to WS-CR-AMOUNT (WS-CR-USED).
           move WS-MATCH-RATE to WS-CR-RATE (WS-CR-USED).
           move WS-MATCH-DAYS to WS-CR-DAYS (WS-CR-USED).
           move APP-DECIDED-BY to WS-FIND-OPER-ID.
           perform FIND-OFFICER.
           if WS-OF-IDX > 0
               add WS-LT-PRINCIPAL (WS-LT-MATCH)
                   to WS-OF-VOLUME (WS-OF-IDX)
           end-if.
       STAGE-NEW-BOOKING-DONE.
           continue.

      *    The first plan keyword found in the purpose text wins;
      *    none found takes the * row, if there is one.
       CLASSIFY-PURPOSE.
           move 'N' to WS-MATCH-FOUND.
           move APP-PURPOSE to WS-PURPOSE-UPPER.
           move function upper-case (WS-PURPOSE-UPPER)
               to WS-PURPOSE-UPPER.
           perform varying WS-PT-IDX from 1 by 1
               until WS-PT-IDX > WS-PT-USED or WS-MATCH-FOUND = 'Y'
               move 0 to WS-TALLY
               inspect WS-PURPOSE-UPPER tallying WS-TALLY
                   for all WS-PT-CODE (WS-PT-IDX)
                       (1:WS-PT-LEN (WS-PT-IDX))
               if WS-TALLY > 0
                   move 'Y' to WS-MATCH-FOUND
                   move WS-PT-CODE (WS-PT-IDX) to WS-MATCH-CODE
                   move WS-PT-RATE (WS-PT-IDX) to WS-MATCH-RATE
                   move WS-PT-DAYS (WS-PT-IDX) to WS-MATCH-DAYS
               end-if
           end-perform.
           if WS-MATCH-FOUND = 'N' and WS-DEFAULT-FOUND = 'Y'
               move 'Y' to WS-MATCH-FOUND
               move '*' to WS-MATCH-CODE
               move WS-DEFAULT-RATE to WS-MATCH-RATE
               move WS-DEFAULT-DAYS to WS-MATCH-DAYS
           end-if.

      *    Picks each officer's tier from the month's volume, then
      *    writes every staged booking to the ledger at the plan
      *    rate scaled by that tier.
       CREDIT-MONTH-BOOKINGS.
           perform varying WS-OF-IDX from 1 by 1
               until WS-OF-IDX > WS-OF-USED
               perform varying WS-TT-IDX from 1 by 1
                   until WS-TT-IDX > WS-TT-USED
                   if WS-OF-VOLUME (WS-OF-IDX)
                      >= WS-TT-FLOOR (WS-TT-IDX)
                       move WS-TT-PCT (WS-TT-IDX)
                           to WS-OF-TIER-PCT (WS-OF-IDX)
                   end-if
               end-perform
           end-perform.
           perform varying WS-CR-IDX from 1 by 1
               until WS-CR-IDX > WS-CR-USED
               perform CREDIT-ONE-BOOKING
           end-perform.

       CREDIT-ONE-BOOKING.
           move WS-CR-OPER-ID (WS-CR-IDX) to WS-FIND-OPER-ID.
           perform FIND-OFFICER.
           move WS-CR-APP-ID (WS-CR-IDX) to CML-APP-ID.
           move WS-CR-LOAN-ID (WS-CR-IDX) to CML-LOAN-ID.
           move WS-CR-CUST-ID (WS-CR-IDX) to CML-CUST-ID.
           move WS-CR-OPER-ID (WS-CR-IDX) to CML-OPER-ID.
           move WS-CR-CODE (WS-CR-IDX) to CML-PURPOSE-CODE.
           move WS-CR-BOOKED-DATE (WS-CR-IDX) to CML-BOOKED-DATE.
           move WS-CR-AMOUNT (WS-CR-IDX) to CML-AMOUNT.
           move WS-CR-RATE (WS-CR-IDX) to CML-RATE.
           move 100 to CML-TIER-PCT.
           if WS-OF-IDX > 0
               move WS-OF-TIER-PCT (WS-OF-IDX) to CML-TIER-PCT
           end-if.
           compute CML-COMMISSION rounded =
               CML-AMOUNT * CML-RATE / 100 * CML-TIER-PCT / 100.
           move WS-COMM-MONTH to CML-CREDIT-MONTH.
           compute CML-WINDOW-END = function date-of-integer
               (function integer-of-date (CML-BOOKED-DATE)
                + WS-CR-DAYS (WS-CR-IDX)).
           set CML-IN-WINDOW to true.
           move 0 to CML-CLAWBACK-MONTH.
           move space to CML-CLAWBACK-REASON.
           move 0 to CML-CLAWBACK-DATE.
           write COMMISSION-LEDGER-RECORD
               invalid key
                   display "Application " CML-APP-ID
                       " already credited; skipped."
               not invalid key
                   add 1 to WS-APPS-CREDITED
                   if WS-OF-IDX > 0
                       add CML-COMMISSION to WS-OF-CREDITS (WS-OF-IDX)
                   end-if
           end-write.

      *    Every credit still inside its window, this month's
      *    included, is checked for a payoff or charge-off on or
      *    before the window closed. One found is clawed back in
      *    full this month; one whose window has closed by month
      *    end without either is vested.
       CHECK-CLAWBACKS.
           open i-o COMMISSION-LEDGER-FILE.
           if WS-CML-STATUS not = '00'
               go to CHECK-CLAWBACKS-EXIT
           end-if.
           open input LOAN-FILE.
           open input CHARGEOFF-LEDGER-FILE.
           move 'N' to WS-EOF-FLAG.
           read COMMISSION-LEDGER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if CML-IN-WINDOW
                   perform CHECK-ONE-CREDIT
               end-if
               read COMMISSION-LEDGER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close LOAN-FILE.
           close CHARGEOFF-LEDGER-FILE.
           close COMMISSION-LEDGER-FILE.
           move 'N' to WS-EOF-FLAG.
       CHECK-CLAWBACKS-EXIT.
           continue.

       CHECK-ONE-CREDIT.
           move 0 to WS-EVENT-DATE.
           move space to WS-EVENT-REASON.
           move CML-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   continue
               not invalid key
                   if LOAN-PAID-OFF
                      and LOAN-NEXT-DUE-DATE <= CML-WINDOW-END
                      and LOAN-NEXT-DUE-DATE <= WS-MONTH-END
                       move LOAN-NEXT-DUE-DATE to WS-EVENT-DATE
                       move 'P' to WS-EVENT-REASON
                   end-if
           end-read.
           if WS-EVENT-DATE = 0
               move CML-CUST-ID to CO-CUST-ID
               read CHARGEOFF-LEDGER-FILE
                   invalid key
                       continue
                   not invalid key
                       if CO-DATE >= CML-BOOKED-DATE
                          and CO-DATE <= CML-WINDOW-END
                          and CO-DATE <= WS-MONTH-END
                           move CO-DATE to WS-EVENT-DATE
                           move 'C' to WS-EVENT-REASON
                       end-if
               end-read
           end-if.
           if WS-EVENT-DATE > 0
               set CML-CLAWED-BACK to true
               move WS-COMM-MONTH to CML-CLAWBACK-MONTH
               move WS-EVENT-REASON to CML-CLAWBACK-REASON
               move WS-EVENT-DATE to CML-CLAWBACK-DATE
               rewrite COMMISSION-LEDGER-RECORD
               add 1 to WS-CLAWBACK-COUNT
               move CML-OPER-ID to WS-FIND-OPER-ID
               perform FIND-OFFICER
               if WS-OF-IDX > 0
                   add CML-COMMISSION to WS-OF-CLAWBACKS (WS-OF-IDX)
               end-if
           else
               if CML-WINDOW-END <= WS-MONTH-END
                   set CML-VESTED to true
                   rewrite COMMISSION-LEDGER-RECORD
                   add 1 to WS-VESTED-COUNT
               end-if
           end-if.

      *    Nets each officer's month, pays a positive net to the
      *    linked employee through bonuses.dat, and carries the
      *    rest.
       SETTLE-OFFICERS.
           open extend BONUS-FILE.
           if WS-BONUS-STATUS not = '00'
               open output BONUS-FILE
           end-if.
           open i-o COMMISSION-CARRY-FILE.
           if WS-CC-STATUS not = '00'
               open output COMMISSION-CARRY-FILE
               close COMMISSION-CARRY-FILE
               open i-o COMMISSION-CARRY-FILE
           end-if.
           open input OPER-EMP-XREF-FILE.
           perform varying WS-OF-IDX from 1 by 1
               until WS-OF-IDX > WS-OF-USED
               perform SETTLE-ONE-OFFICER
           end-perform.
           close OPER-EMP-XREF-FILE.
           close COMMISSION-CARRY-FILE.
           close BONUS-FILE.

       SETTLE-ONE-OFFICER.
           move WS-OF-OPER-ID (WS-OF-IDX) to OEX-OPER-ID.
           read OPER-EMP-XREF-FILE
               invalid key
                   move 0 to WS-OF-EMP-ID (WS-OF-IDX)
               not invalid key
                   move OEX-EMP-ID to WS-OF-EMP-ID (WS-OF-IDX)
           end-read.
           compute WS-OF-NET (WS-OF-IDX) = WS-OF-CARRY-IN (WS-OF-IDX)
               + WS-OF-CREDITS (WS-OF-IDX)
               - WS-OF-CLAWBACKS (WS-OF-IDX).
           if WS-OF-NET (WS-OF-IDX) > 0
              and WS-OF-EMP-ID (WS-OF-IDX) not = 0
               move WS-OF-NET (WS-OF-IDX) to WS-OF-PAID (WS-OF-IDX)
               move 0 to WS-OF-CARRY-OUT (WS-OF-IDX)
               move WS-OF-PAID (WS-OF-IDX) to WS-BONUS-AMOUNT-OUT
               move spaces to BONUS-LINE
               string WS-OF-EMP-ID (WS-OF-IDX) delimited by size
                      "," delimited by size
                      WS-BONUS-AMOUNT-OUT delimited by size
                      into BONUS-LINE
               end-string
               write BONUS-LINE
               add 1 to WS-BONUS-LINES
               add WS-OF-PAID (WS-OF-IDX) to WS-TOTAL-PAID
           else
               move 0 to WS-OF-PAID (WS-OF-IDX)
               move WS-OF-NET (WS-OF-IDX) to WS-OF-CARRY-OUT (WS-OF-IDX)
               if WS-OF-NET (WS-OF-IDX) > 0
                   add 1 to WS-HELD-COUNT
               end-if
           end-if.
           move WS-OF-OPER-ID (WS-OF-IDX) to CC-OPER-ID.
           read COMMISSION-CARRY-FILE
               invalid key
                   if WS-OF-CARRY-OUT (WS-OF-IDX) not = 0
                       move WS-OF-OPER-ID (WS-OF-IDX) to CC-OPER-ID
                       move WS-OF-CARRY-OUT (WS-OF-IDX) to CC-BALANCE
                       move WS-COMM-MONTH to CC-MONTH
                       write COMMISSION-CARRY-RECORD
                   end-if
               not invalid key
                   move WS-OF-CARRY-OUT (WS-OF-IDX) to CC-BALANCE
                   move WS-COMM-MONTH to CC-MONTH
                   rewrite COMMISSION-CARRY-RECORD
           end-read.

      *    One statement per officer: the loans credited this month,
      *    the credits clawed back this month, and how the net was
      *    reached.
       WRITE-STATEMENTS.
           open output STATEMENT-FILE.
           open input OPERATOR-FILE.
           open input COMMISSION-LEDGER-FILE.
           perform varying WS-OF-IDX from 1 by 1
               until WS-OF-IDX > WS-OF-USED
               perform WRITE-ONE-STATEMENT
           end-perform.
           if WS-OF-USED = 0
               move spaces to STATEMENT-LINE
               string "LOAN OFFICER COMMISSION - " delimited by size
                      WS-COMM-MONTH delimited by size
                      ": no commission activity." delimited by size
                      into STATEMENT-LINE
               end-string
               write STATEMENT-LINE
           end-if.
           close COMMISSION-LEDGER-FILE.
           close OPERATOR-FILE.
           close STATEMENT-FILE.

       WRITE-ONE-STATEMENT.
           move spaces to WS-STMT-OPER-NAME.
           move WS-OF-OPER-ID (WS-OF-IDX) to OPER-ID.
           read OPERATOR-FILE
               invalid key
                   continue
               not invalid key
                   move OPER-NAME to WS-STMT-OPER-NAME
           end-read.
           move all "=" to STATEMENT-LINE.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           string "LOAN OFFICER COMMISSION STATEMENT - "
                      delimited by size
                  WS-COMM-MONTH delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           if WS-OF-EMP-ID (WS-OF-IDX) = 0
               string "Operator " delimited by size
                      WS-OF-OPER-ID (WS-OF-IDX) delimited by size
                      "  " delimited by size
                      WS-STMT-OPER-NAME delimited by size
                      "  NOT LINKED TO AN EMPLOYEE" delimited by size
                      into STATEMENT-LINE
               end-string
           else
               string "Operator " delimited by size
                      WS-OF-OPER-ID (WS-OF-IDX) delimited by size
                      "  " delimited by size
                      WS-STMT-OPER-NAME delimited by size
                      "  Employee " delimited by size
                      WS-OF-EMP-ID (WS-OF-IDX) delimited by size
                      into STATEMENT-LINE
               end-string
           end-if.
           write STATEMENT-LINE.
           move WS-OF-VOLUME (WS-OF-IDX) to WS-FMT-AMT.
           move WS-OF-TIER-PCT (WS-OF-IDX) to WS-FMT-PCT.
           move spaces to STATEMENT-LINE.
           string "Booked volume " delimited by size
                  WS-FMT-AMT delimited by size
                  "   Tier " delimited by size
                  WS-FMT-PCT delimited by size
                  "% of plan rate" delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.

           move "LOANS CREDITED THIS MONTH" to STATEMENT-LINE.
           write STATEMENT-LINE.
           write STATEMENT-LINE from WS-CREDIT-HEADING.
           move 'N' to WS-EOF-FLAG.
           move 0 to CML-APP-ID.
           start COMMISSION-LEDGER-FILE key is >= CML-APP-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read COMMISSION-LEDGER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if CML-OPER-ID = WS-OF-OPER-ID (WS-OF-IDX)
                          and CML-CREDIT-MONTH = WS-COMM-MONTH
                           perform WRITE-CREDIT-LINE
                       end-if
               end-read
           end-perform.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.

           move "COMMISSION CLAWED BACK THIS MONTH" to STATEMENT-LINE.
           write STATEMENT-LINE.
           write STATEMENT-LINE from WS-CLAWBACK-HEADING.
           move 'N' to WS-EOF-FLAG.
           move 0 to CML-APP-ID.
           start COMMISSION-LEDGER-FILE key is >= CML-APP-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read COMMISSION-LEDGER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if CML-OPER-ID = WS-OF-OPER-ID (WS-OF-IDX)
                          and CML-CLAWED-BACK
                          and CML-CLAWBACK-MONTH = WS-COMM-MONTH
                           perform WRITE-CLAWBACK-LINE
                       end-if
               end-read
           end-perform.
           move 'N' to WS-EOF-FLAG.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.

           move WS-OF-CARRY-IN (WS-OF-IDX) to WS-FMT-SIGNED.
           move spaces to STATEMENT-LINE.
           string "Carried in          " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move WS-OF-CREDITS (WS-OF-IDX) to WS-FMT-SIGNED.
           move spaces to STATEMENT-LINE.
           string "Commission credited " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           compute WS-FMT-SIGNED = 0 - WS-OF-CLAWBACKS (WS-OF-IDX).
           move spaces to STATEMENT-LINE.
           string "Clawed back         " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move WS-OF-NET (WS-OF-IDX) to WS-FMT-SIGNED.
           move spaces to STATEMENT-LINE.
           string "Net for the month   " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move WS-OF-PAID (WS-OF-IDX) to WS-FMT-SIGNED.
           move spaces to STATEMENT-LINE.
           string "Paid through payroll" delimited by size
                  WS-FMT-SIGNED delimited by size
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move WS-OF-CARRY-OUT (WS-OF-IDX) to WS-FMT-SIGNED.
           move spaces to STATEMENT-LINE.
           if WS-OF-CARRY-OUT (WS-OF-IDX) > 0
               string "Held until linked   " delimited by size
                      WS-FMT-SIGNED delimited by size
                      into STATEMENT-LINE
               end-string
           else
               string "Carried forward     " delimited by size
                      WS-FMT-SIGNED delimited by size
                      into STATEMENT-LINE
               end-string
           end-if.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           write STATEMENT-LINE.

       WRITE-CREDIT-LINE.
           move CML-APP-ID to WS-CD-APP-ID.
           move CML-LOAN-ID to WS-CD-LOAN-ID.
           move CML-CUST-ID to WS-CD-CUST-ID.
           move CML-PURPOSE-CODE to WS-CD-CODE.
           move CML-BOOKED-DATE to WS-CD-BOOKED-DATE.
           move CML-AMOUNT to WS-CD-AMOUNT.
           move CML-RATE to WS-CD-RATE.
           move CML-TIER-PCT to WS-CD-TIER.
           move CML-COMMISSION to WS-CD-COMMISSION.
           write STATEMENT-LINE from WS-CREDIT-DETAIL.

       WRITE-CLAWBACK-LINE.
           move CML-APP-ID to WS-KD-APP-ID.
           move CML-LOAN-ID to WS-KD-LOAN-ID.
           move CML-CUST-ID to WS-KD-CUST-ID.
           move CML-BOOKED-DATE to WS-KD-BOOKED-DATE.
           if CML-PAID-OFF
               move 'PAID OFF' to WS-KD-EVENT
           else
               move 'CHARGE-OFF' to WS-KD-EVENT
           end-if.
           move CML-CLAWBACK-DATE to WS-KD-EVENT-DATE.
           move CML-COMMISSION to WS-KD-COMMISSION.
           write STATEMENT-LINE from WS-CLAWBACK-DETAIL.
