      *    401k, the withholding table with W-4 elections, and the
      *    state/local table. Health and garnishments are period
      *    deductions and are not taken twice on a correction.
      *    The same run pays out a supervisor-approved pay advance
      *    from pay_advances.dat: the advance is a loan, not wages,
      *    so it is paid whole with no withholding and no pay
      *    history or YTD movement, posts to advances receivable
      *    in the GL, and goes outstanding for payroll-processor.cob
      *    to recover through the per-period repayment.
      *    A committed payment adds its federal withholding and the
      *    employer FICA match to the company's federal deposit
      *    liability for the day on tax_deposits.dat.

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
       select W4-ELECTION-FILE
           assign to 'w4_elections.dat'
           assign to 'state_tax_table.dat'
           organization is line sequential
           file status is WS-STATE-TAX-STATUS.
       select PAY-HISTORY-FILE
           assign to 'pay_history.dat'
           organization is line sequential
           assign to 'gl_export.csv'
           organization is line sequential
           file status is WS-GL-STATUS.
       select PAY-ADVANCE-FILE
           assign to 'pay_advances.dat'
           organization is indexed
           access mode is dynamic
           record key is ADV-ID
           lock mode is automatic
           file status is WS-ADV-STATUS.
       select TAX-DEPOSIT-FILE
           assign to 'tax_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TDL-KEY
           lock mode is automatic
           file status is WS-TDL-STATUS.

       data division.
       file section.
          05 STX-CODE               pic x(4).
          05 STX-RATE               pic 9v9999.

       fd PAY-HISTORY-FILE.
       01 PAY-HISTORY-RECORD.
          05 PH-PERIOD              pic x(6).
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd PAY-STUB-FILE.
       01 STUB-LINE                 pic x(80).
       fd GL-EXPORT-FILE.
       01 GL-LINE                   pic x(80).

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
             88 ADV-APPROVED        value 'A'.
             88 ADV-OUTSTANDING     value 'O'.
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

       working-storage section.
       01 WS-EMP-STATUS             pic xx.
       01 WS-W4-STATUS              pic xx.
       01 WS-STATE-TAX-STATUS       pic xx.
       01 WS-PAY-HIST-STATUS        pic xx.
       01 WS-ACH-PEND-STATUS        pic xx.
       01 WS-RUN-CTL-STATUS         pic xx.
       01 WS-GL-STATUS              pic xx.
       01 WS-ADV-STATUS             pic xx.
       01 WS-TDL-STATUS             pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-FOUND-FLAG             pic x value 'N'.
       01 WS-OC-RUN-ID              pic x(6).
       01 WS-CONFIRM                pic x.
       01 WS-ADV-FOUND              pic x value 'N'.
       01 WS-ADV-ID                 pic 9(6).
       01 WS-ADV-AMOUNT             pic 9(6)v99.
       01 WS-ADV-PER-PERIOD         pic 9(6)v99.

       01 WS-GROSS                  pic 9(6)v99.
       01 WS-PRETAX-401K            pic 9(6)v99.
       01 WS-LOCAL-TAX              pic 9(6)v99.
       01 WS-NET-PAY                pic 9(6)v99.

      *    Employer FICA match on the payment, at the rates and
      *    social security wage cap the pay run applies.
       01 WS-ER-SS-RATE             pic 9v9999 value 0.0620.
       01 WS-ER-SS-WAGE-CAP         pic 9(7)v99 value 160200.00.
       01 WS-ER-MED-RATE            pic 9v9999 value 0.0145.
       01 WS-ER-CAPPED-WAGES        pic 9(7)v99.
       01 WS-ER-FICA                pic 9(6)v99.

      *    The same three-bracket withholding table the pay run
      *    compiles in.
       01 WS-TAX-TABLE-VALUES.
          value 'check_number_ctl.dat.new'.
       01 WS-CTL-LIVE-NAME          pic x(25)
          value 'check_number_ctl.dat'.
       01 WS-FMT-AMT                pic $ZZZ,ZZ9.99.

       procedure division.
                  function current-date(5:4) delimited by size
                  into WS-OC-RUN-ID
           end-string.
           display "Pay out an approved pay advance? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM = 'Y' or WS-CONFIRM = 'y'
               perform PAY-OUT-ADVANCE thru PAY-OUT-ADVANCE-DONE
               stop run
           end-if.
           display "Enter Gross Earnings To Pay: ".
           accept WS-GROSS.

           else
               perform WRITE-CHECK-REGISTER-ENTRY
           end-if.
           perform POST-DEPOSIT-LIABILITY.
           perform WRITE-PAY-HISTORY-ROW.
           perform UPDATE-EMPLOYEE-YTD.
           perform WRITE-OC-STUB.

       FIND-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move WS-TARGET-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       move 'N' to WS-FOUND-FLAG
                   not invalid key
                       move 'Y' to WS-FOUND-FLAG
               end-read
               close EMPLOYEE-FILE
           end-if.

      *    The run's table figure shaped by the employee's W-4
      *    elections, the same way CALCULATE-TAX-WITHHOLDING does.
      *    The off-cycle figures join the YTD buckets on the
      *    employee record -- the W-2 and quarterly returns build
      *    from them, so a payment outside the calendar must not
      *    vanish from either. The record is re-read by key with
      *    the file open i-o, so it is locked from the read to the
      *    rewrite and no other session's change is lost.
       UPDATE-EMPLOYEE-YTD.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "WARNING: employee file unavailable -- YTD "
                   "figures not updated."
           else
               move WS-TARGET-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       display "WARNING: employee record not found "
                           "-- YTD figures not updated."
                   not invalid key
                       add WS-GROSS to EMP-YTD-GROSS
                       add WS-FED-TAX to EMP-YTD-TAX
                       add WS-PRETAX-401K to EMP-YTD-401K
                       add WS-NET-PAY to EMP-YTD-NET
                       add WS-STATE-TAX to EMP-YTD-STATE-TAX
                       add WS-LOCAL-TAX to EMP-YTD-LOCAL-TAX
                       rewrite EMPLOYEE-RECORD
                           invalid key
                               display "WARNING: employee record "
                                   "rewrite failed -- YTD figures "
                                   "not updated."
                       end-rewrite
               end-read
               if WS-EMP-STATUS = '51'
                   display "WARNING: employee record held by another "
                       "session -- YTD figures not updated."
               end-if
               close EMPLOYEE-FILE
           end-if.

       WRITE-PAY-HISTORY-ROW.
           open extend PAY-HISTORY-FILE.
           move WS-CHECK-NUMBER to PH-CHECK-NUMBER.
           move WS-STATE-TAX to PH-STATE-TAX.
           move WS-LOCAL-TAX to PH-LOCAL-TAX.
           move WS-ER-FICA to PH-ER-TAXES.
           move 0 to PH-ER-BENEFITS.
           write PAY-HISTORY-RECORD.
           close PAY-HISTORY-FILE.

           write GL-LINE.
           close GL-EXPORT-FILE.

      *    Pays the employee's approved advance whole: no
      *    withholding, no pay history row and no YTD movement,
      *    since a loan is not earnings. The check or ACH entry,
      *    stub and GL lines are written the way an off-cycle
      *    payment writes them, and the advance goes outstanding
      *    with today as its issue date.
       PAY-OUT-ADVANCE.
           perform FIND-APPROVED-ADVANCE.
           if WS-ADV-FOUND not = 'Y'
               display "No approved advance on file for that "
                   "employee."
               go to PAY-OUT-ADVANCE-DONE
           end-if.
           move 0 to WS-GROSS.
           move 0 to WS-PRETAX-401K.
           move 0 to WS-FED-TAX.
           move 0 to WS-STATE-TAX.
           move 0 to WS-LOCAL-TAX.
           move WS-ADV-AMOUNT to WS-NET-PAY.
           display " ".
           display "Pay advance " WS-ADV-ID " for " EMP-NAME ":".
           move WS-ADV-AMOUNT to WS-FMT-AMT.
           display "  Advance:          " WS-FMT-AMT.
           move WS-ADV-PER-PERIOD to WS-FMT-AMT.
           display "  Repay per period: " WS-FMT-AMT.
           display "Commit this advance payment? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Nothing committed."
               go to PAY-OUT-ADVANCE-DONE
           end-if.
           perform CHECK-DIRECT-DEPOSIT.
           perform NEXT-COMPANY-CHECK-NUMBER.
           if WS-DD-ON-FILE = 'Y'
               perform QUEUE-ACH-PENDING
           else
               perform WRITE-CHECK-REGISTER-ENTRY
           end-if.
           perform MARK-ADVANCE-ISSUED.
           perform WRITE-ADVANCE-STUB.
           perform WRITE-ADVANCE-GL-LINES.
           perform LOG-RUN-CONTROL.
           display "Advance " WS-ADV-ID " paid under run "
               WS-OC-RUN-ID ".".
       PAY-OUT-ADVANCE-DONE.
           continue.

       FIND-APPROVED-ADVANCE.
           move 'N' to WS-ADV-FOUND.
           move 'N' to WS-EOF-FLAG.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ADV-EMP-ID = WS-TARGET-EMP-ID
                      and ADV-APPROVED
                       move 'Y' to WS-ADV-FOUND
                       move 'Y' to WS-EOF-FLAG
                       move ADV-ID to WS-ADV-ID
                       move ADV-AMOUNT to WS-ADV-AMOUNT
                       move ADV-PER-PERIOD to WS-ADV-PER-PERIOD
                   else
                       read PAY-ADVANCE-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close PAY-ADVANCE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

       MARK-ADVANCE-ISSUED.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move WS-ADV-ID to ADV-ID
               read PAY-ADVANCE-FILE
                   invalid key
                       display "WARNING: advance " WS-ADV-ID
                           " could not be marked issued."
                   not invalid key
                       set ADV-OUTSTANDING to true
                       move function current-date(1:8)
                           to ADV-ISSUE-DATE
                       move WS-ADV-AMOUNT to ADV-REMAINING
                       move WS-OC-RUN-ID to ADV-OC-RUN
                       rewrite PAY-ADVANCE-RECORD
               end-read
               close PAY-ADVANCE-FILE
           end-if.

       WRITE-ADVANCE-STUB.
           move spaces to WS-STUB-FILENAME.
           string "stub_" delimited by size
                  EMP-ID delimited by size
                  "_" delimited by size
                  WS-OC-RUN-ID delimited by size
                  ".txt" delimited by size
                  into WS-STUB-FILENAME
           end-string.
           open output PAY-STUB-FILE.
           move spaces to STUB-LINE.
           string "PAY ADVANCE STUB -- " delimited by size
                  EMP-NAME delimited by size
                  into STUB-LINE
           end-string.
           write STUB-LINE.
           move spaces to STUB-LINE.
           string "Run " delimited by size
                  WS-OC-RUN-ID delimited by size
                  "  Check " delimited by size
                  WS-CHECK-NUMBER delimited by size
                  "  Advance " delimited by size
                  WS-ADV-ID delimited by size
                  into STUB-LINE
           end-string.
           write STUB-LINE.
           move all "-" to STUB-LINE.
           write STUB-LINE.
           move WS-ADV-AMOUNT to WS-FMT-AMT.
           move spaces to STUB-LINE.
           string "Advance Paid:      " delimited by size
                  WS-FMT-AMT delimited by size
                  into STUB-LINE
           end-string.
           write STUB-LINE.
           move WS-ADV-PER-PERIOD to WS-FMT-AMT.
           move spaces to STUB-LINE.
           string "Repay Per Period:  " delimited by size
                  WS-FMT-AMT delimited by size
                  into STUB-LINE
           end-string.
           write STUB-LINE.
           move WS-NET-PAY to WS-FMT-AMT.
           move spaces to STUB-LINE.
           string "Net Pay:           " delimited by size
                  WS-FMT-AMT delimited by size
                  into STUB-LINE
           end-string.
           write STUB-LINE.
           close PAY-STUB-FILE.

       WRITE-ADVANCE-GL-LINES.
           open extend GL-EXPORT-FILE.
           if WS-GL-STATUS not = '00'
               open output GL-EXPORT-FILE
           end-if.
           move WS-ADV-AMOUNT to WS-FMT-AMT.
           move spaces to GL-LINE.
           string "1350,Employee Advances Receivable "
                      delimited by size
                  WS-OC-RUN-ID delimited by size
                  "," delimited by size
                  WS-FMT-AMT delimited by size
                  "," delimited by size
                  into GL-LINE
           end-string.
           write GL-LINE.
           move spaces to GL-LINE.
           string "2000,Net Pay Off-Cycle " delimited by size
                  WS-OC-RUN-ID delimited by size
                  ",," delimited by size
                  WS-FMT-AMT delimited by size
                  into GL-LINE
           end-string.
           write GL-LINE.
           close GL-EXPORT-FILE.

      *    Logged under the OC identifier -- the period itself is
      *    not burned, so the regular run still processes it.
       LOG-RUN-CONTROL.
           move WS-OC-RUN-ID to RUN-CONTROL-LINE.
           write RUN-CONTROL-LINE.
           close RUN-CONTROL-FILE.

      *    Adds the payment's federal withholding and employer FICA
      *    (social security against the wage cap on the YTD gross
      *    before this payment, medicare uncapped) to the company's
      *    deposit liability for today's off-cycle run.
       POST-DEPOSIT-LIABILITY.
           if EMP-YTD-GROSS >= WS-ER-SS-WAGE-CAP
               move 0 to WS-ER-CAPPED-WAGES
           else
               compute WS-ER-CAPPED-WAGES =
                   WS-ER-SS-WAGE-CAP - EMP-YTD-GROSS
               if WS-ER-CAPPED-WAGES > WS-GROSS
                   move WS-GROSS to WS-ER-CAPPED-WAGES
               end-if
           end-if.
           compute WS-ER-FICA rounded =
               WS-ER-CAPPED-WAGES * WS-ER-SS-RATE
               + WS-GROSS * WS-ER-MED-RATE.
           open i-o TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               open output TAX-DEPOSIT-FILE
               close TAX-DEPOSIT-FILE
               open i-o TAX-DEPOSIT-FILE
           end-if.
           if WS-TDL-STATUS = '00'
               move WS-COMPANY-WORK to TDL-COMPANY
               move function current-date(1:8) to TDL-PAY-DATE
               move WS-OC-RUN-ID to TDL-RUN
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
                       add WS-FED-TAX to TDL-WITHHELD
                       add WS-ER-FICA to TDL-ER-FICA
                       compute TDL-LIABILITY =
                           TDL-WITHHELD + TDL-ER-FICA
                       write TAX-DEPOSIT-RECORD
                   not invalid key
                       add WS-FED-TAX to TDL-WITHHELD
                       add WS-ER-FICA to TDL-ER-FICA
                       compute TDL-LIABILITY =
                           TDL-WITHHELD + TDL-ER-FICA
                       if TDL-DEPOSITED < TDL-LIABILITY
                           set TDL-OPEN to true
                       end-if
                       rewrite TAX-DEPOSIT-RECORD
               end-read
               close TAX-DEPOSIT-FILE
           end-if.
