      *    the payout through the same bracket table the regular run
      *    uses, deposits the net via the bank cross-reference the
      *    way retro-pay.cob does, rolls the payout into the YTD
      *    fields (zeroing hours and PTO) with a keyed rewrite of
      *    the employee's record, and marks the termination
      *    final-paid so it cannot be paid twice. The employee record itself stays
      *    in employees.dat for w2-report.cob; the regular run skips
      *    terminated employees. An outstanding pay advance is
      *    recovered from the final net, up to the whole net, where
      *    the employee signed the final-pay authorization when the
      *    advance was requested; without it the balance is left on
      *    the advance and reported for collection. The payout's
      *    federal withholding and employer FICA match are added to
      *    the company's federal deposit liability for the day on
      *    tax_deposits.dat.

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
       select TERMINATION-FILE
           assign to 'terminations.dat'
           organization is line sequential
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
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
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       fd TERMINATION-FILE.
       01 TERMINATION-RECORD.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).

       fd TERMINATION-NEW-FILE.
       01 TERMINATION-RECORD-NEW    pic x(16).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

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
             88 ADV-FINAL-PAY-ALLOWED value 'Y'.
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

       working-storage section.
       01 WS-EMP-STATUS           pic xx.
       01 WS-TERM-STATUS          pic xx.
       01 WS-TERM-NEW-STATUS      pic xx.
       01 WS-XREF-STATUS          pic xx.
       01 WS-AUDIT-STATUS         pic xx.
       01 WS-PAY-HIST-STATUS      pic xx.
       01 WS-BUSDATE-STATUS       pic xx.
       01 WS-ADV-STATUS           pic xx.
       01 WS-TDL-STATUS           pic xx.
       01 WS-BUSINESS-DATE        pic 9(8).
       01 WS-BUSDATE-OK           pic x value 'Y'.
          88 POSTING-ALLOWED      value 'Y'.
       01 WS-FINAL-GROSS          pic 9(6)v99.
       01 WS-TAX-WITHHELD         pic 9(6)v99.
       01 WS-FINAL-NET            pic 9(6)v99.
       01 WS-ADV-THIS-TAKE        pic 9(6)v99.
       01 WS-ADV-RECOVERED        pic 9(6)v99 value zero.
       01 WS-ADV-UNRECOVERED      pic 9(6)v99 value zero.
       01 WS-FORMATTED-AMT        pic $ZZZ,ZZ9.99.

      *    Employer FICA match on the payout, at the rates and
      *    social security wage cap the pay run applies.
       01 WS-ER-SS-RATE           pic 9v9999 value 0.0620.
       01 WS-ER-SS-WAGE-CAP       pic 9(7)v99 value 160200.00.
       01 WS-ER-MED-RATE          pic 9v9999 value 0.0145.
       01 WS-ER-CAPPED-WAGES      pic 9(7)v99.
       01 WS-ER-FICA              pic 9(6)v99.
       01 WS-TDL-COMPANY          pic x(3).

      *    Same flat-rate bracket table the regular pay run applies.
       01 WS-TAX-TABLE-VALUES.
          05 FILLER                pic x(10) value '0005001000'.

       01 WS-TRANS-ID             pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE    pic s9(8)v99.
       01 WS-TERM-OLD-FILENAME    pic x(40)
          value 'terminations.dat.new'.
       01 WS-TERM-NEW-FILENAME    pic x(40) value 'terminations.dat'.
               giving WS-TAX-WITHHELD rounded.
           subtract WS-TAX-WITHHELD from WS-FINAL-GROSS
               giving WS-FINAL-NET.
           perform RECOVER-PAY-ADVANCES.

           move WS-FINAL-GROSS to WS-FORMATTED-AMT.
           display "Final gross (incl. PTO payout): "
               WS-FORMATTED-AMT.
           move WS-PTO-PAYOUT to WS-FORMATTED-AMT.
           display "  of which PTO payout: " WS-FORMATTED-AMT.
           if WS-ADV-RECOVERED > 0
               move WS-ADV-RECOVERED to WS-FORMATTED-AMT
               display "Pay advance recovered: " WS-FORMATTED-AMT
           end-if.
           if WS-ADV-UNRECOVERED > 0
               move WS-ADV-UNRECOVERED to WS-FORMATTED-AMT
               display "Pay advance NOT recovered (no final-pay "
                   "authorization or net exhausted): "
                   WS-FORMATTED-AMT " -- refer for collection."
           end-if.
           move WS-FINAL-NET to WS-FORMATTED-AMT.
           display "Final net: " WS-FORMATTED-AMT.

           perform FIND-LAST-TRANS-ID.
           perform APPLY-FINAL-DEPOSIT
               thru APPLY-FINAL-DEPOSIT-DONE.
           perform POST-DEPOSIT-LIABILITY.
           perform WRITE-PAY-HISTORY.
           perform UPDATE-EMPLOYEE-RECORD.
           perform MARK-FINAL-PAID.
       CHECK-TERMINATION-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Recovers each outstanding advance for the employee from
      *    the final net where its final-pay authorization is on
      *    file, capped at the net that is left, and rewrites the
      *    balance; the advance is satisfied at zero. Whatever cannot
      *    be recovered stays on the advance for collection.
       RECOVER-PAY-ADVANCES.
           move 0 to WS-ADV-RECOVERED.
           move 0 to WS-ADV-UNRECOVERED.
           open i-o PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ADV-EMP-ID = WS-TARGET-EMP-ID
                      and ADV-OUTSTANDING and ADV-REMAINING > 0
                       move 0 to WS-ADV-THIS-TAKE
                       if ADV-FINAL-PAY-ALLOWED
                           move ADV-REMAINING to WS-ADV-THIS-TAKE
                           if WS-ADV-THIS-TAKE > WS-FINAL-NET
                               move WS-FINAL-NET to WS-ADV-THIS-TAKE
                           end-if
                       end-if
                       if WS-ADV-THIS-TAKE > 0
                           subtract WS-ADV-THIS-TAKE from ADV-REMAINING
                           subtract WS-ADV-THIS-TAKE from WS-FINAL-NET
                           add WS-ADV-THIS-TAKE to WS-ADV-RECOVERED
                           if ADV-REMAINING = 0
                               set ADV-SATISFIED to true
                           end-if
                           move WS-BUSINESS-DATE(1:6)
                               to ADV-LAST-PERIOD
                           move WS-ADV-THIS-TAKE to ADV-LAST-REPAID
                           rewrite PAY-ADVANCE-RECORD
                       end-if
                       add ADV-REMAINING to WS-ADV-UNRECOVERED
                   end-if
                   read PAY-ADVANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-ADVANCE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    Keyed read of EMPLOYEE-FILE for WS-TARGET-EMP-ID, leaving
      *    the match in EMPLOYEE-RECORD. The file is opened i-o and
      *    left open so the record stays locked against every other
      *    session until UPDATE-EMPLOYEE-RECORD rewrites it.
       FIND-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to FIND-EMPLOYEE-DONE
           end-if.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-FOUND-FLAG
               not invalid key
                   move 'Y' to WS-FOUND-FLAG
           end-read.
           if WS-EMP-STATUS = '51'
               display "Employee " WS-TARGET-EMP-ID " is being updated"
                   " by another session. Try again shortly."
               stop run
           end-if.
       FIND-EMPLOYEE-DONE.
           continue.

           move 0 to PH-CHECK-NUMBER.
           move 0 to PH-STATE-TAX
           move 0 to PH-LOCAL-TAX
           move WS-ER-FICA to PH-ER-TAXES
           move 0 to PH-ER-BENEFITS
           write PAY-HISTORY-RECORD.
           close PAY-HISTORY-FILE.

      *    Rolls the payout into the YTD fields and zeroes the hours
      *    and PTO balance in the record FIND-EMPLOYEE read and
      *    locked, and rewrites it.
       UPDATE-EMPLOYEE-RECORD.
           add WS-FINAL-GROSS to EMP-YTD-GROSS.
           add WS-TAX-WITHHELD to EMP-YTD-TAX.
           add WS-FINAL-NET to EMP-YTD-NET.
           move 0 to EMP-HOURS-WORKED.
           move 0 to EMP-PTO-BALANCE.
           rewrite EMPLOYEE-RECORD
               invalid key
                   display "Employee record rewrite failed (status "
                       WS-EMP-STATUS ")."
           end-rewrite.
           close EMPLOYEE-FILE.

      *    Marks the termination final-paid through the usual
      *    write-new-and-rename swap of terminations.dat.
       MARK-FINAL-PAID.
           open input TERMINATION-FILE.
           open output TERMINATION-NEW-FILE.
               end-read
               close BUSINESS-DATE-FILE
           end-if.

      *    Adds the payout's federal withholding and employer FICA
      *    (social security against the wage cap on the YTD gross
      *    before this payout, medicare uncapped) to the company's
      *    deposit liability for the day's final pays.
       POST-DEPOSIT-LIABILITY.
           if EMP-YTD-GROSS >= WS-ER-SS-WAGE-CAP
               move 0 to WS-ER-CAPPED-WAGES
           else
               compute WS-ER-CAPPED-WAGES =
                   WS-ER-SS-WAGE-CAP - EMP-YTD-GROSS
               if WS-ER-CAPPED-WAGES > WS-FINAL-GROSS
                   move WS-FINAL-GROSS to WS-ER-CAPPED-WAGES
               end-if
           end-if.
           compute WS-ER-FICA rounded =
               WS-ER-CAPPED-WAGES * WS-ER-SS-RATE
               + WS-FINAL-GROSS * WS-ER-MED-RATE.
           move EMP-COMPANY to WS-TDL-COMPANY.
           if WS-TDL-COMPANY = spaces
               move '000' to WS-TDL-COMPANY
           end-if.
           open i-o TAX-DEPOSIT-FILE.
           if WS-TDL-STATUS not = '00'
               open output TAX-DEPOSIT-FILE
               close TAX-DEPOSIT-FILE
               open i-o TAX-DEPOSIT-FILE
           end-if.
           if WS-TDL-STATUS = '00'
               move WS-TDL-COMPANY to TDL-COMPANY
               move WS-BUSINESS-DATE to TDL-PAY-DATE
               move 'FINAL' to TDL-RUN
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
                       add WS-ER-FICA to TDL-ER-FICA
                       compute TDL-LIABILITY =
                           TDL-WITHHELD + TDL-ER-FICA
                       write TAX-DEPOSIT-RECORD
                   not invalid key
                       add WS-TAX-WITHHELD to TDL-WITHHELD
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
