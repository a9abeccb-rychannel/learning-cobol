      *    payroll-processor.cob skips terminated employees in later
      *    periods, and final-pay.cob pays out their remaining hours
      *    and PTO balance, marking the termination final-paid.
      *    Each termination is classed voluntary or involuntary for
      *    the headcount and turnover report.

       environment division.
       input-output section.
           file status is WS-TERM-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.
          05 TERM-EMP-ID            pic 9(6).
          05 TERM-DATE              pic 9(8).
          05 TERM-FINAL-PAID        pic x(1).
          05 TERM-SEPARATION-TYPE   pic x(1).
             88 TERM-VOLUNTARY      value 'V'.
             88 TERM-INVOLUNTARY    value 'I'.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
       01 WS-USER-CHOICE            pic x.
       01 WS-TARGET-EMP-ID          pic 9(6).
       01 WS-TERM-DATE-IN           pic 9(8).
       01 WS-SEPARATION-TYPE-IN     pic x(1).
       01 WS-EMP-FOUND              pic x.
       01 WS-ALREADY-TERMED         pic x.
       01 WS-LISTED-COUNT           pic 9(5).
           end-if.
           display "Termination Date (YYYYMMDD): ".
           accept WS-TERM-DATE-IN.
           display "Separation Type (V=voluntary, I=involuntary): ".
           accept WS-SEPARATION-TYPE-IN.
           move function upper-case (WS-SEPARATION-TYPE-IN)
               to WS-SEPARATION-TYPE-IN.
           if WS-SEPARATION-TYPE-IN not = 'V'
              and WS-SEPARATION-TYPE-IN not = 'I'
               display "Separation type must be V or I."
               go to RECORD-TERM-DONE
           end-if.
           open extend TERMINATION-FILE.
           if WS-TERM-STATUS not = '00'
               open output TERMINATION-FILE
           move WS-TARGET-EMP-ID to TERM-EMP-ID.
           move WS-TERM-DATE-IN to TERM-DATE.
           move 'N' to TERM-FINAL-PAID.
           move WS-SEPARATION-TYPE-IN to TERM-SEPARATION-TYPE.
           write TERMINATION-RECORD.
           close TERMINATION-FILE.
           display "Employee " WS-TARGET-EMP-ID " terminated "
               display "No terminations on file."
           else
               move 'N' to WS-EOF-FLAG
               display "EmpID  Term-Date FinalPaid Type"
               read TERMINATION-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   display TERM-EMP-ID " " TERM-DATE "  "
                       TERM-FINAL-PAID "         " TERM-SEPARATION-TYPE
                   add 1 to WS-LISTED-COUNT
                   read TERMINATION-FILE
                       at end

       CHECK-EMPLOYEE-EXISTS.
           move 'N' to WS-EMP-FOUND.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to CHECK-EMP-DONE.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-EMP-FOUND
               not invalid key
                   move 'Y' to WS-EMP-FOUND
           end-read.
           close EMPLOYEE-FILE.
       CHECK-EMP-DONE.
           move 'N' to WS-EOF-FLAG.
