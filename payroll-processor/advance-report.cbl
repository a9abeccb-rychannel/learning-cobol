       identification division.
       program-id. advance-report.

      *    Outstanding pay advance report: every employee with a
      *    balance still owed on a paid-out advance, showing the
      *    amount advanced, what has been repaid, the balance, the
      *    per-period repayment payroll-processor.cob is taking, and
      *    whether final pay may recover it. Advances whose employee
      *    is no longer on employees.dat are listed at the end so
      *    nothing owed drops off the books. Totals at the foot give
      *    the receivable the GL should carry.

       environment division.
       input-output section.
       file-control.
       select PAY-ADVANCE-FILE
           assign to 'pay_advances.dat'
           organization is indexed
           access mode is dynamic
           record key is ADV-ID
           lock mode is automatic
           file status is WS-ADV-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select ADVANCE-REPORT-FILE
           assign to 'advance_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
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
          05 ADV-OC-RUN             pic x(6).
          05 ADV-LAST-PERIOD        pic x(6).
          05 ADV-LAST-REPAID        pic 9(6)v99.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-REST             pic x(148).

       fd ADVANCE-REPORT-FILE.
       01 ADVANCE-REPORT-LINE       pic x(110).

       working-storage section.
       01 WS-ADV-STATUS             pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

      *    Outstanding advances loaded up front; each is flagged as
      *    the employee pass reports it, and whatever is left
      *    unflagged has no employee on file.
       01 WS-ADV-USED               pic 9(3) value zero.
       01 WS-ADV-OVERFLOW           pic x value 'N'.
       01 WS-ADV-TABLE.
          05 WS-ADV-ENTRY OCCURS 500 TIMES INDEXED BY WS-ADV-IDX.
             10 WS-ADV-ID           pic 9(6).
             10 WS-ADV-EMP-ID       pic 9(6).
             10 WS-ADV-AMOUNT       pic 9(6)v99.
             10 WS-ADV-ISSUE-DATE   pic 9(8).
             10 WS-ADV-PER-PERIOD   pic 9(6)v99.
             10 WS-ADV-REMAINING    pic 9(6)v99.
             10 WS-ADV-FINAL-AUTH   pic x(1).
             10 WS-ADV-REPORTED     pic x(1).

       01 WS-REPORT-NAME            pic x(30).
       01 WS-THIS-REPAID            pic 9(6)v99.
       01 WS-EMP-BALANCE            pic 9(7)v99.
       01 WS-EMPLOYEE-COUNT         pic 9(5) value zero.
       01 WS-ADVANCE-COUNT          pic 9(5) value zero.
       01 WS-ORPHAN-COUNT           pic 9(5) value zero.
       01 WS-TOTAL-ADVANCED         pic 9(9)v99 value zero.
       01 WS-TOTAL-REPAID           pic 9(9)v99 value zero.
       01 WS-TOTAL-BALANCE          pic 9(9)v99 value zero.
       01 WS-FMT-AMOUNT             pic $ZZZ,ZZ9.99.
       01 WS-FMT-REPAID             pic $ZZZ,ZZ9.99.
       01 WS-FMT-BALANCE            pic $ZZZ,ZZ9.99.
       01 WS-FMT-PER-PERIOD         pic $ZZZ,ZZ9.99.
       01 WS-FMT-TOTAL              pic $ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "Outstanding Pay Advance Report Starting...".
           perform LOAD-OUTSTANDING-ADVANCES.
           open output ADVANCE-REPORT-FILE.
           move spaces to ADVANCE-REPORT-LINE.
           string "OUTSTANDING PAY ADVANCE REPORT - " delimited by size
                  function current-date(1:8) delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
           move all "=" to ADVANCE-REPORT-LINE.
           write ADVANCE-REPORT-LINE.
           move spaces to ADVANCE-REPORT-LINE.
           string "Adv    EmpID  Name                           "
                      delimited by size
                  "Issued   Advanced    Repaid      Balance     "
                      delimited by size
                  "Per Period  Auth" delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
           move all "-" to ADVANCE-REPORT-LINE.
           write ADVANCE-REPORT-LINE.

           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform REPORT-ONE-EMPLOYEE
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close EMPLOYEE-FILE
           end-if.

           move "** NOT ON EMPLOYEE FILE **" to WS-REPORT-NAME.
           perform varying WS-ADV-IDX from 1 by 1
               until WS-ADV-IDX > WS-ADV-USED
               if WS-ADV-REPORTED (WS-ADV-IDX) not = 'Y'
                   perform WRITE-ADVANCE-LINE
                   add 1 to WS-ORPHAN-COUNT
               end-if
           end-perform.

           move all "-" to ADVANCE-REPORT-LINE.
           write ADVANCE-REPORT-LINE.
           move WS-TOTAL-ADVANCED to WS-FMT-TOTAL.
           move spaces to ADVANCE-REPORT-LINE.
           string "TOTAL ADVANCED:    " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
           move WS-TOTAL-REPAID to WS-FMT-TOTAL.
           move spaces to ADVANCE-REPORT-LINE.
           string "TOTAL REPAID:      " delimited by size
                  WS-FMT-TOTAL delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
           move WS-TOTAL-BALANCE to WS-FMT-TOTAL.
           move spaces to ADVANCE-REPORT-LINE.
           string "TOTAL OUTSTANDING: " delimited by size
                  WS-FMT-TOTAL delimited by size
                  "  (" delimited by size
                  WS-ADVANCE-COUNT delimited by size
                  " advance(s), " delimited by size
                  WS-EMPLOYEE-COUNT delimited by size
                  " employee(s))" delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
           if WS-ORPHAN-COUNT > 0
               move spaces to ADVANCE-REPORT-LINE
               string WS-ORPHAN-COUNT delimited by size
                      " advance(s) with no employee on file -- "
                          delimited by size
                      "refer for collection." delimited by size
                      into ADVANCE-REPORT-LINE
               end-string
               write ADVANCE-REPORT-LINE
           end-if.
           if WS-ADV-OVERFLOW = 'Y'
               move "WARNING: more than 500 outstanding advances -- "
                   to ADVANCE-REPORT-LINE
               move "report is incomplete." to ADVANCE-REPORT-LINE(48:)
               write ADVANCE-REPORT-LINE
           end-if.
           close ADVANCE-REPORT-FILE.
           display WS-ADVANCE-COUNT " outstanding advance(s) for "
               WS-EMPLOYEE-COUNT " employee(s) reported.".
           display "Report written to advance_report.txt.".
           stop run.

      *    Loads every paid-out advance with a balance still owed.
      *    A missing file just reports nothing outstanding.
       LOAD-OUTSTANDING-ADVANCES.
           move 0 to WS-ADV-USED.
           open input PAY-ADVANCE-FILE.
           if WS-ADV-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read PAY-ADVANCE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if ADV-OUTSTANDING and ADV-REMAINING > 0
                       if WS-ADV-USED < 500
                           add 1 to WS-ADV-USED
                           set WS-ADV-IDX to WS-ADV-USED
                           move ADV-ID to WS-ADV-ID (WS-ADV-IDX)
                           move ADV-EMP-ID
                               to WS-ADV-EMP-ID (WS-ADV-IDX)
                           move ADV-AMOUNT
                               to WS-ADV-AMOUNT (WS-ADV-IDX)
                           move ADV-ISSUE-DATE
                               to WS-ADV-ISSUE-DATE (WS-ADV-IDX)
                           move ADV-PER-PERIOD
                               to WS-ADV-PER-PERIOD (WS-ADV-IDX)
                           move ADV-REMAINING
                               to WS-ADV-REMAINING (WS-ADV-IDX)
                           move ADV-FINAL-AUTH
                               to WS-ADV-FINAL-AUTH (WS-ADV-IDX)
                           move 'N' to WS-ADV-REPORTED (WS-ADV-IDX)
                       else
                           move 'Y' to WS-ADV-OVERFLOW
                       end-if
                   end-if
                   read PAY-ADVANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAY-ADVANCE-FILE
           end-if.
           move 'N' to WS-EOF-FLAG.

      *    One line per outstanding advance the employee holds.
       REPORT-ONE-EMPLOYEE.
           move 0 to WS-EMP-BALANCE.
           move EMP-NAME to WS-REPORT-NAME.
           perform varying WS-ADV-IDX from 1 by 1
               until WS-ADV-IDX > WS-ADV-USED
               if WS-ADV-EMP-ID (WS-ADV-IDX) = EMP-ID
                   if WS-EMP-BALANCE = 0
                       add 1 to WS-EMPLOYEE-COUNT
                   end-if
                   perform WRITE-ADVANCE-LINE
                   move 'Y' to WS-ADV-REPORTED (WS-ADV-IDX)
                   add WS-ADV-REMAINING (WS-ADV-IDX) to WS-EMP-BALANCE
               end-if
           end-perform.

       WRITE-ADVANCE-LINE.
           add 1 to WS-ADVANCE-COUNT.
           compute WS-THIS-REPAID =
               WS-ADV-AMOUNT (WS-ADV-IDX)
               - WS-ADV-REMAINING (WS-ADV-IDX).
           add WS-ADV-AMOUNT (WS-ADV-IDX) to WS-TOTAL-ADVANCED.
           add WS-THIS-REPAID to WS-TOTAL-REPAID.
           add WS-ADV-REMAINING (WS-ADV-IDX) to WS-TOTAL-BALANCE.
           move WS-ADV-AMOUNT (WS-ADV-IDX) to WS-FMT-AMOUNT.
           move WS-THIS-REPAID to WS-FMT-REPAID.
           move WS-ADV-REMAINING (WS-ADV-IDX) to WS-FMT-BALANCE.
           move WS-ADV-PER-PERIOD (WS-ADV-IDX) to WS-FMT-PER-PERIOD.
           move spaces to ADVANCE-REPORT-LINE.
           string WS-ADV-ID (WS-ADV-IDX) delimited by size
                  " " delimited by size
                  WS-ADV-EMP-ID (WS-ADV-IDX) delimited by size
                  " " delimited by size
                  WS-REPORT-NAME delimited by size
                  " " delimited by size
                  WS-ADV-ISSUE-DATE (WS-ADV-IDX) delimited by size
                  " " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  " " delimited by size
                  WS-FMT-REPAID delimited by size
                  " " delimited by size
                  WS-FMT-BALANCE delimited by size
                  " " delimited by size
                  WS-FMT-PER-PERIOD delimited by size
                  " " delimited by size
                  WS-ADV-FINAL-AUTH (WS-ADV-IDX) delimited by size
                  into ADVANCE-REPORT-LINE
           end-string.
           write ADVANCE-REPORT-LINE.
