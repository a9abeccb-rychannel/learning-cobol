      *    different pair of hands than the keyer -- approves
      *    (applying the change) or rejects with a reason. The pay
      *    run pays by check while a bank change is still open.
      *    A change carrying a future effective date -- a merit
      *    raise parked by the merit cycle -- is not applied to the
      *    employee record on approval; it becomes a history row
      *    on that date and the pay run picks it up from there.

       environment division.
       input-output section.
           file status is WS-OPERATOR-FILE-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).
          05 EMP-SALARY            pic 9(7)v99.
          05 filler                pic x(103).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
       01 WS-PPC-STATUS             pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-RATE-HIST-STATUS       pic xx.
       01 WS-PRENOTE-STATUS         pic xx.
       01 WS-NEW-SALARY-WORK        pic 9(7)v99.
       01 WS-APPLIED-RATE           pic 9(3)v99 value zero.
       01 WS-APPLIED-SALARY         pic 9(7)v99 value zero.
       01 WS-TODAY                  pic 9(8).
       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-ELEC-NEW-NAME          pic x(20)
          value 'dd_elections.dat.new'.
       01 WS-ELEC-LIVE-NAME         pic x(20)
           end-if.
           display "Type " PPC-TYPE " for employee " PPC-EMP-ID
               ": " PPC-OLD-VALUE " -> " PPC-NEW-VALUE.
           if PPC-EFFECTIVE-DATE not = 0
               display "Effective " PPC-EFFECTIVE-DATE
           end-if.
           display "[A]pprove / [R]eject: ".
           accept WS-DECISION.
           evaluate WS-DECISION
                   continue
           end-evaluate.

      *    Keyed read and rewrite of the one employee's rate or
      *    salary, the record locked from the read to the rewrite. A
      *    future-dated change leaves the record as it stands and
      *    only lands in the rate history.
       APPLY-RATE-OR-SALARY.
           move function current-date(1:8) to WS-TODAY.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee file not found -- apply by hand."
           else
               move PPC-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       display "Employee " PPC-EMP-ID " not on file "
                           "-- apply by hand."
                   not invalid key
                       move EMP-HOURLY-RATE to WS-APPLIED-RATE
                       move EMP-SALARY to WS-APPLIED-SALARY
                       if PPC-RATE-CHANGE
                           compute WS-NEW-RATE-WORK =
                               function numval (PPC-NEW-VALUE)
                           move WS-NEW-RATE-WORK to WS-APPLIED-RATE
                       else
                           compute WS-NEW-SALARY-WORK =
                               function numval (PPC-NEW-VALUE)
                           move WS-NEW-SALARY-WORK
                               to WS-APPLIED-SALARY
                       end-if
                       if PPC-EFFECTIVE-DATE not > WS-TODAY
                           move WS-APPLIED-RATE to EMP-HOURLY-RATE
                           move WS-APPLIED-SALARY to EMP-SALARY
                           rewrite EMPLOYEE-RECORD
                               invalid key
                                   display "WARNING: employee record "
                                       "rewrite failed."
                           end-rewrite
                       end-if
                       perform APPEND-RATE-HISTORY-ROW
               end-read
               if WS-EMP-STATUS = '51'
                   display "WARNING: employee " PPC-EMP-ID " is held "
                       "by another session -- apply by hand."
               end-if
               close EMPLOYEE-FILE
           end-if.

      *    Today-dated history row for the applied figure, the same
      *    row employee-maint appends on an immediate change; a
      *    change that carries its own effective date is dated
      *    there instead.
       APPEND-RATE-HISTORY-ROW.
           open extend RATE-HISTORY-FILE.
           if WS-RATE-HIST-STATUS not = '00'
               open output RATE-HISTORY-FILE
           end-if.
           move PPC-EMP-ID to ERH-EMP-ID.
           if PPC-EFFECTIVE-DATE not = 0
               move PPC-EFFECTIVE-DATE to ERH-EFFECTIVE-DATE
           else
               move function current-date(1:8) to ERH-EFFECTIVE-DATE
           end-if.
           if PPC-RATE-CHANGE
               move 'H' to ERH-TYPE
           else
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
