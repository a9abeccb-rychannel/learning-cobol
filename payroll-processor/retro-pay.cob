       file-control.
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
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).

       working-storage section.
       01 WS-EMP-STATUS           pic xx.

       01 WS-TARGET-EMP-ID        pic 9(6).
       01 WS-FOUND-FLAG           pic x value 'N'.
               WS-TARGET-EMP-ID ".".
           stop run.

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

           close RETRO-ADJUSTMENT-FILE.

      *    Adds the adjustment to the employee's YTD gross and net pay
      *    totals in the record FIND-EMPLOYEE read and locked, and
      *    rewrites it.
       UPDATE-EMPLOYEE-RECORD.
      *    EMP-YTD-GROSS/NET are unsigned, and WS-ADJUSTMENT-AMOUNT
      *    can be negative (an overpayment correction), so the add is
      *    done in a signed working field first -- an unsigned ADD
      *    whose result goes negative stores the absolute value
      *    instead, silently corrupting the YTD total.
           compute WS-SIGNED-YTD-GROSS =
               EMP-YTD-GROSS + WS-ADJUSTMENT-AMOUNT.
           compute WS-SIGNED-YTD-NET =
               EMP-YTD-NET + WS-ADJUSTMENT-AMOUNT.
           if WS-SIGNED-YTD-GROSS < 0
               move 0 to WS-SIGNED-YTD-GROSS
           end-if.
           if WS-SIGNED-YTD-NET < 0
               move 0 to WS-SIGNED-YTD-NET
           end-if.
           move WS-SIGNED-YTD-GROSS to EMP-YTD-GROSS.
           move WS-SIGNED-YTD-NET to EMP-YTD-NET.
           rewrite EMPLOYEE-RECORD
               invalid key
                   display "Employee record rewrite failed (status "
                       WS-EMP-STATUS ")."
           end-rewrite.
           close EMPLOYEE-FILE.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
