      *    the bank customer who receives their payroll direct deposit
      *    (read by payroll-processor.cob's APPLY-DIRECT-DEPOSIT and by
      *    the banking side's deposit-posting batch jobs). Full CRUD --
      *    add, update, view, delete, and list. The link also marks
      *    the customer as staff for the staff-account pricing in
      *    fee-assessment.cbl and interest-posting.cbl.

       environment division.
       input-output section.
           file status is WS-XREF-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
      *    Same before/after change trail employee-maint.cob writes
      *    -- a repointed direct deposit moves money, so it gets the
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd EMP-AUDIT-FILE.
       01 EMP-AUDIT-RECORD.
       01 WS-NEW-ROUTING-NUMBER    pic 9(9).
       01 WS-EMP-FOUND-FLAG        pic x value 'N'.
          88 EMPLOYEE-FOUND        value 'Y'.
       01 WS-EOF-FLAG              pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-CUST-FOUND-FLAG       pic x value 'N'.
       PROMPT-BANK-DONE.
           continue.

      *    Keyed read of EMPLOYEE-FILE for WS-TARGET-EMP-ID, leaving
      *    EMPLOYEE-FOUND set accordingly.
       VALIDATE-EMP-ID.
           move 'N' to WS-EMP-FOUND-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to VALIDATE-EMP-ID-DONE
           end-if.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-EMP-FOUND-FLAG
               not invalid key
                   move 'Y' to WS-EMP-FOUND-FLAG
           end-read.
           close EMPLOYEE-FILE.
       VALIDATE-EMP-ID-DONE.
           continue.
           move function current-date(1:8) to PPC-KEYED-DATE.
           set PPC-OPEN to true.
           move spaces to PPC-REASON.
           move 0 to PPC-EFFECTIVE-DATE.
           write PENDING-PAY-CHANGE-RECORD.
           close PENDING-PAY-CHANGE-FILE.
           display "Change parked as pending item " WS-PPC-NEW-ID
