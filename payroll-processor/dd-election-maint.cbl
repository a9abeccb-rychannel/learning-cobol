           file status is WS-STAGED-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd DD-STAGED-FILE.
       01 DD-STAGED-RECORD.
           move function current-date(1:8) to PPC-KEYED-DATE.
           set PPC-OPEN to true.
           move spaces to PPC-REASON.
           move 0 to PPC-EFFECTIVE-DATE.
           write PENDING-PAY-CHANGE-RECORD.
           close PENDING-PAY-CHANGE-FILE.
           display "Change parked as pending item " WS-PPC-NEW-ID

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
