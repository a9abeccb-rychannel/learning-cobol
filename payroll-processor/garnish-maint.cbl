           file status is WS-GARN-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.

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
