       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.
           display "PTO Balance: " EMP-PTO-BALANCE.
           stop run.

      *    Keyed read of EMPLOYEE-FILE for WS-TARGET-EMP-ID, leaving
      *    the match in EMPLOYEE-RECORD.
       FIND-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           open input EMPLOYEE-FILE.
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
           close EMPLOYEE-FILE.
       FIND-EMPLOYEE-DONE.
           continue.
