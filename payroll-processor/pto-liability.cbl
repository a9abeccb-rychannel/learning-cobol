       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select LIABILITY-REPORT-FILE
           assign to 'pto_liability.txt'
           write LIABILITY-REPORT-LINE.

           move 'N' to WS-EOF-FLAG.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move EMPLOYEE-RECORD to WS-EMP-FULL-VIEW
               perform REPORT-ONE-EMPLOYEE
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
