           file status is WS-PAY-HIST-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select CERTIFIED-REPORT-FILE
           assign to WS-REPORT-FILENAME
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           move spaces to WS-EMP-NAME-SAVE.
           move spaces to WS-EMP-DEPT-SAVE.
           move 0 to WS-EMP-RATE-SAVE.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move PH-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       move EMP-NAME to WS-EMP-NAME-SAVE
                       move EMP-DEPARTMENT to WS-EMP-DEPT-SAVE
                       move EMP-HOURLY-RATE to WS-EMP-RATE-SAVE
               end-read
               close EMPLOYEE-FILE
           end-if.

       WRITE-COMPLIANCE-PAGE.
           move spaces to REPORT-LINE.
