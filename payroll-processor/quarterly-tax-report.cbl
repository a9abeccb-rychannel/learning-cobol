           file status is WS-PAY-HIST-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select RETURN-REPORT-FILE
           assign to 'quarterly_941.txt'
          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to SUM-EMP-YTD-DONE.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
               add EMP-YTD-GROSS to WS-FILE-YTD-GROSS
               add EMP-YTD-TAX to WS-FILE-YTD-TAX
               perform ADD-COMPANY-YTD
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
