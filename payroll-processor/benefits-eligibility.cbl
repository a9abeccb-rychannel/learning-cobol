           file status is WS-ENROLL-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select ELIGIBILITY-REPORT-FILE
           assign to 'benefits_eligibility.txt'
          05 PH-EMP-ID              pic 9(6).
          05 PH-HOURS               pic 9(3)v99.
          05 PH-GROSS               pic 9(6)v99.
          05 filler                 pic x(102).

       fd PAY-CALENDAR-FILE.
       01 PAY-CALENDAR-RECORD.
       LOOKUP-EMPLOYEE-TYPE.
           move space to WS-EMP-TYPE-SAVE.
           move spaces to WS-EMP-NAME-SAVE.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move WS-ET-EMP-ID (WS-ET-SUB) to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       move EMP-TYPE to WS-EMP-TYPE-SAVE
                       move EMP-NAME to WS-EMP-NAME-SAVE
               end-read
               close EMPLOYEE-FILE
           end-if.

       CHECK-ENROLLMENT.
           move 'N' to WS-ENROLLED-FLAG.
