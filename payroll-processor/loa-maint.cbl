           file status is WS-LOA-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select BENEFIT-ENROLL-FILE
           assign to 'benefit_enroll.dat'
       FIND-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           move spaces to WS-EMP-NAME-SAVE.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move WS-TARGET-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       move 'N' to WS-FOUND-FLAG
                   not invalid key
                       move 'Y' to WS-FOUND-FLAG
                       move EMP-NAME to WS-EMP-NAME-SAVE
               end-read
               close EMPLOYEE-FILE
           end-if.
