      *    sequence the reissue burns.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select CHECK-CTL-NEW-FILE
           assign to 'check_number_ctl.dat.new'
      *    a missing or unstamped record falls to the head office.
       RESOLVE-CHECK-COMPANY.
           move '000' to WS-COMPANY-WORK.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move WS-SAVE-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       if EMP-COMPANY not = spaces
                           move EMP-COMPANY to WS-COMPANY-WORK
                       end-if
               end-read
               close EMPLOYEE-FILE
           end-if.

       LIST-REGISTER.
           move 0 to WS-LISTED-COUNT.
