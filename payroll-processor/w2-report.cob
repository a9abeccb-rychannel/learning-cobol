       file-control.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
      *    Company master resolves the employer name and EIN printed
      *    on the form -- each legal employer issues its own W-2s.
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd W2-FILE.
       01 W2-LINE                pic x(80).
       working-storage section.
       01 WS-EMP-STATUS           pic xx.
       01 WS-W2-STATUS            pic xx.
       01 WS-TARGET-EMP-ID        pic 9(6).
       01 WS-FOUND-FLAG           pic x value 'N'.
          88 RECORD-FOUND        value 'Y'.
               display "Employee file not found."
               stop run
           end-if.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-FOUND-FLAG
               not invalid key
                   move 'Y' to WS-FOUND-FLAG
           end-read.
           close EMPLOYEE-FILE.
           if not RECORD-FOUND
               display "Employee not found."
