           file status is WS-CAL-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select APPROVED-HOURS-FILE
           assign to 'approved_hours.dat'
          05 AH-PERIOD              pic x(6).
          05 AH-EMP-ID              pic 9(6).
          05 AH-HOURS               pic 9(3)v99.
          05 AH-APPROVED-BY         pic 9(4).
          05 AH-APPROVED-DATE       pic 9(8).

       fd GL-EXPORT-FILE.
       01 GL-LINE                   pic x(80).
          05 PH-EMP-ID              pic 9(6).
          05 PH-HOURS               pic 9(3)v99.
          05 PH-GROSS               pic 9(6)v99.
          05 filler                 pic x(102).

       fd VARIANCE-REPORT-FILE.
       01 REPORT-LINE               pic x(90).
           if WS-EMP-STATUS not = '00'
               display "No employee file on record."
           else
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform ACCRUE-ONE-EMPLOYEE
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
