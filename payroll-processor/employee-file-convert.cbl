       identification division.
       program-id. employee-file-convert.

      *    One-time conversion utility for the cutover of
      *    employees.dat from line sequential to indexed (record key
      *    EMP-ID). Run book: rename the old file to
      *    employees_seq.dat, run this program, and the indexed
      *    employees.dat is loaded from it record for record. The
      *    record layout itself does not change. Rerunnable -- an
      *    existing indexed file is reloaded from scratch. A second
      *    row for an ID already loaded is rejected and listed so it
      *    can be keyed again under its own ID.

       environment division.
       input-output section.
       file-control.
       select OLD-EMPLOYEE-FILE
           assign to 'employees_seq.dat'
           organization is line sequential
           file status is WS-OLD-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.
       file section.
       fd OLD-EMPLOYEE-FILE.
       01 OLD-EMPLOYEE-RECORD.
          05 OLD-EMP-ID             pic 9(6).
          05 OLD-EMP-NAME           pic x(30).
          05 filler                 pic x(148).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-HOURLY-RATE      pic 9(3)v99.
          05 EMP-HOURS-WORKED     pic 9(3)v99.
          05 EMP-YTD-GROSS        pic 9(7)v99.
          05 EMP-PAY-PERIOD       pic x(6).
          05 EMP-DEPARTMENT       pic x(10).
          05 EMP-TYPE             pic x(1).
          05 EMP-SALARY           pic 9(7)v99.
          05 EMP-401K-PCT         pic 9v999.
          05 EMP-HEALTH-DEDUCTION pic 9(4)v99.
          05 EMP-YTD-TAX          pic 9(7)v99.
          05 EMP-YTD-401K         pic 9(7)v99.
          05 EMP-YTD-HEALTH       pic 9(7)v99.
          05 EMP-YTD-NET          pic 9(7)v99.
          05 EMP-SHIFT            pic x(1).
          05 EMP-SHIFT-DIFF       pic 9v99.
          05 EMP-PTO-BALANCE      pic 9(3)v99.
          05 EMP-PTO-ACCRUAL-RATE pic 9(2)v99.
          05 EMP-PAY-FREQUENCY    pic x(1).
          05 EMP-WORK-STATE        pic x(2).
          05 EMP-RES-STATE         pic x(2).
          05 EMP-YTD-STATE-TAX     pic 9(7)v99.
          05 EMP-YTD-LOCAL-TAX     pic 9(7)v99.
          05 EMP-HIRE-DATE         pic 9(8).
          05 EMP-UNION-CONTRACT    pic x(6).
          05 EMP-UNION-GRADE       pic 9(2).
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       working-storage section.
       01 WS-OLD-STATUS             pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-LOADED-COUNT           pic 9(6) value zero.
       01 WS-REJECTED-COUNT         pic 9(6) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Employee File Conversion Starting...".
           open input OLD-EMPLOYEE-FILE.
           if WS-OLD-STATUS not = '00'
               display "employees_seq.dat not found. Rename the "
                   "old line-sequential employees.dat to "
                   "employees_seq.dat first."
               stop run
           end-if.
           open output EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Could not create indexed employees.dat "
                   "(status " WS-EMP-STATUS "). Aborting."
               stop run
           end-if.

           read OLD-EMPLOYEE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move OLD-EMPLOYEE-RECORD to EMPLOYEE-RECORD
               write EMPLOYEE-RECORD
                   invalid key
                       display "Duplicate EMP-ID " OLD-EMP-ID
                           " (" OLD-EMP-NAME ") rejected."
                       add 1 to WS-REJECTED-COUNT
                   not invalid key
                       add 1 to WS-LOADED-COUNT
               end-write
               read OLD-EMPLOYEE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           close OLD-EMPLOYEE-FILE.
           close EMPLOYEE-FILE.
           display WS-LOADED-COUNT " employee(s) loaded, "
               WS-REJECTED-COUNT " rejected.".
           stop run.
