      *    without a sign-on so a new shop can bootstrap itself; after
      *    that, changes here should be restricted to supervisors by
      *    branch procedure.
      *    Option 6 links an operator to the employee they are in the
      *    payroll master (employees.dat), kept in oper_emp_xref.dat;
      *    insider-activity.cbl follows the link through
      *    emp_bank_xref.dat to the operator's own accounts, and
      *    loan-commission.cbl uses it to pay a lending officer's
      *    commission through payroll.

       environment division.
       input-output section.
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-STATUS.
       select OPER-EMP-XREF-FILE
           assign to 'oper_emp_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is OEX-OPER-ID
           lock mode is automatic
           file status is WS-OEX-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.

       data division.
       file section.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd OPER-EMP-XREF-FILE.
       01 OPER-EMP-XREF-RECORD.
          05 OEX-OPER-ID            pic 9(4).
          05 OEX-EMP-ID             pic 9(6).
          05 OEX-LINKED-DATE        pic 9(8).

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
       01 WS-OPERATOR-STATUS       pic xx.
       01 WS-USER-CHOICE           pic x.
       01 WS-EOF-FLAG              pic x value 'N'.
          88 EOF-REACHED          value 'Y'.
       01 WS-PWD-SUB               pic 9.
       01 WS-OEX-STATUS            pic xx.
       01 WS-EMP-STATUS            pic xx.
       01 WS-TARGET-EMP-ID         pic 9(6).
       01 WS-EMP-FOUND             pic x.
          88 EMPLOYEE-FOUND        value 'Y'.
       01 WS-EMP-NAME              pic x(30).

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '7'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '4' perform LIST-OPERATORS
                   when '5' perform UNLOCK-OPERATOR
                       thru UNLOCK-OPERATOR-DONE
                   when '6' perform LINK-OPERATOR-EMPLOYEE
                       thru LINK-OPERATOR-EMPLOYEE-DONE
                   when '7' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           display "3. Delete Operator".
           display "4. List Operators".
           display "5. Unlock Operator".
           display "6. Link Operator to Employee".
           display "7. Exit".
           display "Enter choice: ".

       ADD-OPERATOR.
               end-perform
               close OPERATOR-FILE
           end-if.

      *    Links an operator to an employee ID, or removes the link
      *    when 0 is keyed. The employee must be on the payroll
      *    master.
       LINK-OPERATOR-EMPLOYEE.
           display "Enter Operator ID: ".
           accept WS-TARGET-OPER-ID.
           open input OPERATOR-FILE.
           if WS-OPERATOR-STATUS not = '00'
               display "Operator file not found."
               go to LINK-OPERATOR-EMPLOYEE-DONE
           end-if.
           move WS-TARGET-OPER-ID to OPER-ID.
           read OPERATOR-FILE
               invalid key
                   display "Operator not found."
                   close OPERATOR-FILE
                   go to LINK-OPERATOR-EMPLOYEE-DONE
           end-read.
           close OPERATOR-FILE.
           open i-o OPER-EMP-XREF-FILE.
           if WS-OEX-STATUS not = '00'
               open output OPER-EMP-XREF-FILE
               close OPER-EMP-XREF-FILE
               open i-o OPER-EMP-XREF-FILE
           end-if.
           move WS-TARGET-OPER-ID to OEX-OPER-ID.
           read OPER-EMP-XREF-FILE
               invalid key
                   move 0 to OEX-EMP-ID
                   move 0 to OEX-LINKED-DATE
           end-read.
           if OEX-EMP-ID = 0
               display OPER-NAME " is not linked to an employee."
           else
               display OPER-NAME " is employee " OEX-EMP-ID
                   " (linked " OEX-LINKED-DATE ")."
           end-if.
           display "Employee ID (0 removes the link): ".
           accept WS-TARGET-EMP-ID.
           if WS-TARGET-EMP-ID = 0
               if OEX-EMP-ID not = 0
                   delete OPER-EMP-XREF-FILE record
                   display "Link removed."
               end-if
               close OPER-EMP-XREF-FILE
               go to LINK-OPERATOR-EMPLOYEE-DONE
           end-if.
           perform FIND-EMPLOYEE.
           if not EMPLOYEE-FOUND
               display "Employee not found in employees.dat."
               close OPER-EMP-XREF-FILE
               go to LINK-OPERATOR-EMPLOYEE-DONE
           end-if.
           if OEX-EMP-ID = 0
               move WS-TARGET-OPER-ID to OEX-OPER-ID
               move WS-TARGET-EMP-ID to OEX-EMP-ID
               move function current-date(1:8) to OEX-LINKED-DATE
               write OPER-EMP-XREF-RECORD
           else
               move WS-TARGET-EMP-ID to OEX-EMP-ID
               move function current-date(1:8) to OEX-LINKED-DATE
               rewrite OPER-EMP-XREF-RECORD
           end-if.
           close OPER-EMP-XREF-FILE.
           display "Operator " WS-TARGET-OPER-ID " linked to "
               WS-EMP-NAME.
       LINK-OPERATOR-EMPLOYEE-DONE.
           continue.

       FIND-EMPLOYEE.
           move 'N' to WS-EMP-FOUND.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS = '00'
               move WS-TARGET-EMP-ID to EMP-ID
               read EMPLOYEE-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-EMP-FOUND
                       move EMP-NAME to WS-EMP-NAME
               end-read
               close EMPLOYEE-FILE
           end-if.
