       program-id. employee-maint.

      *    Interactive maintenance for EMPLOYEE-FILE: add, update, view,
      *    list, and delete employee records. EMPLOYEE-FILE is indexed
      *    on EMP-ID, so an update or delete reads the one record by
      *    key, holds its lock while the operator keys the change, and
      *    rewrites or deletes just that record.

       environment division.
       input-output section.
           file status is WS-OPERATOR-FILE-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
      *    Before/after change trail: every add, change, and delete
      *    here writes dated field-level detail, the coverage
           record key is W4-EMP-ID
           lock mode is automatic
           file status is WS-W4-STATUS.

      *    Personal data the state new-hire registry needs -- tax
      *    ID, home address, birth date -- plus any rehire date.
      *    new-hire-report.cbl reads it and stamps each employee
      *    reported once the hire has gone to the state.
       select EMP-PERSONAL-FILE
           assign to 'emp_personal.dat'
           organization is indexed
           access mode is dynamic
           record key is EPD-EMP-ID
           lock mode is automatic
           file status is WS-EPD-STATUS.
      *    Park-and-approve for sensitive payroll changes, the same
      *    four-eyes pattern banking's pending_approvals.dat gives
      *    withdrawals. Items wait here for a second operator in
           assign to 'emp_audit.dat'
           organization is line sequential
           file status is WS-EMP-AUDIT-STATUS.

       data division.
       file section.
          05 EMP-UNION-STEP        pic 9(2).
          05 EMP-COMPANY           pic x(3).

       fd RATE-HISTORY-FILE.
       01 RATE-HISTORY-RECORD.
          05 ERH-EMP-ID             pic 9(6).
          05 W4-EXEMPT-FLAG         pic x(1).
             88 W4-EXEMPT           value 'Y'.

       fd EMP-PERSONAL-FILE.
       01 EMP-PERSONAL-RECORD.
          05 EPD-EMP-ID             pic 9(6).
          05 EPD-SSN                pic 9(9).
          05 EPD-ADDRESS            pic x(30).
          05 EPD-CITY               pic x(20).
          05 EPD-STATE              pic x(2).
          05 EPD-ZIP                pic x(10).
          05 EPD-BIRTH-DATE         pic 9(8).
          05 EPD-REHIRE-DATE        pic 9(8).
          05 EPD-NH-REPORTED-HIRE   pic 9(8).
          05 EPD-NH-REPORTED-DATE   pic 9(8).
          05 EPD-WORK-LOCALITY      pic x(6).
          05 EPD-TIPPED             pic x(1).

       fd PENDING-PAY-CHANGE-FILE.
       01 PENDING-PAY-CHANGE-RECORD.
          05 PPC-ID                 pic 9(6).
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       fd PAY-THRESHOLD-FILE.
       01 PAY-THRESHOLD-LINE        pic 9(2)v99.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-EMP-STATUS           pic xx.
       01 WS-EOF-FLAG             pic x value 'N'.
          88 EOF-REACHED         value 'Y'.

       01 WS-USER-CHOICE          pic x.
       01 WS-TARGET-EMP-ID        pic 9(6).
       01 WS-FOUND-FLAG           pic x value 'N'.
       01 WS-FUTURE-EFF-DATE      pic 9(8).
       01 WS-OLD-W4-STATUS-VAL    pic x(1).
       01 WS-OLD-W4-EXEMPT        pic x(1).
       01 WS-EPD-STATUS           pic xx.
       01 WS-OLD-EPD-ADDRESS      pic x(30).
       01 WS-OLD-EPD-SSN          pic 9(9).
       01 WS-OLD-EPD-REHIRE       pic 9(8).
       01 WS-OLD-EPD-LOCALITY     pic x(6).
       01 WS-OLD-EPD-TIPPED       pic x(1).
      *    Old values captured before the update prompts so the
      *    change trail can show field-level before/after images.
       01 WS-OLD-NAME             pic x(30).
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '9'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                       thru MAINTAIN-W4-DONE
                   when '7' perform FUTURE-RATE-CHANGE
                       thru FUTURE-RATE-CHANGE-DONE
                   when '8' perform MAINTAIN-PERSONAL-DATA
                       thru MAINTAIN-PERSONAL-DONE
                   when '9' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           display "5. List All Employees".
           display "6. W-4 Withholding Elections".
           display "7. Future-Dated Rate Change".
           display "8. Personal / New-Hire Data".
           display "9. Exit".
           display "Enter choice: ".

       ADD-EMPLOYEE.
           move 0 to EMP-YTD-HEALTH.
           move 0 to EMP-YTD-NET.
           move spaces to EMP-PAY-PERIOD.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               open output EMPLOYEE-FILE
           end-if.
           write EMPLOYEE-RECORD
               invalid key
                   display "Employee ID already exists. Add cancelled."
           end-write.
           if WS-EMP-STATUS not = '00'
               close EMPLOYEE-FILE
               go to ADD-EMPLOYEE-DONE
           end-if.
           close EMPLOYEE-FILE.
           display "Employee added.".
           display "Key the personal data (option 8) so the hire "
               "can be reported to the state.".
           move 'A' to EA-ACTION.
           move 'RECORD-ADDED' to EA-FIELD.
           move spaces to EA-OLD-VALUE.
               display "No employee file found."
           else
               move 'N' to WS-EOF-FLAG
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
                       " " EMP-SHIFT " " EMP-SHIFT-DIFF
                       " " EMP-PTO-BALANCE " " EMP-PTO-ACCRUAL-RATE
                       " " EMP-PAY-FREQUENCY
                   read EMPLOYEE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               close EMPLOYEE-FILE
           end-if.

      *    Keyed read of EMPLOYEE-FILE for WS-TARGET-EMP-ID, leaving
      *    the match in EMPLOYEE-RECORD.
       FIND-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               go to FIND-EMPLOYEE-DONE
           end-if.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   move 'N' to WS-FOUND-FLAG
               not invalid key
                   move 'Y' to WS-FOUND-FLAG
           end-read.
           close EMPLOYEE-FILE.
       FIND-EMPLOYEE-DONE.
           continue.

      *    Keyed read of WS-TARGET-EMP-ID for an update or delete. The
      *    file is left open i-o with the record locked, so no other
      *    session can change it while the operator keys the new
      *    values; the caller rewrites or deletes it and closes the
      *    file. A record another session already holds is refused.
       LOCK-EMPLOYEE.
           move 'N' to WS-FOUND-FLAG.
           open i-o EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               display "Employee not found."
               go to LOCK-EMPLOYEE-DONE
           end-if.
           move WS-TARGET-EMP-ID to EMP-ID.
           read EMPLOYEE-FILE
               invalid key
                   display "Employee not found."
               not invalid key
                   move 'Y' to WS-FOUND-FLAG
           end-read.
           if WS-EMP-STATUS = '51'
               display "Employee " WS-TARGET-EMP-ID " is being updated"
                   " by another session. Try again shortly."
           end-if.
           if not RECORD-FOUND
               close EMPLOYEE-FILE
           end-if.
       LOCK-EMPLOYEE-DONE.
           continue.

       UPDATE-EMPLOYEE.
           display "Enter Employee ID to update: ".
           accept WS-TARGET-EMP-ID.
           perform LOCK-EMPLOYEE thru LOCK-EMPLOYEE-DONE.
           if not RECORD-FOUND
               go to UPDATE-EMPLOYEE-DONE
           end-if.
           move EMP-NAME to WS-OLD-NAME.
           display "Enter new Residence State (" EMP-RES-STATE "): ".
           accept WS-NEW-RES-STATE.

           move WS-NEW-NAME to EMP-NAME.
           move WS-NEW-RATE to EMP-HOURLY-RATE.
           move WS-NEW-HOURS to EMP-HOURS-WORKED.
           move WS-NEW-DEPARTMENT to EMP-DEPARTMENT.
           move WS-NEW-TYPE to EMP-TYPE.
           move WS-NEW-SALARY to EMP-SALARY.
           move WS-NEW-401K-PCT to EMP-401K-PCT.
           move WS-NEW-HEALTH-DEDUCTION to EMP-HEALTH-DEDUCTION.
           move WS-NEW-SHIFT to EMP-SHIFT.
           move WS-NEW-SHIFT-DIFF to EMP-SHIFT-DIFF.
           move WS-NEW-PTO-BALANCE to EMP-PTO-BALANCE.
           move WS-NEW-PTO-ACCRUAL-RATE to EMP-PTO-ACCRUAL-RATE.
           move WS-NEW-PAY-FREQUENCY to EMP-PAY-FREQUENCY.
           move WS-NEW-WORK-STATE to EMP-WORK-STATE.
           move WS-NEW-RES-STATE to EMP-RES-STATE.
           rewrite EMPLOYEE-RECORD
               invalid key
                   display "Employee record rewrite failed (status "
                       WS-EMP-STATUS ")."
           end-rewrite.
           close EMPLOYEE-FILE.
           display "Employee updated.".
           perform AUDIT-UPDATE-CHANGES.
       UPDATE-EMPLOYEE-DONE.
       DELETE-EMPLOYEE.
           display "Enter Employee ID to delete: ".
           accept WS-TARGET-EMP-ID.
           perform LOCK-EMPLOYEE thru LOCK-EMPLOYEE-DONE.
           if not RECORD-FOUND
               go to DELETE-EMPLOYEE-DONE
           end-if.
           display "Delete " EMP-NAME " (Y/N)? ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               close EMPLOYEE-FILE
               display "Delete cancelled."
               go to DELETE-EMPLOYEE-DONE
           end-if.

           delete EMPLOYEE-FILE record
               invalid key
                   display "Employee record delete failed (status "
                       WS-EMP-STATUS ")."
           end-delete.
           close EMPLOYEE-FILE.
           display "Employee deleted.".
           move 'D' to EA-ACTION.
           move 'RECORD-DELETED' to EA-FIELD.
       MAINTAIN-W4-DONE.
           continue.

      *    One personal-data record per employee for new-hire
      *    reporting. A rehire date keyed here puts the employee
      *    back in front of new-hire-report.cbl; the reported
      *    stamps are left for that batch to set. The work locality
      *    and tipped flag feed the pay run's minimum wage check.
      *    The change trail carries only the last four digits of
      *    the tax ID.
       MAINTAIN-PERSONAL-DATA.
           display "Enter Employee ID: ".
           accept WS-TARGET-EMP-ID.
           perform FIND-EMPLOYEE thru FIND-EMPLOYEE-DONE.
           if not RECORD-FOUND
               display "Employee not found."
               go to MAINTAIN-PERSONAL-DONE
           end-if.
           open i-o EMP-PERSONAL-FILE.
           if WS-EPD-STATUS not = '00'
               open output EMP-PERSONAL-FILE
               close EMP-PERSONAL-FILE
               open i-o EMP-PERSONAL-FILE
           end-if.
           move WS-TARGET-EMP-ID to EPD-EMP-ID.
           read EMP-PERSONAL-FILE
               invalid key
                   move WS-TARGET-EMP-ID to EPD-EMP-ID
                   move spaces to WS-OLD-EPD-ADDRESS
                   move 0 to WS-OLD-EPD-SSN
                   move 0 to WS-OLD-EPD-REHIRE
                   move spaces to WS-OLD-EPD-LOCALITY
                   move 'N' to WS-OLD-EPD-TIPPED
                   display "Tax ID / SSN (9 digits): "
                   accept EPD-SSN
                   display "Street Address: "
                   accept EPD-ADDRESS
                   display "City: "
                   accept EPD-CITY
                   display "State (2 letters): "
                   accept EPD-STATE
                   display "ZIP Code: "
                   accept EPD-ZIP
                   display "Birth Date (YYYYMMDD): "
                   accept EPD-BIRTH-DATE
                   display "Rehire Date (YYYYMMDD, 0 if none): "
                   accept EPD-REHIRE-DATE
                   display "Work Locality (blank if none): "
                   accept EPD-WORK-LOCALITY
                   move function upper-case (EPD-WORK-LOCALITY)
                       to EPD-WORK-LOCALITY
                   display "Tipped Employee (Y/N): "
                   accept EPD-TIPPED
                   perform EDIT-TIPPED-FLAG
                   move 0 to EPD-NH-REPORTED-HIRE
                   move 0 to EPD-NH-REPORTED-DATE
                   write EMP-PERSONAL-RECORD
                   display "Personal data recorded."
               not invalid key
                   move EPD-ADDRESS to WS-OLD-EPD-ADDRESS
                   move EPD-SSN to WS-OLD-EPD-SSN
                   move EPD-REHIRE-DATE to WS-OLD-EPD-REHIRE
                   move EPD-WORK-LOCALITY to WS-OLD-EPD-LOCALITY
                   move EPD-TIPPED to WS-OLD-EPD-TIPPED
                   display "Tax ID / SSN (*****" EPD-SSN(6:4) "): "
                   accept EPD-SSN
                   display "Street Address (" EPD-ADDRESS "): "
                   accept EPD-ADDRESS
                   display "City (" EPD-CITY "): "
                   accept EPD-CITY
                   display "State (" EPD-STATE "): "
                   accept EPD-STATE
                   display "ZIP Code (" EPD-ZIP "): "
                   accept EPD-ZIP
                   display "Birth Date (" EPD-BIRTH-DATE "): "
                   accept EPD-BIRTH-DATE
                   display "Rehire Date (" EPD-REHIRE-DATE "): "
                   accept EPD-REHIRE-DATE
                   display "Work Locality (" EPD-WORK-LOCALITY "): "
                   accept EPD-WORK-LOCALITY
                   move function upper-case (EPD-WORK-LOCALITY)
                       to EPD-WORK-LOCALITY
                   display "Tipped Employee (" EPD-TIPPED "): "
                   accept EPD-TIPPED
                   perform EDIT-TIPPED-FLAG
                   rewrite EMP-PERSONAL-RECORD
                   display "Personal data updated."
           end-read.
           close EMP-PERSONAL-FILE.
           move 'U' to EA-ACTION.
           move WS-TARGET-EMP-ID to EA-EMP-ID.
           if EPD-ADDRESS not = WS-OLD-EPD-ADDRESS
               move 'ADDRESS' to EA-FIELD
               move WS-OLD-EPD-ADDRESS to EA-OLD-VALUE
               move EPD-ADDRESS to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.
           if EPD-SSN not = WS-OLD-EPD-SSN
               move 'TAX-ID' to EA-FIELD
               move spaces to EA-OLD-VALUE
               move spaces to EA-NEW-VALUE
               if WS-OLD-EPD-SSN not = 0
                   string "*****" delimited by size
                          WS-OLD-EPD-SSN(6:4) delimited by size
                          into EA-OLD-VALUE
                   end-string
               end-if
               string "*****" delimited by size
                      EPD-SSN(6:4) delimited by size
                      into EA-NEW-VALUE
               end-string
               perform WRITE-EMP-AUDIT
           end-if.
           if EPD-REHIRE-DATE not = WS-OLD-EPD-REHIRE
               move 'REHIRE-DATE' to EA-FIELD
               move WS-OLD-EPD-REHIRE to EA-OLD-VALUE
               move EPD-REHIRE-DATE to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.
           if EPD-WORK-LOCALITY not = WS-OLD-EPD-LOCALITY
               move 'WORK-LOCALITY' to EA-FIELD
               move WS-OLD-EPD-LOCALITY to EA-OLD-VALUE
               move EPD-WORK-LOCALITY to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.
           if EPD-TIPPED not = WS-OLD-EPD-TIPPED
               move 'TIPPED' to EA-FIELD
               move WS-OLD-EPD-TIPPED to EA-OLD-VALUE
               move EPD-TIPPED to EA-NEW-VALUE
               perform WRITE-EMP-AUDIT
           end-if.
       MAINTAIN-PERSONAL-DONE.
           continue.

      *    Anything but Y is a non-tipped employee.
       EDIT-TIPPED-FLAG.
           if EPD-TIPPED = 'y'
               move 'Y' to EPD-TIPPED
           end-if.
           if EPD-TIPPED not = 'Y'
               move 'N' to EPD-TIPPED
           end-if.

      *    Keys a rate or salary change today with a future
      *    effective date; the pay run applies whichever figure was
      *    in force for the period it is paying, splitting a period
           move function current-date(1:8) to PPC-KEYED-DATE.
           set PPC-OPEN to true.
           move spaces to PPC-REASON.
           move 0 to PPC-EFFECTIVE-DATE.
           write PENDING-PAY-CHANGE-RECORD.
           close PENDING-PAY-CHANGE-FILE.
           display "Change parked as pending item " WS-PPC-NEW-ID
