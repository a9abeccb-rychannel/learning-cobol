       identification division.
       program-id. min-wage-maint.

      *    Maintenance for the minimum wage table the pay run checks
      *    every employee against before paying them. Rows are keyed
      *    by state and locality and effective-dated, so a scheduled
      *    increase is keyed ahead as a new row rather than changing
      *    the one in force. State US is the federal floor; a blank
      *    locality is the statewide row. Each row carries the
      *    hourly minimum, the lowest cash wage a tipped employee
      *    may be paid where the jurisdiction allows a tip credit
      *    (zero where it does not), and the annual salary a
      *    salaried employee must reach to be treated as exempt
      *    (zero where the jurisdiction sets none of its own).

       environment division.
       input-output section.
       file-control.
       select MIN-WAGE-FILE
           assign to 'min_wage.dat'
           organization is line sequential
           file status is WS-MW-STATUS.

       data division.
       file section.
       fd MIN-WAGE-FILE.
       01 MIN-WAGE-RECORD.
          05 MW-STATE               pic x(2).
          05 MW-LOCALITY            pic x(6).
          05 MW-EFFECTIVE-DATE      pic 9(8).
          05 MW-HOURLY-MINIMUM      pic 9(3)v99.
          05 MW-TIPPED-CASH-WAGE    pic 9(3)v99.
          05 MW-EXEMPT-SALARY       pic 9(7)v99.

       working-storage section.
       01 WS-MW-STATUS              pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-TARGET-STATE           pic x(2).
       01 WS-ROW-COUNT              pic 9(5).

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '3'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-WAGE-ROW thru ADD-WAGE-DONE
                   when '2' perform LIST-WAGE-ROWS
                   when '3' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Minimum Wage Maintenance".
           display "1. Add Minimum Wage Row".
           display "2. List Minimum Wage Rows".
           display "3. Exit".
           display "Enter choice: ".

       ADD-WAGE-ROW.
           display "Enter State (US for federal): ".
           accept MW-STATE.
           move function upper-case (MW-STATE) to MW-STATE.
           if MW-STATE = spaces
               display "State is required."
               go to ADD-WAGE-DONE.
           display "Enter Locality (blank for statewide): ".
           accept MW-LOCALITY.
           move function upper-case (MW-LOCALITY) to MW-LOCALITY.
           display "Enter Effective Date (YYYYMMDD): ".
           accept MW-EFFECTIVE-DATE.
           if MW-EFFECTIVE-DATE = 0
               display "Effective date is required."
               go to ADD-WAGE-DONE.
           display "Enter Hourly Minimum (e.g. 15.00): ".
           accept MW-HOURLY-MINIMUM.
           if MW-HOURLY-MINIMUM = 0
               display "Hourly minimum is required."
               go to ADD-WAGE-DONE.
           display "Enter Tipped Cash Wage (0 if no tip credit): ".
           accept MW-TIPPED-CASH-WAGE.
           if MW-TIPPED-CASH-WAGE > MW-HOURLY-MINIMUM
               display "Tipped cash wage cannot exceed the minimum."
               go to ADD-WAGE-DONE.
           display "Enter Exempt Annual Salary (0 if none): ".
           accept MW-EXEMPT-SALARY.
           open extend MIN-WAGE-FILE.
           if WS-MW-STATUS not = '00'
               open output MIN-WAGE-FILE
           end-if.
           write MIN-WAGE-RECORD.
           close MIN-WAGE-FILE.
           display "Minimum wage row added.".
       ADD-WAGE-DONE.
           continue.

       LIST-WAGE-ROWS.
           display "Enter State (spaces for all): ".
           accept WS-TARGET-STATE.
           move function upper-case (WS-TARGET-STATE)
               to WS-TARGET-STATE.
           open input MIN-WAGE-FILE.
           if WS-MW-STATUS not = '00'
               display "No minimum wage table on file."
           else
               move 'N' to WS-EOF-FLAG
               move 0 to WS-ROW-COUNT
               display "St Local  Effective Minimum Tipped Exempt"
               read MIN-WAGE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if WS-TARGET-STATE = spaces
                      or MW-STATE = WS-TARGET-STATE
                       display MW-STATE " " MW-LOCALITY " "
                           MW-EFFECTIVE-DATE " " MW-HOURLY-MINIMUM " "
                           MW-TIPPED-CASH-WAGE " " MW-EXEMPT-SALARY
                       add 1 to WS-ROW-COUNT
                   end-if
                   read MIN-WAGE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close MIN-WAGE-FILE
               display WS-ROW-COUNT " row(s) listed."
           end-if.
