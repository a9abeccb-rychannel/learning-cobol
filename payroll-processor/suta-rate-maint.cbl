       identification division.
       program-id. suta-rate-maint.

      *    Maintenance for the state unemployment (SUTA) rate table
      *    the pay run prices employer unemployment tax from. Each
      *    state assigns every employer its own experience rate and
      *    taxable wage base, reissued each January, so rows are
      *    keyed by company and work state and effective-dated --
      *    the new year's notice adds new rows rather than changing
      *    last year's. Company 000 rows apply to any company with
      *    no row of its own for that state.

       environment division.
       input-output section.
       file-control.
       select SUTA-RATE-FILE
           assign to 'suta_rates.dat'
           organization is line sequential
           file status is WS-SUTA-STATUS.

       data division.
       file section.
       fd SUTA-RATE-FILE.
       01 SUTA-RATE-RECORD.
          05 SUR-COMPANY            pic x(3).
          05 SUR-STATE              pic x(2).
          05 SUR-EFFECTIVE-DATE     pic 9(8).
          05 SUR-RATE               pic 9v9999.
          05 SUR-WAGE-BASE          pic 9(7)v99.

       working-storage section.
       01 WS-SUTA-STATUS            pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-TARGET-COMPANY         pic x(3).
       01 WS-TARGET-STATE           pic x(2).
       01 WS-ROW-COUNT              pic 9(5).

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '3'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform ADD-RATE-ROW thru ADD-RATE-DONE
                   when '2' perform LIST-RATE-ROWS
                   when '3' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "State Unemployment Rate Maintenance".
           display "1. Add Rate Row".
           display "2. List Rate Rows".
           display "3. Exit".
           display "Enter choice: ".

       ADD-RATE-ROW.
           display "Enter Company Code (000 for all companies): ".
           accept SUR-COMPANY.
           if SUR-COMPANY = spaces
               move '000' to SUR-COMPANY
           end-if.
           display "Enter Work State: ".
           accept SUR-STATE.
           move function upper-case (SUR-STATE) to SUR-STATE.
           if SUR-STATE = spaces
               display "State is required."
               go to ADD-RATE-DONE.
           display "Enter Effective Date (YYYYMMDD): ".
           accept SUR-EFFECTIVE-DATE.
           if SUR-EFFECTIVE-DATE = 0
               display "Effective date is required."
               go to ADD-RATE-DONE.
           display "Enter Assigned Rate (e.g. .0270): ".
           accept SUR-RATE.
           if SUR-RATE > 0.2
               display "Rate over 20% -- check the rate notice."
               go to ADD-RATE-DONE.
           display "Enter Taxable Wage Base (e.g. 10000.00): ".
           accept SUR-WAGE-BASE.
           open extend SUTA-RATE-FILE.
           if WS-SUTA-STATUS not = '00'
               open output SUTA-RATE-FILE
           end-if.
           write SUTA-RATE-RECORD.
           close SUTA-RATE-FILE.
           display "Rate row added.".
       ADD-RATE-DONE.
           continue.

       LIST-RATE-ROWS.
           display "Enter Company Code (spaces for all): ".
           accept WS-TARGET-COMPANY.
           display "Enter Work State (spaces for all): ".
           accept WS-TARGET-STATE.
           move function upper-case (WS-TARGET-STATE)
               to WS-TARGET-STATE.
           open input SUTA-RATE-FILE.
           if WS-SUTA-STATUS not = '00'
               display "No unemployment rate table on file."
           else
               move 'N' to WS-EOF-FLAG
               move 0 to WS-ROW-COUNT
               display "Co  St Effective Rate   Wage Base"
               read SUTA-RATE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if (WS-TARGET-COMPANY = spaces
                       or SUR-COMPANY = WS-TARGET-COMPANY)
                      and (WS-TARGET-STATE = spaces
                       or SUR-STATE = WS-TARGET-STATE)
                       display SUR-COMPANY " " SUR-STATE " "
                           SUR-EFFECTIVE-DATE " " SUR-RATE " "
                           SUR-WAGE-BASE
                       add 1 to WS-ROW-COUNT
                   end-if
                   read SUTA-RATE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close SUTA-RATE-FILE
               display WS-ROW-COUNT " row(s) listed."
           end-if.
