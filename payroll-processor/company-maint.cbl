       program-id. company-maint.

      *    Maintenance for the company master behind multi-company
      *    payroll: code, legal name, EIN, GL account prefix, and
      *    federal tax depositor schedule (M monthly, S semiweekly)
      *    per employer. Company 000 is the head office; a record
      *    for it here overrides the built-in name the pay run
      *    defaults to.

       environment division.
       input-output section.
          05 CO-NAME                pic x(30).
          05 CO-EIN                 pic 9(9).
          05 CO-GL-PREFIX           pic x(2).
          05 CO-DEPOSIT-SCHEDULE    pic x(1).

       fd COMPANY-NEW-FILE.
       01 COMPANY-NEW-RECORD.
          05 NEW-CO-NAME            pic x(30).
          05 NEW-CO-EIN             pic 9(9).
          05 NEW-CO-GL-PREFIX       pic x(2).
          05 NEW-CO-DEPOSIT-SCHEDULE pic x(1).

       working-storage section.
       01 WS-COMPANY-STATUS         pic xx.
           accept CO-EIN.
           display "Enter GL Account Prefix (2 chars): ".
           accept CO-GL-PREFIX.
           display "Enter Depositor Schedule (M=Monthly, "
               "S=Semiweekly): ".
           accept CO-DEPOSIT-SCHEDULE.
           move function upper-case (CO-DEPOSIT-SCHEDULE)
               to CO-DEPOSIT-SCHEDULE.
           if CO-DEPOSIT-SCHEDULE not = 'S'
               move 'M' to CO-DEPOSIT-SCHEDULE
           end-if.
           write COMPANY-MASTER-RECORD.
           close COMPANY-MASTER-FILE.
           display "Company added.".
                   move CO-NAME to NEW-CO-NAME
                   move CO-EIN to NEW-CO-EIN
                   move CO-GL-PREFIX to NEW-CO-GL-PREFIX
                   move CO-DEPOSIT-SCHEDULE
                       to NEW-CO-DEPOSIT-SCHEDULE
                   write COMPANY-NEW-RECORD
               end-if
               read COMPANY-MASTER-FILE
           else
               move 'N' to WS-EOF-FLAG
               display "Code Name                           EIN"
                   "       GL Dep"
               read COMPANY-MASTER-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   display CO-CODE "  " CO-NAME " " CO-EIN " "
                       CO-GL-PREFIX " " CO-DEPOSIT-SCHEDULE
                   read COMPANY-MASTER-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
