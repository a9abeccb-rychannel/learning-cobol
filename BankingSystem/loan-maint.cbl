      *    transaction and the usual audit-log snapshot -- the same
      *    paired posting shape the teller deposit path uses. Monthly
      *    collection is handled by loan-payment.cbl and delinquency
      *    reporting by loan-aging.cbl. Variable-rate terms (index,
      *    margin, floor/cap, reset frequency) sit on a side file
      *    keyed by loan ID and are repriced by loan-rate-reset.cbl.
      *    Inquiry also shows a business loan's covenant standing as
      *    covenant-test.cbl last found it.

       environment division.
       input-output section.
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
      *    Variable-rate terms, one row per adjustable loan; a loan
      *    with no row here is fixed-rate for life.
       select VARIABLE-TERMS-FILE
           assign to 'loan_variable_terms.dat'
           organization is indexed
           access mode is dynamic
           record key is VRT-LOAN-ID
           lock mode is automatic
           file status is WS-VRT-STATUS.
      *    Commercial loan covenants kept by covenant-maint.cbl and
      *    tested by covenant-test.cbl; read only here.
       select COVENANT-FILE
           assign to 'loan_covenants.dat'
           organization is indexed
           access mode is dynamic
           record key is COV-LOAN-ID
           lock mode is automatic
           file status is WS-COV-STATUS.

       data division.
       file section.
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

       fd VARIABLE-TERMS-FILE.
       01 VARIABLE-TERMS-RECORD.
          05 VRT-LOAN-ID            pic 9(6).
          05 VRT-INDEX-CODE         pic x(6).
          05 VRT-MARGIN             pic 9(2)v9(4).
          05 VRT-FLOOR-RATE         pic 9(2)v9(4).
          05 VRT-CAP-RATE           pic 9(2)v9(4).
          05 VRT-RESET-MONTHS       pic 9(3).
          05 VRT-NEXT-RESET-DATE    pic 9(8).
          05 VRT-LAST-RESET-DATE    pic 9(8).
          05 VRT-LAST-INDEX-RATE    pic 9(2)v9(4).

       fd COVENANT-FILE.
       01 COVENANT-RECORD.
          05 COV-LOAN-ID            pic 9(6).
          05 COV-CUST-ID            pic 9(6).
          05 COV-OFFICER-ID         pic 9(4).
          05 COV-MIN-DSCR           pic 9(2)v99.
          05 COV-MAX-LEVERAGE       pic 9(2)v99.
          05 COV-FS-FREQUENCY       pic x(1).
             88 COV-FS-ANNUAL       value 'A'.
             88 COV-FS-QUARTERLY    value 'Q'.
             88 COV-FS-VALID-FREQ   values 'A' 'Q'.
          05 COV-FS-DUE-DAYS        pic 9(3).
          05 COV-NEXT-PERIOD-END    pic 9(8).
          05 COV-LAST-PERIOD-TESTED pic 9(8).
          05 COV-LAST-TEST-DATE     pic 9(8).
          05 COV-LAST-DSCR          pic 9(3)v99.
          05 COV-LAST-LEVERAGE      pic 9(3)v99.
          05 COV-BREACH-FLAG        pic x(1).
             88 COV-NO-BREACH       value ' '.
             88 COV-DSCR-BREACH     value 'D'.
             88 COV-LEVERAGE-BREACH value 'L'.
             88 COV-BOTH-BREACH     value 'B'.
             88 COV-IN-BREACH       values 'D' 'L' 'B'.
          05 COV-LATE-FLAG          pic x(1).
             88 COV-STATEMENT-LATE  value 'Y'.
          05 COV-WAIVED-PERIOD      pic 9(8).
          05 COV-WAIVED-BY          pic 9(4).
          05 COV-LAST-LETTER-DATE   pic 9(8).
          05 COV-STATUS             pic x(1).
             88 COV-ACTIVE          value 'A'.
             88 COV-RELEASED        value 'R'.
          05 COV-SET-BY             pic 9(4).
          05 COV-SET-DATE           pic 9(8).

       fd AMORT-DOCUMENT-FILE.
       01 AMORT-DOCUMENT-LINE       pic x(90).


       working-storage section.
       01 WS-APP-STATUS             pic xx.
       01 WS-VRT-STATUS             pic xx.
       01 WS-VRT-FOUND-FLAG         pic x value 'N'.
          88 VRT-ROW-FOUND          value 'Y'.
       01 WS-VRT-INDEX-CODE         pic x(6).
       01 WS-VRT-MARGIN             pic 9(2)v9(4).
       01 WS-VRT-FLOOR              pic 9(2)v9(4).
       01 WS-VRT-CAP                pic 9(2)v9(4).
       01 WS-VRT-RESET-MONTHS       pic 9(3).
       01 WS-VRT-FIRST-RESET        pic 9(8).
       01 WS-COV-STATUS             pic xx.
       01 WS-COV-RATIO-FMT          pic zz9.99.
       01 WS-COV-RATIO-FMT-2        pic zz9.99.
       01 WS-AMORT-DOC-STATUS       pic xx.
       01 WS-AMORT-FILENAME         pic x(40).
       01 WS-AMORT-BALANCE          pic s9(10)v99.
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '5'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                       thru ORIGINATE-LOAN-DONE
                   when '2' perform DISPLAY-ONE-LOAN
                   when '3' perform LIST-LOANS
                   when '4' perform SET-VARIABLE-TERMS
                       thru SET-VARIABLE-TERMS-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           display "1. Originate Loan (disburses principal)".
           display "2. Display Loan".
           display "3. List Loans".
           display "4. Set Variable-Rate Terms".
           display "5. Exit".
           display "Enter choice: ".

       ORIGINATE-LOAN.
                       display "Originated: " LOAN-ORIGIN-DATE
                       display "Next Due: " LOAN-NEXT-DUE-DATE
                       display "Status: " LOAN-STATUS
                       perform DISPLAY-VARIABLE-TERMS
                       perform DISPLAY-COVENANT-STATUS
               end-read
               close LOAN-FILE
           end-if.

       DISPLAY-VARIABLE-TERMS.
           open input VARIABLE-TERMS-FILE.
           if WS-VRT-STATUS = '00'
               move LOAN-ID to VRT-LOAN-ID
               read VARIABLE-TERMS-FILE
                   invalid key
                       display "Rate type: FIXED"
                   not invalid key
                       display "Rate type: VARIABLE on " VRT-INDEX-CODE
                       display "  Margin: " VRT-MARGIN
                           "  Floor: " VRT-FLOOR-RATE
                           "  Cap: " VRT-CAP-RATE
                       display "  Resets every " VRT-RESET-MONTHS
                           " month(s); next " VRT-NEXT-RESET-DATE
                           ", last " VRT-LAST-RESET-DATE
               end-read
               close VARIABLE-TERMS-FILE
           else
               display "Rate type: FIXED"
           end-if.

      *    The covenant terms and the standing covenant-test.cbl last
      *    left on the master.
       DISPLAY-COVENANT-STATUS.
           open input COVENANT-FILE.
           if WS-COV-STATUS = '00'
               move LOAN-ID to COV-LOAN-ID
               read COVENANT-FILE
                   invalid key
                       display "Covenants: none"
                   not invalid key
                       perform DISPLAY-COVENANT-DETAIL
               end-read
               close COVENANT-FILE
           else
               display "Covenants: none"
           end-if.

       DISPLAY-COVENANT-DETAIL.
           move COV-MIN-DSCR to WS-COV-RATIO-FMT.
           move COV-MAX-LEVERAGE to WS-COV-RATIO-FMT-2.
           display "Covenants: min DSCR " WS-COV-RATIO-FMT
               "  max leverage " WS-COV-RATIO-FMT-2
               "  officer " COV-OFFICER-ID.
           display "  Statements " COV-FS-FREQUENCY
               "; next owed for period ending " COV-NEXT-PERIOD-END.
           if COV-LAST-TEST-DATE not = 0
               move COV-LAST-DSCR to WS-COV-RATIO-FMT
               move COV-LAST-LEVERAGE to WS-COV-RATIO-FMT-2
               display "  Last tested " COV-LAST-TEST-DATE
                   " on period " COV-LAST-PERIOD-TESTED ": DSCR "
                   WS-COV-RATIO-FMT "  leverage " WS-COV-RATIO-FMT-2
           end-if.
           evaluate true
               when COV-RELEASED
                   display "  Covenant status: RELEASED"
               when COV-IN-BREACH
                   display "  Covenant status: IN BREACH"
               when COV-STATEMENT-LATE
                   display "  Covenant status: STATEMENTS LATE"
               when COV-WAIVED-PERIOD not = 0
                    and COV-WAIVED-PERIOD = COV-LAST-PERIOD-TESTED
                   display "  Covenant status: WAIVED"
               when COV-LAST-TEST-DATE = 0
                   display "  Covenant status: NOT YET TESTED"
               when other
                   display "  Covenant status: COMPLIANT"
           end-evaluate.
           if COV-IN-BREACH and COV-STATEMENT-LATE
               display "  Financial statements are also LATE."
           end-if.

      *    Converts an open loan to (or re-terms) a variable rate.
      *    The booked LOAN-RATE stands until the first reset date, when
      *    loan-rate-reset.cbl reprices it to index plus margin within
      *    the floor and cap. A cap of zero means uncapped. The first
      *    reset defaults to one reset period after origination.
       SET-VARIABLE-TERMS.
           display "Enter Loan ID: ".
           accept WS-LOAN-ID.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found."
               go to SET-VARIABLE-TERMS-DONE
           end-if.
           move WS-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   display "Loan not found."
                   close LOAN-FILE
                   go to SET-VARIABLE-TERMS-DONE
           end-read.
           close LOAN-FILE.
           if not LOAN-OPEN
               display "Loan is not open; terms not changed."
               go to SET-VARIABLE-TERMS-DONE
           end-if.
           display "Enter Index Code (e.g. PRIME): ".
           accept WS-VRT-INDEX-CODE.
           if WS-VRT-INDEX-CODE = spaces
               display "Index code is required."
               go to SET-VARIABLE-TERMS-DONE
           end-if.
           display "Enter Margin Percent (e.g. 02.0000): ".
           accept WS-VRT-MARGIN.
           display "Enter Rate Floor Percent (e.g. 04.0000): ".
           accept WS-VRT-FLOOR.
           display "Enter Rate Cap Percent (0 for none): ".
           accept WS-VRT-CAP.
           if WS-VRT-CAP not = 0 and WS-VRT-CAP < WS-VRT-FLOOR
               display "Cap cannot be below the floor."
               go to SET-VARIABLE-TERMS-DONE
           end-if.
           display "Enter Reset Frequency in Months: ".
           accept WS-VRT-RESET-MONTHS.
           if WS-VRT-RESET-MONTHS = 0
               display "Reset frequency must be at least one month."
               go to SET-VARIABLE-TERMS-DONE
           end-if.
           display "Enter First Reset Date YYYYMMDD (0 for default): ".
           accept WS-VRT-FIRST-RESET.
           if WS-VRT-FIRST-RESET = 0
               move LOAN-ORIGIN-DATE to WS-VRT-FIRST-RESET
               perform ADVANCE-FIRST-RESET-DATE
                   WS-VRT-RESET-MONTHS times
           end-if.

           open i-o VARIABLE-TERMS-FILE.
           if WS-VRT-STATUS not = '00'
               open output VARIABLE-TERMS-FILE
               close VARIABLE-TERMS-FILE
               open i-o VARIABLE-TERMS-FILE
           end-if.
           move 'N' to WS-VRT-FOUND-FLAG.
           move WS-LOAN-ID to VRT-LOAN-ID.
           read VARIABLE-TERMS-FILE
               invalid key
                   move 0 to VRT-LAST-RESET-DATE
                   move 0 to VRT-LAST-INDEX-RATE
               not invalid key
                   move 'Y' to WS-VRT-FOUND-FLAG
           end-read.
           move WS-LOAN-ID to VRT-LOAN-ID.
           move WS-VRT-INDEX-CODE to VRT-INDEX-CODE.
           move WS-VRT-MARGIN to VRT-MARGIN.
           move WS-VRT-FLOOR to VRT-FLOOR-RATE.
           move WS-VRT-CAP to VRT-CAP-RATE.
           move WS-VRT-RESET-MONTHS to VRT-RESET-MONTHS.
           move WS-VRT-FIRST-RESET to VRT-NEXT-RESET-DATE.
           if VRT-ROW-FOUND
               rewrite VARIABLE-TERMS-RECORD
           else
               write VARIABLE-TERMS-RECORD
           end-if.
           close VARIABLE-TERMS-FILE.
           display "Loan " WS-LOAN-ID " is variable on "
               WS-VRT-INDEX-CODE "; first reset " WS-VRT-FIRST-RESET
               ".".
       SET-VARIABLE-TERMS-DONE.
           continue.

      *    One month forward on WS-VRT-FIRST-RESET with the usual
      *    day-of-month clamp to 28.
       ADVANCE-FIRST-RESET-DATE.
           move WS-VRT-FIRST-RESET(1:4) to WS-NEXT-YEAR.
           move WS-VRT-FIRST-RESET(5:2) to WS-NEXT-MONTH.
           move WS-VRT-FIRST-RESET(7:2) to WS-NEXT-DAY.
           if WS-NEXT-DAY > 28
               move 28 to WS-NEXT-DAY
           end-if.
           add 1 to WS-NEXT-MONTH.
           if WS-NEXT-MONTH > 12
               move 1 to WS-NEXT-MONTH
               add 1 to WS-NEXT-YEAR
           end-if.
           compute WS-VRT-FIRST-RESET =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100
               + WS-NEXT-DAY.

       LIST-LOANS.
           move 0 to WS-LISTED-COUNT.
           open input LOAN-FILE.
