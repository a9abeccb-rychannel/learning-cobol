       identification division.
       program-id. aml-case-report.

      *    AML case aging and overdue report for the BSA officer,
      *    written to aml_case_aging.txt. Every case still awaiting a
      *    filing decision is listed with its age from detection, the
      *    days left to its deadline and the analyst holding it, and
      *    counted into age bands (0-15, 16-30, 31-60, over 60 days).
      *    The overdue section repeats the undecided cases past their
      *    deadline, then those due within WS-DUE-SOON-DAYS. Cases
      *    under monitoring are counted but have no deadline running.
      *    Cases come from aml-case-intake.cbl and are decided in
      *    aml-case-maint.cbl.

       environment division.
       input-output section.
       file-control.
       select AML-CASE-FILE
           assign to 'aml_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is AML-CASE-ID
           lock mode is automatic
           file status is WS-AML-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select AGING-REPORT-FILE
           assign to 'aml_case_aging.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd AML-CASE-FILE.
       01 AML-CASE-RECORD.
          05 AML-CASE-ID            pic 9(6).
          05 AML-CUST-ID            pic 9(6).
          05 AML-DETECT-DATE        pic 9(8).
          05 AML-DEADLINE           pic 9(8).
          05 AML-OPENED-DATE        pic 9(8).
          05 AML-ANALYST            pic 9(4).
          05 AML-STATUS             pic x(1).
             88 AML-OPEN            value 'O'.
             88 AML-CLOSED          value 'C'.
          05 AML-DISPOSITION        pic x(1).
             88 AML-PENDING         value space.
             88 AML-NO-ACTION       value 'N'.
             88 AML-MONITOR         value 'M'.
             88 AML-FILE-SAR        value 'S'.
          05 AML-DISP-DATE          pic 9(8).
          05 AML-DISP-BY            pic 9(4).
          05 AML-FINDING-COUNT      pic 9(3).
          05 AML-FINDING-TOTAL      pic 9(10)v99.
          05 AML-SAR-DATE           pic 9(8).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 CUST-NAME             pic x(30).
          05 CUST-BALANCE          pic s9(8)v99.
          05 CUST-OD-LIMIT         pic 9(6)v99.
          05 CUST-STATUS           pic x(1).
             88 CUST-ACTIVE        value 'A'.
             88 CUST-FROZEN        value 'F'.
             88 CUST-CLOSED        value 'C'.
          05 CUST-CURRENCY         pic x(3).

       fd AGING-REPORT-FILE.
       01 AGING-REPORT-LINE         pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-AML-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

      *    Undecided cases this close to the deadline are called out
      *    as due soon.
       01 WS-DUE-SOON-DAYS          pic 9(3) value 5.
       01 WS-AGE-DAYS               pic s9(6).
       01 WS-DAYS-LEFT              pic s9(6).
       01 WS-CUST-NAME              pic x(30).
       01 WS-PASS                   pic x(1).
          88 PASS-DETAIL            value 'D'.
          88 PASS-OVERDUE           value 'O'.
          88 PASS-DUE-SOON          value 'S'.

       01 WS-PENDING-COUNT          pic 9(5) value zero.
       01 WS-MONITOR-COUNT          pic 9(5) value zero.
       01 WS-OVERDUE-COUNT          pic 9(5) value zero.
       01 WS-DUE-SOON-COUNT         pic 9(5) value zero.
       01 WS-BAND-TABLE.
          05 WS-BAND-COUNT occurs 4 times pic 9(5).
       01 WS-BAND-IDX               pic 9(1).
       01 WS-BAND-LABELS.
          05 filler                 pic x(12) value '  0-15 days'.
          05 filler                 pic x(12) value ' 16-30 days'.
          05 filler                 pic x(12) value ' 31-60 days'.
          05 filler                 pic x(12) value ' over 60'.
       01 WS-BAND-LABEL-TABLE redefines WS-BAND-LABELS.
          05 WS-BAND-LABEL occurs 4 times pic x(12).

       01 WS-AGING-HEADING.
          05 filler                 pic x(8) value 'CASE'.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(32) value 'NAME'.
          05 filler                 pic x(10) value 'DETECTED'.
          05 filler                 pic x(10) value 'DEADLINE'.
          05 filler                 pic x(6) value '   AGE'.
          05 filler                 pic x(7) value '   LEFT'.
          05 filler                 pic x(7) value '  ANLST'.
       01 WS-AGING-DETAIL.
          05 WS-AD-CASE-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-NAME             pic x(30).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-DETECTED         pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-DEADLINE         pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-AGE              pic zzzz9.
          05 filler                 pic x(1) value spaces.
          05 WS-AD-LEFT             pic -(5)9.
          05 filler                 pic x(3) value spaces.
          05 WS-AD-ANALYST          pic 9(4).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-FLAG             pic x(8).

       procedure division.
       MAIN-LOGIC.
           display "AML Case Aging Report Starting...".
           perform GET-BUSINESS-DATE.
           open input AML-CASE-FILE.
           if WS-AML-STATUS not = '00'
               display "No AML cases on file. Nothing to report."
               stop run
           end-if.
           close AML-CASE-FILE.
           move 0 to WS-BAND-COUNT (1) WS-BAND-COUNT (2)
               WS-BAND-COUNT (3) WS-BAND-COUNT (4).
           open output AGING-REPORT-FILE.
           move spaces to AGING-REPORT-LINE.
           string "AML CASE AGING AND OVERDUE REPORT - "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into AGING-REPORT-LINE
           end-string.
           write AGING-REPORT-LINE.
           move all "=" to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move "CASES AWAITING A FILING DECISION" to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           write AGING-REPORT-LINE from WS-AGING-HEADING.
           move 'D' to WS-PASS.
           perform REPORT-PASS.

           move spaces to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move "AGE FROM DETECTION" to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           perform varying WS-BAND-IDX from 1 by 1
               until WS-BAND-IDX > 4
               move spaces to AGING-REPORT-LINE
               string WS-BAND-LABEL (WS-BAND-IDX) delimited by size
                      "  " delimited by size
                      WS-BAND-COUNT (WS-BAND-IDX) delimited by size
                      into AGING-REPORT-LINE
               end-string
               write AGING-REPORT-LINE
           end-perform.

           move spaces to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move "OVERDUE -- PAST THE FILING DEADLINE"
               to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move 'O' to WS-PASS.
           perform REPORT-PASS.
           if WS-OVERDUE-COUNT = 0
               move "  None." to AGING-REPORT-LINE
               write AGING-REPORT-LINE
           end-if.
           move spaces to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move "DUE SOON" to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move 'S' to WS-PASS.
           perform REPORT-PASS.
           if WS-DUE-SOON-COUNT = 0
               move "  None." to AGING-REPORT-LINE
               write AGING-REPORT-LINE
           end-if.

           move spaces to AGING-REPORT-LINE.
           write AGING-REPORT-LINE.
           move spaces to AGING-REPORT-LINE.
           string "Awaiting decision: " delimited by size
                  WS-PENDING-COUNT delimited by size
                  "   Overdue: " delimited by size
                  WS-OVERDUE-COUNT delimited by size
                  "   Due soon: " delimited by size
                  WS-DUE-SOON-COUNT delimited by size
                  "   Under monitoring: " delimited by size
                  WS-MONITOR-COUNT delimited by size
                  into AGING-REPORT-LINE
           end-string.
           write AGING-REPORT-LINE.
           close AGING-REPORT-FILE.
           display WS-PENDING-COUNT " case(s) awaiting decision, "
               WS-OVERDUE-COUNT " overdue. Report written to "
               "aml_case_aging.txt.".
           stop run.

      *    One walk of the case file for the pass in WS-PASS: the
      *    detail pass lists and counts every undecided case, the
      *    overdue and due-soon passes list their subsets.
       REPORT-PASS.
           open input AML-CASE-FILE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read AML-CASE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if AML-OPEN
                           perform REPORT-ONE-CASE
                       end-if
               end-read
           end-perform.
           close AML-CASE-FILE.

       REPORT-ONE-CASE.
           if AML-MONITOR
               if PASS-DETAIL
                   add 1 to WS-MONITOR-COUNT
               end-if
           else
               compute WS-AGE-DAYS =
                   function integer-of-date (WS-BUSINESS-DATE)
                 - function integer-of-date (AML-DETECT-DATE)
               compute WS-DAYS-LEFT =
                   function integer-of-date (AML-DEADLINE)
                 - function integer-of-date (WS-BUSINESS-DATE)
               evaluate true
                   when PASS-DETAIL
                       add 1 to WS-PENDING-COUNT
                       perform COUNT-AGE-BAND
                       perform WRITE-CASE-LINE
                   when PASS-OVERDUE
                       if WS-DAYS-LEFT < 0
                           add 1 to WS-OVERDUE-COUNT
                           perform WRITE-CASE-LINE
                       end-if
                   when PASS-DUE-SOON
                       if WS-DAYS-LEFT >= 0
                          and WS-DAYS-LEFT <= WS-DUE-SOON-DAYS
                           add 1 to WS-DUE-SOON-COUNT
                           perform WRITE-CASE-LINE
                       end-if
               end-evaluate
           end-if.

       COUNT-AGE-BAND.
           evaluate true
               when WS-AGE-DAYS <= 15
                   move 1 to WS-BAND-IDX
               when WS-AGE-DAYS <= 30
                   move 2 to WS-BAND-IDX
               when WS-AGE-DAYS <= 60
                   move 3 to WS-BAND-IDX
               when other
                   move 4 to WS-BAND-IDX
           end-evaluate.
           add 1 to WS-BAND-COUNT (WS-BAND-IDX).

       WRITE-CASE-LINE.
           move all "?" to WS-CUST-NAME.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move AML-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-CUST-NAME
               end-read
               close CUSTOMER-FILE
           end-if.
           move AML-CASE-ID to WS-AD-CASE-ID.
           move AML-CUST-ID to WS-AD-CUST-ID.
           move WS-CUST-NAME to WS-AD-NAME.
           move AML-DETECT-DATE to WS-AD-DETECTED.
           move AML-DEADLINE to WS-AD-DEADLINE.
           move WS-AGE-DAYS to WS-AD-AGE.
           move WS-DAYS-LEFT to WS-AD-LEFT.
           move AML-ANALYST to WS-AD-ANALYST.
           if WS-DAYS-LEFT < 0
               move 'OVERDUE' to WS-AD-FLAG
           else
               move spaces to WS-AD-FLAG
           end-if.
           if AML-ANALYST = 0 and WS-AD-FLAG = spaces
               move 'UNASSGND' to WS-AD-FLAG
           end-if.
           write AGING-REPORT-LINE from WS-AGING-DETAIL.

      *    Reads the business day being processed, falling back to
      *    the calendar date when no control file exists.
       GET-BUSINESS-DATE.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
               end-read
               close BUSINESS-DATE-FILE
           end-if.
