       identification division.
       program-id. od-optin-report.

      *    Overdraft opt-in report, written to od_optin_report.txt.
      *    Every open customer is counted under the debit card
      *    overdraft election on od_optin.dat kept by
      *    od-optin-maint.cbl -- opted in, revoked, or never opted in
      *    (including those given the consent notice who did not
      *    answer) -- with the opt-in rate, and the 'FEE-OD'
      *    overdraft fees on file are totalled under the customer's
      *    current election, month-to-date and year-to-date against
      *    the business date. Reversed fees are left out. Fees under
      *    the revoked and never-opted-in groups come from checks and
      *    ACH, which keep paying within CUST-OD-LIMIT whatever the
      *    election; card-auth-intake.cbl charges none on card items
      *    for those customers.

       environment division.
       input-output section.
       file-control.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select OD-OPTIN-FILE
           assign to 'od_optin.dat'
           organization is indexed
           access mode is dynamic
           record key is OPT-CUST-ID
           lock mode is automatic
           file status is WS-OPT-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select OPTIN-REPORT-FILE
           assign to 'od_optin_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
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

       fd OD-OPTIN-FILE.
       01 OD-OPTIN-RECORD.
          05 OPT-CUST-ID            pic 9(6).
          05 OPT-ELECTION           pic x(1).
             88 OPT-NOT-ELECTED     value 'N'.
             88 OPT-OPTED-IN        value 'I'.
             88 OPT-REVOKED         value 'R'.
          05 OPT-NOTICE-DATE        pic 9(8).
          05 OPT-CONSENT-DATE       pic 9(8).
          05 OPT-METHOD             pic x(1).
             88 OPT-METHOD-BRANCH   value 'B'.
             88 OPT-METHOD-PHONE    value 'P'.
             88 OPT-METHOD-WRITTEN  value 'W'.
             88 OPT-METHOD-ONLINE   value 'E'.
          05 OPT-REVOKE-DATE        pic 9(8).
          05 OPT-OPER-ID            pic 9(4).
          05 OPT-CHANGED-DATE       pic 9(8).

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 TRANS-CUST-ID          pic 9(6).
          05 TRANS-AMOUNT           pic 9(8)v99.
          05 TRANS-TYPE             pic x(11).
          05 TRANS-DATE             pic 9(8).
          05 TRANS-TIME             pic 9(6).
          05 TRANS-REVERSED         pic x(1).
          05 TRANS-ACCT-TYPE        pic x(1).
          05 TRANS-BRANCH           pic 9(3).

       fd OPTIN-REPORT-FILE.
       01 OPTIN-REPORT-LINE         pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-OPT-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-OPTIN-OPEN-FLAG        pic x value 'N'.
          88 OPTIN-FILE-OPEN        value 'Y'.

       01 WS-LOOKUP-CUST-ID         pic 9(6).
       01 WS-GROUP-IDX              pic 9(1).
       01 WS-NOTICE-ONLY-COUNT      pic 9(6) value zero.
       01 WS-CUST-TOTAL             pic 9(6) value zero.
       01 WS-FEE-COUNT-MTD          pic 9(6) value zero.
       01 WS-FEE-COUNT-YTD          pic 9(6) value zero.
       01 WS-FEE-TOTAL-MTD          pic 9(10)v99 value zero.
       01 WS-FEE-TOTAL-YTD          pic 9(10)v99 value zero.
       01 WS-RATE                   pic 9(3)v9.

      *    Rows 1-3: opted in, revoked, never opted in.
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY occurs 3 times.
             10 WS-GRP-CUSTOMERS    pic 9(6).
             10 WS-GRP-FEES-MTD     pic 9(6).
             10 WS-GRP-AMOUNT-MTD   pic 9(10)v99.
             10 WS-GRP-FEES-YTD     pic 9(6).
             10 WS-GRP-AMOUNT-YTD   pic 9(10)v99.
       01 WS-GROUP-LABELS.
          05 filler                 pic x(16) value 'OPTED IN'.
          05 filler                 pic x(16) value 'REVOKED'.
          05 filler                 pic x(16) value 'NOT OPTED IN'.
       01 WS-GROUP-LABEL-TABLE redefines WS-GROUP-LABELS.
          05 WS-GROUP-LABEL occurs 3 times pic x(16).

       01 WS-OPTIN-HEADING.
          05 filler                 pic x(16) value 'ELECTION'.
          05 filler                 pic x(10) value ' CUSTOMERS'.
          05 filler                 pic x(8) value '   RATE'.
          05 filler                 pic x(8) value ' MTD FEE'.
          05 filler                 pic x(16) value '      MTD AMOUNT'.
          05 filler                 pic x(8) value ' YTD FEE'.
          05 filler                 pic x(16) value '      YTD AMOUNT'.
       01 WS-OPTIN-DETAIL.
          05 WS-OD-LABEL            pic x(16).
          05 WS-OD-CUSTOMERS        pic z(9)9.
          05 filler                 pic x(2) value spaces.
          05 WS-OD-RATE             pic zz9.9.
          05 filler                 pic x(1) value '%'.
          05 WS-OD-FEES-MTD         pic z(7)9.
          05 WS-OD-AMOUNT-MTD       pic z(12)9.99.
          05 WS-OD-FEES-YTD         pic z(7)9.
          05 WS-OD-AMOUNT-YTD       pic z(12)9.99.

       procedure division.
       MAIN-LOGIC.
           display "Overdraft Opt-In Report Starting...".
           perform GET-BUSINESS-DATE.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "No customers on file. Nothing to report."
               stop run
           end-if.
           initialize WS-GROUP-TABLE.
           open input OD-OPTIN-FILE.
           if WS-OPT-STATUS = '00'
               move 'Y' to WS-OPTIN-OPEN-FLAG
           end-if.

           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if not CUST-CLOSED
                           perform COUNT-ONE-CUSTOMER
                       end-if
               end-read
           end-perform.
           close CUSTOMER-FILE.

           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if TRANS-TYPE = 'FEE-OD'
                              and TRANS-REVERSED not = 'Y'
                              and TRANS-DATE(1:4)
                                  = WS-BUSINESS-DATE(1:4)
                               perform COUNT-ONE-FEE
                           end-if
                   end-read
               end-perform
               close TRANSACTION-FILE
           end-if.
           if OPTIN-FILE-OPEN
               close OD-OPTIN-FILE
           end-if.

           open output OPTIN-REPORT-FILE.
           move spaces to OPTIN-REPORT-LINE.
           string "OVERDRAFT OPT-IN REPORT (DEBIT CARD) - "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into OPTIN-REPORT-LINE
           end-string.
           write OPTIN-REPORT-LINE.
           move all "=" to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE from WS-OPTIN-HEADING.
           perform varying WS-GROUP-IDX from 1 by 1
               until WS-GROUP-IDX > 3
               perform WRITE-GROUP-LINE
           end-perform.
           move all "-" to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           move 'TOTAL' to WS-OD-LABEL.
           move WS-CUST-TOTAL to WS-OD-CUSTOMERS.
           if WS-CUST-TOTAL > 0
               move 100 to WS-OD-RATE
           else
               move 0 to WS-OD-RATE
           end-if.
           move WS-FEE-COUNT-MTD to WS-OD-FEES-MTD.
           move WS-FEE-TOTAL-MTD to WS-OD-AMOUNT-MTD.
           move WS-FEE-COUNT-YTD to WS-OD-FEES-YTD.
           move WS-FEE-TOTAL-YTD to WS-OD-AMOUNT-YTD.
           write OPTIN-REPORT-LINE from WS-OPTIN-DETAIL.

           move spaces to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           move spaces to OPTIN-REPORT-LINE.
           string "Given the consent notice but not opted in: "
                  delimited by size
                  WS-NOTICE-ONLY-COUNT delimited by size
                  into OPTIN-REPORT-LINE
           end-string.
           write OPTIN-REPORT-LINE.
           move "Fees outside the opted-in group arise from checks and"
               to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           move "ACH paid within the overdraft limit, never from card"
               to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           move "items." to OPTIN-REPORT-LINE.
           write OPTIN-REPORT-LINE.
           close OPTIN-REPORT-FILE.
           display WS-GRP-CUSTOMERS (1) " of " WS-CUST-TOTAL
               " open customer(s) opted in. Report written to "
               "od_optin_report.txt.".
           stop run.

       COUNT-ONE-CUSTOMER.
           move CUST-ID to WS-LOOKUP-CUST-ID.
           perform FIND-ELECTION-GROUP.
           add 1 to WS-CUST-TOTAL.
           add 1 to WS-GRP-CUSTOMERS (WS-GROUP-IDX).
           if WS-GROUP-IDX = 3 and WS-OPT-STATUS = '00'
              and OPT-NOTICE-DATE > 0
               add 1 to WS-NOTICE-ONLY-COUNT
           end-if.

       COUNT-ONE-FEE.
           move TRANS-CUST-ID to WS-LOOKUP-CUST-ID.
           perform FIND-ELECTION-GROUP.
           add 1 to WS-GRP-FEES-YTD (WS-GROUP-IDX).
           add TRANS-AMOUNT to WS-GRP-AMOUNT-YTD (WS-GROUP-IDX).
           add 1 to WS-FEE-COUNT-YTD.
           add TRANS-AMOUNT to WS-FEE-TOTAL-YTD.
           if TRANS-DATE(1:6) = WS-BUSINESS-DATE(1:6)
               add 1 to WS-GRP-FEES-MTD (WS-GROUP-IDX)
               add TRANS-AMOUNT to WS-GRP-AMOUNT-MTD (WS-GROUP-IDX)
               add 1 to WS-FEE-COUNT-MTD
               add TRANS-AMOUNT to WS-FEE-TOTAL-MTD
           end-if.

      *    Sets WS-GROUP-IDX from WS-LOOKUP-CUST-ID's current
      *    election; WS-OPT-STATUS is '00' when a record was found.
       FIND-ELECTION-GROUP.
           move 3 to WS-GROUP-IDX.
           move '23' to WS-OPT-STATUS.
           if OPTIN-FILE-OPEN
               move WS-LOOKUP-CUST-ID to OPT-CUST-ID
               read OD-OPTIN-FILE
                   invalid key
                       continue
                   not invalid key
                       evaluate true
                           when OPT-OPTED-IN
                               move 1 to WS-GROUP-IDX
                           when OPT-REVOKED
                               move 2 to WS-GROUP-IDX
                       end-evaluate
               end-read
           end-if.

       WRITE-GROUP-LINE.
           move WS-GROUP-LABEL (WS-GROUP-IDX) to WS-OD-LABEL.
           move WS-GRP-CUSTOMERS (WS-GROUP-IDX) to WS-OD-CUSTOMERS.
           if WS-CUST-TOTAL > 0
               compute WS-RATE rounded =
                   WS-GRP-CUSTOMERS (WS-GROUP-IDX) * 100
                   / WS-CUST-TOTAL
           else
               move 0 to WS-RATE
           end-if.
           move WS-RATE to WS-OD-RATE.
           move WS-GRP-FEES-MTD (WS-GROUP-IDX) to WS-OD-FEES-MTD.
           move WS-GRP-AMOUNT-MTD (WS-GROUP-IDX) to WS-OD-AMOUNT-MTD.
           move WS-GRP-FEES-YTD (WS-GROUP-IDX) to WS-OD-FEES-YTD.
           move WS-GRP-AMOUNT-YTD (WS-GROUP-IDX) to WS-OD-AMOUNT-YTD.
           write OPTIN-REPORT-LINE from WS-OPTIN-DETAIL.

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
