       identification division.
       program-id. test-extract.

      *    Masked test-data extract. Copies the banking and payroll
      *    masters that carry personal data into a test directory
      *    (default testdata/) with that data replaced:
      *      customers.dat          name
      *      customer_profiles.dat  address, phone, birth date, TIN
      *      accounts.dat           account number
      *      debitcards.dat         card number
      *      signers.dat            name, ID document number
      *      employees.dat          name
      *      emp_bank_xref.dat      account number
      *    transactions.dat and audit.log carry no personal data and
      *    are copied as they stand so the test files still
      *    reconcile. Every replacement value is worked out from the
      *    record's own key, never looked up at random, so a
      *    customer gets the same fake name and tax ID wherever the
      *    customer appears -- a signer or an employee who is also a
      *    customer takes that customer's fake name -- and an
      *    account number masks to the same value in accounts.dat
      *    and in emp_bank_xref.dat. Card numbers keep their issuer
      *    prefix and get a correct check digit. Keys, dates,
      *    balances and amounts are never touched.
      *    Each extract is read back and its record count and money
      *    total compared with the source on test_extract_report.txt;
      *    return code 8 if any file fails to match.

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
       select CUSTOMER-TEST-FILE
           assign to WS-CUST-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TC-CUST-ID
           file status is WS-CUST-TEST-STATUS.
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select PROFILE-TEST-FILE
           assign to WS-PROF-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TP-CUST-ID
           file status is WS-PROF-TEST-STATUS.
       select ACCOUNT-FILE
           assign to 'accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select ACCOUNT-TEST-FILE
           assign to WS-ACCT-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TA-ACCT-KEY
           file status is WS-ACCT-TEST-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select TRANSACTION-TEST-FILE
           assign to WS-TRANS-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TT-TRANS-ID
           alternate record key is TT-TRANS-CUST-ID
               with duplicates
           file status is WS-TRANS-TEST-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select AUDIT-TEST-FILE
           assign to WS-AUDIT-TEST-NAME
           organization is line sequential
           file status is WS-AUDIT-TEST-STATUS.
       select DEBIT-CARD-FILE
           assign to 'debitcards.dat'
           organization is indexed
           access mode is dynamic
           record key is CARD-CUST-ID
           lock mode is automatic
           file status is WS-CARD-STATUS.
       select CARD-TEST-FILE
           assign to WS-CARD-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TD-CUST-ID
           file status is WS-CARD-TEST-STATUS.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
       select SIGNER-TEST-FILE
           assign to WS-SGN-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TS-KEY
           file status is WS-SGN-TEST-STATUS.
       select EMPLOYEE-FILE
           assign to 'employees.dat'
           organization is indexed
           access mode is dynamic
           record key is EMP-ID
           lock mode is automatic
           file status is WS-EMP-STATUS.
       select EMPLOYEE-TEST-FILE
           assign to WS-EMP-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TE-EMP-ID
           file status is WS-EMP-TEST-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is XREF-EMP-ID
           lock mode is automatic
           file status is WS-XREF-STATUS.
       select XREF-TEST-FILE
           assign to WS-XREF-TEST-NAME
           organization is indexed
           access mode is dynamic
           record key is TX-EMP-ID
           file status is WS-XREF-TEST-STATUS.
       select EXTRACT-REPORT-FILE
           assign to 'test_extract_report.txt'
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
          05 CUST-CURRENCY         pic x(3).
       fd CUSTOMER-TEST-FILE.
       01 CUSTOMER-TEST-RECORD.
          05 TC-CUST-ID            pic 9(6).
          05 TC-CUST-NAME          pic x(30).
          05 TC-CUST-BALANCE       pic s9(8)v99.
          05 filler                pic x(12).

       fd PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).
       fd PROFILE-TEST-FILE.
       01 PROFILE-TEST-RECORD.
          05 TP-CUST-ID             pic 9(6).
          05 filler                 pic x(166).

       fd ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-KEY.
             10 ACCT-CUST-ID       pic 9(6).
             10 ACCT-TYPE          pic x(1).
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.
       fd ACCOUNT-TEST-FILE.
       01 ACCOUNT-TEST-RECORD.
          05 TA-ACCT-KEY           pic x(7).
          05 TA-ACCT-NUMBER        pic 9(10).
          05 TA-ACCT-BALANCE       pic 9(8)v99.

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
       fd TRANSACTION-TEST-FILE.
       01 TRANSACTION-TEST-RECORD.
          05 TT-TRANS-ID            pic 9(6).
          05 TT-TRANS-CUST-ID       pic 9(6).
          05 TT-TRANS-AMOUNT        pic 9(8)v99.
          05 filler                 pic x(30).

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
          05 AUDIT-OLD-BALANCE      pic s9(8)v99.
          05 AUDIT-NEW-BALANCE      pic s9(8)v99.
          05 filler                 pic x(21).
       fd AUDIT-TEST-FILE.
       01 AUDIT-TEST-RECORD.
          05 TL-CUST-ID             pic 9(6).
          05 TL-OLD-BALANCE         pic s9(8)v99.
          05 TL-NEW-BALANCE         pic s9(8)v99.
          05 filler                 pic x(21).

       fd DEBIT-CARD-FILE.
       01 DEBIT-CARD-RECORD.
          05 CARD-CUST-ID           pic 9(6).
          05 CARD-NUMBER            pic 9(16).
          05 CARD-DAILY-LIMIT       pic 9(6)v99.
          05 CARD-DAILY-USED        pic 9(6)v99.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).
       fd CARD-TEST-FILE.
       01 CARD-TEST-RECORD.
          05 TD-CUST-ID             pic 9(6).
          05 TD-CARD-NUMBER         pic 9(16).
          05 TD-DAILY-LIMIT         pic 9(6)v99.
          05 filler                 pic x(35).

       fd SIGNER-FILE.
       01 SIGNER-RECORD.
          05 SGN-KEY.
             10 SGN-CUST-ID         pic 9(6).
             10 SGN-SEQ             pic 9(2).
          05 SGN-NAME               pic x(30).
          05 SGN-ID-NUMBER          pic x(15).
          05 SGN-SIGNER-CUST-ID     pic 9(6).
          05 SGN-ROLE               pic x(1).
          05 SGN-TXN-LIMIT          pic 9(8)v99.
          05 SGN-EFFECTIVE-DATE     pic 9(8).
          05 SGN-EXPIRY-DATE        pic 9(8).
          05 SGN-DOC-ON-FILE        pic x(1).
          05 SGN-DOC-DATE           pic 9(8).
          05 SGN-STATUS             pic x(1).
          05 SGN-REVOKED-DATE       pic 9(8).
          05 SGN-ADDED-BY           pic 9(4).
          05 SGN-ADDED-DATE         pic 9(8).
       fd SIGNER-TEST-FILE.
       01 SIGNER-TEST-RECORD.
          05 TS-KEY                 pic x(8).
          05 filler                 pic x(52).
          05 TS-TXN-LIMIT           pic 9(8)v99.
          05 filler                 pic x(46).

       fd EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
          05 EMP-ID               pic 9(6).
          05 EMP-NAME             pic x(30).
          05 EMP-HOURLY-RATE      pic 9(3)v99.
          05 EMP-HOURS-WORKED     pic 9(3)v99.
          05 EMP-YTD-GROSS        pic 9(7)v99.
          05 filler               pic x(129).
       fd EMPLOYEE-TEST-FILE.
       01 EMPLOYEE-TEST-RECORD.
          05 TE-EMP-ID            pic 9(6).
          05 TE-EMP-NAME          pic x(30).
          05 filler               pic x(10).
          05 TE-YTD-GROSS         pic 9(7)v99.
          05 filler               pic x(129).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
          05 XREF-CUST-ID          pic 9(6).
          05 XREF-ACCOUNT-NUMBER   pic 9(10).
          05 XREF-ROUTING-NUMBER   pic 9(9).
       fd XREF-TEST-FILE.
       01 XREF-TEST-RECORD.
          05 TX-EMP-ID             pic 9(6).
          05 filler                pic x(25).

       fd EXTRACT-REPORT-FILE.
       01 EXTRACT-LINE              pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-CUST-TEST-STATUS       pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-PROF-TEST-STATUS       pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-ACCT-TEST-STATUS       pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-TRANS-TEST-STATUS      pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-AUDIT-TEST-STATUS      pic xx.
       01 WS-CARD-STATUS            pic xx.
       01 WS-CARD-TEST-STATUS       pic xx.
       01 WS-SGN-STATUS             pic xx.
       01 WS-SGN-TEST-STATUS        pic xx.
       01 WS-EMP-STATUS             pic xx.
       01 WS-EMP-TEST-STATUS        pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-XREF-TEST-STATUS       pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-TEST-DIR               pic x(30).
       01 WS-DIR-RESULT             pic 9(8) comp-5.
       01 WS-CUST-TEST-NAME         pic x(60).
       01 WS-PROF-TEST-NAME         pic x(60).
       01 WS-ACCT-TEST-NAME         pic x(60).
       01 WS-TRANS-TEST-NAME        pic x(60).
       01 WS-AUDIT-TEST-NAME        pic x(60).
       01 WS-CARD-TEST-NAME         pic x(60).
       01 WS-SGN-TEST-NAME          pic x(60).
       01 WS-EMP-TEST-NAME          pic x(60).
       01 WS-XREF-TEST-NAME         pic x(60).

      *    Control figures for the file in hand: records and money
      *    total read from the source, and the same again read back
      *    from the extract.
       01 WS-CTL-FILE-NAME          pic x(22).
       01 WS-CTL-MONEY-FIELD        pic x(17).
       01 WS-SOURCE-COUNT           pic 9(7).
       01 WS-EXTRACT-COUNT          pic 9(7).
       01 WS-SOURCE-TOTAL           pic s9(13)v99.
       01 WS-EXTRACT-TOTAL          pic s9(13)v99.
       01 WS-FILES-EXTRACTED        pic 9(2) value zero.
       01 WS-FILES-FAILED           pic 9(2) value zero.
       01 WS-RECORDS-MASKED         pic 9(7) value zero.

      *    Employee-to-customer links from emp_bank_xref.dat, so an
      *    employee who banks here is masked under the customer's
      *    fake name.
       01 WS-XR-USED                pic 9(4) value zero.
       01 WS-XR-TABLE.
          05 WS-XR-ENTRY occurs 2000 times.
             10 WS-XR-EMP-ID         pic 9(6).
             10 WS-XR-CUST-ID        pic 9(6).
       01 WS-XR-SUB                 pic 9(4).
       01 WS-XR-FOUND-CUST          pic 9(6).

      *    Fake-name building blocks, picked by the masking seed.
       01 WS-FIRST-NAME-VALUES.
          05 filler pic x(10) value 'JAMES'.
          05 filler pic x(10) value 'MARY'.
          05 filler pic x(10) value 'ROBERT'.
          05 filler pic x(10) value 'PATRICIA'.
          05 filler pic x(10) value 'JOHN'.
          05 filler pic x(10) value 'JENNIFER'.
          05 filler pic x(10) value 'MICHAEL'.
          05 filler pic x(10) value 'LINDA'.
          05 filler pic x(10) value 'DAVID'.
          05 filler pic x(10) value 'ELIZABETH'.
          05 filler pic x(10) value 'WILLIAM'.
          05 filler pic x(10) value 'BARBARA'.
          05 filler pic x(10) value 'RICHARD'.
          05 filler pic x(10) value 'SUSAN'.
          05 filler pic x(10) value 'JOSEPH'.
          05 filler pic x(10) value 'JESSICA'.
          05 filler pic x(10) value 'THOMAS'.
          05 filler pic x(10) value 'SARAH'.
          05 filler pic x(10) value 'CHARLES'.
          05 filler pic x(10) value 'KAREN'.
       01 WS-FIRST-NAME-TABLE redefines WS-FIRST-NAME-VALUES.
          05 WS-FIRST-NAME          pic x(10) occurs 20 times.
       01 WS-LAST-NAME-VALUES.
          05 filler pic x(10) value 'SMITH'.
          05 filler pic x(10) value 'JOHNSON'.
          05 filler pic x(10) value 'WILLIAMS'.
          05 filler pic x(10) value 'BROWN'.
          05 filler pic x(10) value 'JONES'.
          05 filler pic x(10) value 'GARCIA'.
          05 filler pic x(10) value 'MILLER'.
          05 filler pic x(10) value 'DAVIS'.
          05 filler pic x(10) value 'RODRIGUEZ'.
          05 filler pic x(10) value 'MARTINEZ'.
          05 filler pic x(10) value 'HERNANDEZ'.
          05 filler pic x(10) value 'LOPEZ'.
          05 filler pic x(10) value 'GONZALEZ'.
          05 filler pic x(10) value 'WILSON'.
          05 filler pic x(10) value 'ANDERSON'.
          05 filler pic x(10) value 'TAYLOR'.
          05 filler pic x(10) value 'MOORE'.
          05 filler pic x(10) value 'JACKSON'.
          05 filler pic x(10) value 'MARTIN'.
          05 filler pic x(10) value 'LEE'.
       01 WS-LAST-NAME-TABLE redefines WS-LAST-NAME-VALUES.
          05 WS-LAST-NAME           pic x(10) occurs 20 times.
       01 WS-STREET-VALUES.
          05 filler pic x(10) value 'MAIN'.
          05 filler pic x(10) value 'OAK'.
          05 filler pic x(10) value 'MAPLE'.
          05 filler pic x(10) value 'CEDAR'.
          05 filler pic x(10) value 'PINE'.
          05 filler pic x(10) value 'ELM'.
          05 filler pic x(10) value 'WASHINGTON'.
          05 filler pic x(10) value 'LAKE'.
          05 filler pic x(10) value 'HILL'.
          05 filler pic x(10) value 'PARK'.
       01 WS-STREET-TABLE redefines WS-STREET-VALUES.
          05 WS-STREET-NAME         pic x(10) occurs 10 times.
       01 WS-INITIALS               pic x(26)
          value 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01 WS-MASK-SEED              pic 9(9).
       01 WS-MASK-QUOTIENT          pic 9(9).
       01 WS-MASK-PICK              pic 9(4).
       01 WS-FIRST-SUB              pic 9(2).
       01 WS-LAST-SUB               pic 9(2).
       01 WS-INITIAL-SUB            pic 9(2).
       01 WS-FAKE-NAME              pic x(30).
       01 WS-HOUSE-NUMBER           pic 9(4).
       01 WS-PHONE-SUFFIX           pic 9(2).

      *    Account numbers mask through a fixed multiply-and-add
      *    modulo 10**10: distinct numbers stay distinct, and the
      *    same number masks the same way in every file.
       01 WS-ACCT-MASK-IN           pic 9(10).
       01 WS-ACCT-MASK-WORK         pic 9(15).
       01 WS-ACCT-MASK-QUOT         pic 9(15).
       01 WS-ACCT-MASK-OUT          pic 9(10).

      *    Card number: issuer prefix kept, customer and issue
      *    sequence in the middle, check digit last.
       01 WS-CARD-WORK.
          05 WS-CARD-BIN            pic 9(6).
          05 WS-CARD-CUST           pic 9(6).
          05 WS-CARD-FILL           pic 9(1).
          05 WS-CARD-SEQ            pic 9(2).
          05 WS-CARD-CHECK          pic 9(1).
       01 WS-CARD-DIGITS redefines WS-CARD-WORK.
          05 WS-CARD-DIGIT          pic 9 occurs 16 times.
       01 WS-CARD-NUMBER redefines WS-CARD-WORK pic 9(16).
       01 WS-CARD-SUB               pic 9(2).
       01 WS-CARD-SUM               pic 9(4).
       01 WS-CARD-DOUBLE            pic 9(2).
       01 WS-CARD-HALF              pic 9(2).
       01 WS-CARD-ODD               pic 9(1).

       01 WS-DOB-WORK               pic 9(8).
       01 WS-DOB-PARTS redefines WS-DOB-WORK.
          05 WS-DOB-YEAR            pic 9(4).
          05 WS-DOB-MMDD            pic 9(4).

       01 WS-FMT-COUNT              pic z(6)9.
       01 WS-FMT-COUNT-2            pic z(6)9.
       01 WS-FMT-TOTAL              pic -(12)9.99.
       01 WS-FMT-TOTAL-2            pic -(12)9.99.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           display "Masked Test-Data Extract".
           display "Test directory (blank for testdata): ".
           accept WS-TEST-DIR.
           if WS-TEST-DIR = spaces
               move 'testdata' to WS-TEST-DIR
           end-if.
           call "CBL_CREATE_DIR" using WS-TEST-DIR
               returning WS-DIR-RESULT
           end-call.
           perform BUILD-TEST-NAMES.

           open output EXTRACT-REPORT-FILE.
           move spaces to EXTRACT-LINE.
           string "Masked Test-Data Extract - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "  to " delimited by size
                  WS-TEST-DIR delimited by space
                  "/" delimited by size
                  into EXTRACT-LINE
           end-string.
           write EXTRACT-LINE.
           move all "=" to EXTRACT-LINE.
           write EXTRACT-LINE.
           move spaces to EXTRACT-LINE.
           move "FILE" to EXTRACT-LINE(1:4).
           move "SOURCE" to EXTRACT-LINE(24:6).
           move "EXTRACT" to EXTRACT-LINE(31:7).
           move "MONEY FIELD" to EXTRACT-LINE(39:11).
           move "SOURCE TOTAL" to EXTRACT-LINE(61:12).
           move "EXTRACT TOTAL" to EXTRACT-LINE(77:13).
           move "RESULT" to EXTRACT-LINE(91:6).
           write EXTRACT-LINE.

           perform LOAD-EMPLOYEE-XREF thru LOAD-EMPLOYEE-XREF-DONE.
           perform EXTRACT-CUSTOMERS thru EXTRACT-CUSTOMERS-DONE.
           perform EXTRACT-PROFILES thru EXTRACT-PROFILES-DONE.
           perform EXTRACT-ACCOUNTS thru EXTRACT-ACCOUNTS-DONE.
           perform EXTRACT-TRANSACTIONS thru EXTRACT-TRANS-DONE.
           perform EXTRACT-AUDIT-LOG thru EXTRACT-AUDIT-DONE.
           perform EXTRACT-DEBIT-CARDS thru EXTRACT-CARDS-DONE.
           perform EXTRACT-SIGNERS thru EXTRACT-SIGNERS-DONE.
           perform EXTRACT-EMPLOYEES thru EXTRACT-EMPLOYEES-DONE.
           perform EXTRACT-EMP-XREF thru EXTRACT-XREF-DONE.

           move spaces to EXTRACT-LINE.
           write EXTRACT-LINE.
           move WS-FILES-EXTRACTED to WS-FMT-COUNT.
           move WS-RECORDS-MASKED to WS-FMT-COUNT-2.
           move spaces to EXTRACT-LINE.
           string "Files extracted: " delimited by size
                  WS-FMT-COUNT delimited by size
                  "   Records masked: " delimited by size
                  WS-FMT-COUNT-2 delimited by size
                  into EXTRACT-LINE
           end-string.
           write EXTRACT-LINE.
           if WS-FILES-FAILED > 0
               move "*** One or more extracts do not match their source
      -            " -- do not use this test set." to EXTRACT-LINE
           else
               move "All record counts and money totals match the sour
      -            "ce." to EXTRACT-LINE
           end-if.
           write EXTRACT-LINE.
           close EXTRACT-REPORT-FILE.

           display WS-FILES-EXTRACTED " file(s) extracted to "
               WS-TEST-DIR.
           if WS-FILES-FAILED > 0
               display WS-FILES-FAILED " file(s) FAILED control "
                   "totals. See test_extract_report.txt."
               move 8 to return-code
           else
               display "All control totals match. See "
                   "test_extract_report.txt."
           end-if.
           stop run.

       BUILD-TEST-NAMES.
           move spaces to WS-CUST-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/customers.dat" delimited by size
                  into WS-CUST-TEST-NAME
           end-string.
           move spaces to WS-PROF-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/customer_profiles.dat" delimited by size
                  into WS-PROF-TEST-NAME
           end-string.
           move spaces to WS-ACCT-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/accounts.dat" delimited by size
                  into WS-ACCT-TEST-NAME
           end-string.
           move spaces to WS-TRANS-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/transactions.dat" delimited by size
                  into WS-TRANS-TEST-NAME
           end-string.
           move spaces to WS-AUDIT-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/audit.log" delimited by size
                  into WS-AUDIT-TEST-NAME
           end-string.
           move spaces to WS-CARD-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/debitcards.dat" delimited by size
                  into WS-CARD-TEST-NAME
           end-string.
           move spaces to WS-SGN-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/signers.dat" delimited by size
                  into WS-SGN-TEST-NAME
           end-string.
           move spaces to WS-EMP-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/employees.dat" delimited by size
                  into WS-EMP-TEST-NAME
           end-string.
           move spaces to WS-XREF-TEST-NAME.
           string WS-TEST-DIR delimited by space
                  "/emp_bank_xref.dat" delimited by size
                  into WS-XREF-TEST-NAME
           end-string.

       LOAD-EMPLOYEE-XREF.
           open input EMP-BANK-XREF-FILE.
           if WS-XREF-STATUS not = '00'
               go to LOAD-EMPLOYEE-XREF-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read EMP-BANK-XREF-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED or WS-XR-USED = 2000
               if XREF-CUST-ID not = 0
                   add 1 to WS-XR-USED
                   move XREF-EMP-ID to WS-XR-EMP-ID (WS-XR-USED)
                   move XREF-CUST-ID to WS-XR-CUST-ID (WS-XR-USED)
               end-if
               read EMP-BANK-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMP-BANK-XREF-FILE.
       LOAD-EMPLOYEE-XREF-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- customers.dat ----------------
       EXTRACT-CUSTOMERS.
           move 'customers.dat' to WS-CTL-FILE-NAME.
           move 'CUST-BALANCE' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-CUSTOMERS-DONE
           end-if.
           open output CUSTOMER-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add CUST-BALANCE to WS-SOURCE-TOTAL
               move CUST-ID to WS-MASK-SEED
               perform BUILD-FAKE-NAME
               move WS-FAKE-NAME to CUST-NAME
               move CUSTOMER-RECORD to CUSTOMER-TEST-RECORD
               write CUSTOMER-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-FILE.
           close CUSTOMER-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input CUSTOMER-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read CUSTOMER-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TC-CUST-BALANCE to WS-EXTRACT-TOTAL
               read CUSTOMER-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTOMER-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-CUSTOMERS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- customer_profiles.dat ----------------
      *    The street address, phone and tax ID are replaced from the
      *    customer ID; state and the first three ZIP digits stay so
      *    tax and branch reporting still group the same way, and
      *    the birth date keeps its year so age rules still apply.
       EXTRACT-PROFILES.
           move 'customer_profiles.dat' to WS-CTL-FILE-NAME.
           move spaces to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-PROFILES-DONE
           end-if.
           open output PROFILE-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read PROFILE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               perform MASK-PROFILE
               move CUSTOMER-PROFILE-RECORD to PROFILE-TEST-RECORD
               write PROFILE-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read PROFILE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PROFILE-FILE.
           close PROFILE-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input PROFILE-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read PROFILE-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               read PROFILE-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close PROFILE-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-PROFILES-DONE.
           move 'N' to WS-EOF-FLAG.

       MASK-PROFILE.
           move PROF-CUST-ID to WS-MASK-SEED.
           divide WS-MASK-SEED by 9000 giving WS-MASK-QUOTIENT
               remainder WS-MASK-PICK.
           compute WS-HOUSE-NUMBER = WS-MASK-PICK + 100.
           divide WS-MASK-SEED by 10 giving WS-MASK-QUOTIENT
               remainder WS-MASK-PICK.
           add 1 to WS-MASK-PICK.
           move spaces to PROF-ADDRESS-LINE-1.
           string WS-HOUSE-NUMBER delimited by size
                  " " delimited by size
                  WS-STREET-NAME (WS-MASK-PICK) delimited by space
                  " ST" delimited by size
                  into PROF-ADDRESS-LINE-1
           end-string.
           if PROF-ADDRESS-LINE-2 not = spaces
               move "APT 1" to PROF-ADDRESS-LINE-2
           end-if.
           if PROF-CITY not = spaces
               move "TESTVILLE" to PROF-CITY
           end-if.
           if PROF-ZIP not = spaces
               move "00" to PROF-ZIP(4:2)
               move spaces to PROF-ZIP(6:5)
           end-if.
           if PROF-PHONE not = spaces
               divide WS-MASK-SEED by 100 giving WS-MASK-QUOTIENT
                   remainder WS-PHONE-SUFFIX
               move spaces to PROF-PHONE
               string "555-555-01" delimited by size
                      WS-PHONE-SUFFIX delimited by size
                      into PROF-PHONE
               end-string
           end-if.
           if PROF-DATE-OF-BIRTH not = 0
               move PROF-DATE-OF-BIRTH to WS-DOB-WORK
               move 0101 to WS-DOB-MMDD
               move WS-DOB-WORK to PROF-DATE-OF-BIRTH
           end-if.
      *    9xx is never issued as a taxpayer number, so a masked TIN
      *    cannot collide with a real one.
           if PROF-TAX-ID not = 0
               compute PROF-TAX-ID = 900000000 + PROF-CUST-ID
           end-if.

      *    ---------------- accounts.dat ----------------
       EXTRACT-ACCOUNTS.
           move 'accounts.dat' to WS-CTL-FILE-NAME.
           move 'ACCT-BALANCE' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-ACCOUNTS-DONE
           end-if.
           open output ACCOUNT-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read ACCOUNT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add ACCT-BALANCE to WS-SOURCE-TOTAL
               move ACCT-NUMBER to WS-ACCT-MASK-IN
               perform MASK-ACCOUNT-NUMBER
               move WS-ACCT-MASK-OUT to ACCT-NUMBER
               move ACCOUNT-RECORD to ACCOUNT-TEST-RECORD
               write ACCOUNT-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close ACCOUNT-FILE.
           close ACCOUNT-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input ACCOUNT-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read ACCOUNT-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TA-ACCT-BALANCE to WS-EXTRACT-TOTAL
               read ACCOUNT-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close ACCOUNT-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-ACCOUNTS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- transactions.dat ----------------
       EXTRACT-TRANSACTIONS.
           move 'transactions.dat' to WS-CTL-FILE-NAME.
           move 'TRANS-AMOUNT' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-TRANS-DONE
           end-if.
           open output TRANSACTION-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read TRANSACTION-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add TRANS-AMOUNT to WS-SOURCE-TOTAL
               move TRANSACTION-RECORD to TRANSACTION-TEST-RECORD
               write TRANSACTION-TEST-RECORD
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TRANSACTION-FILE.
           close TRANSACTION-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input TRANSACTION-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read TRANSACTION-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TT-TRANS-AMOUNT to WS-EXTRACT-TOTAL
               read TRANSACTION-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close TRANSACTION-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-TRANS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- audit.log ----------------
       EXTRACT-AUDIT-LOG.
           move 'audit.log' to WS-CTL-FILE-NAME.
           move 'AUDIT-NEW-BALANCE' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-AUDIT-DONE
           end-if.
           open output AUDIT-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read AUDIT-LOG-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add AUDIT-NEW-BALANCE to WS-SOURCE-TOTAL
               move AUDIT-LOG-RECORD to AUDIT-TEST-RECORD
               write AUDIT-TEST-RECORD
               read AUDIT-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close AUDIT-LOG-FILE.
           close AUDIT-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input AUDIT-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read AUDIT-TEST-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TL-NEW-BALANCE to WS-EXTRACT-TOTAL
               read AUDIT-TEST-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close AUDIT-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-AUDIT-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- debitcards.dat ----------------
       EXTRACT-DEBIT-CARDS.
           move 'debitcards.dat' to WS-CTL-FILE-NAME.
           move 'CARD-DAILY-LIMIT' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-CARDS-DONE
           end-if.
           open output CARD-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read DEBIT-CARD-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add CARD-DAILY-LIMIT to WS-SOURCE-TOTAL
               if CARD-NUMBER not = 0
                   perform MASK-CARD-NUMBER
               end-if
               move DEBIT-CARD-RECORD to CARD-TEST-RECORD
               write CARD-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read DEBIT-CARD-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close DEBIT-CARD-FILE.
           close CARD-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input CARD-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read CARD-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TD-DAILY-LIMIT to WS-EXTRACT-TOTAL
               read CARD-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CARD-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-CARDS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Issuer prefix, then the customer ID, a zero and the issue
      *    sequence, then a mod-10 check digit over the first fifteen
      *    (every second digit from the right doubled).
       MASK-CARD-NUMBER.
           move CARD-NUMBER to WS-CARD-NUMBER.
           move CARD-CUST-ID to WS-CARD-CUST.
           move 0 to WS-CARD-FILL.
           move CARD-ISSUE-SEQ to WS-CARD-SEQ.
           move 0 to WS-CARD-SUM.
           perform varying WS-CARD-SUB from 1 by 1
               until WS-CARD-SUB > 15
               divide WS-CARD-SUB by 2 giving WS-CARD-HALF
                   remainder WS-CARD-ODD
               if WS-CARD-ODD = 1
                   compute WS-CARD-DOUBLE =
                       WS-CARD-DIGIT (WS-CARD-SUB) * 2
                   if WS-CARD-DOUBLE > 9
                       subtract 9 from WS-CARD-DOUBLE
                   end-if
                   add WS-CARD-DOUBLE to WS-CARD-SUM
               else
                   add WS-CARD-DIGIT (WS-CARD-SUB) to WS-CARD-SUM
               end-if
           end-perform.
           divide WS-CARD-SUM by 10 giving WS-CARD-HALF
               remainder WS-CARD-ODD.
           if WS-CARD-ODD = 0
               move 0 to WS-CARD-CHECK
           else
               compute WS-CARD-CHECK = 10 - WS-CARD-ODD
           end-if.
           move WS-CARD-NUMBER to CARD-NUMBER.

      *    ---------------- signers.dat ----------------
      *    A signer who is a customer takes that customer's fake
      *    name; anyone else is named from the signer key.
       EXTRACT-SIGNERS.
           move 'signers.dat' to WS-CTL-FILE-NAME.
           move 'SGN-TXN-LIMIT' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-SIGNERS-DONE
           end-if.
           open output SIGNER-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read SIGNER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add SGN-TXN-LIMIT to WS-SOURCE-TOTAL
               if SGN-SIGNER-CUST-ID not = 0
                   move SGN-SIGNER-CUST-ID to WS-MASK-SEED
               else
                   compute WS-MASK-SEED = 500000000
                       + (SGN-CUST-ID * 100) + SGN-SEQ
               end-if
               perform BUILD-FAKE-NAME
               move WS-FAKE-NAME to SGN-NAME
               if SGN-ID-NUMBER not = spaces
                   move spaces to SGN-ID-NUMBER
                   string "TEST" delimited by size
                          SGN-CUST-ID delimited by size
                          SGN-SEQ delimited by size
                          into SGN-ID-NUMBER
                   end-string
               end-if
               move SIGNER-RECORD to SIGNER-TEST-RECORD
               write SIGNER-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SIGNER-FILE.
           close SIGNER-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input SIGNER-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read SIGNER-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TS-TXN-LIMIT to WS-EXTRACT-TOTAL
               read SIGNER-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close SIGNER-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-SIGNERS-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- employees.dat ----------------
      *    An employee who banks here (emp_bank_xref.dat) takes the
      *    customer's fake name; anyone else is named from the
      *    employee ID.
       EXTRACT-EMPLOYEES.
           move 'employees.dat' to WS-CTL-FILE-NAME.
           move 'EMP-YTD-GROSS' to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input EMPLOYEE-FILE.
           if WS-EMP-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-EMPLOYEES-DONE
           end-if.
           open output EMPLOYEE-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read EMPLOYEE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               add EMP-YTD-GROSS to WS-SOURCE-TOTAL
               move 0 to WS-XR-FOUND-CUST
               perform varying WS-XR-SUB from 1 by 1
                   until WS-XR-SUB > WS-XR-USED
                      or WS-XR-FOUND-CUST not = 0
                   if WS-XR-EMP-ID (WS-XR-SUB) = EMP-ID
                       move WS-XR-CUST-ID (WS-XR-SUB)
                           to WS-XR-FOUND-CUST
                   end-if
               end-perform
               if WS-XR-FOUND-CUST not = 0
                   move WS-XR-FOUND-CUST to WS-MASK-SEED
               else
                   compute WS-MASK-SEED = 700000000 + EMP-ID
               end-if
               perform BUILD-FAKE-NAME
               move WS-FAKE-NAME to EMP-NAME
               move EMPLOYEE-RECORD to EMPLOYEE-TEST-RECORD
               write EMPLOYEE-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read EMPLOYEE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-FILE.
           close EMPLOYEE-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input EMPLOYEE-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read EMPLOYEE-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               add TE-YTD-GROSS to WS-EXTRACT-TOTAL
               read EMPLOYEE-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMPLOYEE-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-EMPLOYEES-DONE.
           move 'N' to WS-EOF-FLAG.

      *    ---------------- emp_bank_xref.dat ----------------
       EXTRACT-EMP-XREF.
           move 'emp_bank_xref.dat' to WS-CTL-FILE-NAME.
           move spaces to WS-CTL-MONEY-FIELD.
           move 0 to WS-SOURCE-COUNT WS-SOURCE-TOTAL.
           open input EMP-BANK-XREF-FILE.
           if WS-XREF-STATUS not = '00'
               perform WRITE-SKIPPED-LINE
               go to EXTRACT-XREF-DONE
           end-if.
           open output XREF-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read EMP-BANK-XREF-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-SOURCE-COUNT
               move XREF-ACCOUNT-NUMBER to WS-ACCT-MASK-IN
               perform MASK-ACCOUNT-NUMBER
               move WS-ACCT-MASK-OUT to XREF-ACCOUNT-NUMBER
               move EMP-BANK-XREF-RECORD to XREF-TEST-RECORD
               write XREF-TEST-RECORD
               add 1 to WS-RECORDS-MASKED
               read EMP-BANK-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close EMP-BANK-XREF-FILE.
           close XREF-TEST-FILE.

           move 0 to WS-EXTRACT-COUNT WS-EXTRACT-TOTAL.
           open input XREF-TEST-FILE.
           move 'N' to WS-EOF-FLAG.
           read XREF-TEST-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               add 1 to WS-EXTRACT-COUNT
               read XREF-TEST-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close XREF-TEST-FILE.
           perform WRITE-CONTROL-LINE.
       EXTRACT-XREF-DONE.
           move 'N' to WS-EOF-FLAG.

      *    "FIRST I LAST" from the seed: first name from the units,
      *    surname from the next digits up, middle initial above
      *    that. The same seed always gives the same name.
       BUILD-FAKE-NAME.
           divide WS-MASK-SEED by 20 giving WS-MASK-QUOTIENT
               remainder WS-MASK-PICK.
           compute WS-FIRST-SUB = WS-MASK-PICK + 1.
           divide WS-MASK-QUOTIENT by 20 giving WS-MASK-QUOTIENT
               remainder WS-MASK-PICK.
           compute WS-LAST-SUB = WS-MASK-PICK + 1.
           divide WS-MASK-QUOTIENT by 26 giving WS-MASK-QUOTIENT
               remainder WS-MASK-PICK.
           compute WS-INITIAL-SUB = WS-MASK-PICK + 1.
           move spaces to WS-FAKE-NAME.
           string WS-FIRST-NAME (WS-FIRST-SUB) delimited by space
                  " " delimited by size
                  WS-INITIALS(WS-INITIAL-SUB:1) delimited by size
                  " " delimited by size
                  WS-LAST-NAME (WS-LAST-SUB) delimited by space
                  into WS-FAKE-NAME
           end-string.

      *    Zero (no account number assigned) stays zero.
       MASK-ACCOUNT-NUMBER.
           if WS-ACCT-MASK-IN = 0
               move 0 to WS-ACCT-MASK-OUT
           else
               compute WS-ACCT-MASK-WORK =
                   (WS-ACCT-MASK-IN * 7919) + 1234567891
               divide WS-ACCT-MASK-WORK by 10000000000
                   giving WS-ACCT-MASK-QUOT
                   remainder WS-ACCT-MASK-OUT
           end-if.

       WRITE-CONTROL-LINE.
           add 1 to WS-FILES-EXTRACTED.
           move WS-SOURCE-COUNT to WS-FMT-COUNT.
           move WS-EXTRACT-COUNT to WS-FMT-COUNT-2.
           move WS-SOURCE-TOTAL to WS-FMT-TOTAL.
           move WS-EXTRACT-TOTAL to WS-FMT-TOTAL-2.
           move spaces to EXTRACT-LINE.
           move WS-CTL-FILE-NAME to EXTRACT-LINE(1:22).
           move WS-FMT-COUNT to EXTRACT-LINE(23:7).
           move WS-FMT-COUNT-2 to EXTRACT-LINE(31:7).
           move WS-CTL-MONEY-FIELD to EXTRACT-LINE(39:17).
           if WS-CTL-MONEY-FIELD not = spaces
               move WS-FMT-TOTAL to EXTRACT-LINE(57:16)
               move WS-FMT-TOTAL-2 to EXTRACT-LINE(74:16)
           end-if.
           if WS-SOURCE-COUNT = WS-EXTRACT-COUNT
              and WS-SOURCE-TOTAL = WS-EXTRACT-TOTAL
               move "OK" to EXTRACT-LINE(91:8)
           else
               move "MISMATCH" to EXTRACT-LINE(91:8)
               add 1 to WS-FILES-FAILED
           end-if.
           write EXTRACT-LINE.

       WRITE-SKIPPED-LINE.
           move spaces to EXTRACT-LINE.
           move WS-CTL-FILE-NAME to EXTRACT-LINE(1:22).
           move "not on file -- not extracted" to EXTRACT-LINE(23:30).
           write EXTRACT-LINE.

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
