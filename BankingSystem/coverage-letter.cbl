       identification division.
       program-id. coverage-letter.

      *    Deposit insurance coverage letter, produced on request for
      *    one customer: a read-only utility for the front desk in
      *    the manner of cust-inquiry.cbl. The letter lists each
      *    ownership category the customer holds deposits in, with
      *    the balance, the insured amount and any uninsured amount,
      *    as of the latest deposit-insurance.cbl run -- it reads
      *    that run's deposit_insurance.dat rather than recomputing,
      *    so the letter always agrees with the coverage report. The
      *    letter goes to coverage_letter_<custid>.txt, addressed
      *    from the customer profile the way notice-letters.cbl
      *    addresses its letters.

       environment division.
       input-output section.
       file-control.
       select COVERAGE-FILE
           assign to 'deposit_insurance.dat'
           organization is line sequential
           file status is WS-COVERAGE-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select CUSTOMER-PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select LETTER-FILE
           assign to WS-LETTER-FILENAME
           organization is line sequential
           file status is WS-LETTER-STATUS.

       data division.
       file section.
       fd COVERAGE-FILE.
       01 COVERAGE-RECORD.
          05 DIV-ASOF-DATE          pic 9(8).
          05 DIV-DEPOSITOR          pic 9(6).
          05 DIV-CATEGORY           pic x(1).
             88 DIV-SINGLE          value 'S'.
             88 DIV-JOINT           value 'J'.
             88 DIV-PAYABLE-ON-DEATH value 'P'.
             88 DIV-CUSTODIAL       value 'U'.
             88 DIV-RETIREMENT      value 'R'.
          05 DIV-BENEF-TAX-ID       pic 9(9).
          05 DIV-BENEF-NAME         pic x(30).
          05 DIV-BALANCE            pic 9(10)v99.
          05 DIV-LIMIT              pic 9(10)v99.
          05 DIV-INSURED            pic 9(10)v99.
          05 DIV-UNINSURED          pic 9(10)v99.

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

       fd CUSTOMER-PROFILE-FILE.
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
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       fd LETTER-FILE.
       01 LETTER-LINE               pic x(80).

       working-storage section.
       01 WS-COVERAGE-STATUS        pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-LETTER-STATUS          pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-TARGET-CUST-ID         pic 9(6).
       01 WS-LETTER-FILENAME        pic x(40).
       01 WS-PROFILE-FOUND          pic x value 'N'.
          88 PROFILE-ON-FILE        value 'Y'.
       01 WS-LINES-FOUND            pic 9(3) value zero.
       01 WS-ASOF-DATE              pic 9(8) value zero.
       01 WS-CATEGORY-NAME          pic x(24).
       01 WS-TOTAL-BALANCE          pic 9(10)v99 value zero.
       01 WS-TOTAL-INSURED          pic 9(10)v99 value zero.
       01 WS-TOTAL-UNINSURED        pic 9(10)v99 value zero.
       01 WS-BALANCE-FMT            pic z(9)9.99.
       01 WS-INSURED-FMT            pic z(9)9.99.
       01 WS-UNINSURED-FMT          pic z(9)9.99.
       01 WS-LIMIT-FMT              pic z(9)9.99.

       procedure division.
       MAIN-LOGIC.
           display "Deposit Insurance Coverage Letter".
           display "Enter Customer ID: ".
           accept WS-TARGET-CUST-ID.

           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               stop run
           end-if.
           move WS-TARGET-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   stop run
           end-read.
           close CUSTOMER-FILE.

           open input COVERAGE-FILE.
           if WS-COVERAGE-STATUS not = '00'
               display "No coverage run on file; run "
                   "deposit-insurance first."
               stop run
           end-if.
           perform COUNT-COVERAGE-LINES.
           close COVERAGE-FILE.
           if WS-LINES-FOUND = 0
               display "The customer held no insured deposits at the "
                   "last coverage run."
               stop run
           end-if.

           perform LOOKUP-PROFILE.
           move spaces to WS-LETTER-FILENAME.
           string "coverage_letter_" delimited by size
                  WS-TARGET-CUST-ID delimited by size
                  ".txt" delimited by size
                  into WS-LETTER-FILENAME
           end-string.
           open output LETTER-FILE.
           perform WRITE-LETTER-HEADING.
           open input COVERAGE-FILE.
           move 'N' to WS-EOF-FLAG.
           read COVERAGE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if DIV-DEPOSITOR = WS-TARGET-CUST-ID
                   perform WRITE-COVERAGE-LINE
               end-if
               read COVERAGE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close COVERAGE-FILE.
           perform WRITE-LETTER-CLOSING.
           close LETTER-FILE.
           display "Letter written to " WS-LETTER-FILENAME.
           stop run.

       COUNT-COVERAGE-LINES.
           move 'N' to WS-EOF-FLAG.
           read COVERAGE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move DIV-ASOF-DATE to WS-ASOF-DATE
               if DIV-DEPOSITOR = WS-TARGET-CUST-ID
                   add 1 to WS-LINES-FOUND
                   move DIV-LIMIT to WS-LIMIT-FMT
               end-if
               read COVERAGE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

       LOOKUP-PROFILE.
           move 'N' to WS-PROFILE-FOUND.
           move WS-TARGET-CUST-ID to PROF-CUST-ID.
           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               read CUSTOMER-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-PROFILE-FOUND
               end-read
               close CUSTOMER-PROFILE-FILE
           end-if.

       WRITE-LETTER-HEADING.
           move CUST-NAME to LETTER-LINE.
           write LETTER-LINE.
           if PROFILE-ON-FILE
               move PROF-ADDRESS-LINE-1 to LETTER-LINE
               write LETTER-LINE
               move PROF-ADDRESS-LINE-2 to LETTER-LINE
               write LETTER-LINE
               move spaces to LETTER-LINE
               string PROF-CITY delimited by size
                      " " delimited by size
                      PROF-STATE delimited by size
                      " " delimited by size
                      PROF-ZIP delimited by size
                      into LETTER-LINE
               end-string
               write LETTER-LINE
           else
               move "(no mailing address on file)" to LETTER-LINE
               write LETTER-LINE
           end-if.
           move spaces to LETTER-LINE.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           string "Coverage as of: " delimited by size
                  WS-ASOF-DATE delimited by size
                  into LETTER-LINE
           end-string.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           write LETTER-LINE.
           move "DEPOSIT INSURANCE COVERAGE SUMMARY" to LETTER-LINE.
           write LETTER-LINE.
           move "Your deposits are insured up to the limit below for"
               to LETTER-LINE.
           write LETTER-LINE.
           move "each ownership category you hold, and for each"
               to LETTER-LINE.
           write LETTER-LINE.
           move "beneficiary named on a payable-on-death account."
               to LETTER-LINE.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           string "Coverage limit per category: " delimited by size
                  WS-LIMIT-FMT delimited by size
                  into LETTER-LINE
           end-string.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           move "Category" to LETTER-LINE(1:8).
           move "Balance" to LETTER-LINE(32:7).
           move "Insured" to LETTER-LINE(46:7).
           move "Uninsured" to LETTER-LINE(58:9).
           write LETTER-LINE.

       WRITE-COVERAGE-LINE.
           evaluate true
               when DIV-SINGLE
                   move "Single ownership" to WS-CATEGORY-NAME
               when DIV-JOINT
                   move "Joint (your share)" to WS-CATEGORY-NAME
               when DIV-PAYABLE-ON-DEATH
                   move "Payable on death" to WS-CATEGORY-NAME
               when DIV-CUSTODIAL
                   move "Custodial" to WS-CATEGORY-NAME
               when DIV-RETIREMENT
                   move "Retirement (IRA)" to WS-CATEGORY-NAME
               when other
                   move DIV-CATEGORY to WS-CATEGORY-NAME
           end-evaluate.
           add DIV-BALANCE to WS-TOTAL-BALANCE.
           add DIV-INSURED to WS-TOTAL-INSURED.
           add DIV-UNINSURED to WS-TOTAL-UNINSURED.
           move DIV-BALANCE to WS-BALANCE-FMT.
           move DIV-INSURED to WS-INSURED-FMT.
           move DIV-UNINSURED to WS-UNINSURED-FMT.
           move spaces to LETTER-LINE.
           string WS-CATEGORY-NAME delimited by size
                  " " delimited by size
                  WS-BALANCE-FMT delimited by size
                  " " delimited by size
                  WS-INSURED-FMT delimited by size
                  " " delimited by size
                  WS-UNINSURED-FMT delimited by size
                  into LETTER-LINE
           end-string.
           write LETTER-LINE.
           if DIV-PAYABLE-ON-DEATH
               move spaces to LETTER-LINE
               string "  beneficiary: " delimited by size
                      DIV-BENEF-NAME delimited by size
                      into LETTER-LINE
               end-string
               write LETTER-LINE
           end-if.

       WRITE-LETTER-CLOSING.
           move WS-TOTAL-BALANCE to WS-BALANCE-FMT.
           move WS-TOTAL-INSURED to WS-INSURED-FMT.
           move WS-TOTAL-UNINSURED to WS-UNINSURED-FMT.
           move spaces to LETTER-LINE.
           string "Total                    " delimited by size
                  WS-BALANCE-FMT delimited by size
                  " " delimited by size
                  WS-INSURED-FMT delimited by size
                  " " delimited by size
                  WS-UNINSURED-FMT delimited by size
                  into LETTER-LINE
           end-string.
           write LETTER-LINE.
           move spaces to LETTER-LINE.
           write LETTER-LINE.
           if WS-TOTAL-UNINSURED > 0
               move "Part of your deposits exceeds the coverage limit."
                   to LETTER-LINE
               write LETTER-LINE
               move "Please contact your branch to discuss ownership"
                   to LETTER-LINE
               write LETTER-LINE
               move "options that may extend your coverage."
                   to LETTER-LINE
               write LETTER-LINE
           else
               move "All of your deposits are within the coverage"
                   to LETTER-LINE
               write LETTER-LINE
               move "limit." to LETTER-LINE
               write LETTER-LINE
           end-if.
