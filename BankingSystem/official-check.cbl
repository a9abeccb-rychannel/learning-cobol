      *    one line per item on the same state_remittance.dat file
      *    escheatment.cbl files from, with the owner's state pulled
      *    from the customer profile.
      *    A purchase names who is at the window -- the account
      *    holder or a signer from signer-maint.cbl's registry acting
      *    within their role, dates and limit -- under the same rule
      *    the teller screen applies to withdrawals, and the party is
      *    entered on the teller journal.
      *    A customer whose address is flagged undeliverable by
      *    returned-mail.cbl, or was corrected within RM-WATCH-DAYS,
      *    is a takeover risk: the teller is warned before issue and
      *    the purchase -- or the refusal -- goes on the fraud review
      *    queue fraud-rule-maint.cbl lists.

       environment division.
       input-output section.
           assign to 'state_remittance.dat'
           organization is line sequential
           file status is WS-REMIT-STATUS.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
       select EJOURNAL-FILE
           assign to 'teller_journal.dat'
           organization is line sequential
           file status is WS-EJ-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select FRAUD-REVIEW-FILE
           assign to 'fraud_review.dat'
           organization is line sequential
           file status is WS-FRAUD-REVIEW-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
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

       fd REMITTANCE-FILE.
       01 REMITTANCE-RECORD.
          05 REMIT-AMOUNT           pic 9(8)v99.
          05 REMIT-DATE             pic 9(8).

       fd SIGNER-FILE.
       01 SIGNER-RECORD.
          05 SGN-KEY.
             10 SGN-CUST-ID         pic 9(6).
             10 SGN-SEQ             pic 9(2).
          05 SGN-NAME               pic x(30).
          05 SGN-ID-NUMBER          pic x(15).
          05 SGN-SIGNER-CUST-ID     pic 9(6).
          05 SGN-ROLE               pic x(1).
             88 SGN-OWNER           value 'O'.
             88 SGN-AUTH-SIGNER     value 'S'.
             88 SGN-POA             value 'P'.
             88 SGN-AGENT           value 'A'.
             88 SGN-CUSTODIAN       value 'C'.
             88 SGN-ROLE-VALID      values 'O' 'S' 'P' 'A' 'C'.
          05 SGN-TXN-LIMIT          pic 9(8)v99.
          05 SGN-EFFECTIVE-DATE     pic 9(8).
          05 SGN-EXPIRY-DATE        pic 9(8).
          05 SGN-DOC-ON-FILE        pic x(1).
             88 SGN-DOCUMENTED      value 'Y'.
          05 SGN-DOC-DATE           pic 9(8).
          05 SGN-STATUS             pic x(1).
             88 SGN-ACTIVE          value 'A'.
             88 SGN-REVOKED         value 'R'.
          05 SGN-REVOKED-DATE       pic 9(8).
          05 SGN-ADDED-BY           pic 9(4).
          05 SGN-ADDED-DATE         pic 9(8).

       fd EJOURNAL-FILE.
       01 EJOURNAL-RECORD.
          05 EJ-DATE                pic 9(8).
          05 EJ-TIME                pic 9(6).
          05 EJ-OPER-ID             pic 9(4).
          05 EJ-ACTION              pic x(20).
          05 EJ-CUST-ID             pic 9(6).
          05 EJ-DETAIL              pic x(30).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd FRAUD-REVIEW-FILE.
       01 FRAUD-REVIEW-RECORD.
          05 FRV-DATE               pic 9(8).
          05 FRV-TIME               pic 9(6).
          05 FRV-OPER-ID            pic 9(4).
          05 FRV-CUST-ID            pic 9(6).
          05 FRV-RULE-CODE          pic x(8).
          05 FRV-AMOUNT             pic 9(8)v99.
          05 FRV-ACTION             pic x(1).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-REMIT-STATUS           pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-EJ-STATUS              pic xx.
       01 WS-EJ-ACTION              pic x(20).
       01 WS-EJ-CUST-ID             pic 9(6).
       01 WS-EJ-DETAIL              pic x(30).

      *    Transacting party check against the signer registry.
       01 WS-SGN-STATUS             pic xx.
       01 WS-SGN-PARTY-SEQ          pic 9(2).
       01 WS-SGN-CUSTODIAN-SEQ      pic 9(2).
       01 WS-SGN-OK-FLAG            pic x value 'Y'.
          88 SIGNER-CHECK-PASSED    value 'Y'.
       01 WS-SGN-EOF-FLAG           pic x value 'N'.
          88 SGN-EOF-REACHED        value 'Y'.
       01 WS-SGN-LIMIT-FMT          pic $$$,$$$,$$9.99.

       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
       01 WS-REMIT-OWNER-STATE      pic x(2).
       01 WS-REMIT-OWNER-NAME       pic x(30).

      *    Returned-mail watch: a customer whose address is flagged
      *    undeliverable, or was corrected within the watch window,
      *    has address changes and official checks written to the
      *    fraud review queue.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-FRAUD-REVIEW-STATUS    pic xx.
       01 WS-ADDR-WATCH-CUST-ID     pic 9(6).
       01 WS-ADDR-WATCH-FLAG        pic x value 'N'.
          88 ADDRESS-WATCH-ON       value 'Y'.
       01 WS-ADDR-WATCH-DAYS        pic 9(4) value 90.
       01 WS-ADDR-WATCH-AGE         pic s9(6).
       01 WS-ADDR-WATCH-BAD         pic x value 'N'.
          88 ADDRESS-IS-BAD         value 'Y'.
       01 WS-FRV-RULE-CODE          pic x(8).
       01 WS-FRV-AMOUNT             pic 9(8)v99.
       01 WS-FRV-ACTION             pic x(1).
       01 WS-ADDR-WATCH-CONFIRM     pic x.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           accept WS-ISSUE-PAYEE.
           display "Enter Amount: ".
           accept WS-ISSUE-AMOUNT.
           perform CHECK-SIGNER-AUTHORITY
               thru CHECK-SIGNER-AUTHORITY-DONE.
           if not SIGNER-CHECK-PASSED
               go to ISSUE-OFFICIAL-CHECK-DONE
           end-if.
           move WS-ISSUE-CUST-ID to WS-ADDR-WATCH-CUST-ID.
           perform CHECK-ADDRESS-WATCH thru CHECK-ADDRESS-WATCH-DONE.
           if ADDRESS-WATCH-ON
               if ADDRESS-IS-BAD
                   display "WARNING: mail to this customer is being "
                       "returned undeliverable."
               else
                   display "WARNING: this customer's address was "
                       "changed after returned mail."
               end-if
               display "Verify identity before issuing. Proceed? "
                   "(Y/N): "
               accept WS-ADDR-WATCH-CONFIRM
               move 'RM-OFCHK' to WS-FRV-RULE-CODE
               move WS-ISSUE-AMOUNT to WS-FRV-AMOUNT
               if WS-ADDR-WATCH-CONFIRM = 'Y'
                       or WS-ADDR-WATCH-CONFIRM = 'y'
                   move 'W' to WS-FRV-ACTION
                   perform WRITE-FRAUD-REVIEW
               else
                   move 'B' to WS-FRV-ACTION
                   perform WRITE-FRAUD-REVIEW
                   display "Issue cancelled."
                   go to ISSUE-OFFICIAL-CHECK-DONE
               end-if
           end-if.

           open i-o CUSTOMER-FILE.
           move WS-ISSUE-CUST-ID to CUST-ID.

      *    Serial numbers come from the one-line control file, the
      *    same discipline payroll's check_number_ctl.dat applies.
       CHECK-SIGNER-AUTHORITY.
           move 'Y' to WS-SGN-OK-FLAG.
           perform LIST-ACCOUNT-SIGNERS.
           display "Transacting party -- signer number, or 0 for the
      -        " account holder: ".
           accept WS-SGN-PARTY-SEQ.
           move WS-ISSUE-CUST-ID to WS-EJ-CUST-ID.
           if WS-SGN-PARTY-SEQ = 0
               if WS-SGN-CUSTODIAN-SEQ not = 0
                   display "Custodial account. Only the custodian may
      -                " purchase until majority. Refused."
                   move 'N' to WS-SGN-OK-FLAG
                   move 'SGN-DENIED' to WS-EJ-ACTION
                   move 'minor withdrawal blocked' to WS-EJ-DETAIL
               else
                   move 'SIGNER' to WS-EJ-ACTION
                   move 'account holder in person' to WS-EJ-DETAIL
               end-if
               perform WRITE-ELECTRONIC-JOURNAL
               go to CHECK-SIGNER-AUTHORITY-DONE
           end-if.
           move 'N' to WS-SGN-OK-FLAG.
           move 'SGN-DENIED' to WS-EJ-ACTION.
           open input SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               display "No signer registry on file. Refused."
               move 'no signer registry' to WS-EJ-DETAIL
               perform WRITE-ELECTRONIC-JOURNAL
               go to CHECK-SIGNER-AUTHORITY-DONE
           end-if.
           move WS-ISSUE-CUST-ID to SGN-CUST-ID.
           move WS-SGN-PARTY-SEQ to SGN-SEQ.
           read SIGNER-FILE
               invalid key
                   move 'R' to SGN-STATUS
           end-read.
           close SIGNER-FILE.
           evaluate true
               when not SGN-ACTIVE
                   move 'not an authorized signer' to WS-EJ-DETAIL
               when SGN-EFFECTIVE-DATE > WS-BUSINESS-DATE
                   move 'signer not yet effective' to WS-EJ-DETAIL
               when SGN-EXPIRY-DATE not = 0
                and SGN-EXPIRY-DATE < WS-BUSINESS-DATE
                   move 'signer authority expired' to WS-EJ-DETAIL
               when SGN-POA and not SGN-DOCUMENTED
                   move 'POA document not on file' to WS-EJ-DETAIL
               when SGN-TXN-LIMIT not = 0
                and WS-ISSUE-AMOUNT > SGN-TXN-LIMIT
                   move 'over signer limit' to WS-EJ-DETAIL
               when other
                   move 'Y' to WS-SGN-OK-FLAG
           end-evaluate.
           if SIGNER-CHECK-PASSED
               move 'SIGNER' to WS-EJ-ACTION
               move spaces to WS-EJ-DETAIL
               string SGN-ROLE delimited by size
                      SGN-SEQ delimited by size
                      " " delimited by size
                      SGN-NAME delimited by size
                      into WS-EJ-DETAIL
               end-string
               display "Transacting: " SGN-NAME
           else
               display "Refused: " WS-EJ-DETAIL
           end-if.
           perform WRITE-ELECTRONIC-JOURNAL.
       CHECK-SIGNER-AUTHORITY-DONE.
           continue.

      *    Shows the teller the account's active signers and notes
      *    whether a custodian holds the authority.
       LIST-ACCOUNT-SIGNERS.
           move 0 to WS-SGN-CUSTODIAN-SEQ.
           open input SIGNER-FILE.
           if WS-SGN-STATUS = '00'
               move WS-ISSUE-CUST-ID to SGN-CUST-ID
               move 0 to SGN-SEQ
               move 'N' to WS-SGN-EOF-FLAG
               start SIGNER-FILE key is not less than SGN-KEY
                   invalid key
                       move 'Y' to WS-SGN-EOF-FLAG
               end-start
               perform until SGN-EOF-REACHED
                   read SIGNER-FILE next record
                       at end
                           move 'Y' to WS-SGN-EOF-FLAG
                       not at end
                           if SGN-CUST-ID not = WS-ISSUE-CUST-ID
                               move 'Y' to WS-SGN-EOF-FLAG
                           else
                               if SGN-ACTIVE
                                   move SGN-TXN-LIMIT
                                       to WS-SGN-LIMIT-FMT
                                   display "  " SGN-SEQ " "
                                       SGN-ROLE " " SGN-NAME
                                       " limit " WS-SGN-LIMIT-FMT
                                   if SGN-CUSTODIAN
                                       move SGN-SEQ
                                           to WS-SGN-CUSTODIAN-SEQ
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close SIGNER-FILE
           end-if.

      *    Appends one teller-journal line, the same shape the teller
      *    screen writes; official check issue runs without sign-on,
      *    so the operator is 0000.
       WRITE-ELECTRONIC-JOURNAL.
           open extend EJOURNAL-FILE.
           if WS-EJ-STATUS not = '00'
               open output EJOURNAL-FILE
           end-if.
           if WS-EJ-STATUS = '00'
               move function current-date(1:8) to EJ-DATE
               move function current-date(9:6) to EJ-TIME
               move 0 to EJ-OPER-ID
               move WS-EJ-ACTION to EJ-ACTION
               move WS-EJ-CUST-ID to EJ-CUST-ID
               move WS-EJ-DETAIL to EJ-DETAIL
               write EJOURNAL-RECORD
               close EJOURNAL-FILE
           else
               display "WARNING: electronic journal unavailable."
           end-if.
           move 0 to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.

       READ-NEXT-SERIAL.
           open input SERIAL-CONTROL-FILE.
           if WS-SERIAL-CTL-STATUS = '00'
               end-read
               close BUSINESS-DATE-FILE
           end-if.

      *    Sets ADDRESS-WATCH-ON for WS-ADDR-WATCH-CUST-ID while the
      *    profile address is flagged undeliverable (returned-mail.cbl)
      *    and for RM-WATCH-DAYS (default 90) after a new address
      *    cleared the flag -- the window in which an account takeover
      *    through a changed address is most likely.
       CHECK-ADDRESS-WATCH.
           move 'N' to WS-ADDR-WATCH-FLAG.
           move 'N' to WS-ADDR-WATCH-BAD.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               go to CHECK-ADDRESS-WATCH-DONE
           end-if.
           move WS-ADDR-WATCH-CUST-ID to PROF-CUST-ID.
           read PROFILE-FILE
               invalid key
                   close PROFILE-FILE
                   go to CHECK-ADDRESS-WATCH-DONE
           end-read.
           close PROFILE-FILE.
           if PROF-ADDR-BAD
               move 'Y' to WS-ADDR-WATCH-BAD
               move 'Y' to WS-ADDR-WATCH-FLAG
               go to CHECK-ADDRESS-WATCH-DONE
           end-if.
           if PROF-ADDR-CLEARED-DATE = 0
               go to CHECK-ADDRESS-WATCH-DONE
           end-if.
           move 'RM-WATCH-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-ADDR-WATCH-DAYS
           end-if.
           compute WS-ADDR-WATCH-AGE =
               function integer-of-date (WS-BUSINESS-DATE)
             - function integer-of-date (PROF-ADDR-CLEARED-DATE).
           if WS-ADDR-WATCH-AGE <= WS-ADDR-WATCH-DAYS
               move 'Y' to WS-ADDR-WATCH-FLAG
           end-if.
       CHECK-ADDRESS-WATCH-DONE.
           continue.

      *    One line on the fraud review queue fraud-rule-maint.cbl
      *    lists, the same shape the teller screen's rules write.
       WRITE-FRAUD-REVIEW.
           open extend FRAUD-REVIEW-FILE.
           if WS-FRAUD-REVIEW-STATUS not = '00'
               open output FRAUD-REVIEW-FILE
           end-if.
           if WS-FRAUD-REVIEW-STATUS = '00'
               move WS-BUSINESS-DATE to FRV-DATE
               move function current-date(9:6) to FRV-TIME
               move 0 to FRV-OPER-ID
               move WS-ADDR-WATCH-CUST-ID to FRV-CUST-ID
               move WS-FRV-RULE-CODE to FRV-RULE-CODE
               move WS-FRV-AMOUNT to FRV-AMOUNT
               move WS-FRV-ACTION to FRV-ACTION
               write FRAUD-REVIEW-RECORD
               close FRAUD-REVIEW-FILE
           else
               display "WARNING: fraud review queue unavailable."
           end-if.

      *    Keyed read against the parameter master.
       LOOKUP-PARAMETER.
           move 'N' to WS-PRM-FOUND.
           move 0 to WS-PRM-VALUE.
           move WS-BUSINESS-DATE to WS-PRM-ASOF.
           if WS-PRM-ASOF = 0
               move function current-date(1:8) to WS-PRM-ASOF
           end-if.
           open input PARAMETER-FILE.
           if WS-PRM-STATUS = '00'
               move WS-PRM-LOOKUP-NAME to PRM-NAME
               read PARAMETER-FILE
                   invalid key
                       continue
                   not invalid key
                       if PRM-EFFECTIVE-DATE <= WS-PRM-ASOF
                           move PRM-VALUE to WS-PRM-VALUE
                           move 'Y' to WS-PRM-FOUND
                       end-if
               end-read
               close PARAMETER-FILE
           end-if.
