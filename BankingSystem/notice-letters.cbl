      *    the queue to a work file and swapping it into place, the
      *    same pattern archive-transactions.cbl uses on the
      *    transaction file.
      *    A past-due letter for a borrower in bankruptcy is not
      *    sent: one queued on or before the day the case was logged
      *    in bankruptcy-maint.cbl is dropped while the stay runs or
      *    after a discharge (loan-aging.cbl queues none afterward
      *    except for reaffirmed loans), and is marked processed all
      *    the same.
      *    The IRS B-notice mailings customer-profile-maint.cbl queues
      *    (BNOTICE-1, BNOTICE-2) carry the required backup
      *    withholding wording: a W-9 to return for the first, SSA or
      *    IRS validation of the TIN for the second.
      *    The safe deposit letters safe-deposit-billing.cbl queues
      *    (SDB-RENT, SDB-DRILL) give the past-due rent and, for the
      *    second, warn that the box will be drilled and its contents
      *    inventoried and held.
      *    The BO-RECERT letter beneficial-owner-recert.cbl queues
      *    asks a business customer's controlling person to
      *    recertify its beneficial owners.
      *    The overdraft opt-in letters od-optin-maint.cbl queues:
      *    the consent notice (OD-NOTICE) describing overdraft
      *    coverage of debit card items and quoting the per-item fee,
      *    and the written confirmation of an opt-in (OD-CONFIRM) or
      *    of its revocation (OD-REVOKE).
      *    A letter for a customer whose address returned-mail.cbl
      *    has flagged undeliverable is held rather than produced:
      *    it is listed once on the held-mail follow-up file and
      *    kept on the queue flagged 'H', and goes out on the first
      *    run after customer-profile-maint.cbl records a new address.
      *    The covenant letters covenant-test.cbl queues ask a
      *    business borrower for financial statements falling due or
      *    overdue (COV-FS-DUE) and give notice of a breach of the
      *    loan's financial covenants (COV-BREACH).

       environment division.
       input-output section.
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select HELD-MAIL-FILE
           assign to 'held_mail.txt'
           organization is line sequential
           file status is WS-HELD-STATUS.
       select LETTER-FILE
           assign to WS-LETTER-FILENAME
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

      *    Bankruptcy cases kept by bankruptcy-maint.cbl.
       fd BANKRUPTCY-FILE.
       01 BANKRUPTCY-RECORD.
          05 BKR-CUST-ID            pic 9(6).
          05 BKR-CHAPTER            pic 9(2).
          05 BKR-CASE-NUMBER        pic x(20).
          05 BKR-FILING-DATE        pic 9(8).
          05 BKR-COURT              pic x(30).
          05 BKR-TRUSTEE            pic x(30).
          05 BKR-NOTIFIED-DATE      pic 9(8).
          05 BKR-LOGGED-BY          pic 9(4).
          05 BKR-STATUS             pic x(1).
             88 BKR-FILED           value 'F'.
          05 BKR-DISCHARGE-DATE     pic 9(8).
          05 BKR-DISMISSAL-DATE     pic 9(8).
          05 BKR-CLOSED-DATE        pic 9(8).
          05 BKR-LAST-EVENT-DATE    pic 9(8).
          05 BKR-LAST-EVENT-BY      pic 9(4).
          05 BKR-REAFFIRM-COUNT     pic 9(1).
          05 BKR-REAFFIRM-LOAN occurs 5 times pic 9(6).

       fd HELD-MAIL-FILE.
       01 HELD-MAIL-RECORD.
          05 HM-DATE                pic 9(8).
          05 HM-CUST-ID             pic 9(6).
          05 HM-ITEM                pic x(1).
             88 HM-ITEM-STATEMENT   value 'S'.
             88 HM-ITEM-LETTER      value 'L'.
          05 HM-DETAIL              pic x(30).
          05 HM-BAD-DATE            pic 9(8).

       fd LETTER-FILE.
       01 LETTER-LINE               pic x(80).
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-LETTER-STATUS          pic xx.
       01 WS-BKR-STATUS             pic xx.
       01 WS-LETTER-STAYED          pic x.
       01 WS-LETTERS-STAYED         pic 9(5) value zero.
       01 WS-HELD-STATUS            pic xx.
       01 WS-LETTER-HELD            pic x value 'N'.
       01 WS-LETTERS-HELD           pic 9(5) value zero.
       01 WS-HELD-BAD-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

           end-read.
           perform until EOF-REACHED
               if NOTICE-PROCESSED not = 'Y'
                   perform CHECK-BANKRUPTCY-STAY
                   if WS-LETTER-STAYED = 'Y'
                       add 1 to WS-LETTERS-STAYED
                   else
                       perform CHECK-ADDRESS-HELD
                       if WS-LETTER-HELD = 'Y'
                           add 1 to WS-LETTERS-HELD
                           if NOTICE-PROCESSED not = 'H'
                               perform WRITE-HELD-MAIL
                           end-if
                       else
                           perform WRITE-ONE-LETTER
                       end-if
                   end-if
               end-if
               perform KEEP-QUEUE-RECORD
               read NOTICE-QUEUE-FILE
               returning WS-RENAME-RESULT
           end-call.
           display WS-LETTERS-WRITTEN " letter(s) generated.".
           display WS-LETTERS-STAYED
               " past-due letter(s) withheld for bankruptcy.".
           display WS-LETTERS-HELD
               " letter(s) held for an undeliverable address.".
           stop run.

      *    Only past-due letters are withheld, and only when queued
      *    before the bank knew of a case still holding the loans.
       CHECK-BANKRUPTCY-STAY.
           move 'N' to WS-LETTER-STAYED.
           if NOTICE-EVENT-TYPE = 'PAST-DUE'
               open input BANKRUPTCY-FILE
               if WS-BKR-STATUS = '00'
                   move NOTICE-CUST-ID to BKR-CUST-ID
                   read BANKRUPTCY-FILE
                       invalid key
                           continue
                       not invalid key
                           if (BKR-FILED or BKR-DISCHARGE-DATE > 0)
                              and NOTICE-DATE <= BKR-NOTIFIED-DATE
                               move 'Y' to WS-LETTER-STAYED
                           end-if
                   end-read
                   close BANKRUPTCY-FILE
               end-if
           end-if.

      *    Copies the queue record forward, flagged processed, so a
      *    rerun never sends the same letter twice -- except a letter
      *    held for the address, which stays pending as 'H'.
       KEEP-QUEUE-RECORD.
           move NOTICE-CUST-ID to NEW-NOTICE-CUST-ID.
           move NOTICE-EVENT-TYPE to NEW-NOTICE-EVENT-TYPE.
           move NOTICE-DATE to NEW-NOTICE-DATE.
           move NOTICE-AMOUNT to NEW-NOTICE-AMOUNT.
           if NOTICE-PROCESSED not = 'Y' and WS-LETTER-HELD = 'Y'
               move 'H' to NEW-NOTICE-PROCESSED
           else
               move 'Y' to NEW-NOTICE-PROCESSED
           end-if.
           write NOTICE-QUEUE-NEW-RECORD.
           move 'N' to WS-LETTER-HELD.

      *    A letter is held while the customer's address stands
      *    flagged undeliverable.
       CHECK-ADDRESS-HELD.
           move 'N' to WS-LETTER-HELD.
           move 0 to WS-HELD-BAD-DATE.
           move NOTICE-CUST-ID to PROF-CUST-ID.
           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               read CUSTOMER-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       if PROF-ADDR-BAD
                           move 'Y' to WS-LETTER-HELD
                           move PROF-ADDR-BAD-DATE to WS-HELD-BAD-DATE
                       end-if
               end-read
               close CUSTOMER-PROFILE-FILE
           end-if.

      *    One line on the held-mail follow-up file returned-mail.cbl
      *    lists against the customer.
       WRITE-HELD-MAIL.
           open extend HELD-MAIL-FILE.
           if WS-HELD-STATUS not = '00'
               open output HELD-MAIL-FILE
           end-if.
           if WS-HELD-STATUS = '00'
               move function current-date(1:8) to HM-DATE
               move NOTICE-CUST-ID to HM-CUST-ID
               move 'L' to HM-ITEM
               move spaces to HM-DETAIL
               string NOTICE-EVENT-TYPE delimited by space
                      " NOTICE OF " delimited by size
                      NOTICE-DATE delimited by size
                      into HM-DETAIL
               end-string
               move WS-HELD-BAD-DATE to HM-BAD-DATE
               write HELD-MAIL-RECORD
               close HELD-MAIL-FILE
           end-if.

      *    Formats one letter file for the event currently held in
      *    NOTICE-QUEUE-RECORD, named letter_<custid>_<seq>.txt.
                   write LETTER-LINE
                   move "your branch for details." to LETTER-LINE
                   write LETTER-LINE
               when 'CARD-REPL'
                   move "REPLACEMENT DEBIT CARD" to LETTER-LINE
                   write LETTER-LINE
                   move "A replacement debit card has been issued and"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "will arrive under separate cover. Your old"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "card number no longer works; please destroy"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "the old card if you still have it."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'CARD-REISS'
                   move "YOUR NEW DEBIT CARD" to LETTER-LINE
                   write LETTER-LINE
                   move "Your debit card is due to expire. A new card"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "with a new number and expiry date will arrive"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "under separate cover. Please activate it and"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "destroy your old card." to LETTER-LINE
                   write LETTER-LINE
               when 'NSF-RETURN'
                   move "NOTICE OF RETURNED CHECK" to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "A check you wrote for " delimited by size
                          WS-CSV-AMOUNT delimited by size
                          " was returned unpaid" delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "for insufficient or uncollected funds, and a"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "returned-item fee has been charged. Please"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "contact the payee to arrange payment."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'RATE-CHG'
                   move "NOTICE OF INTEREST RATE CHANGE" to LETTER-LINE
                   write LETTER-LINE
                   move "The interest rate on your adjustable-rate loan"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "has been reset according to its index, margin"
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "and rate limits. Your new payment is "
                              delimited by size
                          WS-CSV-AMOUNT delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "starting with your next scheduled payment."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'INS-REQ'
                   move "REQUEST FOR PROOF OF INSURANCE" to LETTER-LINE
                   write LETTER-LINE
                   move "Our records show the insurance on collateral"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "securing your loan has lapsed or expires soon."
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "Your loan balance is " delimited by size
                          WS-CSV-AMOUNT delimited by size
                          ". Please send us" delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "proof of current coverage naming the bank as"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "loss payee within 30 days." to LETTER-LINE
                   write LETTER-LINE
               when 'COV-FS-DUE'
                   move "FINANCIAL STATEMENTS REQUESTED" to LETTER-LINE
                   write LETTER-LINE
                   move "Your loan agreement calls for periodic"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "financial statements. Our records show the"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "statements for your latest fiscal period are"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "due shortly or overdue. Please send them to"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "your loan officer without delay."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'COV-BREACH'
                   move "NOTICE OF COVENANT BREACH" to LETTER-LINE
                   write LETTER-LINE
                   move "The financial statements you provided show"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "your business outside the debt service"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "coverage or leverage limits in your loan"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "agreement." to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "Your loan balance is " delimited by size
                          WS-CSV-AMOUNT delimited by size
                          ". Please contact" delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "your loan officer to discuss a remedy. The"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "bank reserves its rights under the agreement."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'LIEN-REL'
                   move "NOTICE OF LIEN RELEASE" to LETTER-LINE
                   write LETTER-LINE
                   move "Your loan has been paid in full. The bank has"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "released its lien on the collateral that"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "secured it; title or release documents follow"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "under separate cover." to LETTER-LINE
                   write LETTER-LINE
               when 'PAST-DUE'
                   move "PAST-DUE NOTICE" to LETTER-LINE
                   write LETTER-LINE
                   move "Your loan payment is now more than 30 days"
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "past due. Your scheduled payment is "
                              delimited by size
                          WS-CSV-AMOUNT delimited by size
                          "." delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "Please make your payment or call us to"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "discuss your account." to LETTER-LINE
                   write LETTER-LINE
               when 'SCRA-CAP'
                   move "SERVICEMEMBERS CIVIL RELIEF ACT RATE REDUCTION"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Thank you for your service. While you are on"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "active duty, and for the protected period that"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "follows, the interest rate on your account is"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "limited to 6%. Interest above that rate is"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "forgiven and will not be charged later."
                       to LETTER-LINE
                   write LETTER-LINE
                   if NOTICE-AMOUNT > 0
                       move NOTICE-AMOUNT to WS-CSV-AMOUNT
                       move spaces to LETTER-LINE
                       string "Your new loan payment is "
                                  delimited by size
                              WS-CSV-AMOUNT delimited by size
                              "." delimited by size
                              into LETTER-LINE
                       end-string
                       write LETTER-LINE
                   end-if
               when 'SCRA-END'
                   move "END OF SERVICEMEMBER RATE PROTECTION"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "The protected period following your active"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "duty has ended, and the interest rate on your"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "account returns to its contract rate. Interest"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "forgiven during the protected period remains"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "forgiven." to LETTER-LINE
                   write LETTER-LINE
                   if NOTICE-AMOUNT > 0
                       move NOTICE-AMOUNT to WS-CSV-AMOUNT
                       move spaces to LETTER-LINE
                       string "Your loan payment is now "
                                  delimited by size
                              WS-CSV-AMOUNT delimited by size
                              "." delimited by size
                              into LETTER-LINE
                       end-string
                       write LETTER-LINE
                   end-if
               when 'BNOTICE-1'
                   move "IMPORTANT TAX NOTICE - BACKUP WITHHOLDING"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "The Internal Revenue Service has notified us"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "that the name and taxpayer identification"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "number (TIN) on your account do not match its"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "records. Please complete and sign the enclosed"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Form W-9 and return it to your branch within"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "30 days. If we do not receive it, we are"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "required to withhold 24% of the interest paid"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "on your account and send it to the IRS."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'BNOTICE-2'
                   move "SECOND NOTICE - BACKUP WITHHOLDING"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "The IRS has notified us a second time within"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "three years that the name and TIN on your"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "account do not match its records. We are now"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "required to withhold 24% of the interest paid"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "on your account. A new Form W-9 alone cannot"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "stop this withholding: please obtain a"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "validation of your TIN from the Social"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Security Administration (or from the IRS for"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "an ITIN or EIN) and bring it to your branch."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'SDB-RENT'
                   move "SAFE DEPOSIT BOX RENT PAST DUE" to LETTER-LINE
                   write LETTER-LINE
                   move "The annual rent on your safe deposit box could"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "not be charged to your account. Access to the"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "box is suspended until the rent is paid."
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "Past-due rent: " delimited by size
                          WS-CSV-AMOUNT delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
               when 'SDB-DRILL'
                   move "FINAL NOTICE - SAFE DEPOSIT BOX TO BE OPENED"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "The rent on your safe deposit box remains"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "unpaid. Unless it is paid, the box will be"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "opened by drilling in the presence of a"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "witness, and its contents inventoried and held"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "by the bank. Contents not claimed will be"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "reported to the state as unclaimed property."
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "Past-due rent: " delimited by size
                          WS-CSV-AMOUNT delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
               when 'BO-RECERT'
                   move "BENEFICIAL OWNERSHIP RECERTIFICATION DUE"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Our records of the individuals who own 25% or"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "more of your business, and of the person who"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "controls it, are due to be certified again."
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Please have your controlling person review"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "and sign a new certification at your branch."
                       to LETTER-LINE
                   write LETTER-LINE
               when 'OD-NOTICE'
                   move "WHAT YOU NEED TO KNOW ABOUT OVERDRAFTS"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "Checks and automatic payments may be paid"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "into overdraft under your standard coverage."
                       to LETTER-LINE
                   write LETTER-LINE
                   move "We do not pay everyday debit card purchases"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "into overdraft unless you ask us to. If you"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "do not opt in, a card purchase your balance"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "cannot cover is declined and no fee applies."
                       to LETTER-LINE
                   write LETTER-LINE
                   move NOTICE-AMOUNT to WS-CSV-AMOUNT
                   move spaces to LETTER-LINE
                   string "Fee for each item paid into overdraft: "
                              delimited by size
                          WS-CSV-AMOUNT delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "To opt in, or to revoke an opt-in at any"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "time, visit or call your branch or write to"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "us." to LETTER-LINE
                   write LETTER-LINE
               when 'OD-CONFIRM'
                   move "CONFIRMATION OF OVERDRAFT OPT-IN"
                       to LETTER-LINE
                   write LETTER-LINE
                   move spaces to LETTER-LINE
                   string "As you asked on " delimited by size
                          NOTICE-DATE delimited by size
                          ", we may now pay everyday" delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "debit card purchases into overdraft. A fee"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "applies to each item paid into overdraft. You"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "may revoke this choice at any time at your"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "branch." to LETTER-LINE
                   write LETTER-LINE
               when 'OD-REVOKE'
                   move "CONFIRMATION OF OVERDRAFT OPT-IN REVOKED"
                       to LETTER-LINE
                   write LETTER-LINE
                   move spaces to LETTER-LINE
                   string "As you asked on " delimited by size
                          NOTICE-DATE delimited by size
                          ", we will no longer pay" delimited by size
                          into LETTER-LINE
                   end-string
                   write LETTER-LINE
                   move "everyday debit card purchases into overdraft."
                       to LETTER-LINE
                   write LETTER-LINE
                   move "A card purchase your balance cannot cover"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "will be declined and no overdraft fee will be"
                       to LETTER-LINE
                   write LETTER-LINE
                   move "charged on it." to LETTER-LINE
                   write LETTER-LINE
               when other
                   move "ACCOUNT NOTICE" to LETTER-LINE
                   write LETTER-LINE
