       identification division.
       program-id. collateral-review.

      *    Monthly collateral review over the register
      *    collateral-maint.cbl keeps. Items are read in loan order
      *    through the alternate key, so each loan's active items are
      *    summed and its loan-to-value taken against LOAN-BALANCE;
      *    a loan over the COLL-LTV-LIMIT percent is flagged. Each
      *    insurable item whose policy has lapsed, or expires within
      *    COLL-INS-WARN-DAYS, is flagged and an INS-REQ letter
      *    asking for proof of coverage is queued for
      *    notice-letters.cbl -- at most one a month per item, by
      *    COL-LAST-LETTER-DATE. An appraisal older than
      *    COLL-APPR-STALE-DAYS is flagged for a new one, and an
      *    active lien on a loan already paid off is flagged for the
      *    back office, since loan-payment.cbl should have released
      *    it. Defaults when the parameter master has no row: 30
      *    days, 1095 days (three years) and 100 percent.

       environment division.
       input-output section.
       file-control.
       select COLLATERAL-FILE
           assign to 'collateral.dat'
           organization is indexed
           access mode is dynamic
           record key is COL-ID
           alternate record key is COL-LOAN-ID
               with duplicates
           lock mode is automatic
           file status is WS-COL-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select COLLATERAL-REPORT-FILE
           assign to 'collateral_review.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd COLLATERAL-FILE.
       01 COLLATERAL-RECORD.
          05 COL-ID                 pic 9(6).
          05 COL-LOAN-ID            pic 9(6).
          05 COL-CUST-ID            pic 9(6).
          05 COL-TYPE               pic x(4).
             88 COL-VEHICLE         value 'VEHI'.
             88 COL-REAL-ESTATE     value 'REAL'.
             88 COL-DEPOSIT         value 'DEPO'.
             88 COL-EQUIPMENT       value 'EQUP'.
             88 COL-OTHER           value 'OTHR'.
          05 COL-DESCRIPTION        pic x(40).
          05 COL-APPRAISED-VALUE    pic 9(9)v99.
          05 COL-APPRAISAL-DATE     pic 9(8).
          05 COL-LIEN-POSITION      pic 9(1).
          05 COL-TITLE-REF          pic x(20).
          05 COL-INS-CARRIER        pic x(20).
          05 COL-INS-EXPIRY         pic 9(8).
          05 COL-STATUS             pic x(1).
             88 COL-ACTIVE          value 'A'.
             88 COL-RELEASED        value 'R'.
          05 COL-RELEASED-DATE      pic 9(8).
          05 COL-LAST-LETTER-DATE   pic 9(8).

       fd LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID                pic 9(6).
          05 LOAN-CUST-ID           pic 9(6).
          05 LOAN-PRINCIPAL         pic 9(8)v99.
          05 LOAN-BALANCE           pic 9(8)v99.
          05 LOAN-RATE              pic 9(2)v9(4).
          05 LOAN-TERM-MONTHS       pic 9(3).
          05 LOAN-PAYMENT-AMOUNT    pic 9(8)v99.
          05 LOAN-ORIGIN-DATE       pic 9(8).
          05 LOAN-NEXT-DUE-DATE     pic 9(8).
          05 LOAN-STATUS            pic x(1).
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd COLLATERAL-REPORT-FILE.
       01 COLLATERAL-LINE           pic x(120).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-COL-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-INS-WARN-DAYS          pic 9(4) value 30.
       01 WS-APPR-STALE-DAYS        pic 9(5) value 1095.
       01 WS-LTV-LIMIT              pic 9(3)v99 value 100.
       01 WS-LETTER-INTERVAL        pic 9(3) value 30.

       01 WS-BUSINESS-INT           pic 9(8).
       01 WS-DAYS-DIFF              pic s9(8).
       01 WS-CURRENT-LOAN-ID        pic 9(6) value zero.
       01 WS-LOAN-FOUND             pic x.
       01 WS-LOAN-VALUE             pic 9(11)v99.
       01 WS-LOAN-ITEMS             pic 9(3).
       01 WS-LTV-PERCENT            pic 9(5)v99.
       01 WS-LTV-DISPLAY            pic zzzz9.99.
       01 WS-FLAGS                  pic x(40).
       01 WS-FLAG-PTR               pic 9(3).
       01 WS-INS-FLAG               pic x.
          88 INS-LAPSED             value 'L'.
          88 INS-EXPIRING           value 'E'.
          88 INS-CURRENT            value ' '.
       01 WS-VALUE-FMT              pic zzz,zzz,zz9.99.
       01 WS-BALANCE-FMT            pic zz,zzz,zz9.99.

       01 WS-ITEM-COUNT             pic 9(5) value zero.
       01 WS-LOAN-COUNT             pic 9(5) value zero.
       01 WS-LTV-OVER-COUNT         pic 9(5) value zero.
       01 WS-LAPSED-COUNT           pic 9(5) value zero.
       01 WS-EXPIRING-COUNT         pic 9(5) value zero.
       01 WS-STALE-COUNT            pic 9(5) value zero.
       01 WS-UNRELEASED-COUNT       pic 9(5) value zero.
       01 WS-NOTICES-QUEUED         pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Collateral Review Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           perform LOAD-REVIEW-PARAMETERS.
           compute WS-BUSINESS-INT =
               function integer-of-date (WS-BUSINESS-DATE).

           open i-o COLLATERAL-FILE.
           if WS-COL-STATUS not = '00'
               display "No collateral on file. Nothing to review."
               stop run
           end-if.
           open input LOAN-FILE.

           open output COLLATERAL-REPORT-FILE.
           move spaces to COLLATERAL-LINE.
           string "MONTHLY COLLATERAL REVIEW - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.
           move spaces to COLLATERAL-LINE.
           string "Item   Type           Value Appraised Lien "
                      delimited by size
                  "Ins-Expiry Flags" delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.
           move all "=" to COLLATERAL-LINE.
           write COLLATERAL-LINE.

           move 0 to COL-LOAN-ID.
           start COLLATERAL-FILE key is not less than COL-LOAN-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read COLLATERAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if COL-LOAN-ID not = WS-CURRENT-LOAN-ID
                           perform FINISH-LOAN
                           perform START-LOAN
                       end-if
                       perform REVIEW-ONE-ITEM
               end-read
           end-perform.
           perform FINISH-LOAN.
           close COLLATERAL-FILE.
           if WS-LOAN-STATUS = '00'
               close LOAN-FILE
           end-if.

           perform WRITE-TOTALS.
           close COLLATERAL-REPORT-FILE.
           display WS-ITEM-COUNT " item(s) on " WS-LOAN-COUNT
               " loan(s) reviewed.".
           display "Insurance-request letters queued: "
               WS-NOTICES-QUEUED.
           display "Report written to collateral_review.txt.".
           stop run.

       LOAD-REVIEW-PARAMETERS.
           move 'COLL-INS-WARN-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-INS-WARN-DAYS
           end-if.
           move 'COLL-APPR-STALE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-APPR-STALE-DAYS
           end-if.
           move 'COLL-LTV-LIMIT' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-LTV-LIMIT
           end-if.

      *    First item of a new loan: fetch the loan and start its
      *    value total.
       START-LOAN.
           move COL-LOAN-ID to WS-CURRENT-LOAN-ID.
           move 0 to WS-LOAN-VALUE.
           move 0 to WS-LOAN-ITEMS.
           move 'N' to WS-LOAN-FOUND.
           move 0 to LOAN-BALANCE.
           move 'P' to LOAN-STATUS.
           if WS-LOAN-STATUS = '00'
               move COL-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       move 0 to LOAN-BALANCE
                       move 'P' to LOAN-STATUS
                   not invalid key
                       move 'Y' to WS-LOAN-FOUND
               end-read
           end-if.
           move spaces to COLLATERAL-LINE.
           write COLLATERAL-LINE.
           move LOAN-BALANCE to WS-BALANCE-FMT.
           move spaces to COLLATERAL-LINE.
           if LOAN-OPEN
               string "Loan " delimited by size
                      WS-CURRENT-LOAN-ID delimited by size
                      "  customer " delimited by size
                      LOAN-CUST-ID delimited by size
                      "  balance " delimited by size
                      WS-BALANCE-FMT delimited by size
                      into COLLATERAL-LINE
               end-string
           else
               string "Loan " delimited by size
                      WS-CURRENT-LOAN-ID delimited by size
                      "  paid off or not on file" delimited by size
                      into COLLATERAL-LINE
               end-string
           end-if.
           write COLLATERAL-LINE.

      *    Closes out the loan just read: loan-to-value over its
      *    active items.
       FINISH-LOAN.
           if WS-CURRENT-LOAN-ID = 0
               continue
           else
               add 1 to WS-LOAN-COUNT
               move spaces to COLLATERAL-LINE
               if LOAN-OPEN and WS-LOAN-VALUE > 0
                   compute WS-LTV-PERCENT rounded =
                       LOAN-BALANCE * 100 / WS-LOAN-VALUE
                       on size error
                           move 99999.99 to WS-LTV-PERCENT
                   end-compute
                   move WS-LTV-PERCENT to WS-LTV-DISPLAY
                   move WS-LOAN-VALUE to WS-VALUE-FMT
                   string "       Collateral " delimited by size
                          WS-VALUE-FMT delimited by size
                          "  LTV " delimited by size
                          WS-LTV-DISPLAY delimited by size
                          "%" delimited by size
                          into COLLATERAL-LINE
                   end-string
                   if WS-LTV-PERCENT > WS-LTV-LIMIT
                       add 1 to WS-LTV-OVER-COUNT
                       move "  OVER LTV LIMIT" to
                           COLLATERAL-LINE(55:16)
                   end-if
                   write COLLATERAL-LINE
               else
                   if LOAN-OPEN
                       string "       No active collateral"
                                  delimited by size
                              " -- loan is unsecured"
                                  delimited by size
                              into COLLATERAL-LINE
                       end-string
                       write COLLATERAL-LINE
                   end-if
               end-if
           end-if.

      *    One item: insurance, appraisal age, and a lien left behind
      *    on a paid-off loan. Released items are history and are
      *    not listed.
       REVIEW-ONE-ITEM.
           if not COL-ACTIVE
               continue
           else
               add 1 to WS-ITEM-COUNT
               add 1 to WS-LOAN-ITEMS
               add COL-APPRAISED-VALUE to WS-LOAN-VALUE
               move spaces to WS-FLAGS
               move 1 to WS-FLAG-PTR
               move space to WS-INS-FLAG
               if not LOAN-OPEN
                   add 1 to WS-UNRELEASED-COUNT
                   string "RELEASE LIEN " delimited by size
                          into WS-FLAGS with pointer WS-FLAG-PTR
                   end-string
               else
                   perform CHECK-INSURANCE
                   perform CHECK-APPRAISAL-AGE
               end-if
               perform WRITE-ITEM-LINE
               if not INS-CURRENT
                   perform QUEUE-INSURANCE-REQUEST
                       thru QUEUE-INSURANCE-REQUEST-DONE
               end-if
           end-if.

      *    Deposits pledged as security carry no insurance.
       CHECK-INSURANCE.
           if COL-DEPOSIT
               continue
           else
               if COL-INS-EXPIRY < WS-BUSINESS-DATE
                   move 'L' to WS-INS-FLAG
                   add 1 to WS-LAPSED-COUNT
                   string "INS LAPSED " delimited by size
                          into WS-FLAGS with pointer WS-FLAG-PTR
                   end-string
               else
                   compute WS-DAYS-DIFF =
                       function integer-of-date (COL-INS-EXPIRY)
                       - WS-BUSINESS-INT
                   if WS-DAYS-DIFF <= WS-INS-WARN-DAYS
                       move 'E' to WS-INS-FLAG
                       add 1 to WS-EXPIRING-COUNT
                       string "INS EXPIRING " delimited by size
                              into WS-FLAGS with pointer WS-FLAG-PTR
                       end-string
                   end-if
               end-if
           end-if.

       CHECK-APPRAISAL-AGE.
           if COL-APPRAISAL-DATE = 0
               move WS-APPR-STALE-DAYS to WS-DAYS-DIFF
               add 1 to WS-DAYS-DIFF
           else
               compute WS-DAYS-DIFF = WS-BUSINESS-INT
                   - function integer-of-date (COL-APPRAISAL-DATE)
           end-if.
           if WS-DAYS-DIFF > WS-APPR-STALE-DAYS
               add 1 to WS-STALE-COUNT
               string "STALE APPRAISAL " delimited by size
                      into WS-FLAGS with pointer WS-FLAG-PTR
               end-string
           end-if.

       WRITE-ITEM-LINE.
           move COL-APPRAISED-VALUE to WS-VALUE-FMT.
           move spaces to COLLATERAL-LINE.
           string COL-ID delimited by size
                  " " delimited by size
                  COL-TYPE delimited by size
                  " " delimited by size
                  WS-VALUE-FMT delimited by size
                  " " delimited by size
                  COL-APPRAISAL-DATE delimited by size
                  "  " delimited by size
                  COL-LIEN-POSITION delimited by size
                  "   " delimited by size
                  COL-INS-EXPIRY delimited by size
                  "   " delimited by size
                  WS-FLAGS delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.

      *    Letters the borrower for proof of coverage, no more often
      *    than once per WS-LETTER-INTERVAL days for the same item.
       QUEUE-INSURANCE-REQUEST.
           if COL-LAST-LETTER-DATE not = 0
               compute WS-DAYS-DIFF = WS-BUSINESS-INT
                   - function integer-of-date (COL-LAST-LETTER-DATE)
               if WS-DAYS-DIFF < WS-LETTER-INTERVAL
                   go to QUEUE-INSURANCE-REQUEST-DONE
               end-if
           end-if.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move LOAN-CUST-ID to NOTICE-CUST-ID.
           move 'INS-REQ' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move LOAN-BALANCE to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.
           add 1 to WS-NOTICES-QUEUED.
           move WS-BUSINESS-DATE to COL-LAST-LETTER-DATE.
           rewrite COLLATERAL-RECORD.
       QUEUE-INSURANCE-REQUEST-DONE.
           continue.

       WRITE-TOTALS.
           move all "-" to COLLATERAL-LINE.
           write COLLATERAL-LINE.
           move spaces to COLLATERAL-LINE.
           string "Active items:  " delimited by size
                  WS-ITEM-COUNT delimited by size
                  "  loans " delimited by size
                  WS-LOAN-COUNT delimited by size
                  "  over LTV limit " delimited by size
                  WS-LTV-OVER-COUNT delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.
           move spaces to COLLATERAL-LINE.
           string "Insurance lapsed " delimited by size
                  WS-LAPSED-COUNT delimited by size
                  "  expiring " delimited by size
                  WS-EXPIRING-COUNT delimited by size
                  "  letters queued " delimited by size
                  WS-NOTICES-QUEUED delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.
           move spaces to COLLATERAL-LINE.
           string "Stale appraisals " delimited by size
                  WS-STALE-COUNT delimited by size
                  "  liens to release " delimited by size
                  WS-UNRELEASED-COUNT delimited by size
                  into COLLATERAL-LINE
           end-string.
           write COLLATERAL-LINE.

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

      *    Reads the open business date, the same rule the teller
      *    screen applies: a missing control file falls back to the
      *    calendar date, a closed day refuses the run.
       GET-BUSINESS-DATE.
           move 'Y' to WS-BUSDATE-OK.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
                       if BUSDATE-CLOSED
                           move 'N' to WS-BUSDATE-OK
                       end-if
               end-read
               close BUSINESS-DATE-FILE
           end-if.
