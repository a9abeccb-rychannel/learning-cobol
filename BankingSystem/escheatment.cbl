      *        for the filing period.
      *    A remittance report grouped by state is produced for the
      *    filing. Modeled on interest-posting.cbl's batch-job shape.
      *    Drilled safe deposit box contents (sdb_contents.dat, kept by
      *    safe-deposit-maint.cbl) still held WS-SDB-ESCHEAT-DAYS after
      *    the drilling are reported to the state of the billed
      *    renter: each item is marked escheated, written to
      *    state_remittance_sdb.dat and listed on the report, and the
      *    box goes back into the branch's available inventory.
      *    Due diligence: every customer frozen or escheated this run
      *    whose address returned-mail.cbl has flagged undeliverable,
      *    or who has any returned-mail history, is listed on
      *    escheat_due_diligence.txt with the flag and each returned
      *    item and address correction -- the record that the owner
      *    could not be reached at the address of record, and that
      *    the freeze letter is held rather than mailed.
      *    Each freeze and each escheat closure goes on the
      *    maintenance journal (maint_journal.dat) as a CUST-STATUS
      *    change under operator 0000.

       environment division.
       input-output section.
           record key is ACCT-KEY
           lock mode is automatic
           file status is WS-ACCOUNT-STATUS.
       select PRODUCT-FILE
           assign to 'products.dat'
           organization is indexed
           access mode is dynamic
           record key is PROD-CODE
           lock mode is automatic
           file status is WS-PRODUCT-STATUS.

      *    Mailing state for the remittance comes from the customer
      *    profile master; a customer with no profile remits under
           organization is line sequential
           file status is WS-NOTICE-STATUS.

      *    Safe deposit box inventory and drilled contents.
       select SAFE-DEPOSIT-FILE
           assign to 'safe_deposit_boxes.dat'
           organization is indexed
           access mode is dynamic
           record key is SDB-KEY
           lock mode is automatic
           file status is WS-SDB-STATUS.
       select SDB-CONTENTS-FILE
           assign to 'sdb_contents.dat'
           organization is indexed
           access mode is dynamic
           record key is SDC-KEY
           lock mode is automatic
           file status is WS-SDC-STATUS.
      *    One line per safe deposit item reported, appended run over
      *    run, for the tangible-property part of the state filing.
       select SDB-REMIT-FILE
           assign to 'state_remittance_sdb.dat'
           organization is line sequential
           file status is WS-SDB-REMIT-STATUS.
      *    Returned-mail history and the due-diligence listing.
       select RETURNED-MAIL-FILE
           assign to 'returned_mail.dat'
           organization is line sequential
           file status is WS-RM-STATUS.
       select DUE-DILIGENCE-FILE
           assign to 'escheat_due_diligence.txt'
           organization is line sequential
           file status is WS-DD-STATUS.

       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.

       data division.
       file section.
          05 ACCT-NUMBER           pic 9(10).
          05 ACCT-BALANCE          pic 9(8)v99.

       fd PRODUCT-FILE.
       01 PRODUCT-RECORD.
          05 PROD-CODE              pic x(1).
          05 PROD-NAME              pic x(20).
          05 PROD-CATEGORY          pic x(1).
             88 PROD-CHECKING       value 'C'.
             88 PROD-SAVINGS        value 'S'.
             88 PROD-MONEY-MARKET   value 'M'.
             88 PROD-TAX-PLAN       value 'T'.
             88 PROD-DEPOSIT-ACCT   values 'S' 'M'.
          05 PROD-STATUS            pic x(1).
             88 PROD-OFFERED        value 'A'.
             88 PROD-RETIRED        value 'R'.
          05 PROD-NUMBER-SUFFIX     pic 9(1).
          05 PROD-TIER-SET.
             10 PROD-TIER-1-CEILING pic 9(8)v99.
             10 PROD-TIER-2-CEILING pic 9(8)v99.
             10 PROD-TIER-1-RATE    pic 9v9999.
             10 PROD-TIER-2-RATE    pic 9v9999.
             10 PROD-TIER-3-RATE    pic 9v9999.
          05 PROD-MONTHLY-FEE       pic 9(4)v99.
          05 PROD-MIN-BALANCE       pic 9(8)v99.
          05 PROD-OD-ELIGIBLE       pic x(1).
             88 PROD-OD-ALLOWED     value 'Y'.
          05 PROD-WDR-LIMIT         pic 9(2).
          05 PROD-STMT-CYCLE        pic x(1).
             88 PROD-CYCLE-MONTHLY  value 'M'.
             88 PROD-CYCLE-QUARTERLY value 'Q'.
          05 PROD-CHANGED-BY        pic 9(4).
          05 PROD-CHANGED-DATE      pic 9(8).

       fd PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
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
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd SAFE-DEPOSIT-FILE.
       01 SAFE-DEPOSIT-RECORD.
          05 SDB-KEY.
             10 SDB-BRANCH          pic 9(3).
             10 SDB-BOX-NO          pic 9(5).
          05 SDB-SIZE               pic x(1).
             88 SDB-SIZE-VALID      values 'S' 'M' 'L' 'X'.
          05 SDB-ANNUAL-RENT        pic 9(5)v99.
          05 SDB-STATUS             pic x(1).
             88 SDB-AVAILABLE       value 'A'.
             88 SDB-RENTED          value 'R'.
             88 SDB-DRILLED         value 'D'.
             88 SDB-OUT-OF-SERVICE  value 'X'.
          05 SDB-RENTER-COUNT       pic 9(1).
          05 SDB-RENTER-ID occurs 3 times pic 9(6).
          05 SDB-RENTED-DATE        pic 9(8).
          05 SDB-NEXT-BILL-DATE     pic 9(8).
          05 SDB-PAID-THRU-DATE     pic 9(8).
          05 SDB-PAST-DUE-AMOUNT    pic 9(5)v99.
          05 SDB-PAST-DUE-SINCE     pic 9(8).
          05 SDB-NOTICE-STAGE       pic x(1).
             88 SDB-NO-NOTICE       value space.
             88 SDB-RENT-NOTICED    value 'R'.
             88 SDB-DRILL-NOTICED   value 'D'.
          05 SDB-NOTICE-DATE        pic 9(8).
          05 SDB-DRILL-DATE         pic 9(8).
          05 SDB-DRILLED-BY         pic 9(4).
          05 SDB-WITNESS-ID         pic 9(4).
          05 SDB-LAST-ACCESS-DATE   pic 9(8).

       fd SDB-CONTENTS-FILE.
       01 SDB-CONTENTS-RECORD.
          05 SDC-KEY.
             10 SDC-BRANCH          pic 9(3).
             10 SDC-BOX-NO          pic 9(5).
             10 SDC-DRILL-DATE      pic 9(8).
             10 SDC-LINE-NO         pic 9(3).
          05 SDC-RENTER-ID          pic 9(6).
          05 SDC-DESCRIPTION        pic x(40).
          05 SDC-EST-VALUE          pic 9(8)v99.
          05 SDC-DISPOSITION        pic x(1).
             88 SDC-HELD            value 'H'.
             88 SDC-RETURNED        value 'R'.
             88 SDC-ESCHEATED       value 'E'.
          05 SDC-DISPOSITION-DATE   pic 9(8).

       fd SDB-REMIT-FILE.
       01 SDB-REMIT-RECORD.
          05 SDR-STATE              pic x(2).
          05 SDR-BRANCH             pic 9(3).
          05 SDR-BOX-NO             pic 9(5).
          05 SDR-RENTER-ID          pic 9(6).
          05 SDR-DRILL-DATE         pic 9(8).
          05 SDR-LINE-NO            pic 9(3).
          05 SDR-DESCRIPTION        pic x(40).
          05 SDR-EST-VALUE          pic 9(8)v99.
          05 SDR-DATE               pic 9(8).

       fd RETURNED-MAIL-FILE.
       01 RETURNED-MAIL-RECORD.
          05 RM-CUST-ID             pic 9(6).
          05 RM-DATE                pic 9(8).
          05 RM-EVENT               pic x(1).
             88 RM-RETURNED         value 'R'.
             88 RM-CORRECTED        value 'C'.
          05 RM-ITEM                pic x(1).
             88 RM-ITEM-STATEMENT   value 'S'.
             88 RM-ITEM-LETTER      value 'L'.
             88 RM-ITEM-OTHER       value 'O'.
             88 RM-ITEM-VALID       value 'S' 'L' 'O'.
          05 RM-REASON              pic x(20).
          05 RM-ADDRESS-LINE-1      pic x(30).
          05 RM-ZIP                 pic x(10).
          05 RM-OPER-ID             pic 9(4).

       fd DUE-DILIGENCE-FILE.
       01 DUE-DILIGENCE-LINE        pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       fd MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
          05 MJ-DATE                pic 9(8).
          05 MJ-TIME                pic 9(6).
          05 MJ-CUST-ID             pic 9(6).
          05 MJ-FIELD               pic x(20).
          05 MJ-OLD-VALUE           pic x(30).
          05 MJ-NEW-VALUE           pic x(30).
          05 MJ-OPERATOR-ID         pic 9(4).
          05 MJ-BRANCH              pic 9(3).
          05 MJ-SOURCE              pic x(24).

       working-storage section.
       01 WS-DORMANT-STATUS         pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-ACCT-EOF-FLAG          pic x value 'N'.
          88 ACCT-EOF-REACHED       value 'Y'.
       01 WS-PROD-EOF-FLAG          pic x value 'N'.
          88 PROD-EOF-REACHED       value 'Y'.
       01 WS-DEPOSIT-PRODUCTS       pic x(10) value 'SM'.
       01 WS-DEP-LOAD-IDX           pic 9(2).
       01 WS-DEP-CHECK-CODE         pic x(1).
       01 WS-DEP-TALLY              pic 9(2).
       01 WS-DEP-PRODUCT-FLAG       pic x value 'N'.
          88 DEPOSIT-PRODUCT        value 'Y'.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-REMIT-STATUS           pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-SDB-STATUS             pic xx.
       01 WS-SDC-STATUS             pic xx.
       01 WS-SDB-REMIT-STATUS       pic xx.
       01 WS-RM-STATUS              pic xx.
       01 WS-DD-STATUS              pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

      *    Adjust here if the escheatment statute changes.
       01 WS-STATUTORY-DAYS         pic 9(5) value 1095.
       01 WS-ESCHEAT-DAYS           pic 9(5) value 1825.
      *    Days drilled box contents are held for the renter before
      *    they are reported to the state.
       01 WS-SDB-ESCHEAT-DAYS       pic 9(5) value 1095.
       01 WS-DAYS-HELD              pic s9(8).
       01 WS-SDC-EOF-FLAG           pic x value 'N'.
          88 SDC-EOF-REACHED        value 'Y'.
       01 WS-SDB-ITEM-COUNT         pic 9(5) value zero.
       01 WS-SDB-ITEM-TOTAL         pic 9(8)v99 value zero.
       01 WS-SDB-BOX-COUNT          pic 9(5) value zero.
       01 WS-SDB-LAST-BRANCH        pic 9(3).
       01 WS-SDB-LAST-BOX-NO        pic 9(5).
       01 WS-SDB-LAST-DRILL-DATE    pic 9(8).

      *    Redefined view of a dormant_accounts.txt detail line, laid
      *    out exactly as dormant-account-detection.cbl writes it.
       01 WS-ST-SEARCH-IDX          pic 9(2).
       01 WS-REMIT-STATE-CODE       pic x(2).

      *    Due-diligence work fields.
       01 WS-DD-ACTION              pic x(9).
       01 WS-DD-COUNT               pic 9(5) value zero.
       01 WS-DD-HISTORY-COUNT       pic 9(4).
       01 WS-DD-ADDR-BAD            pic x value 'N'.
          88 DD-ADDRESS-BAD         value 'Y'.
       01 WS-DD-BAD-DATE            pic 9(8).
       01 WS-DD-CLEARED-DATE        pic 9(8).
       01 WS-RM-EOF-FLAG            pic x value 'N'.
          88 RM-EOF-REACHED         value 'Y'.
       01 WS-DD-ITEM                pic x(9).

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).

       procedure division.
       MAIN-LOGIC.
           display "Escheatment Processing Batch Job Starting...".
           perform GET-BUSINESS-DATE.
           perform LOAD-DEPOSIT-PRODUCTS.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
               open i-o TRANSACTION-FILE
           end-if.
           open input PROFILE-FILE.
           open output DUE-DILIGENCE-FILE.
           move spaces to DUE-DILIGENCE-LINE.
           string "Escheatment Due Diligence - Returned Mail - "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into DUE-DILIGENCE-LINE
           end-string.
           write DUE-DILIGENCE-LINE.
           move all "=" to DUE-DILIGENCE-LINE.
           write DUE-DILIGENCE-LINE.

           read DORMANT-REPORT-FILE
               at end
           close DORMANT-REPORT-FILE.
           close CUSTOMER-FILE.
           close TRANSACTION-FILE.
           perform ESCHEAT-SDB-CONTENTS thru ESCHEAT-SDB-CONTENTS-DONE.
           if WS-PROFILE-STATUS = '00'
               close PROFILE-FILE
           end-if.

           if WS-DD-COUNT = 0
               move "No frozen or escheated customer has returned mail."
                   to DUE-DILIGENCE-LINE
               write DUE-DILIGENCE-LINE
           end-if.
           close DUE-DILIGENCE-FILE.

           perform WRITE-REMITTANCE-REPORT.
           display WS-REVIEWED-COUNT " dormant account(s) reviewed.".
           display WS-DD-COUNT " customer(s) with returned mail listed "
               "on escheat_due_diligence.txt.".
           display WS-FROZEN-COUNT " account(s) frozen.".
           display WS-ESCHEATED-COUNT
               " balance(s) escheated to the state.".
           display WS-SDB-ITEM-COUNT
               " safe deposit item(s) reported to the state.".
           stop run.

      *    Picks the customer ID and last-activity date out of one
      *    who changed the status and when.
       FREEZE-DORMANT-ACCOUNT.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           move CUST-STATUS to WS-MJ-OLD.
           set CUST-FROZEN to true.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           perform JOURNAL-STATUS-CHANGE.
           add 1 to WS-FROZEN-COUNT.
           perform QUEUE-FREEZE-NOTICE.
           move 'FROZEN' to WS-DD-ACTION.
           perform WRITE-DUE-DILIGENCE thru END-WRITE-DUE-DILIGENCE.
           display "Customer " CUST-ID " frozen (dormant "
               WS-DAYS-DORMANT " days).".

               move 'C' to WS-SWEEP-ACCT-TYPE
               perform WRITE-ESCHEAT-TRANSACTION
           end-if.
           move CUST-STATUS to WS-MJ-OLD.
           set CUST-CLOSED to true.
           rewrite CUSTOMER-RECORD.
           perform JOURNAL-STATUS-CHANGE.
           move 'ESCHEATED' to WS-DD-ACTION.
           perform WRITE-DUE-DILIGENCE thru END-WRITE-DUE-DILIGENCE.
           if WS-ESCHEAT-AMOUNT = 0
               go to END-ESCHEAT-BALANCE.

       END-ESCHEAT-BALANCE.
           exit.

      *    Sweeps any savings/money-market balance -- every savings
      *    or money market product on the catalog -- into the escheat
      *    payout, zeroing ACCT-BALANCE with an attributed 'ESCHEAT'
      *    transaction so the account-level reconciliation replay
      *    still ties.
           if WS-ACCOUNT-STATUS not = '00'
               go to END-SWEEP-ADDITIONAL.
           move CUST-ID to ACCT-CUST-ID.
           move low-values to ACCT-TYPE.
           move 'N' to WS-ACCT-EOF-FLAG.
           start ACCOUNT-FILE key is greater than or equal to ACCT-KEY
               invalid key
                   move 'Y' to WS-ACCT-EOF-FLAG
           end-start.
           perform until ACCT-EOF-REACHED
               read ACCOUNT-FILE next record
                   at end
                       move 'Y' to WS-ACCT-EOF-FLAG
               end-read
               if not ACCT-EOF-REACHED
                   if ACCT-CUST-ID not = CUST-ID
                       move 'Y' to WS-ACCT-EOF-FLAG
                   else
                       perform SWEEP-ONE-ACCOUNT
                   end-if
               end-if
           end-perform.
           close ACCOUNT-FILE.
       END-SWEEP-ADDITIONAL.
           exit.

       SWEEP-ONE-ACCOUNT.
           move ACCT-TYPE to WS-SWEEP-ACCT-TYPE.
           move ACCT-TYPE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if DEPOSIT-PRODUCT and ACCT-BALANCE > 0
               add ACCT-BALANCE to WS-ESCHEAT-AMOUNT
               move ACCT-BALANCE to WS-SWEEP-AMOUNT
               move zero to ACCT-BALANCE
               rewrite ACCOUNT-RECORD
               perform WRITE-ESCHEAT-TRANSACTION
           end-if.

       WRITE-ESCHEAT-TRANSACTION.
           add 1 to WS-TRANS-ID.
                  into REMIT-REPORT-LINE
           end-string.
           write REMIT-REPORT-LINE.
           perform WRITE-SDB-REPORT-SECTION.
           close REMIT-REPORT-FILE.
           display "Remittance report written to "
               "escheatment_remittance.txt.".

      *    Walks the drilled contents in key order. A held item past
      *    the holding period is marked escheated and written for the
      *    filing; a box whose drilling produced escheated items is
      *    returned to inventory once its items are all handled.
       ESCHEAT-SDB-CONTENTS.
           open i-o SDB-CONTENTS-FILE.
           if WS-SDC-STATUS not = '00'
               go to ESCHEAT-SDB-CONTENTS-DONE
           end-if.
           move 0 to WS-SDB-LAST-BRANCH.
           move 0 to WS-SDB-LAST-BOX-NO.
           move 0 to WS-SDB-LAST-DRILL-DATE.
           move 'N' to WS-SDC-EOF-FLAG.
           perform until SDC-EOF-REACHED
               read SDB-CONTENTS-FILE next record
                   at end
                       move 'Y' to WS-SDC-EOF-FLAG
                   not at end
                       if SDC-HELD
                           perform ESCHEAT-ONE-ITEM
                               thru ESCHEAT-ONE-ITEM-DONE
                       end-if
               end-read
           end-perform.
           close SDB-CONTENTS-FILE.
       ESCHEAT-SDB-CONTENTS-DONE.
           continue.

       ESCHEAT-ONE-ITEM.
           compute WS-DAYS-HELD =
               function integer-of-date(WS-BUSINESS-DATE)
               - function integer-of-date(SDC-DRILL-DATE).
           if WS-DAYS-HELD < WS-SDB-ESCHEAT-DAYS
               go to ESCHEAT-ONE-ITEM-DONE
           end-if.
           move 'E' to SDC-DISPOSITION.
           move WS-BUSINESS-DATE to SDC-DISPOSITION-DATE.
           rewrite SDB-CONTENTS-RECORD.
           move 'XX' to WS-REMIT-STATE-CODE.
           if WS-PROFILE-STATUS = '00'
               move SDC-RENTER-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       if PROF-STATE not = spaces
                           move PROF-STATE to WS-REMIT-STATE-CODE
                       end-if
               end-read
           end-if.
           open extend SDB-REMIT-FILE.
           if WS-SDB-REMIT-STATUS not = '00'
               open output SDB-REMIT-FILE
           end-if.
           move WS-REMIT-STATE-CODE to SDR-STATE.
           move SDC-BRANCH to SDR-BRANCH.
           move SDC-BOX-NO to SDR-BOX-NO.
           move SDC-RENTER-ID to SDR-RENTER-ID.
           move SDC-DRILL-DATE to SDR-DRILL-DATE.
           move SDC-LINE-NO to SDR-LINE-NO.
           move SDC-DESCRIPTION to SDR-DESCRIPTION.
           move SDC-EST-VALUE to SDR-EST-VALUE.
           move WS-BUSINESS-DATE to SDR-DATE.
           write SDB-REMIT-RECORD.
           close SDB-REMIT-FILE.
           add 1 to WS-SDB-ITEM-COUNT.
           add SDC-EST-VALUE to WS-SDB-ITEM-TOTAL.
           if SDC-BRANCH not = WS-SDB-LAST-BRANCH
              or SDC-BOX-NO not = WS-SDB-LAST-BOX-NO
              or SDC-DRILL-DATE not = WS-SDB-LAST-DRILL-DATE
               move SDC-BRANCH to WS-SDB-LAST-BRANCH
               move SDC-BOX-NO to WS-SDB-LAST-BOX-NO
               move SDC-DRILL-DATE to WS-SDB-LAST-DRILL-DATE
               perform FREE-ESCHEATED-BOX
           end-if.
       ESCHEAT-ONE-ITEM-DONE.
           continue.

      *    The box whose contents went to the state is emptied and put
      *    back into inventory; rent still owed is left to collections.
       FREE-ESCHEATED-BOX.
           open i-o SAFE-DEPOSIT-FILE.
           if WS-SDB-STATUS = '00'
               move SDC-BRANCH to SDB-BRANCH
               move SDC-BOX-NO to SDB-BOX-NO
               read SAFE-DEPOSIT-FILE
                   invalid key
                       continue
                   not invalid key
                       if SDB-DRILLED
                          and SDB-DRILL-DATE = SDC-DRILL-DATE
                           move 'A' to SDB-STATUS
                           move 0 to SDB-RENTER-COUNT
                           move 0 to SDB-RENTER-ID (1)
                           move 0 to SDB-RENTER-ID (2)
                           move 0 to SDB-RENTER-ID (3)
                           move 0 to SDB-NEXT-BILL-DATE
                           move 0 to SDB-PAST-DUE-AMOUNT
                           move 0 to SDB-PAST-DUE-SINCE
                           move space to SDB-NOTICE-STAGE
                           move 0 to SDB-NOTICE-DATE
                           rewrite SAFE-DEPOSIT-RECORD
                           add 1 to WS-SDB-BOX-COUNT
                       end-if
               end-read
               close SAFE-DEPOSIT-FILE
           end-if.

       WRITE-SDB-REPORT-SECTION.
           move spaces to REMIT-REPORT-LINE.
           write REMIT-REPORT-LINE.
           move "Safe Deposit Box Contents" to REMIT-REPORT-LINE.
           write REMIT-REPORT-LINE.
           move all "-" to REMIT-REPORT-LINE.
           write REMIT-REPORT-LINE.
           move spaces to REMIT-REPORT-LINE.
           string "Items reported:  " delimited by size
                  WS-SDB-ITEM-COUNT delimited by size
                  " from " delimited by size
                  WS-SDB-BOX-COUNT delimited by size
                  " box(es)" delimited by size
                  into REMIT-REPORT-LINE
           end-string.
           write REMIT-REPORT-LINE.
           move WS-SDB-ITEM-TOTAL to WS-FORMATTED-AMT.
           move spaces to REMIT-REPORT-LINE.
           string "Estimated Value: " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into REMIT-REPORT-LINE
           end-string.
           write REMIT-REPORT-LINE.
           move spaces to REMIT-REPORT-LINE.
           string "Item detail is in state_remittance_sdb.dat."
                  delimited by size
                  into REMIT-REPORT-LINE
           end-string.
           write REMIT-REPORT-LINE.

      *    Scans audit.log for this customer's earliest entry date;
      *    the first audited change is the account's opening, the
      *    only age a never-transacted account has.
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

      *    Lists the current customer's undeliverable-address flag and
      *    returned-mail history, if there is any, under the action
      *    this run took on the account.
       WRITE-DUE-DILIGENCE.
           move 'N' to WS-DD-ADDR-BAD.
           move 0 to WS-DD-BAD-DATE.
           move 0 to WS-DD-CLEARED-DATE.
           if WS-PROFILE-STATUS = '00'
               move CUST-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       if PROF-ADDR-BAD
                           move 'Y' to WS-DD-ADDR-BAD
                       end-if
                       move PROF-ADDR-BAD-DATE to WS-DD-BAD-DATE
                       move PROF-ADDR-CLEARED-DATE
                           to WS-DD-CLEARED-DATE
               end-read
           end-if.
           move 0 to WS-DD-HISTORY-COUNT.
           open input RETURNED-MAIL-FILE.
           if WS-RM-STATUS = '00'
               move 'N' to WS-RM-EOF-FLAG
               perform until RM-EOF-REACHED
                   read RETURNED-MAIL-FILE
                       at end
                           move 'Y' to WS-RM-EOF-FLAG
                       not at end
                           if RM-CUST-ID = CUST-ID
                               add 1 to WS-DD-HISTORY-COUNT
                           end-if
                   end-read
               end-perform
               close RETURNED-MAIL-FILE
           end-if.
           if not DD-ADDRESS-BAD and WS-DD-HISTORY-COUNT = 0
               go to END-WRITE-DUE-DILIGENCE.

           add 1 to WS-DD-COUNT.
           move spaces to DUE-DILIGENCE-LINE.
           write DUE-DILIGENCE-LINE.
           string "Customer " delimited by size
                  CUST-ID delimited by size
                  " " delimited by size
                  CUST-NAME delimited by size
                  " " delimited by size
                  WS-DD-ACTION delimited by size
                  into DUE-DILIGENCE-LINE
           end-string.
           write DUE-DILIGENCE-LINE.
           move spaces to DUE-DILIGENCE-LINE.
           if DD-ADDRESS-BAD
               string "  Address UNDELIVERABLE since " delimited by size
                      WS-DD-BAD-DATE delimited by size
                      " -- freeze letter held, not mailed"
                      delimited by size
                      into DUE-DILIGENCE-LINE
               end-string
           else
               string "  Address corrected " delimited by size
                      WS-DD-CLEARED-DATE delimited by size
                      into DUE-DILIGENCE-LINE
               end-string
           end-if.
           write DUE-DILIGENCE-LINE.
           if WS-DD-HISTORY-COUNT > 0
               open input RETURNED-MAIL-FILE
               move 'N' to WS-RM-EOF-FLAG
               perform until RM-EOF-REACHED
                   read RETURNED-MAIL-FILE
                       at end
                           move 'Y' to WS-RM-EOF-FLAG
                       not at end
                           if RM-CUST-ID = CUST-ID
                               perform WRITE-DUE-DILIGENCE-ITEM
                           end-if
                   end-read
               end-perform
               close RETURNED-MAIL-FILE
           end-if.
       END-WRITE-DUE-DILIGENCE.
           exit.

       WRITE-DUE-DILIGENCE-ITEM.
           move spaces to DUE-DILIGENCE-LINE.
           if RM-CORRECTED
               string "    " delimited by size
                      RM-DATE delimited by size
                      "  CORRECTED  " delimited by size
                      RM-ADDRESS-LINE-1 delimited by size
                      " " delimited by size
                      RM-ZIP delimited by size
                      into DUE-DILIGENCE-LINE
               end-string
           else
               evaluate true
                   when RM-ITEM-STATEMENT
                       move 'statement' to WS-DD-ITEM
                   when RM-ITEM-LETTER
                       move 'letter' to WS-DD-ITEM
                   when other
                       move 'other' to WS-DD-ITEM
               end-evaluate
               string "    " delimited by size
                      RM-DATE delimited by size
                      "  RETURNED   " delimited by size
                      WS-DD-ITEM delimited by size
                      " " delimited by size
                      RM-REASON delimited by size
                      " " delimited by size
                      RM-ADDRESS-LINE-1 delimited by size
                      into DUE-DILIGENCE-LINE
               end-string
           end-if.
           write DUE-DILIGENCE-LINE.

      *    Drops a 'FREEZE' event into the notices queue so the
      *    customer gets the freeze notification letter from
      *    notice-letters.cbl.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

      *    Builds the list of account-type codes kept as savings or
      *    money market accounts on accounts.dat: S and M always,
      *    plus every such product product-maint.cbl has added to the
      *    catalog.
       LOAD-DEPOSIT-PRODUCTS.
           move 'SM' to WS-DEPOSIT-PRODUCTS.
           move 3 to WS-DEP-LOAD-IDX.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS = '00'
               move 'N' to WS-PROD-EOF-FLAG
               perform until PROD-EOF-REACHED
                   read PRODUCT-FILE next record
                       at end
                           move 'Y' to WS-PROD-EOF-FLAG
                       not at end
                           if PROD-DEPOSIT-ACCT
                              and PROD-CODE not = 'S'
                              and PROD-CODE not = 'M'
                              and WS-DEP-LOAD-IDX <= 10
                               move PROD-CODE to WS-DEPOSIT-PRODUCTS
                                   (WS-DEP-LOAD-IDX:1)
                               add 1 to WS-DEP-LOAD-IDX
                           end-if
                   end-read
               end-perform
               close PRODUCT-FILE
           end-if.

      *    Sets DEPOSIT-PRODUCT when WS-DEP-CHECK-CODE is one of the
      *    codes LOAD-DEPOSIT-PRODUCTS found.
       CHECK-DEPOSIT-PRODUCT.
           move 'N' to WS-DEP-PRODUCT-FLAG.
           if WS-DEP-CHECK-CODE not = space
               move 0 to WS-DEP-TALLY
               inspect WS-DEPOSIT-PRODUCTS tallying WS-DEP-TALLY
                   for all WS-DEP-CHECK-CODE
               if WS-DEP-TALLY > 0
                   move 'Y' to WS-DEP-PRODUCT-FLAG
               end-if
           end-if.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
               end-read
               close BUSINESS-DATE-FILE
           end-if.

      *    The caller has put the status before the change in
      *    WS-MJ-OLD; the record area holds the status after it.
       JOURNAL-STATUS-CHANGE.
           move CUST-ID to WS-MJ-CUST-ID.
           move 'CUST-STATUS' to WS-MJ-FIELD.
           move CUST-STATUS to WS-MJ-NEW.
           perform WRITE-MAINT-JOURNAL.

      *    Appends one maintenance-journal line for a non-balance
      *    field change; a journal that cannot be written is reported
      *    and the change stands.
       WRITE-MAINT-JOURNAL.
           open extend MAINT-JOURNAL-FILE.
           if WS-MJ-STATUS not = '00'
               open output MAINT-JOURNAL-FILE
           end-if.
           if WS-MJ-STATUS = '00'
               move function current-date(1:8) to MJ-DATE
               move function current-date(9:6) to MJ-TIME
               move WS-MJ-CUST-ID to MJ-CUST-ID
               move WS-MJ-FIELD to MJ-FIELD
               move WS-MJ-OLD to MJ-OLD-VALUE
               move WS-MJ-NEW to MJ-NEW-VALUE
               move 0 to MJ-OPERATOR-ID
               move 0 to MJ-BRANCH
               move 'escheatment' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.
