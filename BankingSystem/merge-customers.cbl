      *    now live on the survivor), and the duplicate is marked
      *    closed with a merge marker in its name. A before/after
      *    reconciliation of the merge is written to
      *    merge_report.txt. A duplicate holding an IRA or HSA plan
      *    account is refused. Supervisor sign-on required. The
      *    duplicate's name and status changes go on the maintenance
      *    journal (maint_journal.dat) under the supervisor's ID.

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
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           record key is CARD-CUST-ID
           lock mode is automatic
           file status is WS-CARD-STATUS.
       select CARD-HISTORY-FILE
           assign to 'card_history.dat'
           organization is indexed
           access mode is dynamic
           record key is CH-CARD-NUMBER
           lock mode is automatic
           file status is WS-CH-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
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

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 CARD-DAILY-USED       pic 9(6)v99.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
             88 CARD-ACTIVE         value 'A'.
             88 CARD-LOST           value 'L'.
             88 CARD-STOLEN         value 'S'.
             88 CARD-DAMAGED        value 'D'.
             88 CARD-EXPIRED        value 'E'.
             88 CARD-HOTLISTED      value 'L' 'S'.
      *    Lifecycle fields kept by card-maint.cbl and the monthly
      *    card-reissue.cbl batch. A zero expiry date marks a card
      *    issued before expiry dates were tracked; the issue
      *    sequence numbers each replacement plastic.
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).

       fd CARD-HISTORY-FILE.
       01 CARD-HISTORY-RECORD.
          05 CH-CARD-NUMBER         pic 9(16).
          05 CH-CUST-ID             pic 9(6).
          05 CH-STATUS              pic x(1).
             88 CH-LOST             value 'L'.
             88 CH-STOLEN           value 'S'.
             88 CH-EXPIRED          value 'E'.
             88 CH-REPLACED         value 'R'.
          05 CH-STATUS-DATE         pic 9(8).
          05 CH-EXPIRY-DATE         pic 9(8).
          05 CH-REPLACED-BY         pic 9(16).
          05 CH-RETIRED-DATE        pic 9(8).
          05 CH-OPER-ID             pic 9(4).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
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
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-EOF-FLAG          pic x value 'N'.
          88 PROD-EOF-REACHED       value 'Y'.
       01 WS-DEPOSIT-PRODUCTS       pic x(10) value 'SM'.
       01 WS-DEP-LOAD-IDX           pic 9(2).
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-JOINT-STATUS           pic xx.
       01 WS-CARD-STATUS            pic xx.
       01 WS-CH-STATUS              pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-SNAPSHOT-STATUS        pic xx.
       01 WS-SNAPSHOT-NEW-STATUS    pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-BRANCH        pic 9(3) value zero.

       01 WS-SURVIVOR-ID            pic 9(6).
       01 WS-DUPLICATE-ID           pic 9(6).
       01 WS-XREF-REPOINTED         pic 9(5) value zero.
       01 WS-SNAPS-DROPPED          pic 9(5) value zero.
       01 WS-CARD-NOTE              pic x(40).
       01 WS-CARD-HIST-REPOINTED    pic 9(5) value zero.
       01 WS-ACCT-SUB               pic 9(2).
       01 WS-ACCT-TYPE-WORK         pic x.
       01 WS-DUP-HAS-PLAN           pic x value 'N'.
       01 WS-DUP-ACCT-BALANCE       pic 9(8)v99.
       01 WS-DUP-ACCT-NUMBER        pic 9(10).
       01 WS-DISPLAY-AMT            pic -(7)9.99.
       01 WS-SNAP-LIVE-NAME         pic x(30)
          value 'balance_snapshots.dat'.

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).

       procedure division.
       MAIN-LOGIC.
           display "Duplicate Customer Merge Utility".
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform LOAD-DEPOSIT-PRODUCTS.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.
           move CUST-BALANCE to WS-DUPLICATE-BEFORE.
           close CUSTOMER-FILE.
           perform CHECK-DUPLICATE-PLANS.
           if WS-DUP-HAS-PLAN = 'Y'
               display "Duplicate holds an IRA or HSA plan account; "
                   "its contributions are reported under the "
                   "owner's tax ID. Close or transfer the plan "
                   "first. Merge refused."
               stop run
           end-if.

           move WS-DUPLICATE-BEFORE to WS-DISPLAY-AMT.
           display "Duplicate balance " WS-DISPLAY-AMT
               thru BOOK-OPENING-DONE.
           perform REPOINT-JOINT-OWNERS thru REPOINT-JOINT-DONE.
           perform REPOINT-DEBIT-CARD thru REPOINT-CARD-DONE.
           perform REPOINT-CARD-HISTORY thru REPOINT-CARD-HIST-DONE.
           perform REPOINT-EMP-XREF thru REPOINT-XREF-DONE.
           perform DROP-DUPLICATE-SNAPSHOTS thru DROP-SNAPS-DONE.
           perform CLOSE-DUPLICATE-RECORD.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-BRANCH to WS-OPERATOR-BRANCH.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
       TRY-ONE-SIGN-ON-DONE.
               perform WRITE-MERGE-TRANSACTION
           end-if.

      *    IRA and HSA accounts are never folded together: each
      *    plan's contribution limits and tax forms belong to its
      *    own owner.
       CHECK-DUPLICATE-PLANS.
           move 'N' to WS-DUP-HAS-PLAN.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move WS-DUPLICATE-ID to ACCT-CUST-ID
               move 'I' to ACCT-TYPE
               read ACCOUNT-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-DUP-HAS-PLAN
               end-read
               move WS-DUPLICATE-ID to ACCT-CUST-ID
               move 'H' to ACCT-TYPE
               read ACCOUNT-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-DUP-HAS-PLAN
               end-read
               close ACCOUNT-FILE
           end-if.

      *    Folds the duplicate's savings/money-market balances -- one
      *    per savings or money market product on the catalog -- into
      *    the survivor's matching accounts (the row itself moves to
      *    the survivor's key when the survivor has none).
       MERGE-ADDITIONAL-ACCOUNTS.
           if WS-ACCOUNT-STATUS not = '00'
               go to MERGE-ACCOUNTS-DONE.
           perform varying WS-ACCT-SUB from 1 by 1
               until WS-ACCT-SUB > 10
               if WS-DEPOSIT-PRODUCTS (WS-ACCT-SUB:1) not = space
                   move WS-DEPOSIT-PRODUCTS (WS-ACCT-SUB:1)
                       to WS-ACCT-TYPE-WORK
                   perform MERGE-ONE-ACCOUNT-TYPE
               end-if
           end-perform.
           close ACCOUNT-FILE.
       MERGE-ACCOUNTS-DONE.
                   write DEBIT-CARD-RECORD
                       invalid key
      *    Survivor already carries a card; the duplicate's card is
      *    retired rather than overwriting it, and filed on the card
      *    history under the survivor so late network items on it
      *    still trace to the merged customer.
                           move 'duplicate card retired'
                               to WS-CARD-NOTE
                           perform RETIRE-DUPLICATE-CARD
                       not invalid key
                           move 'card repointed to survivor'
                               to WS-CARD-NOTE
       REPOINT-CARD-DONE.
           continue.

      *    Expects the duplicate's card in DEBIT-CARD-RECORD. A
      *    hotlisted or expired card keeps that status on the history;
      *    anything else is simply replaced by the survivor's card.
       RETIRE-DUPLICATE-CARD.
           open i-o CARD-HISTORY-FILE.
           if WS-CH-STATUS not = '00'
               open output CARD-HISTORY-FILE
               close CARD-HISTORY-FILE
               open i-o CARD-HISTORY-FILE
           end-if.
           move CARD-NUMBER to CH-CARD-NUMBER.
           move WS-SURVIVOR-ID to CH-CUST-ID.
           if CARD-HOTLISTED or CARD-EXPIRED
               move CARD-STATUS to CH-STATUS
               move CARD-STATUS-DATE to CH-STATUS-DATE
           else
               set CH-REPLACED to true
               move WS-BUSINESS-DATE to CH-STATUS-DATE
           end-if.
           move CARD-EXPIRY-DATE to CH-EXPIRY-DATE.
           move 0 to CH-REPLACED-BY.
           move WS-BUSINESS-DATE to CH-RETIRED-DATE.
           move WS-OPERATOR-ID to CH-OPER-ID.
           write CARD-HISTORY-RECORD
               invalid key
                   rewrite CARD-HISTORY-RECORD
           end-write.
           close CARD-HISTORY-FILE.

      *    Cards the duplicate retired before the merge follow the
      *    customer to the survivor.
       REPOINT-CARD-HISTORY.
           move 0 to WS-CARD-HIST-REPOINTED.
           move 'N' to WS-EOF-FLAG.
           open i-o CARD-HISTORY-FILE.
           if WS-CH-STATUS not = '00'
               go to REPOINT-CARD-HIST-DONE.
           read CARD-HISTORY-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if CH-CUST-ID = WS-DUPLICATE-ID
                   move WS-SURVIVOR-ID to CH-CUST-ID
                   rewrite CARD-HISTORY-RECORD
                   add 1 to WS-CARD-HIST-REPOINTED
               end-if
               read CARD-HISTORY-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CARD-HISTORY-FILE.
       REPOINT-CARD-HIST-DONE.
           move 'N' to WS-EOF-FLAG.

       REPOINT-EMP-XREF.
           move 0 to WS-XREF-REPOINTED.
           move 'N' to WS-EOF-FLAG.
               invalid key
                   continue
               not invalid key
                   move CUST-ID to WS-MJ-CUST-ID
                   move 'CUST-NAME' to WS-MJ-FIELD
                   move CUST-NAME to WS-MJ-OLD
                   move spaces to CUST-NAME
                   string "MERGED INTO " delimited by size
                          WS-SURVIVOR-ID delimited by size
                          into CUST-NAME
                   end-string
                   move CUST-NAME to WS-MJ-NEW
                   perform WRITE-MAINT-JOURNAL
                   move 'CUST-STATUS' to WS-MJ-FIELD
                   move CUST-STATUS to WS-MJ-OLD
                   set CUST-CLOSED to true
                   move CUST-STATUS to WS-MJ-NEW
                   rewrite CUSTOMER-RECORD
                   perform WRITE-MAINT-JOURNAL
           end-read.
           close CUSTOMER-FILE.

                  into MERGE-REPORT-LINE
           end-string.
           write MERGE-REPORT-LINE.
           move spaces to MERGE-REPORT-LINE.
           string "Retired cards repointed: " delimited by size
                  WS-CARD-HIST-REPOINTED delimited by size
                  into MERGE-REPORT-LINE
           end-string.
           write MERGE-REPORT-LINE.
           close MERGE-REPORT-FILE.

       WRITE-MERGE-TRANSACTION.
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

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

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
                       end-if
               end-read
               close BUSINESS-DATE-FILE
           end-if.

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
               move WS-OPERATOR-ID to MJ-OPERATOR-ID
               move WS-OPERATOR-BRANCH to MJ-BRANCH
               move 'merge-customers' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.
