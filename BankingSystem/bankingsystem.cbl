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
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           lock mode is automatic
           file status is WS-SCHED-STATUS.

      *    Stop-payment orders on checks our customers have written,
      *    placed and released at the teller and honored by the
      *    check-inclearing.cbl batch before it pays any item.
       select STOP-PAYMENT-FILE
           assign to 'stop_payments.dat'
           organization is indexed
           access mode is dynamic
           record key is STP-ID
           lock mode is automatic
           file status is WS-STOP-STATUS.

      *    Withdrawals/transfers over the dual-control threshold are
      *    parked here instead of posting; approval-queue.cbl is the
      *    supervisor program that approves (posts) or rejects them.
      *    taken at sign-on, every cash deposit/withdrawal posted this
      *    session moves the position, closing count at sign-off
      *    settles it to over/short. drawer-report.cbl reports the
      *    over/short results by operator and business date. Cash
      *    bought from or sold to the branch vault moves the drawer
      *    the same way.
       select TELLER-DRAWER-FILE
           assign to 'teller_drawers.dat'
           organization is indexed
           record key is DRW-KEY
           lock mode is automatic
           file status is WS-DRAWER-STATUS.
      *    Branch cash vault by denomination (vault-maint.cbl) and
      *    its movement journal.
       select VAULT-FILE
           assign to 'vaults.dat'
           organization is indexed
           access mode is dynamic
           record key is VLT-BRANCH
           lock mode is automatic
           file status is WS-VAULT-STATUS.
       select VAULT-JOURNAL-FILE
           assign to 'vault_journal.dat'
           organization is line sequential
           file status is WS-VJ-STATUS.


      *    Per-function entitlement matrix maintained by
           lock mode is automatic
           file status is WS-KYC-STATUS.

      *    Authorized signer and power-of-attorney registry kept by
      *    signer-maint.cbl: who besides the account holder may
      *    withdraw or transfer, in what role, up to what amount, and
      *    for what dates. Custodial (minor) accounts carry their
      *    custodian here as well, so the minor is refused until
      *    custodial-convert.cbl revokes the link at majority.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.

      *    Business customers: the entity profile (customer type,
      *    formation state, EIN, ownership certification) and the
      *    beneficial owners and controlling person behind it, kept
      *    afterwards by beneficial-owner-maint.cbl. A customer with
      *    no entity profile is an individual.
       select ENTITY-PROFILE-FILE
           assign to 'entity_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is EPR-CUST-ID
           lock mode is automatic
           file status is WS-EPR-STATUS.
       select BENEFICIAL-OWNER-FILE
           assign to 'beneficial_owners.dat'
           organization is indexed
           access mode is dynamic
           record key is BO-KEY
           lock mode is automatic
           file status is WS-BO-STATUS.

      *    Posting-time fraud velocity rules maintained by
      *    fraud-rule-maint.cbl, evaluated before a teller posting
      *    inquiry, denied withdrawal, dual-control park, and
      *    sign-on attempt -- who did what, when, and to whose
      *    account, beyond the balance changes audit.log captures.
      *    Customer and account openings and closures are journaled
      *    too ('CUST-OPEN', 'ACCT-OPEN', 'CUST-CLOSE'), which the
      *    branch scorecard counts. Searched by ejournal-inquiry.cbl.
       select EJOURNAL-FILE
           assign to 'teller_journal.dat'
           organization is line sequential
           file status is WS-EJ-STATUS.

      *    Non-monetary maintenance journal: before and after values
      *    of every status, limit, and contact-detail change and of
      *    each fee waived -- the changes audit.log, which follows
      *    balances only, never sees. Searched and screened for
      *    takeover patterns by maint-journal-report.cbl.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.

      *    Sanctions/OFAC watch list loaded by the back office through
      *    watchlist-maint.cbl. New customers and outbound wire
      *    beneficiaries are screened against it before money can
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

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
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

      *    Links a joint owner to another customer's account so either
      *    party's Customer ID posts transactions against the same
             88 SP-ACTIVE           value 'A'.
             88 SP-RETIRED          value 'C'.

      *    One stop order: a single check (from = to) or a range of
      *    check numbers. A zero STP-AMOUNT stops the number whatever
      *    amount it is presented for. An order lapses on its expiry
      *    date unless renewed with a new order.
       fd STOP-PAYMENT-FILE.
       01 STOP-PAYMENT-RECORD.
          05 STP-ID                 pic 9(6).
          05 STP-CUST-ID            pic 9(6).
          05 STP-CHECK-FROM         pic 9(8).
          05 STP-CHECK-TO           pic 9(8).
          05 STP-AMOUNT             pic 9(8)v99.
          05 STP-PLACED-DATE        pic 9(8).
          05 STP-EXPIRY-DATE        pic 9(8).
          05 STP-OPER-ID            pic 9(4).
          05 STP-STATUS             pic x(1).
             88 STP-ACTIVE          value 'A'.
             88 STP-RELEASED        value 'R'.
          05 STP-HIT-COUNT          pic 9(3).
          05 STP-LAST-HIT-DATE      pic 9(8).

      *    One hold per large deposit: the deposit posts to the ledger
      *    balance (CUST-BALANCE) immediately, but the held amount is
      *    not withdrawable until HOLD-RELEASE-DATE. Withdrawals and
             88 DRW-OPEN            value 'O'.
             88 DRW-CLOSED          value 'C'.

       fd VAULT-FILE.
       01 VAULT-RECORD.
          05 VLT-BRANCH             pic 9(3).
          05 VLT-DENOM occurs 8 times.
             10 VLT-DENOM-BALANCE   pic 9(8)v99.
             10 VLT-DENOM-TARGET    pic 9(8)v99.
          05 VLT-RETURN-TOLERANCE   pic 9(3).
          05 VLT-LAST-PROOF-DATE    pic 9(8).
          05 VLT-LAST-OVER-SHORT    pic s9(8)v99.
          05 VLT-STATUS             pic x(1).
             88 VLT-ACTIVE          value 'A'.
             88 VLT-INACTIVE        value 'I'.
          05 VLT-CHANGED-BY         pic 9(4).
          05 VLT-CHANGED-DATE       pic 9(8).

       fd VAULT-JOURNAL-FILE.
       01 VAULT-JOURNAL-RECORD.
          05 VJ-DATE                pic 9(8).
          05 VJ-TIME                pic 9(6).
          05 VJ-BRANCH              pic 9(3).
          05 VJ-OPER-ID             pic 9(4).
          05 VJ-ACTION              pic x(10).
          05 VJ-REFERENCE           pic 9(6).
          05 VJ-DENOM-AMOUNT occurs 8 times pic s9(8)v99.
          05 VJ-TOTAL               pic s9(9)v99.


       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 KYC-REVIEWED-BY        pic 9(4).
          05 KYC-REVIEWED-DATE      pic 9(8).

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

       fd ENTITY-PROFILE-FILE.
       01 ENTITY-PROFILE-RECORD.
          05 EPR-CUST-ID            pic 9(6).
          05 EPR-CUST-TYPE          pic x(1).
             88 EPR-INDIVIDUAL      value 'I'.
             88 EPR-SOLE-PROP       value 'S'.
             88 EPR-PARTNERSHIP     value 'P'.
             88 EPR-CORPORATION     value 'C'.
             88 EPR-NONPROFIT       value 'N'.
             88 EPR-LEGAL-ENTITY    values 'P' 'C' 'N'.
          05 EPR-ENTITY-TYPE        pic x(20).
          05 EPR-FORMATION-STATE    pic x(2).
          05 EPR-FORMATION-DATE     pic 9(8).
          05 EPR-EIN                pic 9(9).
          05 EPR-CERT-STATUS        pic x(1).
             88 EPR-CERT-PENDING    value 'P'.
             88 EPR-CERTIFIED       value 'C'.
             88 EPR-CERT-LAPSED     value 'L'.
             88 EPR-CERT-EXEMPT     value 'X'.
          05 EPR-CERT-DATE          pic 9(8).
          05 EPR-CERT-BY            pic 9(4).
          05 EPR-RECERT-DUE         pic 9(8).
          05 EPR-ADDED-BY           pic 9(4).
          05 EPR-ADDED-DATE         pic 9(8).

       fd BENEFICIAL-OWNER-FILE.
       01 BENEFICIAL-OWNER-RECORD.
          05 BO-KEY.
             10 BO-CUST-ID          pic 9(6).
             10 BO-SEQ              pic 9(2).
          05 BO-NAME                pic x(30).
          05 BO-DATE-OF-BIRTH       pic 9(8).
          05 BO-ADDRESS-LINE-1      pic x(30).
          05 BO-CITY                pic x(20).
          05 BO-STATE               pic x(2).
          05 BO-ZIP                 pic x(10).
          05 BO-TAX-ID              pic 9(9).
          05 BO-ID-NUMBER           pic x(15).
          05 BO-OWNERSHIP-PCT       pic 9(3)v99.
          05 BO-ROLE                pic x(1).
             88 BO-OWNER            value 'O'.
             88 BO-CONTROLLER       value 'C'.
             88 BO-OWNER-CONTROLLER value 'B'.
             88 BO-ROLE-VALID       values 'O' 'C' 'B'.
             88 BO-HAS-OWNERSHIP    values 'O' 'B'.
             88 BO-HAS-CONTROL      values 'C' 'B'.
          05 BO-SCREEN-RESULT       pic x(1).
             88 BO-SCREEN-CLEAR     value 'C'.
             88 BO-SCREEN-HIT       value 'H'.
          05 BO-HIT-ID              pic 9(6).
          05 BO-SCREEN-DATE         pic 9(8).
          05 BO-STATUS              pic x(1).
             88 BO-ACTIVE           value 'A'.
             88 BO-REMOVED          value 'R'.
          05 BO-REMOVED-DATE        pic 9(8).
          05 BO-ADDED-BY            pic 9(4).
          05 BO-ADDED-DATE          pic 9(8).

       fd FRAUD-RULE-FILE.
       01 FRAUD-RULE-RECORD.
          05 EJ-CUST-ID             pic 9(6).
          05 EJ-DETAIL              pic x(30).

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

       fd WATCH-LIST-FILE.
       01 WATCH-LIST-RECORD.
          05 WL-NAME                pic x(30).
          05 FEE-OD-OCCURRENCE      pic 9(4)v99.
          05 FEE-RETURNED-ITEM      pic 9(4)v99.
          05 FEE-WAIVER-BALANCE     pic 9(8)v99.
          05 FEE-LATE-CHARGE        pic 9(4)v99.
          05 FEE-LATE-PERCENT       pic 9(2)v99.
          05 FEE-LATE-GRACE-DAYS    pic 9(3).

       fd CURRENCY-RATE-FILE.
       01 CURRENCY-RATE-RECORD.
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

      *    One register entry per paper-check deposit, referencing the
      *    deposit's TRANSACTION-RECORD so a returned item can be
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-PRODUCT-STATUS         pic xx.
       01 WS-PROD-LOOKUP-CODE       pic x(1).
       01 WS-PROD-ON-FILE           pic x value 'N'.
          88 PRODUCT-ON-FILE        value 'Y'.
       01 WS-PROD-EOF-FLAG          pic x value 'N'.
          88 PROD-EOF-REACHED       value 'Y'.
       01 WS-DEPOSIT-PRODUCTS       pic x(10) value 'SM'.
       01 WS-DEP-LOAD-IDX           pic 9(2).
       01 WS-DEP-CHECK-CODE         pic x(1).
       01 WS-DEP-TALLY              pic 9(2).
       01 WS-DEP-PRODUCT-FLAG       pic x value 'N'.
          88 DEPOSIT-PRODUCT        value 'Y'.
       01 WS-OPEN-OFFER-IDX         pic 9(2).
       01 WS-OPEN-OFFER-COUNT       pic 9(2).
       01 WS-OPEN-PRODUCT-CODE      pic x(1).
       01 WS-OPEN-ACCT-SUFFIX       pic 9(1).
      *    Withdrawals already taken from an account this statement
      *    cycle, for the product's per-cycle withdrawal limit.
       01 WS-WDR-CYCLE-COUNT        pic 9(3).
       01 WS-WDR-LIMIT              pic 9(2).
       01 WS-WDR-CYCLE              pic x(1).
       01 WS-WDR-SCAN-EOF           pic x value 'N'.
          88 WDR-SCAN-EOF-REACHED   value 'Y'.
       01 WS-WDR-BUS-QUARTER        pic 9(1).
       01 WS-WDR-TRANS-QUARTER      pic 9(1).
       01 WS-WDR-MONTH              pic 9(2).
       01 WS-WDR-QTR-REM            pic 9(2).
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.
       01 WS-USER-CHOICE            pic x(2).
       01 WS-CLOSE-CONFIRM          pic x.

       01 WS-CARD-STATUS            pic xx.
       01 WS-CARD-EXPIRY-YEARS      pic 9(2) value 3.
       01 WS-CARD-EXP-YEAR          pic 9(4).
       01 WS-CARD-EXP-MONTH         pic 9(2).
       01 WS-CARD-EXP-WORK          pic 9(8).
       01 WS-CARD-EXPIRY-DATE       pic 9(8).
       01 WS-ISSUE-CUST-ID          pic 9(6).
       01 WS-ISSUE-DAILY-LIMIT      pic 9(6)v99.
       01 WS-TODAYS-DATE            pic 9(8).
       01 WS-KYC-SCAN-EOF           pic x value 'N'.
          88 KYC-SCAN-EOF-REACHED   value 'Y'.

       01 WS-EPR-STATUS             pic xx.
       01 WS-BO-STATUS              pic xx.
       01 WS-CUST-TYPE              pic x(1).
          88 CUST-TYPE-INDIVIDUAL   value 'I'.
          88 CUST-TYPE-VALID        values 'I' 'S' 'P' 'C' 'N'.
       01 WS-BO-SEQ                 pic 9(2).
       01 WS-BO-MORE                pic x.
       01 WS-BO-CONTROL-COUNT       pic 9(2).
       01 WS-BO-PCT-TOTAL           pic 9(4)v99.
       01 WS-BO-CERT-SIGNED         pic x.
      *    Days a beneficial ownership certification stands before it
      *    must be renewed; parameter BO-RECERT-DAYS overrides.
       01 WS-BO-RECERT-DAYS         pic 9(4) value 365.
      *    Set when the new relationship must open frozen: a
      *    watch-list hit on the customer or an owner, or a business
      *    whose ownership has not been certified.
       01 WS-HOLD-NEW-CUST          pic x value 'N'.
          88 NEW-CUST-ON-HOLD       value 'Y'.

       01 WS-SGN-STATUS             pic xx.
       01 WS-SGN-PARTY-SEQ          pic 9(2).
       01 WS-SGN-CUSTODIAN-SEQ      pic 9(2).
       01 WS-SGN-OK-FLAG            pic x value 'Y'.
          88 SIGNER-CHECK-PASSED    value 'Y'.
       01 WS-SGN-EOF-FLAG           pic x value 'N'.
          88 SGN-EOF-REACHED        value 'Y'.
       01 WS-SGN-LIMIT-FMT          pic $$$,$$$,$$9.99.

      *    Fraud velocity work fields. The one-pass customer activity
      *    scan fills today's count, the earliest posting date, and
       01 WS-EJ-CUST-ID             pic 9(6).
       01 WS-EJ-DETAIL              pic x(30).

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
      *    Amounts go through WS-MJ-AMOUNT so every limit is written
      *    zero-filled to the same width and compares in order.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).
       01 WS-MJ-AMOUNT              pic 9(8).99.

      *    Watch-list screening work fields. WS-SCREEN-TAX-ID of zero
      *    means no tax ID is known for the party being screened
      *    (wire beneficiaries), so only the name is compared.
       01 WS-DRW-MOVE-DIR           pic x.
       01 WS-DRW-COUNTED            pic 9(8)v99.
       01 WS-DRW-EXPECTED           pic s9(8)v99.
       01 WS-VX-DIRECTION           pic x.
       01 WS-VX-SHORT-FLAG          pic x value 'N'.
          88 VAULT-DENOM-SHORT      value 'Y'.
       01 WS-VX-FMT-TOTAL           pic z(8)9.99.
      *    Vault denominations in VLT-DENOM order: the label shown at
      *    the prompt and the unit every amount must be a multiple of.
       01 WS-DENOM-TABLE-VALUES.
          05 filler pic x(12) value '$100 0010000'.
          05 filler pic x(12) value '$50  0005000'.
          05 filler pic x(12) value '$20  0002000'.
          05 filler pic x(12) value '$10  0001000'.
          05 filler pic x(12) value '$5   0000500'.
          05 filler pic x(12) value '$2   0000200'.
          05 filler pic x(12) value '$1   0000100'.
          05 filler pic x(12) value 'Coin 0000001'.
       01 WS-DENOM-TABLE redefines WS-DENOM-TABLE-VALUES.
          05 WS-DENOM-ENTRY occurs 8 times.
             10 WS-DENOM-LABEL      pic x(5).
             10 WS-DENOM-UNIT       pic 9(5)v99.
       01 WS-DENOM-SUB              pic 9(1).
       01 WS-DENOM-UNITS            pic 9(9).
       01 WS-DENOM-AMOUNTS.
          05 WS-DENOM-AMOUNT occurs 8 times pic 9(8)v99.
       01 WS-DENOM-TOTAL            pic 9(9)v99.
       01 WS-DENOM-ENTRY-OK         pic x value 'N'.
          88 DENOM-ENTRY-VALID      value 'Y'.
       01 WS-VAULT-STATUS           pic xx.
       01 WS-VJ-STATUS              pic xx.
       01 WS-VJ-ACTION              pic x(10).
       01 WS-VJ-REFERENCE           pic 9(6) value zero.
       01 WS-VJ-AMOUNTS.
          05 WS-VJ-AMOUNT occurs 8 times pic s9(8)v99.
       01 WS-VJ-TOTAL               pic s9(9)v99.

       01 WS-W9-SIGNED              pic x.

       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-SP-FREQUENCY           pic x.
       01 WS-SP-NEXT-RUN-DATE       pic 9(8).

       01 WS-STOP-STATUS            pic xx.
       01 WS-STP-CHOICE             pic x.
       01 WS-STP-ID                 pic 9(6).
       01 WS-STP-CUST-ID            pic 9(6).
       01 WS-STP-CHECK-FROM         pic 9(8).
       01 WS-STP-CHECK-TO           pic 9(8).
       01 WS-STP-AMOUNT             pic 9(8)v99.
      *    Days a stop order stands before it lapses (STOP-PAY-DAYS
      *    on the parameter master; six months when no row is set).
       01 WS-STP-DAYS               pic 9(4) value 180.
       01 WS-STP-EXPIRY-DATE        pic 9(8).

       01 WS-CUST-CURRENCY          pic x(3).
       01 WS-CURRENCY-VALID         pic x value 'N'.
          88 VALID-CURRENCY-CODE    value 'Y'.
               stop run
           end-if.
           perform OPEN-TELLER-DRAWER.
           perform LOAD-DEPOSIT-PRODUCTS.
           perform DISPLAY-MENU.
           perform CLOSE-TELLER-DRAWER
               thru CLOSE-TELLER-DRAWER-DONE.
                   WS-ACT-SUM / WS-ACT-COUNT
           end-if.

      *    Withdrawals and transfers name the party at the window.
      *    The account holder in person passes unless an active
      *    custodian holds the authority (a minor's account); anyone
      *    else must be an active registry signer for the account,
      *    inside their effective and expiry dates, documented if a
      *    power of attorney, and within their per-transaction limit.
      *    The party, admitted or refused, goes on the journal.
       CHECK-SIGNER-AUTHORITY.
           move 'Y' to WS-SGN-OK-FLAG.
           if WS-TRANS-TYPE = 'D' or WS-TRANS-TYPE = 'd'
               go to CHECK-SIGNER-AUTHORITY-DONE
           end-if.
           perform LIST-ACCOUNT-SIGNERS.
           display "Transacting party -- signer number, or 0 for the
      -        " account holder: ".
           accept WS-SGN-PARTY-SEQ.
           move WS-TRANS-CUST-ID to WS-EJ-CUST-ID.
           if WS-SGN-PARTY-SEQ = 0
               if WS-SGN-CUSTODIAN-SEQ not = 0
                   display "Custodial account. Only the custodian may
      -                " withdraw until majority. Refused."
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
           move WS-TRANS-CUST-ID to SGN-CUST-ID.
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
                and WS-TRANS-AMOUNT > SGN-TXN-LIMIT
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
               move WS-TRANS-CUST-ID to SGN-CUST-ID
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
                           if SGN-CUST-ID not = WS-TRANS-CUST-ID
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

      *    Opens the new relationship unverified; the back office
           display "9. Add Joint Owner to Account".
           display "10. Scheduled Payments (Standing Orders)".
           display "11. Line of Credit Draw".
           display "12. Stop Payment Orders".
           display "13. Vault Cash Buy/Sell".
           display "14. Exit".
           display "-------------------------------------".
           display ":" with no advancing.
           accept WS-USER-CHOICE.
               when '9' move 'JOINT-ADD' to WS-ENT-FUNCTION
               when '10' move 'SCHD-PAY' to WS-ENT-FUNCTION
               when '11' move 'LOC-DRAW' to WS-ENT-FUNCTION
               when '12' move 'STOP-PAY' to WS-ENT-FUNCTION
               when '13' move 'VLT-XFER' to WS-ENT-FUNCTION
               when other move spaces to WS-ENT-FUNCTION
           end-evaluate.
           if WS-ENT-FUNCTION not = spaces
               when '11'
                   perform LINE-OF-CREDIT-DRAW
                       thru END-LINE-OF-CREDIT-DRAW
               when '12'
                   perform STOP-PAYMENT-MENU
                       thru END-STOP-PAYMENT-MENU
               when '13'
                   perform VAULT-CASH-TRANSFER
                       thru END-VAULT-CASH-TRANSFER
               when 'XD'
                   display "You are not entitled to that function."
                   move 'ENT-DENIED' to WS-EJ-ACTION
                   move WS-ENT-FUNCTION to WS-EJ-DETAIL
                   perform WRITE-ELECTRONIC-JOURNAL
                   perform DISPLAY-MENU
               when '14'
                   display "Thank you for using the Banking System. Good
      -              "bye!"
               when other
           end-read.
           close CUSTOMER-FILE.

      *    The savings and money market products the catalog still
      *    offers to new accounts; the account number carries the
      *    product's suffix after the customer ID.
           perform LOAD-DEPOSIT-PRODUCTS.
           display "Products open to new accounts:".
           move 0 to WS-OPEN-OFFER-COUNT.
           perform varying WS-OPEN-OFFER-IDX from 1 by 1
               until WS-OPEN-OFFER-IDX > 10
               if WS-DEPOSIT-PRODUCTS (WS-OPEN-OFFER-IDX:1) not = space
                   move WS-DEPOSIT-PRODUCTS (WS-OPEN-OFFER-IDX:1)
                       to WS-PROD-LOOKUP-CODE
                   perform LOOKUP-PRODUCT
                   if PROD-OFFERED
                       display "  " PROD-CODE "  " PROD-NAME
                       add 1 to WS-OPEN-OFFER-COUNT
                   end-if
               end-if
           end-perform.
           if WS-OPEN-OFFER-COUNT = 0
               display "No products are open to new accounts."
               go to END-OPEN-ADDITIONAL-ACCOUNT
           end-if.
           display "Enter Product Code: ".
           accept WS-ACCT-TYPE-CHOICE.
           inspect WS-ACCT-TYPE-CHOICE converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move WS-ACCT-TYPE-CHOICE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if not DEPOSIT-PRODUCT
               display "That is not a product opened here."
               go to END-OPEN-ADDITIONAL-ACCOUNT
           end-if.
           move WS-ACCT-TYPE-CHOICE to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if not PROD-OFFERED
               display "That product is retired for new accounts."
               go to END-OPEN-ADDITIONAL-ACCOUNT
           end-if.
           move PROD-NUMBER-SUFFIX to WS-OPEN-ACCT-SUFFIX.
           move WS-ACCT-TYPE-CHOICE to WS-ACCT-TYPE.
           move WS-ACCT-CUST-ID to ACCT-CUST-ID.
           move WS-ACCT-TYPE to ACCT-TYPE.
                   close ACCOUNT-FILE
                   go to END-OPEN-ADDITIONAL-ACCOUNT
           end-read.
           compute WS-ACCT-NUMBER =
               WS-ACCT-CUST-ID * 10 + WS-OPEN-ACCT-SUFFIX.
           move WS-ACCT-CUST-ID to ACCT-CUST-ID.
           move WS-ACCT-TYPE to ACCT-TYPE.
           move WS-ACCT-NUMBER to ACCT-NUMBER.
           move 0 to ACCT-BALANCE.
           write ACCOUNT-RECORD.
           close ACCOUNT-FILE.
           move 'ACCT-OPEN' to WS-EJ-ACTION.
           move WS-ACCT-CUST-ID to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.
           string "type " delimited by size
                  WS-ACCT-TYPE delimited by size
                  " account " delimited by size
                  WS-ACCT-NUMBER delimited by size
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-ELECTRONIC-JOURNAL.
           display "Account opened successfully.".

       END-OPEN-ADDITIONAL-ACCOUNT.
                   end-if
               end-if
           end-perform.
      *    Checking takes an overdraft limit only while the
      *    checking product is overdraft-eligible.
           move 'C' to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if PROD-OD-ALLOWED
               display "Enter Overdraft Limit (0 if none): "
               accept WS-CUST-OD-LIMIT
           else
               display "Checking is not overdraft-eligible; no "
                   "overdraft limit set."
               move 0 to WS-CUST-OD-LIMIT
           end-if.
           move spaces to WS-CUST-CURRENCY.
           perform until VALID-CURRENCY-CODE
               display "Enter Account Currency (USD/EUR/GBP/JPY): "
           close CUSTOMER-FILE.
           perform CAPTURE-CUSTOMER-PROFILE.
           perform OPEN-KYC-RECORD.
           move 'CUST-OPEN' to WS-EJ-ACTION.
           move WS-CUST-ID to WS-EJ-CUST-ID.
           perform WRITE-ELECTRONIC-JOURNAL.
      *    Sanctions screening on the new relationship: a match opens
      *    the account frozen pending supervisor review in
      *    watch-hit-review.cbl rather than handing a listed name
      *    live banking privileges. A business customer's owners are
      *    screened the same way, and a business whose ownership is
      *    not yet certified opens frozen as well.
           move 'N' to WS-HOLD-NEW-CUST.
           move WS-CUST-NAME to WS-SCREEN-NAME.
           perform SCREEN-WATCH-LIST.
           if WATCH-LIST-HIT
               move 'C' to WS-SCREEN-SOURCE
               move WS-CUST-ID to WS-SCREEN-CUST-ID
               perform WRITE-WATCH-HIT
               move 'Y' to WS-HOLD-NEW-CUST
           end-if.
           perform CAPTURE-ENTITY-PROFILE
               thru CAPTURE-ENTITY-PROFILE-DONE.
           if NEW-CUST-ON-HOLD
               open i-o CUSTOMER-FILE
               move WS-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-STATUS to WS-MJ-OLD
                       set CUST-FROZEN to true
                       rewrite CUSTOMER-RECORD
                       move CUST-ID to WS-MJ-CUST-ID
                       move 'CUST-STATUS' to WS-MJ-FIELD
                       move CUST-STATUS to WS-MJ-NEW
                       perform WRITE-MAINT-JOURNAL
               end-read
               close CUSTOMER-FILE
               display "Account opened FROZEN pending review."
           end-if.
           display "Customer added successfully.".
           perform DISPLAY-MENU.
           if PROF-HOME-BRANCH = 0
               move WS-OPERATOR-BRANCH to PROF-HOME-BRANCH
           end-if.
      *    Interest to a customer who has not certified the tax ID
      *    on a signed W-9 is subject to backup withholding.
           move 0 to PROF-TIN-CERT-DATE.
           move 0 to PROF-BNOTICE-1-DATE.
           move 0 to PROF-BNOTICE-2-DATE.
           move 'U' to PROF-TIN-STATUS.
           move space to PROF-ADDR-STATUS.
           move 0 to PROF-ADDR-BAD-DATE.
           move 0 to PROF-ADDR-CLEARED-DATE.
           if PROF-TAX-ID not = 0
               display "Signed W-9 certifying the Tax ID? (Y/N): "
               accept WS-W9-SIGNED
               if WS-W9-SIGNED = 'Y' or WS-W9-SIGNED = 'y'
                   perform GET-BUSINESS-DATE
                   move 'C' to PROF-TIN-STATUS
                   move WS-BUSINESS-DATE to PROF-TIN-CERT-DATE
               end-if
           end-if.
           if PROF-TIN-UNCERTIFIED
               display "Tax ID not certified -- interest will be "
                   "subject to backup withholding."
           end-if.
           write CUSTOMER-PROFILE-RECORD.
           close CUSTOMER-PROFILE-FILE.

      *    Customer type and, for a business, the entity profile and
      *    the people who own or control it. An individual gets no
      *    entity profile. A sole proprietor is the customer already
      *    screened above and opens on the profile alone. A
      *    partnership, corporation or nonprofit lists each owner of
      *    25% or more and the controlling person, each screened
      *    against the watch list like the customer, and stays
      *    frozen until the controlling person certifies the
      *    ownership -- recorded later in beneficial-owner-maint.cbl
      *    when the certification is not in hand at opening.
       CAPTURE-ENTITY-PROFILE.
           move spaces to WS-CUST-TYPE.
           perform until CUST-TYPE-VALID
               display "Customer type: [I]ndividual, [S]ole"
                   " proprietor, [P]artnership, [C]orporation,"
                   " [N]onprofit (Enter for individual): "
               accept WS-CUST-TYPE
               inspect WS-CUST-TYPE converting 'ispcn' to 'ISPCN'
               if WS-CUST-TYPE = space
                   move 'I' to WS-CUST-TYPE
               end-if
           end-perform.
           if CUST-TYPE-INDIVIDUAL
               go to CAPTURE-ENTITY-PROFILE-DONE
           end-if.
           open i-o ENTITY-PROFILE-FILE.
           if WS-EPR-STATUS not = '00'
               open output ENTITY-PROFILE-FILE
               close ENTITY-PROFILE-FILE
               open i-o ENTITY-PROFILE-FILE
           end-if.
           initialize ENTITY-PROFILE-RECORD.
           move WS-CUST-ID to EPR-CUST-ID.
           move WS-CUST-TYPE to EPR-CUST-TYPE.
           display "Entity type (e.g. LLC, S-CORP, 501(C)(3)): ".
           accept EPR-ENTITY-TYPE.
           display "State of formation (2 letters): ".
           accept EPR-FORMATION-STATE.
           display "Date of formation (YYYYMMDD): ".
           accept EPR-FORMATION-DATE.
           display "EIN (9 digits): ".
           accept EPR-EIN.
           perform until EPR-EIN not = 0 or EPR-SOLE-PROP
               display "An EIN is required for this entity: "
               accept EPR-EIN
           end-perform.
           move WS-OPERATOR-ID to EPR-ADDED-BY.
           move WS-BUSINESS-DATE to EPR-ADDED-DATE.
           if EPR-SOLE-PROP
               set EPR-CERT-EXEMPT to true
               write ENTITY-PROFILE-RECORD
               close ENTITY-PROFILE-FILE
               go to CAPTURE-ENTITY-PROFILE-DONE
           end-if.
           set EPR-CERT-PENDING to true.
           write ENTITY-PROFILE-RECORD.
           close ENTITY-PROFILE-FILE.
           perform CAPTURE-BENEFICIAL-OWNERS.
           perform CERTIFY-NEW-ENTITY.
       CAPTURE-ENTITY-PROFILE-DONE.
           continue.

      *    Owners are numbered 01-99 within the entity in the order
      *    they are entered; a blank name ends the list.
       CAPTURE-BENEFICIAL-OWNERS.
           open i-o BENEFICIAL-OWNER-FILE.
           if WS-BO-STATUS not = '00'
               open output BENEFICIAL-OWNER-FILE
               close BENEFICIAL-OWNER-FILE
               open i-o BENEFICIAL-OWNER-FILE
           end-if.
           move 0 to WS-BO-SEQ.
           move 0 to WS-BO-CONTROL-COUNT.
           move 0 to WS-BO-PCT-TOTAL.
           move 'Y' to WS-BO-MORE.
           display "List each owner of 25% or more and the person"
               " who controls the entity.".
           perform until WS-BO-MORE not = 'Y' or WS-BO-SEQ >= 99
               perform CAPTURE-ONE-OWNER thru CAPTURE-ONE-OWNER-DONE
           end-perform.
           close BENEFICIAL-OWNER-FILE.

       CAPTURE-ONE-OWNER.
           initialize BENEFICIAL-OWNER-RECORD.
           display "Owner / controlling person name (Enter when"
               " done): ".
           accept BO-NAME.
           if BO-NAME = spaces
               move 'N' to WS-BO-MORE
               go to CAPTURE-ONE-OWNER-DONE
           end-if.
           display "Role: [O]wner 25%+, [C]ontrolling person,"
               " [B]oth: ".
           accept BO-ROLE.
           inspect BO-ROLE converting 'ocb' to 'OCB'.
           if not BO-ROLE-VALID
               display "Role must be O, C or B -- not recorded."
               go to CAPTURE-ONE-OWNER-DONE
           end-if.
           display "Ownership percent (0 if none): ".
           accept BO-OWNERSHIP-PCT.
           if BO-HAS-OWNERSHIP and BO-OWNERSHIP-PCT < 25
               display "Owners under 25% are listed only as the"
                   " controlling person -- not recorded."
               go to CAPTURE-ONE-OWNER-DONE
           end-if.
           if WS-BO-PCT-TOTAL + BO-OWNERSHIP-PCT > 100
               display "Ownership would exceed 100% -- not"
                   " recorded."
               go to CAPTURE-ONE-OWNER-DONE
           end-if.
           display "Date of Birth (YYYYMMDD): ".
           accept BO-DATE-OF-BIRTH.
           display "Residential Address: ".
           accept BO-ADDRESS-LINE-1.
           display "City: ".
           accept BO-CITY.
           display "State (2 letters): ".
           accept BO-STATE.
           display "ZIP: ".
           accept BO-ZIP.
           display "SSN / Tax ID (0 if none): ".
           accept BO-TAX-ID.
           display "Passport or other ID number (if no Tax ID): ".
           accept BO-ID-NUMBER.
           if BO-TAX-ID = 0 and BO-ID-NUMBER = spaces
               display "A Tax ID or ID document number is required"
                   " -- not recorded."
               go to CAPTURE-ONE-OWNER-DONE
           end-if.
           add 1 to WS-BO-SEQ.
           move WS-CUST-ID to BO-CUST-ID.
           move WS-BO-SEQ to BO-SEQ.
           perform SCREEN-BENEFICIAL-OWNER.
           move 'A' to BO-STATUS.
           move 0 to BO-REMOVED-DATE.
           move WS-OPERATOR-ID to BO-ADDED-BY.
           move WS-BUSINESS-DATE to BO-ADDED-DATE.
           write BENEFICIAL-OWNER-RECORD.
           add BO-OWNERSHIP-PCT to WS-BO-PCT-TOTAL.
           if BO-HAS-CONTROL
               add 1 to WS-BO-CONTROL-COUNT
           end-if.
           display "Owner " BO-SEQ " recorded.".
       CAPTURE-ONE-OWNER-DONE.
           continue.

      *    Screens the owner in BENEFICIAL-OWNER-RECORD exactly as the
      *    new customer is screened; a match goes to the hit queue
      *    against the entity's customer ID and holds the account.
       SCREEN-BENEFICIAL-OWNER.
           move BO-NAME to WS-SCREEN-NAME.
           move BO-TAX-ID to WS-SCREEN-TAX-ID.
           perform SCREEN-WATCH-LIST.
           move WS-BUSINESS-DATE to BO-SCREEN-DATE.
           if WATCH-LIST-HIT
               move 'B' to WS-SCREEN-SOURCE
               move BO-CUST-ID to WS-SCREEN-CUST-ID
               perform WRITE-WATCH-HIT
               set BO-SCREEN-HIT to true
               move WS-HIT-NEW-ID to BO-HIT-ID
               move 'Y' to WS-HOLD-NEW-CUST
           else
               set BO-SCREEN-CLEAR to true
               move 0 to BO-HIT-ID
           end-if.

      *    The certification can only be taken once a controlling
      *    person is on file. It stands for BO-RECERT-DAYS, after
      *    which beneficial-owner-recert.cbl calls for a new one.
       CERTIFY-NEW-ENTITY.
           move 'N' to WS-BO-CERT-SIGNED.
           if WS-BO-CONTROL-COUNT = 0
               display "No controlling person listed -- ownership"
                   " cannot be certified."
           else
               display "Ownership certification signed by the"
                   " controlling person? (Y/N): "
               accept WS-BO-CERT-SIGNED
           end-if.
           if WS-BO-CERT-SIGNED not = 'Y' and
              WS-BO-CERT-SIGNED not = 'y'
               move 'Y' to WS-HOLD-NEW-CUST
               display "Ownership not certified -- the account"
                   " stays frozen until it is."
           else
               move 'BO-RECERT-DAYS' to WS-PRM-LOOKUP-NAME
               perform LOOKUP-PARAMETER
               if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
                   move WS-PRM-VALUE to WS-BO-RECERT-DAYS
               end-if
               open i-o ENTITY-PROFILE-FILE
               move WS-CUST-ID to EPR-CUST-ID
               read ENTITY-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       set EPR-CERTIFIED to true
                       move WS-BUSINESS-DATE to EPR-CERT-DATE
                       move WS-OPERATOR-ID to EPR-CERT-BY
                       compute EPR-RECERT-DUE =
                           function date-of-integer(
                           function integer-of-date(WS-BUSINESS-DATE)
                           + WS-BO-RECERT-DAYS)
                       rewrite ENTITY-PROFILE-RECORD
                       display "Ownership certified; recertification"
                           " due " EPR-RECERT-DUE "."
               end-read
               close ENTITY-PROFILE-FILE
           end-if.

       ADD-NEW-TRANSACTION.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               go to END-TRANSACTION
           end-if.

      *    A withdrawal or transfer names who is at the window:
      *    the account holder, or a signer from the registry acting
      *    within their role, dates and limit. Deposits are welcome
      *    from anyone. A custodial account transacts only through
      *    its custodian until majority.
           perform CHECK-SIGNER-AUTHORITY
               thru CHECK-SIGNER-AUTHORITY-DONE.
           if not SIGNER-CHECK-PASSED
               go to END-TRANSACTION
           end-if.

           end-if.

           move 'C' to WS-ACCT-TYPE-CHOICE.
           display "Account ([C]hecking, or the savings/money market "
               "product code): "
           accept WS-ACCT-TYPE-CHOICE.
           inspect WS-ACCT-TYPE-CHOICE converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Anything that is not a savings or money market product
      *    posts to checking, as it always has.
           perform LOAD-DEPOSIT-PRODUCTS.
           move WS-ACCT-TYPE-CHOICE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if not DEPOSIT-PRODUCT
               move 'C' to WS-ACCT-TYPE-CHOICE
           end-if.

      *    Paper-check deposits get a check register entry alongside
               end-if
           end-if.

      *    A savings or money market product allows only so many
      *    withdrawals per statement cycle; the limit is checked
      *    before a large withdrawal parks for a supervisor, too.
           if DEPOSIT-PRODUCT
              and (WS-TRANS-TYPE = 'W' or WS-TRANS-TYPE = 'w')
               move WS-ACCT-TYPE-CHOICE to WS-PROD-LOOKUP-CODE
               perform LOOKUP-PRODUCT
               move PROD-WDR-LIMIT to WS-WDR-LIMIT
               move PROD-STMT-CYCLE to WS-WDR-CYCLE
               if WS-WDR-LIMIT > 0
                   perform COUNT-CYCLE-WITHDRAWALS
                   if WS-WDR-CYCLE-COUNT >= WS-WDR-LIMIT
                       display "Withdrawal limit for this statement "
                           "cycle reached (" WS-WDR-LIMIT
                           "). Transaction cancelled."
                       move 'WD-DENIED' to WS-EJ-ACTION
                       move WS-TRANS-CUST-ID to WS-EJ-CUST-ID
                       move 'cycle withdrawal limit reached'
                           to WS-EJ-DETAIL
                       perform WRITE-ELECTRONIC-JOURNAL
                       go to END-TRANSACTION
                   end-if
               end-if
           end-if.

      *    A withdrawal above the dual-control threshold parks for a
      *    supervisor instead of posting in one pair of hands --
      *    savings and money-market withdrawals included, or the
               end-if
           end-if.

           if DEPOSIT-PRODUCT
               perform POST-TO-ADDITIONAL-ACCOUNT
                   thru POST-TO-ADDITIONAL-ACCOUNT-DONE
               go to WRITE-TRANSACTION
                           go to END-TRANSACTION
                       end-if
                       move CUST-OD-LIMIT to WS-CUST-OD-LIMIT
                       perform APPLY-CHECKING-OD-RULE
                       move WS-TRANS-CUST-ID to WS-HOLD-SCAN-CUST-ID
                       move 'C' to WS-HOLD-SCAN-ACCT-TYPE
                       perform SUM-ACTIVE-HOLDS
           accept WS-USER-CHOICE.
           perform DISPLAY-MENU.

      *    Posts a deposit/withdrawal against a customer's savings or
      *    money market product account in ACCOUNT-FILE instead of
      *    CUSTOMER-FILE.
       POST-TO-ADDITIONAL-ACCOUNT.
           move WS-TRANS-CUST-ID to CUST-ID.
           open input CUSTOMER-FILE.
           read CUSTOMER-FILE
      *    the posted balance less this account's unreleased deposit
      *    holds and the customer's active legal holds (reqs against
      *    the customer restrain every balance they hold). No
      *    overdraft on a savings or money market product.
                       move WS-TRANS-CUST-ID to WS-HOLD-SCAN-CUST-ID
                       move WS-ACCT-TYPE-CHOICE
                           to WS-HOLD-SCAN-ACCT-TYPE
           end-if.
           move CUST-CURRENCY to WS-SRC-CURRENCY.
           move CUST-OD-LIMIT to WS-CUST-OD-LIMIT.
           perform APPLY-CHECKING-OD-RULE.
           move WS-TRANS-CUST-ID to WS-HOLD-SCAN-CUST-ID.
           move 'C' to WS-HOLD-SCAN-ACCT-TYPE.
           perform SUM-ACTIVE-HOLDS.
               go to END-TRANSACTION
           end-if.
           move CUST-OD-LIMIT to WS-CUST-OD-LIMIT.
           perform APPLY-CHECKING-OD-RULE.
           move WS-TRANS-CUST-ID to WS-HOLD-SCAN-CUST-ID.
           move 'C' to WS-HOLD-SCAN-ACCT-TYPE.
           perform SUM-ACTIVE-HOLDS.
           move 0 to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.

      *    Appends one maintenance-journal line for a non-balance
      *    field change. Like the electronic journal it never blocks
      *    the teller.
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
               move 'bankingsystem' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.

      *    Screens WS-SCREEN-NAME / WS-SCREEN-TAX-ID against the
      *    sanctions watch list. A name match, or a nonzero tax-ID
      *    match, is a hit; a missing watch-list file screens clean
           move function current-date(9:6) to TRANS-TIME.
           move space to TRANS-REVERSED.
      *    Attribute the transaction to the account it actually hit --
      *    savings and money market product postings came through
      *    POST-TO-ADDITIONAL-ACCOUNT with the choice normalized.
           move WS-ACCT-TYPE-CHOICE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if DEPOSIT-PRODUCT
               move WS-ACCT-TYPE-CHOICE to TRANS-ACCT-TYPE
           else
               move 'C' to TRANS-ACCT-TYPE
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.
           if TRANS-TYPE = 'TAX-CONTR' or TRANS-TYPE = 'TAX-DIST'
              or TRANS-TYPE = 'TAX-WHLD' or TRANS-TYPE = 'TAX-EXCESS'
               display "IRA/HSA postings carry tax-year reporting;
      -            " correct them through tax-account-maint, not
      -            " here."
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.
           if TRANS-TYPE = 'BACKUP-WHLD'
               display "Backup withholding is reported to the IRS
      -            " with the interest; it is not voided here."
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.
           if TRANS-TYPE = 'SDB-RENT'
               display "Safe deposit rent carries the box's paid-
      -            "through date; adjust it through safe-deposit-maint,
      -            " not here."
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.
           if TRANS-TYPE = 'CHK-PAID'
               display "Paid checks are returned through the
      -            " inclearing return file, not voided here."
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.
           if TRANS-TYPE = 'CARD-PUR' or TRANS-TYPE = 'CARD-ADJDR'
              or TRANS-TYPE = 'CARD-ADJCR' or TRANS-TYPE = 'CARD-FORCE'
              or TRANS-TYPE = 'CARD-EXPR'
               display "Card postings are matched by card clearing;
      -            " dispute them through dispute-maint, not here."
               close TRANSACTION-FILE
               go to END-VOID-TRANSACTION
           end-if.

           move TRANS-CUST-ID to WS-TRANS-CUST-ID.
           move TRANS-AMOUNT to WS-TRANS-AMOUNT.
           move TRANS-TIME to WS-VOID-TRANS-TIME.
      *    Records written before account attribution existed carry a
      *    space here and posted against checking.
           move TRANS-ACCT-TYPE to WS-DEP-CHECK-CODE.
           perform CHECK-DEPOSIT-PRODUCT.
           if DEPOSIT-PRODUCT
               move TRANS-ACCT-TYPE to WS-VOID-ACCT-TYPE
           else
               move 'C' to WS-VOID-ACCT-TYPE
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.

      *    A transaction attributed to a savings or money market
      *    product account is undone against that account's
      *    ACCT-BALANCE; checking-attributed history keeps the
      *    CUST-BALANCE path.
           if WS-VOID-ACCT-TYPE not = 'C'
               perform VOID-ADJUST-ACCOUNT-BALANCE
                   thru VOID-ADJUST-ACCOUNT-DONE
               go to VOID-WRITE-REVERSAL
           end-if.

           display "Transaction voided/reversed successfully.".
      *    Journaled against the customer for insider-activity.cbl;
      *    voiding a fee is how a fee is waived.
           if WS-TRANS-TYPE (1:4) = 'FEE-'
               move 'FEE-WAIVE' to WS-EJ-ACTION
           else
               move 'VOID' to WS-EJ-ACTION
           end-if.
           move WS-TRANS-CUST-ID to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.
           string "trans " delimited by size
                  WS-VOID-TRANS-ID delimited by size
                  " " delimited by size
                  WS-TRANS-TYPE delimited by space
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-ELECTRONIC-JOURNAL.
           if WS-TRANS-TYPE (1:4) = 'FEE-'
               move WS-TRANS-CUST-ID to WS-MJ-CUST-ID
               move 'FEE-WAIVER' to WS-MJ-FIELD
               move WS-TRANS-AMOUNT to WS-MJ-AMOUNT
               move spaces to WS-MJ-OLD
               string WS-TRANS-TYPE delimited by space
                      " " delimited by size
                      WS-MJ-AMOUNT delimited by size
                      into WS-MJ-OLD
               end-string
               move spaces to WS-MJ-NEW
               string "WAIVED, TRANS " delimited by size
                      WS-VOID-TRANS-ID delimited by size
                      into WS-MJ-NEW
               end-string
               perform WRITE-MAINT-JOURNAL
           end-if.

       END-VOID-TRANSACTION.
           perform DISPLAY-MENU.
               add 1 to WS-TRANS-ID
               perform WRITE-TRANSACTION-KEEP-MENU
           end-if.
           move CUST-STATUS to WS-MJ-OLD.
           set CUST-CLOSED to true.
           rewrite CUSTOMER-RECORD.
           close CUSTOMER-FILE.
           move CUST-ID to WS-MJ-CUST-ID.
           move 'CUST-STATUS' to WS-MJ-FIELD.
           move CUST-STATUS to WS-MJ-NEW.
           perform WRITE-MAINT-JOURNAL.

      *    Each zeroed savings or money market product balance books
      *    its own CLOSEOUT transaction attributed to the account, so
      *    the account-level reconciliation replay still ties after
      *    the closure -- the same attributed-payout shape escheatment
      *    uses when it sweeps additional accounts.
           perform LOAD-DEPOSIT-PRODUCTS.
           move WS-CLOSE-CUST-ID to ACCT-CUST-ID.
           move low-values to ACCT-TYPE.
           move 'N' to WS-PROD-EOF-FLAG.
           open i-o ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               start ACCOUNT-FILE key is greater than or equal to
                   ACCT-KEY
                   invalid key
                       move 'Y' to WS-PROD-EOF-FLAG
               end-start
               perform until PROD-EOF-REACHED
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-PROD-EOF-FLAG
                   end-read
                   if not PROD-EOF-REACHED
                       if ACCT-CUST-ID not = WS-CLOSE-CUST-ID
                           move 'Y' to WS-PROD-EOF-FLAG
                       else
                           move ACCT-TYPE to WS-DEP-CHECK-CODE
                           perform CHECK-DEPOSIT-PRODUCT
                           if DEPOSIT-PRODUCT and ACCT-BALANCE > 0
                               move ACCT-BALANCE
                                   to WS-CLOSE-ACCT-AMOUNT
                               move ACCT-TYPE to WS-CLOSE-ACCT-TYPE
                               move 0 to ACCT-BALANCE
                               rewrite ACCOUNT-RECORD
                               perform WRITE-CLOSEOUT-ACCT-TRANSACTION
                           end-if
                       end-if
                   end-if
               end-perform
               close ACCOUNT-FILE
           end-if.

           perform WRITE-CLOSURE-STATEMENT.
           move 'CUST-CLOSE' to WS-EJ-ACTION.
           move WS-CLOSE-CUST-ID to WS-EJ-CUST-ID.
           perform WRITE-ELECTRONIC-JOURNAL.
           display "Account closed successfully.".

       END-CLOSE-ACCOUNT.
           close CLOSURE-STATEMENT-FILE.

      *    Issues a new debit card for a customer or updates the daily
      *    withdrawal limit on an existing one. Hotlisting, damaged
      *    cards and replacement numbers are handled at the card desk
      *    (card-maint.cbl), not here.
       ISSUE-DEBIT-CARD.
           perform GET-BUSINESS-DATE.
           display "Enter Customer ID to issue/update card for: ".
           accept WS-ISSUE-CUST-ID.
           move WS-ISSUE-CUST-ID to CUST-ID.
                   move 0 to CARD-DAILY-USED
                   move 0 to CARD-LAST-USE-DATE
                   set CARD-ACTIVE to true
                   perform COMPUTE-CARD-EXPIRY
                   move WS-CARD-EXPIRY-DATE to CARD-EXPIRY-DATE
                   move 0 to CARD-ISSUE-SEQ
                   move WS-BUSINESS-DATE to CARD-STATUS-DATE
                   write DEBIT-CARD-RECORD
                   display "Debit card issued with number " CARD-NUMBER
                   display "Card expires " CARD-EXPIRY-DATE "."
                   move spaces to WS-MJ-OLD
               not invalid key
                   move CARD-DAILY-LIMIT to WS-MJ-AMOUNT
                   move WS-MJ-AMOUNT to WS-MJ-OLD
                   move WS-ISSUE-DAILY-LIMIT to CARD-DAILY-LIMIT
                   rewrite DEBIT-CARD-RECORD
                   display "Debit card daily limit updated."
                   if not CARD-ACTIVE
                       display "Card " CARD-NUMBER " is not active "
                           "(status " CARD-STATUS ") -- issue the "
                           "replacement at the card desk."
                   end-if
           end-read.
           close DEBIT-CARD-FILE.
           move WS-ISSUE-CUST-ID to WS-MJ-CUST-ID.
           move 'CARD-DAILY-LIMIT' to WS-MJ-FIELD.
           move WS-ISSUE-DAILY-LIMIT to WS-MJ-AMOUNT.
           move WS-MJ-AMOUNT to WS-MJ-NEW.
           perform WRITE-MAINT-JOURNAL.

       END-ISSUE-DEBIT-CARD.
           perform DISPLAY-MENU.

      *    Sets WS-CARD-EXPIRY-DATE to the last day of the month
      *    CARD-EXPIRY-YEARS (parameter master; three years when no row
      *    is set) after the business date.
       COMPUTE-CARD-EXPIRY.
           move 3 to WS-CARD-EXPIRY-YEARS.
           move 'CARD-EXPIRY-YEARS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CARD-EXPIRY-YEARS
           end-if.
           move WS-BUSINESS-DATE(1:4) to WS-CARD-EXP-YEAR.
           move WS-BUSINESS-DATE(5:2) to WS-CARD-EXP-MONTH.
           add WS-CARD-EXPIRY-YEARS to WS-CARD-EXP-YEAR.
           add 1 to WS-CARD-EXP-MONTH.
           if WS-CARD-EXP-MONTH > 12
               move 1 to WS-CARD-EXP-MONTH
               add 1 to WS-CARD-EXP-YEAR
           end-if.
           compute WS-CARD-EXP-WORK = WS-CARD-EXP-YEAR * 10000
               + WS-CARD-EXP-MONTH * 100 + 1.
           compute WS-CARD-EXPIRY-DATE = function date-of-integer
               (function integer-of-date (WS-CARD-EXP-WORK) - 1).

      *    Checks WS-TRANS-CUST-ID's debit card (if any) against its
      *    daily withdrawal limit, resetting the running total when the
      *    card hasn't been used yet today. Customers without a card on
       CANCEL-SCHEDULED-PAYMENT-DONE.
           continue.

       STOP-PAYMENT-MENU.
           display "Stop Payments ([P]lace/[L]ist/[R]elease): ".
           accept WS-STP-CHOICE.
           evaluate WS-STP-CHOICE
               when 'P' when 'p'
                   perform PLACE-STOP-PAYMENT
                       thru PLACE-STOP-PAYMENT-DONE
               when 'L' when 'l'
                   perform LIST-STOP-PAYMENTS
                       thru LIST-STOP-PAYMENTS-DONE
               when 'R' when 'r'
                   perform RELEASE-STOP-PAYMENT
                       thru RELEASE-STOP-PAYMENT-DONE
               when other
                   display "Invalid option selected."
           end-evaluate.

       END-STOP-PAYMENT-MENU.
           perform DISPLAY-MENU.

      *    Teller buy/sell with the branch vault. A buy takes cash
      *    from the vault into the signed-on teller's drawer; a sell
      *    returns drawer cash to the vault. The amounts are entered
      *    by denomination so the vault keeps its denomination mix;
      *    the drawer moves by the total. The vault cannot give out
      *    more of a denomination than it holds, and a drawer cannot
      *    sell more than its expected position.
       VAULT-CASH-TRANSFER.
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused
      -            " until the next day is opened."
               go to END-VAULT-CASH-TRANSFER
           end-if.
           display "[B]uy cash from vault or [S]ell cash to vault: ".
           accept WS-VX-DIRECTION.
           inspect WS-VX-DIRECTION converting 'bs' to 'BS'.
           if WS-VX-DIRECTION not = 'B' and WS-VX-DIRECTION not = 'S'
               display "Invalid option selected."
               go to END-VAULT-CASH-TRANSFER
           end-if.
           display "Amounts by denomination:".
           perform ACCEPT-DENOM-AMOUNTS.
           if WS-DENOM-TOTAL = 0
               display "Nothing to move."
               go to END-VAULT-CASH-TRANSFER
           end-if.

           if WS-VX-DIRECTION = 'S'
               open input TELLER-DRAWER-FILE
               if WS-DRAWER-STATUS not = '00'
                   display "Drawer file unavailable. Sale refused."
                   go to END-VAULT-CASH-TRANSFER
               end-if
               move WS-OPERATOR-ID to DRW-OPER-ID
               move WS-BUSINESS-DATE to DRW-DATE
               read TELLER-DRAWER-FILE
                   invalid key
                       display "No drawer open for this operator.
      -                    " Sale refused."
                       close TELLER-DRAWER-FILE
                       go to END-VAULT-CASH-TRANSFER
               end-read
               compute WS-DRW-EXPECTED =
                   DRW-OPENING-COUNT + DRW-CASH-IN - DRW-CASH-OUT
               close TELLER-DRAWER-FILE
               if WS-DENOM-TOTAL > WS-DRW-EXPECTED
                   display "The drawer does not hold that much cash.
      -                " Sale refused."
                   go to END-VAULT-CASH-TRANSFER
               end-if
           end-if.

           open i-o VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               display "No branch vault on file."
               go to END-VAULT-CASH-TRANSFER
           end-if.
           move WS-OPERATOR-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               invalid key
                   display "No vault set up for branch "
                       WS-OPERATOR-BRANCH "."
                   close VAULT-FILE
                   go to END-VAULT-CASH-TRANSFER
           end-read.
           if not VLT-ACTIVE
               display "The branch vault is inactive."
               close VAULT-FILE
               go to END-VAULT-CASH-TRANSFER
           end-if.
           if WS-VX-DIRECTION = 'B'
               perform varying WS-DENOM-SUB from 1 by 1
                   until WS-DENOM-SUB > 8
                   if WS-DENOM-AMOUNT (WS-DENOM-SUB)
                      > VLT-DENOM-BALANCE (WS-DENOM-SUB)
                       move 'Y' to WS-VX-SHORT-FLAG
                   end-if
               end-perform
               if VAULT-DENOM-SHORT
                   move 'N' to WS-VX-SHORT-FLAG
                   display "The vault does not hold that much of
      -                " every denomination. Buy refused."
                   close VAULT-FILE
                   go to END-VAULT-CASH-TRANSFER
               end-if
           end-if.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               if WS-VX-DIRECTION = 'B'
                   subtract WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       from VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   compute WS-VJ-AMOUNT (WS-DENOM-SUB) =
                       0 - WS-DENOM-AMOUNT (WS-DENOM-SUB)
               else
                   add WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       to VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       to WS-VJ-AMOUNT (WS-DENOM-SUB)
               end-if
           end-perform.
           rewrite VAULT-RECORD.
           if WS-VX-DIRECTION = 'B'
               move 'TLR-BUY' to WS-VJ-ACTION
           else
               move 'TLR-SELL' to WS-VJ-ACTION
           end-if.
           move 0 to WS-VJ-REFERENCE.
           perform WRITE-VAULT-JOURNAL.
           close VAULT-FILE.

           move WS-DENOM-TOTAL to WS-DRW-MOVE-AMOUNT.
           if WS-VX-DIRECTION = 'B'
               move 'I' to WS-DRW-MOVE-DIR
               move 'VAULT-BUY' to WS-EJ-ACTION
           else
               move 'O' to WS-DRW-MOVE-DIR
               move 'VAULT-SELL' to WS-EJ-ACTION
           end-if.
           perform UPDATE-TELLER-DRAWER.
           move WS-DENOM-TOTAL to WS-VX-FMT-TOTAL.
           move spaces to WS-EJ-DETAIL.
           string "branch " delimited by size
                  WS-OPERATOR-BRANCH delimited by size
                  " amount " delimited by size
                  WS-VX-FMT-TOTAL delimited by size
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-ELECTRONIC-JOURNAL.
           display "Vault transfer of " WS-VX-FMT-TOTAL " posted.".
       END-VAULT-CASH-TRANSFER.
           display "Press Enter to return to menu.".
           accept WS-USER-CHOICE.
           perform DISPLAY-MENU.

      *    Takes one amount per denomination into WS-DENOM-AMOUNT,
      *    re-prompting any amount that is not a whole number of that
      *    denomination, and totals them into WS-DENOM-TOTAL.
       ACCEPT-DENOM-AMOUNTS.
           move 0 to WS-DENOM-TOTAL.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move 'N' to WS-DENOM-ENTRY-OK
               perform until DENOM-ENTRY-VALID
                   display "  " WS-DENOM-LABEL (WS-DENOM-SUB)
                       " amount: " with no advancing
                   accept WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   compute WS-DENOM-UNITS =
                       WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       / WS-DENOM-UNIT (WS-DENOM-SUB)
                   if WS-DENOM-UNITS * WS-DENOM-UNIT (WS-DENOM-SUB)
                      = WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       move 'Y' to WS-DENOM-ENTRY-OK
                   else
                       display "  Not a whole number of "
                           WS-DENOM-LABEL (WS-DENOM-SUB)
                           " notes. Re-enter."
                   end-if
               end-perform
               add WS-DENOM-AMOUNT (WS-DENOM-SUB) to WS-DENOM-TOTAL
           end-perform.

      *    One vault_journal.dat row for the current VAULT-RECORD
      *    branch: WS-VJ-ACTION, the signed movement by denomination
      *    in WS-VJ-AMOUNT and its total.
       WRITE-VAULT-JOURNAL.
           open extend VAULT-JOURNAL-FILE.
           if WS-VJ-STATUS not = '00'
               open output VAULT-JOURNAL-FILE
           end-if.
           if WS-VJ-STATUS = '00'
               move WS-BUSINESS-DATE to VJ-DATE
               move function current-date(9:6) to VJ-TIME
               move VLT-BRANCH to VJ-BRANCH
               move WS-OPERATOR-ID to VJ-OPER-ID
               move WS-VJ-ACTION to VJ-ACTION
               move WS-VJ-REFERENCE to VJ-REFERENCE
               move 0 to WS-VJ-TOTAL
               perform varying WS-DENOM-SUB from 1 by 1
                   until WS-DENOM-SUB > 8
                   move WS-VJ-AMOUNT (WS-DENOM-SUB)
                       to VJ-DENOM-AMOUNT (WS-DENOM-SUB)
                   add WS-VJ-AMOUNT (WS-DENOM-SUB) to WS-VJ-TOTAL
               end-perform
               move WS-VJ-TOTAL to VJ-TOTAL
               write VAULT-JOURNAL-RECORD
               close VAULT-JOURNAL-FILE
           end-if.

      *    Places a stop on one check number or a range. The order
      *    runs STOP-PAY-DAYS from today; inclearing returns any
      *    matching item presented while it stands.
       PLACE-STOP-PAYMENT.
           perform GET-BUSINESS-DATE.
           display "Enter Customer ID: ".
           accept WS-STP-CUST-ID.
           move WS-STP-CUST-ID to CUST-ID.
           open input CUSTOMER-FILE.
           read CUSTOMER-FILE
               invalid key
                   display "Customer not found."
                   close CUSTOMER-FILE
                   go to PLACE-STOP-PAYMENT-DONE
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "Account is closed. Order refused."
               go to PLACE-STOP-PAYMENT-DONE
           end-if.
           display "Enter Check Number (first of range): ".
           accept WS-STP-CHECK-FROM.
           display "Enter Last Check Number (0 for single check): ".
           accept WS-STP-CHECK-TO.
           if WS-STP-CHECK-TO = 0
               move WS-STP-CHECK-FROM to WS-STP-CHECK-TO
           end-if.
           if WS-STP-CHECK-TO < WS-STP-CHECK-FROM
               display "Last check number is before the first. Order
      -            " refused."
               go to PLACE-STOP-PAYMENT-DONE
           end-if.
           move 0 to WS-STP-AMOUNT.
           if WS-STP-CHECK-TO = WS-STP-CHECK-FROM
               display "Enter Check Amount (0 if unknown): "
               accept WS-STP-AMOUNT
           end-if.

           move 180 to WS-STP-DAYS.
           move 'STOP-PAY-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-STP-DAYS
           end-if.
           compute WS-STP-EXPIRY-DATE = function date-of-integer
               (function integer-of-date (WS-BUSINESS-DATE)
                + WS-STP-DAYS).

           move 0 to WS-STP-ID.
           open i-o STOP-PAYMENT-FILE.
           if WS-STOP-STATUS not = '00'
               open output STOP-PAYMENT-FILE
               close STOP-PAYMENT-FILE
               open i-o STOP-PAYMENT-FILE
           else
               move 999999 to STP-ID
               start STOP-PAYMENT-FILE key is less than or equal
                   to STP-ID
                   invalid key
                       move 0 to WS-STP-ID
                   not invalid key
                       read STOP-PAYMENT-FILE next record
                           at end
                               move 0 to WS-STP-ID
                           not at end
                               move STP-ID to WS-STP-ID
                       end-read
               end-start
           end-if.
           add 1 to WS-STP-ID.
           move WS-STP-ID to STP-ID.
           move WS-STP-CUST-ID to STP-CUST-ID.
           move WS-STP-CHECK-FROM to STP-CHECK-FROM.
           move WS-STP-CHECK-TO to STP-CHECK-TO.
           move WS-STP-AMOUNT to STP-AMOUNT.
           move WS-BUSINESS-DATE to STP-PLACED-DATE.
           move WS-STP-EXPIRY-DATE to STP-EXPIRY-DATE.
           move WS-OPERATOR-ID to STP-OPER-ID.
           set STP-ACTIVE to true.
           move 0 to STP-HIT-COUNT.
           move 0 to STP-LAST-HIT-DATE.
           write STOP-PAYMENT-RECORD.
           close STOP-PAYMENT-FILE.
           move 'STOP-PAY-PLACE' to WS-EJ-ACTION.
           move WS-STP-CUST-ID to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.
           string "checks " delimited by size
                  WS-STP-CHECK-FROM delimited by size
                  "-" delimited by size
                  WS-STP-CHECK-TO delimited by size
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-ELECTRONIC-JOURNAL.
           display "Stop payment order " WS-STP-ID
               " placed, expires " WS-STP-EXPIRY-DATE ".".
       PLACE-STOP-PAYMENT-DONE.
           continue.

       LIST-STOP-PAYMENTS.
           display "Enter Customer ID (0 for all): ".
           accept WS-STP-CUST-ID.
           open input STOP-PAYMENT-FILE.
           if WS-STOP-STATUS not = '00'
               display "No stop payment orders on file."
               go to LIST-STOP-PAYMENTS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           display "ID     Cust-ID  From     To       Amount      "
               "Expires  Status Hits".
           read STOP-PAYMENT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if WS-STP-CUST-ID = 0 or STP-CUST-ID = WS-STP-CUST-ID
                   display STP-ID " " STP-CUST-ID "   "
                       STP-CHECK-FROM " " STP-CHECK-TO " "
                       STP-AMOUNT " " STP-EXPIRY-DATE " "
                       STP-STATUS "      " STP-HIT-COUNT
               end-if
               read STOP-PAYMENT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close STOP-PAYMENT-FILE.
       LIST-STOP-PAYMENTS-DONE.
           move 'N' to WS-EOF-FLAG.

       RELEASE-STOP-PAYMENT.
           display "Enter Stop Payment Order ID to release: ".
           accept WS-STP-ID.
           open i-o STOP-PAYMENT-FILE.
           if WS-STOP-STATUS not = '00'
               display "No stop payment orders on file."
               go to RELEASE-STOP-PAYMENT-DONE
           end-if.
           move WS-STP-ID to STP-ID.
           read STOP-PAYMENT-FILE
               invalid key
                   display "Stop payment order not found."
                   close STOP-PAYMENT-FILE
                   go to RELEASE-STOP-PAYMENT-DONE
           end-read.
           if STP-RELEASED
               display "That order is already released."
               close STOP-PAYMENT-FILE
               go to RELEASE-STOP-PAYMENT-DONE
           end-if.
           set STP-RELEASED to true.
           rewrite STOP-PAYMENT-RECORD.
           close STOP-PAYMENT-FILE.
           move 'STOP-PAY-RELEASE' to WS-EJ-ACTION.
           move STP-CUST-ID to WS-EJ-CUST-ID.
           move spaces to WS-EJ-DETAIL.
           string "order " delimited by size
                  WS-STP-ID delimited by size
                  into WS-EJ-DETAIL
           end-string.
           perform WRITE-ELECTRONIC-JOURNAL.
           display "Stop payment order released.".
       RELEASE-STOP-PAYMENT-DONE.
           continue.

       VIEW-CUSTOMER-ACCOUNTS.
           display "Enter Customer ID to search (0 for all): ".
           accept WS-SEARCH-CUST-ID.
           end-string.
           write CUSTOMER-VIEW-EXPORT-LINE.

      *    Shows any savings or money market product accounts for the
      *    customer record currently held in CUSTOMER-RECORD, under
      *    the product's catalog name.
       LIST-CUSTOMER-ADDITIONAL-ACCOUNTS.
           move CUST-ID to WS-ACCT-CUST-ID.
           open input ACCOUNT-FILE.
           if WS-ACCOUNT-STATUS = '00'
               move CUST-ID to ACCT-CUST-ID
               move low-values to ACCT-TYPE
               move 'N' to WS-PROD-EOF-FLAG
               start ACCOUNT-FILE key is greater than or equal to
                   ACCT-KEY
                   invalid key
                       move 'Y' to WS-PROD-EOF-FLAG
               end-start
               perform until PROD-EOF-REACHED
                   read ACCOUNT-FILE next record
                       at end
                           move 'Y' to WS-PROD-EOF-FLAG
                   end-read
                   if not PROD-EOF-REACHED
                       if ACCT-CUST-ID not = WS-ACCT-CUST-ID
                           move 'Y' to WS-PROD-EOF-FLAG
                       else
                           move ACCT-TYPE to WS-DEP-CHECK-CODE
                           perform CHECK-DEPOSIT-PRODUCT
                           if DEPOSIT-PRODUCT
                               move ACCT-TYPE to WS-PROD-LOOKUP-CODE
                               perform LOOKUP-PRODUCT
                               display "     - " PROD-NAME " Acct "
                                   ACCT-NUMBER " Balance "
                                   ACCT-BALANCE
                           end-if
                       end-if
                   end-if
               end-perform
               close ACCOUNT-FILE
           end-if.

      *    Checking's overdraft limit counts only while the checking
      *    product is overdraft-eligible.
       APPLY-CHECKING-OD-RULE.
           move 'C' to WS-PROD-LOOKUP-CODE.
           perform LOOKUP-PRODUCT.
           if not PROD-OD-ALLOWED
               move 0 to WS-CUST-OD-LIMIT
           end-if.

      *    Counts the withdrawals WS-TRANS-CUST-ID has already taken
      *    from the WS-ACCT-TYPE-CHOICE account in the statement cycle
      *    holding the business date -- the calendar month, or the
      *    calendar quarter for a quarterly product. Voided
      *    withdrawals do not count.
       COUNT-CYCLE-WITHDRAWALS.
           move 0 to WS-WDR-CYCLE-COUNT.
           move WS-BUSINESS-DATE (5:2) to WS-WDR-MONTH.
           subtract 1 from WS-WDR-MONTH.
           divide WS-WDR-MONTH by 3 giving WS-WDR-BUS-QUARTER
               remainder WS-WDR-QTR-REM.
           move 'N' to WS-WDR-SCAN-EOF.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move WS-TRANS-CUST-ID to TRANS-CUST-ID
               start TRANSACTION-FILE key is equal to TRANS-CUST-ID
                   invalid key
                       move 'Y' to WS-WDR-SCAN-EOF
               end-start
               perform until WDR-SCAN-EOF-REACHED
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-WDR-SCAN-EOF
                   end-read
                   if not WDR-SCAN-EOF-REACHED
                       if TRANS-CUST-ID not = WS-TRANS-CUST-ID
                           move 'Y' to WS-WDR-SCAN-EOF
                       else
                           perform COUNT-ONE-CYCLE-WITHDRAWAL
                       end-if
                   end-if
               end-perform
               close TRANSACTION-FILE
           end-if.

       COUNT-ONE-CYCLE-WITHDRAWAL.
           if (TRANS-TYPE = 'W' or TRANS-TYPE = 'w')
              and TRANS-ACCT-TYPE = WS-ACCT-TYPE-CHOICE
              and not TRANS-IS-REVERSED
              and TRANS-DATE (1:4) = WS-BUSINESS-DATE (1:4)
               if WS-WDR-CYCLE = 'Q'
                   move TRANS-DATE (5:2) to WS-WDR-MONTH
                   subtract 1 from WS-WDR-MONTH
                   divide WS-WDR-MONTH by 3
                       giving WS-WDR-TRANS-QUARTER
                       remainder WS-WDR-QTR-REM
                   if WS-WDR-TRANS-QUARTER = WS-WDR-BUS-QUARTER
                       add 1 to WS-WDR-CYCLE-COUNT
                   end-if
               else
                   if TRANS-DATE (5:2) = WS-BUSINESS-DATE (5:2)
                       add 1 to WS-WDR-CYCLE-COUNT
                   end-if
               end-if
           end-if.

      *    Reads the catalog row for WS-PROD-LOOKUP-CODE into
      *    PRODUCT-RECORD. A code with no row -- or no catalog at
      *    all -- gets the built-in rules its account type carried
      *    before the catalog existed; PROD-CATEGORY is left space
      *    for a code that is neither.
       LOOKUP-PRODUCT.
           move 'N' to WS-PROD-ON-FILE.
           open input PRODUCT-FILE.
           if WS-PRODUCT-STATUS = '00'
               move WS-PROD-LOOKUP-CODE to PROD-CODE
               read PRODUCT-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-PROD-ON-FILE
               end-read
               close PRODUCT-FILE
           end-if.
           if not PRODUCT-ON-FILE
               perform SET-BUILTIN-PRODUCT
           end-if.

       SET-BUILTIN-PRODUCT.
           initialize PRODUCT-RECORD.
           move WS-PROD-LOOKUP-CODE to PROD-CODE.
           move 'A' to PROD-STATUS.
           move 'N' to PROD-OD-ELIGIBLE.
           move 'M' to PROD-STMT-CYCLE.
           move 1000.00 to PROD-TIER-1-CEILING.
           move 10000.00 to PROD-TIER-2-CEILING.
           move 0.0050 to PROD-TIER-1-RATE.
           move 0.0100 to PROD-TIER-2-RATE.
           move 0.0150 to PROD-TIER-3-RATE.
           evaluate WS-PROD-LOOKUP-CODE
               when 'C'
                   move 'Checking' to PROD-NAME
                   move 'C' to PROD-CATEGORY
                   move 'Y' to PROD-OD-ELIGIBLE
               when 'S'
                   move 'Savings' to PROD-NAME
                   move 'S' to PROD-CATEGORY
                   move 1 to PROD-NUMBER-SUFFIX
               when 'M'
                   move 'Money Market' to PROD-NAME
                   move 'M' to PROD-CATEGORY
                   move 2 to PROD-NUMBER-SUFFIX
               when 'I'
                   move 'IRA' to PROD-NAME
                   move 'T' to PROD-CATEGORY
                   move 3 to PROD-NUMBER-SUFFIX
               when 'H'
                   move 'HSA' to PROD-NAME
                   move 'T' to PROD-CATEGORY
                   move 4 to PROD-NUMBER-SUFFIX
               when other
                   move space to PROD-CATEGORY
                   initialize PROD-TIER-SET
           end-evaluate.

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

      *    Sorts the transaction history into SORTED-TRANS-FILE on the
