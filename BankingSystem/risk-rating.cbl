       identification division.
       program-id. risk-rating.

      *    Monthly customer AML risk rating batch. Every open customer
      *    is scored from data already on file, over the last
      *    RR-LOOKBACK-DAYS (default 90) where activity is counted:
      *      K  KYC/CIP not verified (kyc_status.dat), or failed
      *      W  watch-list hits still open or blocked
      *      S  surveillance findings taken into AML cases, and any
      *         SAR filed on the customer
      *      F  fraud review entries (fraud_review.dat)
      *      C  teller cash deposits at or above RR-CASH-THRESHOLD
      *      X  outbound wires (outbound_settlements.dat) at or above
      *         RR-WIRE-THRESHOLD
      *      B  business customer, more so when the entity type is
      *         one listed in high_risk_business.dat
      *    A score of RR-HIGH-SCORE (default 50) rates high, of
      *    RR-MEDIUM-SCORE (default 20) medium, anything less low.
      *    The rating, score and the letters of the contributing
      *    factors are kept per customer in risk_ratings.dat, a line
      *    per customer per run goes to risk_rating_history.dat, and
      *    every new or changed rating is listed for the BSA officer
      *    in risk_rating_changes.txt. kyc-review.cbl sets the
      *    periodic review cycle from the rating.

       environment division.
       input-output section.
       file-control.
       select RISK-RATING-FILE
           assign to 'risk_ratings.dat'
           organization is indexed
           access mode is dynamic
           record key is RSK-CUST-ID
           lock mode is automatic
           file status is WS-RSK-STATUS.
       select RISK-HISTORY-FILE
           assign to 'risk_rating_history.dat'
           organization is line sequential
           file status is WS-RSH-STATUS.
       select RISK-CHANGE-REPORT-FILE
           assign to 'risk_rating_changes.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
      *    One entity type per line, as keyed on the entity profile,
      *    for the business types the bank treats as higher risk.
       select HIGH-RISK-TYPE-FILE
           assign to 'high_risk_business.dat'
           organization is line sequential
           file status is WS-HRT-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select KYC-STATUS-FILE
           assign to 'kyc_status.dat'
           organization is indexed
           access mode is dynamic
           record key is KYC-CUST-ID
           lock mode is automatic
           file status is WS-KYC-STATUS.
       select ENTITY-PROFILE-FILE
           assign to 'entity_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is EPR-CUST-ID
           lock mode is automatic
           file status is WS-EPR-STATUS.
       select AML-CASE-FILE
           assign to 'aml_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is AML-CASE-ID
           lock mode is automatic
           file status is WS-AML-STATUS.
       select AML-FINDING-FILE
           assign to 'aml_findings.dat'
           organization is indexed
           access mode is dynamic
           record key is AMF-KEY
           lock mode is automatic
           file status is WS-AMF-STATUS.
       select FRAUD-REVIEW-FILE
           assign to 'fraud_review.dat'
           organization is line sequential
           file status is WS-FRAUD-REVIEW-STATUS.
       select WATCH-HIT-FILE
           assign to 'watch_hits.dat'
           organization is indexed
           access mode is dynamic
           record key is HIT-ID
           lock mode is automatic
           file status is WS-HIT-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select OUTBOUND-SETTLEMENT-FILE
           assign to 'outbound_settlements.dat'
           organization is indexed
           access mode is dynamic
           record key is XFER-ID
           lock mode is automatic
           file status is WS-XFER-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd RISK-RATING-FILE.
       01 RISK-RATING-RECORD.
          05 RSK-CUST-ID            pic 9(6).
          05 RSK-RATING             pic x(1).
             88 RSK-LOW             value 'L'.
             88 RSK-MEDIUM          value 'M'.
             88 RSK-HIGH            value 'H'.
          05 RSK-SCORE              pic 9(3).
      *    Letter per contributing factor, in the order K W S F C X B,
      *    blank where the factor did not score.
          05 RSK-FACTORS            pic x(7).
          05 RSK-FACTOR-TABLE redefines RSK-FACTORS.
             10 RSK-FACTOR occurs 7 times pic x(1).
          05 RSK-PRIOR-RATING       pic x(1).
          05 RSK-RATED-DATE         pic 9(8).
          05 RSK-CHANGED-DATE       pic 9(8).
      *    What the last run found.
          05 RSK-KYC-STATE          pic x(1).
          05 RSK-CUST-TYPE          pic x(1).
          05 RSK-HIGH-RISK-TYPE     pic x(1).
          05 RSK-HITS-OPEN          pic 9(3).
          05 RSK-HITS-BLOCKED       pic 9(3).
          05 RSK-SURV-COUNT         pic 9(3).
          05 RSK-SAR-COUNT          pic 9(3).
          05 RSK-FRAUD-COUNT        pic 9(3).
          05 RSK-CASH-TOTAL         pic 9(10)v99.
          05 RSK-WIRE-COUNT         pic 9(5).
          05 RSK-WIRE-TOTAL         pic 9(10)v99.

       fd RISK-HISTORY-FILE.
       01 RISK-HISTORY-RECORD.
          05 RSH-CUST-ID            pic 9(6).
          05 RSH-DATE               pic 9(8).
          05 RSH-RATING             pic x(1).
          05 RSH-SCORE              pic 9(3).
          05 RSH-FACTORS            pic x(7).
          05 RSH-PRIOR-RATING       pic x(1).

       fd RISK-CHANGE-REPORT-FILE.
       01 RISK-CHANGE-LINE          pic x(100).

       fd HIGH-RISK-TYPE-FILE.
       01 HIGH-RISK-TYPE-LINE       pic x(20).

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

       fd KYC-STATUS-FILE.
       01 KYC-STATUS-RECORD.
          05 KYC-CUST-ID            pic 9(6).
          05 KYC-STATE              pic x(1).
             88 KYC-UNVERIFIED      value 'U'.
             88 KYC-DOCS-PENDING    value 'P'.
             88 KYC-VERIFIED        value 'V'.
             88 KYC-FAILED          value 'F'.
          05 KYC-OPENED-DATE        pic 9(8).
          05 KYC-REVIEWED-BY        pic 9(4).
          05 KYC-REVIEWED-DATE      pic 9(8).

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

       fd AML-FINDING-FILE.
       01 AML-FINDING-RECORD.
          05 AMF-KEY.
             10 AMF-CASE-ID         pic 9(6).
             10 AMF-SEQ             pic 9(3).
          05 AMF-SOURCE             pic x(1).
             88 AMF-FROM-SURVEILLANCE value 'S'.
             88 AMF-FROM-FRAUD-REVIEW value 'F'.
             88 AMF-FROM-WATCH-HIT  value 'W'.
          05 AMF-DATE               pic 9(8).
          05 AMF-CUST-ID            pic 9(6).
          05 AMF-TRANS-ID           pic 9(6).
          05 AMF-HIT-ID             pic 9(6).
          05 AMF-CODE               pic x(12).
          05 AMF-AMOUNT             pic 9(8)v99.

       fd FRAUD-REVIEW-FILE.
       01 FRAUD-REVIEW-RECORD.
          05 FRV-DATE               pic 9(8).
          05 FRV-TIME               pic 9(6).
          05 FRV-OPER-ID            pic 9(4).
          05 FRV-CUST-ID            pic 9(6).
          05 FRV-RULE-CODE          pic x(8).
          05 FRV-AMOUNT             pic 9(8)v99.
          05 FRV-ACTION             pic x(1).

       fd WATCH-HIT-FILE.
       01 WATCH-HIT-RECORD.
          05 HIT-ID                 pic 9(6).
          05 HIT-SOURCE             pic x(1).
             88 HIT-ON-CUSTOMER     value 'C'.
             88 HIT-ON-WIRE         value 'W'.
             88 HIT-ON-OWNER        value 'B'.
          05 HIT-CUST-ID            pic 9(6).
          05 HIT-NAME               pic x(30).
          05 HIT-TAX-ID             pic 9(9).
          05 HIT-WL-NAME            pic x(30).
          05 HIT-DATE               pic 9(8).
          05 HIT-OPER-ID            pic 9(4).
          05 HIT-STATUS             pic x(1).
             88 HIT-OPEN            value 'P'.
             88 HIT-CLEARED         value 'F'.
             88 HIT-BLOCKED         value 'B'.
          05 HIT-REVIEWED-BY        pic 9(4).
          05 HIT-REVIEWED-DATE      pic 9(8).

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

       fd OUTBOUND-SETTLEMENT-FILE.
       01 OUTBOUND-SETTLEMENT-RECORD.
          05 XFER-ID                pic 9(6).
          05 XFER-CUST-ID           pic 9(6).
          05 XFER-TRANS-ID          pic 9(6).
          05 XFER-AMOUNT            pic 9(8)v99.
          05 XFER-DEST-ROUTING      pic 9(9).
          05 XFER-DEST-ACCOUNT      pic 9(10).
          05 XFER-QUEUED-DATE       pic 9(8).
          05 XFER-STATUS            pic x(1).
             88 XFER-QUEUED         value 'Q'.
             88 XFER-SENT           value 'S'.
             88 XFER-SETTLED        value 'T'.
             88 XFER-RETURNED       value 'R'.

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-RSK-STATUS             pic xx.
       01 WS-RSH-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-HRT-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-KYC-STATUS             pic xx.
       01 WS-EPR-STATUS             pic xx.
       01 WS-AML-STATUS             pic xx.
       01 WS-AMF-STATUS             pic xx.
       01 WS-FRAUD-REVIEW-STATUS    pic xx.
       01 WS-HIT-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-XFER-STATUS            pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

      *    Scoring knobs; the RR- parameters override each.
       01 WS-LOOKBACK-DAYS          pic 9(4) value 90.
       01 WS-CASH-THRESHOLD         pic 9(8)v99 value 50000.00.
       01 WS-WIRE-THRESHOLD         pic 9(8)v99 value 50000.00.
       01 WS-HIGH-SCORE             pic 9(3) value 50.
       01 WS-MEDIUM-SCORE           pic 9(3) value 20.
       01 WS-SINCE-DATE             pic 9(8).

      *    Points each factor carries.
       01 WS-PTS-KYC-FAILED         pic 9(3) value 40.
       01 WS-PTS-KYC-OPEN           pic 9(3) value 15.
       01 WS-PTS-HIT-BLOCKED        pic 9(3) value 60.
       01 WS-PTS-HIT-OPEN           pic 9(3) value 30.
       01 WS-PTS-SAR                pic 9(3) value 60.
       01 WS-PTS-PER-FINDING        pic 9(3) value 10.
       01 WS-PTS-FINDING-CAP        pic 9(3) value 30.
       01 WS-PTS-CASH               pic 9(3) value 20.
       01 WS-PTS-WIRE               pic 9(3) value 20.
       01 WS-PTS-BUSINESS           pic 9(3) value 10.
       01 WS-PTS-HIGH-RISK-TYPE     pic 9(3) value 30.

       01 WS-SCORE                  pic 9(4).
       01 WS-FACTOR-POINTS          pic 9(4).
       01 WS-NEW-RATING             pic x(1).
       01 WS-RATING-ON-FILE         pic x(1).
          88 RATING-ON-FILE         value 'Y'.

       01 WS-HRT-TABLE.
          05 WS-HRT-ENTRY occurs 50 times pic x(20).
       01 WS-HRT-USED               pic 9(2) value zero.
       01 WS-HRT-IDX                pic 9(2).
       01 WS-ENTITY-TYPE            pic x(20).

       01 WS-RATED-COUNT            pic 9(6) value zero.
       01 WS-CHANGED-COUNT          pic 9(6) value zero.
       01 WS-LOW-COUNT              pic 9(6) value zero.
       01 WS-MEDIUM-COUNT           pic 9(6) value zero.
       01 WS-HIGH-COUNT             pic 9(6) value zero.

       01 WS-CHANGE-HEADING.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(32) value 'NAME'.
          05 filler                 pic x(6) value 'WAS'.
          05 filler                 pic x(6) value 'NOW'.
          05 filler                 pic x(7) value 'SCORE'.
          05 filler                 pic x(9) value 'FACTORS'.
          05 filler                 pic x(15) value 'CASH IN'.
          05 filler                 pic x(15) value 'WIRES OUT'.
       01 WS-CHANGE-DETAIL.
          05 WS-CD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-NAME             pic x(30).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-WAS              pic x(4).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-NOW              pic x(4).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-SCORE            pic zz9.
          05 filler                 pic x(4) value spaces.
          05 WS-CD-FACTORS          pic x(7).
          05 filler                 pic x(2) value spaces.
          05 WS-CD-CASH             pic z,zzz,zz9.99.
          05 filler                 pic x(3) value spaces.
          05 WS-CD-WIRES            pic z,zzz,zz9.99.
       01 WS-RATING-WORD            pic x(4).

       procedure division.
       MAIN-LOGIC.
           display "Customer Risk Rating Batch Starting...".
           perform GET-BUSINESS-DATE.
           perform LOAD-RATING-PARAMETERS.
           compute WS-SINCE-DATE = function date-of-integer
               (function integer-of-date (WS-BUSINESS-DATE)
                - WS-LOOKBACK-DAYS).
           perform LOAD-HIGH-RISK-TYPES.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "No customers on file. Nothing to rate."
               stop run
           end-if.
           close CUSTOMER-FILE.
           open i-o RISK-RATING-FILE.
           if WS-RSK-STATUS not = '00'
               open output RISK-RATING-FILE
               close RISK-RATING-FILE
               open i-o RISK-RATING-FILE
           end-if.

           perform PREPARE-RATINGS.
           perform COUNT-WATCH-HITS thru COUNT-WATCH-HITS-DONE.
           perform COUNT-AML-FINDINGS thru COUNT-AML-FINDINGS-DONE.
           perform COUNT-FRAUD-REVIEWS thru COUNT-FRAUD-REVIEWS-DONE.
           perform TOTAL-CASH-DEPOSITS thru TOTAL-CASH-DEPOSITS-DONE.
           perform TOTAL-OUTBOUND-WIRES
               thru TOTAL-OUTBOUND-WIRES-DONE.
           perform SCORE-CUSTOMERS.

           close RISK-RATING-FILE.
           display WS-RATED-COUNT " customer(s) rated: "
               WS-HIGH-COUNT " high, " WS-MEDIUM-COUNT " medium, "
               WS-LOW-COUNT " low.".
           display WS-CHANGED-COUNT " new or changed rating(s) "
               "written to risk_rating_changes.txt.".
           stop run.

       LOAD-RATING-PARAMETERS.
           move 'RR-LOOKBACK-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-LOOKBACK-DAYS
           end-if.
           move 'RR-CASH-THRESHOLD' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CASH-THRESHOLD
           end-if.
           move 'RR-WIRE-THRESHOLD' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-WIRE-THRESHOLD
           end-if.
           move 'RR-HIGH-SCORE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-HIGH-SCORE
           end-if.
           move 'RR-MEDIUM-SCORE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-MEDIUM-SCORE
           end-if.

       LOAD-HIGH-RISK-TYPES.
           move 0 to WS-HRT-USED.
           open input HIGH-RISK-TYPE-FILE.
           if WS-HRT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read HIGH-RISK-TYPE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if HIGH-RISK-TYPE-LINE not = spaces
                              and WS-HRT-USED < 50
                               add 1 to WS-HRT-USED
                               move HIGH-RISK-TYPE-LINE
                                   to WS-HRT-ENTRY (WS-HRT-USED)
                               inspect WS-HRT-ENTRY (WS-HRT-USED)
                                   converting
                                   'abcdefghijklmnopqrstuvwxyz'
                                   to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                           end-if
                   end-read
               end-perform
               close HIGH-RISK-TYPE-FILE
           end-if.

      *    One rating row per open customer, counts cleared for this
      *    run, with the KYC state and customer type as they stand.
      *    The rating already on file becomes the prior rating --
      *    unless it was set today, so a rerun still reports the
      *    change against last month.
       PREPARE-RATINGS.
           open input CUSTOMER-FILE.
           open input KYC-STATUS-FILE.
           open input ENTITY-PROFILE-FILE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if not CUST-CLOSED
                           perform PREPARE-ONE-RATING
                       end-if
               end-read
           end-perform.
           close CUSTOMER-FILE.
           if WS-KYC-STATUS = '00'
               close KYC-STATUS-FILE
           end-if.
           if WS-EPR-STATUS = '00'
               close ENTITY-PROFILE-FILE
           end-if.

       PREPARE-ONE-RATING.
           move 'Y' to WS-RATING-ON-FILE.
           move CUST-ID to RSK-CUST-ID.
           read RISK-RATING-FILE
               invalid key
                   move 'N' to WS-RATING-ON-FILE
           end-read.
           if not RATING-ON-FILE
               move CUST-ID to RSK-CUST-ID
               move space to RSK-RATING
               move space to RSK-PRIOR-RATING
               move 0 to RSK-SCORE
               move spaces to RSK-FACTORS
               move 0 to RSK-RATED-DATE
               move 0 to RSK-CHANGED-DATE
           else
               if RSK-RATED-DATE not = WS-BUSINESS-DATE
                   move RSK-RATING to RSK-PRIOR-RATING
               end-if
           end-if.
           move 0 to RSK-HITS-OPEN RSK-HITS-BLOCKED RSK-SURV-COUNT
               RSK-SAR-COUNT RSK-FRAUD-COUNT RSK-CASH-TOTAL
               RSK-WIRE-COUNT RSK-WIRE-TOTAL.
           move space to RSK-KYC-STATE.
           if WS-KYC-STATUS = '00'
               move CUST-ID to KYC-CUST-ID
               read KYC-STATUS-FILE
                   invalid key
                       continue
                   not invalid key
                       move KYC-STATE to RSK-KYC-STATE
               end-read
           end-if.
           move 'I' to RSK-CUST-TYPE.
           move 'N' to RSK-HIGH-RISK-TYPE.
           if WS-EPR-STATUS = '00'
               move CUST-ID to EPR-CUST-ID
               read ENTITY-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move EPR-CUST-TYPE to RSK-CUST-TYPE
                       perform CHECK-HIGH-RISK-TYPE
               end-read
           end-if.
           if not RATING-ON-FILE
               write RISK-RATING-RECORD
           else
               rewrite RISK-RATING-RECORD
           end-if.

       CHECK-HIGH-RISK-TYPE.
           move EPR-ENTITY-TYPE to WS-ENTITY-TYPE.
           inspect WS-ENTITY-TYPE
               converting 'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           perform varying WS-HRT-IDX from 1 by 1
               until WS-HRT-IDX > WS-HRT-USED
               if WS-HRT-ENTRY (WS-HRT-IDX) = WS-ENTITY-TYPE
                   move 'Y' to RSK-HIGH-RISK-TYPE
               end-if
           end-perform.

      *    Watch-list hits of any age still open or blocked; a hit
      *    cleared as a false positive no longer counts.
       COUNT-WATCH-HITS.
           open input WATCH-HIT-FILE.
           if WS-HIT-STATUS not = '00'
               go to COUNT-WATCH-HITS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read WATCH-HIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if HIT-CUST-ID not = 0 and not HIT-CLEARED
                           move HIT-CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   if HIT-BLOCKED
                                       add 1 to RSK-HITS-BLOCKED
                                   else
                                       add 1 to RSK-HITS-OPEN
                                   end-if
                                   rewrite RISK-RATING-RECORD
                           end-read
                       end-if
               end-read
           end-perform.
           close WATCH-HIT-FILE.
       COUNT-WATCH-HITS-DONE.
           continue.

      *    Surveillance findings taken into AML cases within the
      *    lookback, and every SAR ever filed on the customer.
       COUNT-AML-FINDINGS.
           open input AML-FINDING-FILE.
           if WS-AMF-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read AML-FINDING-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMF-FROM-SURVEILLANCE
                              and AMF-DATE >= WS-SINCE-DATE
                               move AMF-CUST-ID to RSK-CUST-ID
                               read RISK-RATING-FILE
                                   invalid key
                                       continue
                                   not invalid key
                                       add 1 to RSK-SURV-COUNT
                                       rewrite RISK-RATING-RECORD
                               end-read
                           end-if
                   end-read
               end-perform
               close AML-FINDING-FILE
           end-if.
           open input AML-CASE-FILE.
           if WS-AML-STATUS not = '00'
               go to COUNT-AML-FINDINGS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read AML-CASE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if AML-SAR-DATE not = 0
                           move AML-CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to RSK-SAR-COUNT
                                   rewrite RISK-RATING-RECORD
                           end-read
                       end-if
               end-read
           end-perform.
           close AML-CASE-FILE.
       COUNT-AML-FINDINGS-DONE.
           continue.

       COUNT-FRAUD-REVIEWS.
           open input FRAUD-REVIEW-FILE.
           if WS-FRAUD-REVIEW-STATUS not = '00'
               go to COUNT-FRAUD-REVIEWS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read FRAUD-REVIEW-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if FRV-DATE >= WS-SINCE-DATE
                          and FRV-CUST-ID not = 0
                           move FRV-CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to RSK-FRAUD-COUNT
                                   rewrite RISK-RATING-RECORD
                           end-read
                       end-if
               end-read
           end-perform.
           close FRAUD-REVIEW-FILE.
       COUNT-FRAUD-REVIEWS-DONE.
           continue.

      *    Teller deposits ('D') within the lookback that were not
      *    reversed -- the cash coming across the counter.
       TOTAL-CASH-DEPOSITS.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS not = '00'
               go to TOTAL-CASH-DEPOSITS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if (TRANS-TYPE = 'D' or TRANS-TYPE = 'd')
                          and TRANS-REVERSED not = 'Y'
                          and TRANS-DATE >= WS-SINCE-DATE
                           move TRANS-CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   add TRANS-AMOUNT to RSK-CASH-TOTAL
                                   rewrite RISK-RATING-RECORD
                           end-read
                       end-if
               end-read
           end-perform.
           close TRANSACTION-FILE.
       TOTAL-CASH-DEPOSITS-DONE.
           continue.

      *    Outbound transfers queued within the lookback, less any
      *    that came back.
       TOTAL-OUTBOUND-WIRES.
           open input OUTBOUND-SETTLEMENT-FILE.
           if WS-XFER-STATUS not = '00'
               go to TOTAL-OUTBOUND-WIRES-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read OUTBOUND-SETTLEMENT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if XFER-QUEUED-DATE >= WS-SINCE-DATE
                          and not XFER-RETURNED
                           move XFER-CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   add 1 to RSK-WIRE-COUNT
                                   add XFER-AMOUNT to RSK-WIRE-TOTAL
                                   rewrite RISK-RATING-RECORD
                           end-read
                       end-if
               end-read
           end-perform.
           close OUTBOUND-SETTLEMENT-FILE.
       TOTAL-OUTBOUND-WIRES-DONE.
           continue.

      *    Scores each open customer's row, writes the history line
      *    and reports every new or changed rating.
       SCORE-CUSTOMERS.
           open extend RISK-HISTORY-FILE.
           if WS-RSH-STATUS not = '00'
               open output RISK-HISTORY-FILE
           end-if.
           open output RISK-CHANGE-REPORT-FILE.
           move spaces to RISK-CHANGE-LINE.
           string "CUSTOMER RISK RATING CHANGES - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into RISK-CHANGE-LINE
           end-string.
           write RISK-CHANGE-LINE.
           move spaces to RISK-CHANGE-LINE.
           string "Activity since " delimited by size
                  WS-SINCE-DATE delimited by size
                  ".  K=KYC W=watch S=surveillance/SAR F=fraud"
                  delimited by size
                  " C=cash X=wires B=business" delimited by size
                  into RISK-CHANGE-LINE
           end-string.
           write RISK-CHANGE-LINE.
           move all "=" to RISK-CHANGE-LINE.
           write RISK-CHANGE-LINE.
           write RISK-CHANGE-LINE from WS-CHANGE-HEADING.

           open input CUSTOMER-FILE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if not CUST-CLOSED
                           move CUST-ID to RSK-CUST-ID
                           read RISK-RATING-FILE
                               invalid key
                                   continue
                               not invalid key
                                   perform SCORE-ONE-CUSTOMER
                           end-read
                       end-if
               end-read
           end-perform.
           close CUSTOMER-FILE.

           if WS-CHANGED-COUNT = 0
               move "  No rating changes." to RISK-CHANGE-LINE
               write RISK-CHANGE-LINE
           end-if.
           move all "-" to RISK-CHANGE-LINE.
           write RISK-CHANGE-LINE.
           move spaces to RISK-CHANGE-LINE.
           string "Rated: " delimited by size
                  WS-RATED-COUNT delimited by size
                  "   High: " delimited by size
                  WS-HIGH-COUNT delimited by size
                  "   Medium: " delimited by size
                  WS-MEDIUM-COUNT delimited by size
                  "   Low: " delimited by size
                  WS-LOW-COUNT delimited by size
                  "   Changed: " delimited by size
                  WS-CHANGED-COUNT delimited by size
                  into RISK-CHANGE-LINE
           end-string.
           write RISK-CHANGE-LINE.
           close RISK-CHANGE-REPORT-FILE.
           close RISK-HISTORY-FILE.

       SCORE-ONE-CUSTOMER.
           move 0 to WS-SCORE.
           move spaces to RSK-FACTORS.
           evaluate RSK-KYC-STATE
               when 'F'
                   add WS-PTS-KYC-FAILED to WS-SCORE
                   move 'K' to RSK-FACTOR (1)
               when 'U'
               when 'P'
                   add WS-PTS-KYC-OPEN to WS-SCORE
                   move 'K' to RSK-FACTOR (1)
           end-evaluate.
           if RSK-HITS-BLOCKED > 0
               add WS-PTS-HIT-BLOCKED to WS-SCORE
               move 'W' to RSK-FACTOR (2)
           else
               if RSK-HITS-OPEN > 0
                   add WS-PTS-HIT-OPEN to WS-SCORE
                   move 'W' to RSK-FACTOR (2)
               end-if
           end-if.
           if RSK-SAR-COUNT > 0
               add WS-PTS-SAR to WS-SCORE
               move 'S' to RSK-FACTOR (3)
           end-if.
           if RSK-SURV-COUNT > 0
               compute WS-FACTOR-POINTS =
                   RSK-SURV-COUNT * WS-PTS-PER-FINDING
               if WS-FACTOR-POINTS > WS-PTS-FINDING-CAP
                   move WS-PTS-FINDING-CAP to WS-FACTOR-POINTS
               end-if
               add WS-FACTOR-POINTS to WS-SCORE
               move 'S' to RSK-FACTOR (3)
           end-if.
           if RSK-FRAUD-COUNT > 0
               compute WS-FACTOR-POINTS =
                   RSK-FRAUD-COUNT * WS-PTS-PER-FINDING
               if WS-FACTOR-POINTS > WS-PTS-FINDING-CAP
                   move WS-PTS-FINDING-CAP to WS-FACTOR-POINTS
               end-if
               add WS-FACTOR-POINTS to WS-SCORE
               move 'F' to RSK-FACTOR (4)
           end-if.
           if RSK-CASH-TOTAL >= WS-CASH-THRESHOLD
               add WS-PTS-CASH to WS-SCORE
               move 'C' to RSK-FACTOR (5)
           end-if.
           if RSK-WIRE-TOTAL >= WS-WIRE-THRESHOLD
               add WS-PTS-WIRE to WS-SCORE
               move 'X' to RSK-FACTOR (6)
           end-if.
           if RSK-CUST-TYPE not = 'I' and RSK-CUST-TYPE not = space
               add WS-PTS-BUSINESS to WS-SCORE
               move 'B' to RSK-FACTOR (7)
           end-if.
           if RSK-HIGH-RISK-TYPE = 'Y'
               add WS-PTS-HIGH-RISK-TYPE to WS-SCORE
               move 'B' to RSK-FACTOR (7)
           end-if.
           if WS-SCORE > 999
               move 999 to WS-SCORE
           end-if.

           evaluate true
               when WS-SCORE >= WS-HIGH-SCORE
                   move 'H' to WS-NEW-RATING
                   add 1 to WS-HIGH-COUNT
               when WS-SCORE >= WS-MEDIUM-SCORE
                   move 'M' to WS-NEW-RATING
                   add 1 to WS-MEDIUM-COUNT
               when other
                   move 'L' to WS-NEW-RATING
                   add 1 to WS-LOW-COUNT
           end-evaluate.
           add 1 to WS-RATED-COUNT.
           move WS-SCORE to RSK-SCORE.
           move WS-NEW-RATING to RSK-RATING.
           move WS-BUSINESS-DATE to RSK-RATED-DATE.
           if RSK-RATING not = RSK-PRIOR-RATING
               move WS-BUSINESS-DATE to RSK-CHANGED-DATE
               perform WRITE-CHANGE-LINE
           end-if.
           rewrite RISK-RATING-RECORD.

           move RSK-CUST-ID to RSH-CUST-ID.
           move WS-BUSINESS-DATE to RSH-DATE.
           move RSK-RATING to RSH-RATING.
           move RSK-SCORE to RSH-SCORE.
           move RSK-FACTORS to RSH-FACTORS.
           move RSK-PRIOR-RATING to RSH-PRIOR-RATING.
           write RISK-HISTORY-RECORD.

       WRITE-CHANGE-LINE.
           add 1 to WS-CHANGED-COUNT.
           move RSK-CUST-ID to WS-CD-CUST-ID.
           move CUST-NAME to WS-CD-NAME.
           move RSK-PRIOR-RATING to WS-RATING-WORD.
           perform NAME-RATING.
           move WS-RATING-WORD to WS-CD-WAS.
           move RSK-RATING to WS-RATING-WORD.
           perform NAME-RATING.
           move WS-RATING-WORD to WS-CD-NOW.
           move RSK-SCORE to WS-CD-SCORE.
           move RSK-FACTORS to WS-CD-FACTORS.
           move RSK-CASH-TOTAL to WS-CD-CASH.
           move RSK-WIRE-TOTAL to WS-CD-WIRES.
           write RISK-CHANGE-LINE from WS-CHANGE-DETAIL.

       NAME-RATING.
           evaluate WS-RATING-WORD (1:1)
               when 'H' move 'HIGH' to WS-RATING-WORD
               when 'M' move 'MED' to WS-RATING-WORD
               when 'L' move 'LOW' to WS-RATING-WORD
               when other move 'NEW' to WS-RATING-WORD
           end-evaluate.

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
