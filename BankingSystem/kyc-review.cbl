      *    deposits), not closed. The aging report lists every
      *    relationship stuck short of verified past the requested
      *    number of days -- 30 being the standard chase point.
      *    For a business customer the review shows the entity
      *    profile and the beneficial owners and controlling person
      *    on file, and a partnership, corporation or nonprofit
      *    cannot be verified until its ownership is certified in
      *    beneficial-owner-maint.cbl.
      *    Verified relationships come back for periodic review on a
      *    cycle set by the customer's AML risk rating from
      *    risk-rating.cbl: KYC-CYCLE-HIGH (default 365 days) for
      *    high risk, which is reviewed as enhanced due diligence,
      *    KYC-CYCLE-MEDIUM (730) and KYC-CYCLE-LOW (1095); a
      *    customer not yet rated runs on the medium cycle. Marking
      *    a verified relationship verified again records the
      *    periodic review.

       environment division.
       input-output section.
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
      *    Entity profile and beneficial owners kept by
      *    beneficial-owner-maint.cbl.
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
      *    Ratings kept by risk-rating.cbl.
       select RISK-RATING-FILE
           assign to 'risk_ratings.dat'
           organization is indexed
           access mode is dynamic
           record key is RSK-CUST-ID
           lock mode is automatic
           file status is WS-RSK-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select KYC-PERIODIC-FILE
           assign to 'kyc_periodic_due.txt'
           organization is line sequential
           file status is WS-PERIODIC-STATUS.
       select KYC-AGING-FILE
           assign to 'kyc_aging.txt'
           organization is line sequential
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

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

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd KYC-PERIODIC-FILE.
       01 PERIODIC-LINE             pic x(80).

       fd KYC-AGING-FILE.
       01 AGING-LINE                pic x(80).

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-AGING-STATUS           pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-EPR-STATUS             pic xx.
       01 WS-BO-STATUS              pic xx.
       01 WS-RSK-STATUS             pic xx.
       01 WS-PERIODIC-STATUS        pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-OWNERSHIP-OK           pic x value 'Y'.
          88 OWNERSHIP-CERTIFIED    value 'Y'.
       01 WS-PCT-FMT                pic zz9.99.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-ITEM-AGE               pic s9(6).
       01 WS-AGED-COUNT             pic 9(5) value zero.

      *    Periodic review cycle in days by risk rating; the
      *    KYC-CYCLE- parameters override.
       01 WS-CYCLE-HIGH             pic 9(4) value 365.
       01 WS-CYCLE-MEDIUM           pic 9(4) value 730.
       01 WS-CYCLE-LOW              pic 9(4) value 1095.
       01 WS-CYCLE-DAYS             pic 9(4).
       01 WS-LAST-REVIEW-DATE       pic 9(8).
       01 WS-NEXT-REVIEW-DATE       pic 9(8).
       01 WS-DUE-RATING             pic x(1).
       01 WS-DUE-COUNT              pic 9(5) value zero.
       01 WS-EDD-COUNT              pic 9(5) value zero.
       01 WS-REVIEW-TYPE            pic x(4).

       procedure division.
       MAIN-LOGIC.
           display "KYC / CIP Review".
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "1. Review a Relationship"
               display "2. List Unverified Relationships"
               display "3. Aging Report"
               display "4. Periodic Review Due"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '2' perform LIST-UNVERIFIED
                   when '3' perform AGING-REPORT
                       thru AGING-REPORT-DONE
                   when '4' perform PERIODIC-REVIEW-DUE
                       thru PERIODIC-REVIEW-DUE-DONE
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           end-read.
           display "Current state: " KYC-STATE
               " (opened " KYC-OPENED-DATE ")".
           if KYC-REVIEWED-DATE not = 0
               display "Last reviewed " KYC-REVIEWED-DATE
                   " by operator " KYC-REVIEWED-BY
           end-if.
           perform SHOW-RISK-RATING.
           perform SHOW-ENTITY-OWNERSHIP
               thru SHOW-ENTITY-OWNERSHIP-DONE.
           display "New state ([P]ending docs/[V]erified/[F]ailed): ".
           accept WS-NEW-STATE.
           evaluate WS-NEW-STATE
                   set KYC-DOCS-PENDING to true
               when 'V'
               when 'v'
                   if not OWNERSHIP-CERTIFIED
                       display "Beneficial ownership is not certified"
                           " -- cannot verify yet."
                       close KYC-STATUS-FILE
                       go to REVIEW-ONE-DONE
                   end-if
                   set KYC-VERIFIED to true
               when 'F'
               when 'f'
       REVIEW-ONE-DONE.
           continue.

      *    Shows a business customer's entity profile and its active
      *    owners. WS-OWNERSHIP-OK is 'N' only for a partnership,
      *    corporation or nonprofit whose ownership is not currently
      *    certified; individuals and sole proprietors pass.
       SHOW-ENTITY-OWNERSHIP.
           move 'Y' to WS-OWNERSHIP-OK.
           open input ENTITY-PROFILE-FILE.
           if WS-EPR-STATUS not = '00'
               display "Customer type: individual."
               go to SHOW-ENTITY-OWNERSHIP-DONE
           end-if.
           move WS-WORK-CUST-ID to EPR-CUST-ID.
           read ENTITY-PROFILE-FILE
               invalid key
                   move 'I' to EPR-CUST-TYPE
           end-read.
           close ENTITY-PROFILE-FILE.
           if EPR-INDIVIDUAL
               display "Customer type: individual."
               go to SHOW-ENTITY-OWNERSHIP-DONE
           end-if.
           display "Customer type: " EPR-CUST-TYPE "  "
               EPR-ENTITY-TYPE " formed " EPR-FORMATION-STATE " "
               EPR-FORMATION-DATE "  EIN " EPR-EIN.
           if not EPR-LEGAL-ENTITY
               go to SHOW-ENTITY-OWNERSHIP-DONE
           end-if.
           if not EPR-CERTIFIED
               move 'N' to WS-OWNERSHIP-OK
           end-if.
           display "Ownership certification: " EPR-CERT-STATUS
               " on " EPR-CERT-DATE ", recertify by "
               EPR-RECERT-DUE.
           open input BENEFICIAL-OWNER-FILE.
           if WS-BO-STATUS not = '00'
               display "No beneficial owners on file."
               go to SHOW-ENTITY-OWNERSHIP-DONE
           end-if.
           display "No Role Name                           Pct   "
               "  Born     Tax ID    Screen".
           move 'N' to WS-EOF-FLAG.
           move WS-WORK-CUST-ID to BO-CUST-ID.
           move 0 to BO-SEQ.
           start BENEFICIAL-OWNER-FILE key is not less than BO-KEY
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read BENEFICIAL-OWNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if BO-CUST-ID not = WS-WORK-CUST-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           if BO-ACTIVE
                               move BO-OWNERSHIP-PCT to WS-PCT-FMT
                               display BO-SEQ " " BO-ROLE "    "
                                   BO-NAME " " WS-PCT-FMT " "
                                   BO-DATE-OF-BIRTH " " BO-TAX-ID
                                   " " BO-SCREEN-RESULT
                           end-if
                       end-if
               end-read
           end-perform.
           close BENEFICIAL-OWNER-FILE.
       SHOW-ENTITY-OWNERSHIP-DONE.
           continue.

      *    The customer's AML risk rating and what drove it; a high
      *    rating makes this an enhanced due diligence review.
       SHOW-RISK-RATING.
           open input RISK-RATING-FILE.
           if WS-RSK-STATUS not = '00'
               display "Risk rating: not rated."
           else
               move WS-WORK-CUST-ID to RSK-CUST-ID
               read RISK-RATING-FILE
                   invalid key
                       display "Risk rating: not rated."
                   not invalid key
                       display "Risk rating: " RSK-RATING
                           "  score " RSK-SCORE "  factors "
                           RSK-FACTORS "  rated " RSK-RATED-DATE
                       if RSK-HIGH
                           display "HIGH RISK -- enhanced due "
                               "diligence review required."
                       end-if
               end-read
               close RISK-RATING-FILE
           end-if.

       LIST-UNVERIFIED.
           open input KYC-STATUS-FILE.
           if WS-KYC-STATUS not = '00'
       AGING-REPORT-DONE.
           continue.

      *    Verified relationships whose last review is older than
      *    their rating's cycle, written to kyc_periodic_due.txt with
      *    the high-risk (EDD) reviews marked.
       PERIODIC-REVIEW-DUE.
           perform LOAD-REVIEW-CYCLES.
           open input KYC-STATUS-FILE.
           if WS-KYC-STATUS not = '00'
               display "No KYC records on file."
               go to PERIODIC-REVIEW-DUE-DONE
           end-if.
           open input RISK-RATING-FILE.
           open output KYC-PERIODIC-FILE.
           move spaces to PERIODIC-LINE.
           string "KYC PERIODIC REVIEW DUE - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into PERIODIC-LINE
           end-string.
           write PERIODIC-LINE.
           move "Cust-ID Type Rating Last-Rev  Due" to PERIODIC-LINE.
           write PERIODIC-LINE.
           move all "-" to PERIODIC-LINE.
           write PERIODIC-LINE.
           move 0 to WS-DUE-COUNT.
           move 0 to WS-EDD-COUNT.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read KYC-STATUS-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if KYC-VERIFIED
                           perform CHECK-REVIEW-DUE
                       end-if
               end-read
           end-perform.
           close KYC-STATUS-FILE.
           if WS-RSK-STATUS = '00'
               close RISK-RATING-FILE
           end-if.
           move all "-" to PERIODIC-LINE.
           write PERIODIC-LINE.
           move spaces to PERIODIC-LINE.
           string WS-DUE-COUNT delimited by size
                  " review(s) due, " delimited by size
                  WS-EDD-COUNT delimited by size
                  " enhanced due diligence." delimited by size
                  into PERIODIC-LINE
           end-string.
           write PERIODIC-LINE.
           close KYC-PERIODIC-FILE.
           display WS-DUE-COUNT " review(s) due (" WS-EDD-COUNT
               " EDD) written to kyc_periodic_due.txt.".
       PERIODIC-REVIEW-DUE-DONE.
           continue.

       CHECK-REVIEW-DUE.
           move 'M' to WS-DUE-RATING.
           if WS-RSK-STATUS = '00'
               move KYC-CUST-ID to RSK-CUST-ID
               read RISK-RATING-FILE
                   invalid key
                       continue
                   not invalid key
                       if RSK-RATING not = space
                           move RSK-RATING to WS-DUE-RATING
                       end-if
               end-read
           end-if.
           evaluate WS-DUE-RATING
               when 'H' move WS-CYCLE-HIGH to WS-CYCLE-DAYS
               when 'L' move WS-CYCLE-LOW to WS-CYCLE-DAYS
               when other move WS-CYCLE-MEDIUM to WS-CYCLE-DAYS
           end-evaluate.
           move KYC-REVIEWED-DATE to WS-LAST-REVIEW-DATE.
           if WS-LAST-REVIEW-DATE = 0
               move KYC-OPENED-DATE to WS-LAST-REVIEW-DATE
           end-if.
           compute WS-NEXT-REVIEW-DATE = function date-of-integer
               (function integer-of-date (WS-LAST-REVIEW-DATE)
                + WS-CYCLE-DAYS).
           if WS-NEXT-REVIEW-DATE <= WS-BUSINESS-DATE
               add 1 to WS-DUE-COUNT
               if WS-DUE-RATING = 'H'
                   add 1 to WS-EDD-COUNT
                   move 'EDD' to WS-REVIEW-TYPE
               else
                   move 'STD' to WS-REVIEW-TYPE
               end-if
               move spaces to PERIODIC-LINE
               string KYC-CUST-ID delimited by size
                      "  " delimited by size
                      WS-REVIEW-TYPE delimited by size
                      " " delimited by size
                      WS-DUE-RATING delimited by size
                      "      " delimited by size
                      WS-LAST-REVIEW-DATE delimited by size
                      " " delimited by size
                      WS-NEXT-REVIEW-DATE delimited by size
                      into PERIODIC-LINE
               end-string
               write PERIODIC-LINE
           end-if.

       LOAD-REVIEW-CYCLES.
           move 'KYC-CYCLE-HIGH' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CYCLE-HIGH
           end-if.
           move 'KYC-CYCLE-MEDIUM' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CYCLE-MEDIUM
           end-if.
           move 'KYC-CYCLE-LOW' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-CYCLE-LOW
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

      *    Operator sign-on against the same master the teller screen
      *    uses; the reviewer's ID goes on every decision.
       OPERATOR-SIGN-ON.
