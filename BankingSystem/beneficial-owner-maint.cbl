       identification division.
       program-id. beneficial-owner-maint.

      *    Business entity profile and beneficial ownership register
      *    (entity_profiles.dat, beneficial_owners.dat). The teller
      *    screen captures both when a business customer is opened;
      *    this program keeps them afterwards. An entity profile
      *    carries the customer type -- sole proprietor,
      *    partnership, corporation or nonprofit; a customer with no
      *    profile is an individual -- with the entity type, state
      *    and date of formation, and EIN. A partnership,
      *    corporation or nonprofit lists each owner of 25% or more
      *    and the person who controls it, with identity details,
      *    and the controlling person certifies the list. Every
      *    owner added is screened against the watch list the way a
      *    new customer is, a match going to the hit queue for
      *    watch-hit-review.cbl and freezing the account. Menu:
      *      1 set up or change an entity profile;
      *      2 add a beneficial owner or controlling person;
      *      3 remove one;
      *      4 record the ownership certification (or the
      *        periodic recertification);
      *      5 view an entity and its owners.
      *    A change to the owners lapses a standing certification.
      *    Certifying unfreezes a business held at opening for its
      *    certification once no watch-list hit against it is open
      *    or blocked. beneficial-owner-recert.cbl calls for the
      *    recertification BO-RECERT-DAYS after each one. Requires
      *    operator sign-on and the BO-MNT entitlement. A freeze or
      *    unfreeze goes on the maintenance journal
      *    (maint_journal.dat) under the operator's ID.

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
      *    Sanctions/OFAC watch list and the supervisor hit queue, as
      *    the teller screen uses them.
       select WATCH-LIST-FILE
           assign to 'watch_list.dat'
           organization is line sequential
           file status is WS-WATCH-STATUS.
       select WATCH-HIT-FILE
           assign to 'watch_hits.dat'
           organization is indexed
           access mode is dynamic
           record key is HIT-ID
           lock mode is automatic
           file status is WS-HIT-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select LOCKOUT-LIMIT-FILE
           assign to 'signon_lockout.dat'
           organization is line sequential
           file status is WS-LOCKOUT-STATUS.
       select SIGNON-FAILURE-FILE
           assign to 'signon_failures.log'
           organization is line sequential
           file status is WS-SIGNON-FAIL-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select ENTITLEMENT-FILE
           assign to 'oper_entitlements.dat'
           organization is indexed
           access mode is dynamic
           record key is ENT-KEY
           lock mode is automatic
           file status is WS-ENT-STATUS.
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

       fd WATCH-LIST-FILE.
       01 WATCH-LIST-RECORD.
          05 WL-NAME                pic x(30).
          05 WL-TAX-ID              pic 9(9).
          05 WL-PROGRAM             pic x(10).

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

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).

       fd SIGNON-FAILURE-FILE.
       01 SIGNON-FAILURE-RECORD.
          05 SF-DATE                pic 9(8).
          05 SF-TIME                pic 9(6).
          05 SF-OPER-ID             pic 9(4).
          05 SF-REASON              pic x(30).

       fd OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPER-ID                pic 9(4).
          05 OPER-NAME              pic x(20).
          05 OPER-PASSWORD          pic x(10).
          05 OPER-LEVEL             pic 9(1).
             88 OPER-TELLER         value 1.
             88 OPER-SUPERVISOR     value 2.
          05 OPER-PWD-CHANGED-DATE  pic 9(8).
          05 OPER-FAILED-TRIES      pic 9(2).
          05 OPER-LOCKED-FLAG       pic x(1).
             88 OPER-LOCKED         value 'L'.
          05 OPER-PWD-HISTORY.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 ENT-KEY.
             10 ENT-OPER-ID         pic 9(4).
             10 ENT-FUNCTION        pic x(8).
          05 ENT-ALLOWED            pic x(1).
             88 ENT-GRANTED         value 'Y'.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
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
       01 WS-EPR-STATUS             pic xx.
       01 WS-BO-STATUS              pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-ENTITY-CUST-ID         pic 9(6).
       01 WS-ENTITY-NAME            pic x(30).
       01 WS-OWNER-SEQ              pic 9(2).
       01 WS-NEXT-SEQ               pic 9(2).
       01 WS-CUST-TYPE              pic x(1).
          88 CUST-TYPE-BUSINESS     values 'S' 'P' 'C' 'N'.
       01 WS-NEW-TEXT               pic x(20).
       01 WS-NEW-STATE              pic x(2).
       01 WS-NEW-DATE               pic 9(8).
       01 WS-NEW-EIN                pic 9(9).
       01 WS-PROFILE-FOUND          pic x value 'N'.
          88 PROFILE-ON-FILE        value 'Y'.
       01 WS-WAS-PENDING            pic x value 'N'.
          88 CERT-WAS-PENDING       value 'Y'.
       01 WS-STILL-HELD             pic x value 'N'.
          88 CUSTOMER-STILL-HELD    value 'Y'.
       01 WS-OWNER-HIT              pic x value 'N'.
          88 OWNER-ON-WATCH-LIST    value 'Y'.
       01 WS-CONTROL-COUNT          pic 9(2).
       01 WS-OWNER-COUNT            pic 9(2).
       01 WS-PCT-TOTAL              pic 9(4)v99.
       01 WS-PCT-FMT                pic zz9.99.
      *    Days a certification stands; parameter BO-RECERT-DAYS
      *    overrides.
       01 WS-RECERT-DAYS            pic 9(4) value 365.

      *    Watch-list screening work fields, as the teller screen
      *    keeps them.
       01 WS-WATCH-STATUS           pic xx.
       01 WS-HIT-STATUS             pic xx.
       01 WS-SCREEN-NAME            pic x(30).
       01 WS-SCREEN-TAX-ID          pic 9(9).
       01 WS-SCREEN-CUST-ID         pic 9(6).
       01 WS-SCREEN-SOURCE          pic x(1).
       01 WS-SCREEN-WL-NAME         pic x(30).
       01 WS-SCREEN-HIT-FLAG        pic x value 'N'.
          88 WATCH-LIST-HIT         value 'Y'.
       01 WS-WATCH-EOF-FLAG         pic x value 'N'.
          88 WATCH-EOF-REACHED      value 'Y'.
       01 WS-HIT-NEW-ID             pic 9(6).

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-BRANCH        pic 9(3) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-ENT-STATUS             pic xx.
       01 WS-ENT-FUNCTION           pic x(8).
       01 WS-ENT-OK-FLAG            pic x value 'Y'.
          88 OPER-ENTITLED          value 'Y'.

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'BO-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '6'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform SET-ENTITY-PROFILE
                       thru SET-ENTITY-PROFILE-DONE
                   when '2' perform ADD-OWNER thru ADD-OWNER-DONE
                   when '3' perform REMOVE-OWNER thru REMOVE-OWNER-DONE
                   when '4' perform CERTIFY-OWNERSHIP
                       thru CERTIFY-OWNERSHIP-DONE
                   when '5' perform VIEW-ENTITY thru VIEW-ENTITY-DONE
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Business Entity / Beneficial Ownership".
           display "1. Set Up or Change Entity Profile".
           display "2. Add Owner or Controlling Person".
           display "3. Remove Owner or Controlling Person".
           display "4. Record Ownership Certification".
           display "5. View Entity and Owners".
           display "6. Exit".
           display "Enter choice: ".

      *    Prompts for the customer and confirms an open account.
      *    WS-EOF-FLAG is 'N' when one was found.
       READ-ENTITY-CUSTOMER.
           move 'Y' to WS-EOF-FLAG.
           display "Customer ID: ".
           accept WS-ENTITY-CUST-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file not found."
               go to READ-ENTITY-CUSTOMER-DONE
           end-if.
           move WS-ENTITY-CUST-ID to CUST-ID.
           read CUSTOMER-FILE
               invalid key
                   move 'C' to CUST-STATUS
           end-read.
           close CUSTOMER-FILE.
           if CUST-CLOSED
               display "No open account for that customer."
               go to READ-ENTITY-CUSTOMER-DONE
           end-if.
           move CUST-NAME to WS-ENTITY-NAME.
           move 'N' to WS-EOF-FLAG.
       READ-ENTITY-CUSTOMER-DONE.
           continue.

      *    Reads the entity profile for WS-ENTITY-CUST-ID with the
      *    file left open i-o (created if missing).
       READ-PROFILE-FOR-UPDATE.
           open i-o ENTITY-PROFILE-FILE.
           if WS-EPR-STATUS not = '00'
               open output ENTITY-PROFILE-FILE
               close ENTITY-PROFILE-FILE
               open i-o ENTITY-PROFILE-FILE
           end-if.
           move 'Y' to WS-PROFILE-FOUND.
           move WS-ENTITY-CUST-ID to EPR-CUST-ID.
           read ENTITY-PROFILE-FILE
               invalid key
                   move 'N' to WS-PROFILE-FOUND
           end-read.

      *    An existing customer can be set up as a business here; a
      *    new partnership, corporation or nonprofit profile starts
      *    with its certification pending. Moving between a sole
      *    proprietorship and an entity that needs owners resets the
      *    certification accordingly. Blank answers keep the
      *    current values.
       SET-ENTITY-PROFILE.
           perform READ-ENTITY-CUSTOMER
               thru READ-ENTITY-CUSTOMER-DONE.
           if EOF-REACHED
               go to SET-ENTITY-PROFILE-DONE
           end-if.
           perform READ-PROFILE-FOR-UPDATE.
           if PROFILE-ON-FILE
               display "Customer type " EPR-CUST-TYPE ", "
                   EPR-ENTITY-TYPE " formed " EPR-FORMATION-STATE
                   " " EPR-FORMATION-DATE ", EIN " EPR-EIN
           else
               initialize ENTITY-PROFILE-RECORD
               move WS-ENTITY-CUST-ID to EPR-CUST-ID
               move WS-OPERATOR-ID to EPR-ADDED-BY
               move WS-BUSINESS-DATE to EPR-ADDED-DATE
               display "No entity profile -- " WS-ENTITY-NAME
                   " is on file as an individual."
           end-if.
           display "Customer type: [S]ole proprietor, [P]artnership,"
               " [C]orporation, [N]onprofit (Enter keeps): ".
           accept WS-CUST-TYPE.
           inspect WS-CUST-TYPE converting 'spcn' to 'SPCN'.
           if WS-CUST-TYPE = space
               move EPR-CUST-TYPE to WS-CUST-TYPE
           end-if.
           if not CUST-TYPE-BUSINESS
               display "Customer type must be S, P, C or N."
               close ENTITY-PROFILE-FILE
               go to SET-ENTITY-PROFILE-DONE
           end-if.
           display "Entity type (Enter keeps): ".
           accept WS-NEW-TEXT.
           if WS-NEW-TEXT not = spaces
               move WS-NEW-TEXT to EPR-ENTITY-TYPE
           end-if.
           display "State of formation (Enter keeps): ".
           accept WS-NEW-STATE.
           if WS-NEW-STATE not = spaces
               move WS-NEW-STATE to EPR-FORMATION-STATE
           end-if.
           display "Date of formation YYYYMMDD (0 keeps): ".
           accept WS-NEW-DATE.
           if WS-NEW-DATE not = 0
               move WS-NEW-DATE to EPR-FORMATION-DATE
           end-if.
           display "EIN (0 keeps): ".
           accept WS-NEW-EIN.
           if WS-NEW-EIN not = 0
               move WS-NEW-EIN to EPR-EIN
           end-if.
           move WS-CUST-TYPE to EPR-CUST-TYPE.
           if EPR-LEGAL-ENTITY and EPR-EIN = 0
               display "An EIN is required for this entity."
               close ENTITY-PROFILE-FILE
               go to SET-ENTITY-PROFILE-DONE
           end-if.
           if EPR-SOLE-PROP
               set EPR-CERT-EXEMPT to true
           else
               if EPR-CERT-EXEMPT or EPR-CERT-STATUS = space
                   set EPR-CERT-PENDING to true
                   display "List the owners and controlling person,"
                       " then record the certification."
               end-if
           end-if.
           if PROFILE-ON-FILE
               rewrite ENTITY-PROFILE-RECORD
           else
               write ENTITY-PROFILE-RECORD
           end-if.
           close ENTITY-PROFILE-FILE.
           display "Entity profile saved for " WS-ENTITY-NAME ".".
       SET-ENTITY-PROFILE-DONE.
           continue.

      *    Owners are numbered 01-99 within the entity in the order
      *    they are added; a number is never reused.
       ADD-OWNER.
           perform READ-ENTITY-CUSTOMER
               thru READ-ENTITY-CUSTOMER-DONE.
           if EOF-REACHED
               go to ADD-OWNER-DONE
           end-if.
           perform READ-PROFILE-FOR-UPDATE.
           close ENTITY-PROFILE-FILE.
           if not PROFILE-ON-FILE or not EPR-LEGAL-ENTITY
               display "Owners are kept for partnerships,"
                   " corporations and nonprofits only."
               go to ADD-OWNER-DONE
           end-if.
           open i-o BENEFICIAL-OWNER-FILE.
           if WS-BO-STATUS not = '00'
               open output BENEFICIAL-OWNER-FILE
               close BENEFICIAL-OWNER-FILE
               open i-o BENEFICIAL-OWNER-FILE
           end-if.
           perform SCAN-OWNERS.
           if WS-NEXT-SEQ >= 99
               display "The entity has no owner numbers left."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
           end-if.
           initialize BENEFICIAL-OWNER-RECORD.
           display "Owner / controlling person name: ".
           accept BO-NAME.
           if BO-NAME = spaces
               display "The person must be named."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
           end-if.
           display "Role: [O]wner 25%+, [C]ontrolling person,"
               " [B]oth: ".
           accept BO-ROLE.
           inspect BO-ROLE converting 'ocb' to 'OCB'.
           if not BO-ROLE-VALID
               display "Role must be O, C or B."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
           end-if.
           display "Ownership percent (0 if none): ".
           accept BO-OWNERSHIP-PCT.
           if BO-HAS-OWNERSHIP and BO-OWNERSHIP-PCT < 25
               display "Owners under 25% are listed only as the"
                   " controlling person."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
           end-if.
           if WS-PCT-TOTAL + BO-OWNERSHIP-PCT > 100
               display "Ownership would exceed 100%."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
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
               display "A Tax ID or ID document number is required."
               close BENEFICIAL-OWNER-FILE
               go to ADD-OWNER-DONE
           end-if.
           move WS-ENTITY-CUST-ID to BO-CUST-ID.
           compute BO-SEQ = WS-NEXT-SEQ + 1.
           perform SCREEN-BENEFICIAL-OWNER.
           move 'A' to BO-STATUS.
           move 0 to BO-REMOVED-DATE.
           move WS-OPERATOR-ID to BO-ADDED-BY.
           move WS-BUSINESS-DATE to BO-ADDED-DATE.
           write BENEFICIAL-OWNER-RECORD
               invalid key
                   display "Owner could not be added."
                   close BENEFICIAL-OWNER-FILE
                   go to ADD-OWNER-DONE
           end-write.
           close BENEFICIAL-OWNER-FILE.
           display "Owner " BO-SEQ " added to " WS-ENTITY-NAME ".".
           if OWNER-ON-WATCH-LIST
               perform FREEZE-ENTITY-CUSTOMER
           end-if.
           perform LAPSE-CERTIFICATION.
       ADD-OWNER-DONE.
           continue.

      *    Screens the owner in BENEFICIAL-OWNER-RECORD exactly as the
      *    teller screen screens a new customer; a match goes to the
      *    hit queue against the entity's customer ID.
       SCREEN-BENEFICIAL-OWNER.
           move 'N' to WS-OWNER-HIT.
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
               move 'Y' to WS-OWNER-HIT
           else
               set BO-SCREEN-CLEAR to true
               move 0 to BO-HIT-ID
           end-if.

      *    Walks the entity's owners with the owner file open:
      *    WS-NEXT-SEQ = the highest number used, and the active
      *    owners' percentages and controlling persons are totalled.
       SCAN-OWNERS.
           move 0 to WS-NEXT-SEQ.
           move 0 to WS-PCT-TOTAL.
           move 0 to WS-CONTROL-COUNT.
           move 0 to WS-OWNER-COUNT.
           move 'N' to WS-EOF-FLAG.
           move WS-ENTITY-CUST-ID to BO-CUST-ID.
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
                       if BO-CUST-ID not = WS-ENTITY-CUST-ID
                           move 'Y' to WS-EOF-FLAG
                       else
                           move BO-SEQ to WS-NEXT-SEQ
                           if BO-ACTIVE
                               add 1 to WS-OWNER-COUNT
                               add BO-OWNERSHIP-PCT to WS-PCT-TOTAL
                               if BO-HAS-CONTROL
                                   add 1 to WS-CONTROL-COUNT
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.

       REMOVE-OWNER.
           display "Customer ID: ".
           accept WS-ENTITY-CUST-ID.
           display "Owner Number: ".
           accept WS-OWNER-SEQ.
           open i-o BENEFICIAL-OWNER-FILE.
           if WS-BO-STATUS not = '00'
               display "No owners on file."
               go to REMOVE-OWNER-DONE
           end-if.
           move WS-ENTITY-CUST-ID to BO-CUST-ID.
           move WS-OWNER-SEQ to BO-SEQ.
           read BENEFICIAL-OWNER-FILE
               invalid key
                   display "No such owner on that entity."
                   close BENEFICIAL-OWNER-FILE
                   go to REMOVE-OWNER-DONE
           end-read.
           if BO-REMOVED
               display "That owner is already removed."
               close BENEFICIAL-OWNER-FILE
               go to REMOVE-OWNER-DONE
           end-if.
           display "Remove " BO-NAME "? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               close BENEFICIAL-OWNER-FILE
               go to REMOVE-OWNER-DONE
           end-if.
           move 'R' to BO-STATUS.
           move WS-BUSINESS-DATE to BO-REMOVED-DATE.
           rewrite BENEFICIAL-OWNER-RECORD.
           close BENEFICIAL-OWNER-FILE.
           display "Owner removed.".
           perform LAPSE-CERTIFICATION.
       REMOVE-OWNER-DONE.
           continue.

      *    A change to the owners voids a standing certification; the
      *    controlling person must certify the new list.
       LAPSE-CERTIFICATION.
           perform READ-PROFILE-FOR-UPDATE.
           if PROFILE-ON-FILE and EPR-CERTIFIED
               set EPR-CERT-LAPSED to true
               rewrite ENTITY-PROFILE-RECORD
               display "Ownership changed -- the certification has"
                   " lapsed; record a new one."
           end-if.
           close ENTITY-PROFILE-FILE.

      *    The controlling person's signed certification of the
      *    owners now on file, at opening or on recertification.
      *    It needs a controlling person listed, and it stands for
      *    BO-RECERT-DAYS.
       CERTIFY-OWNERSHIP.
           perform READ-ENTITY-CUSTOMER
               thru READ-ENTITY-CUSTOMER-DONE.
           if EOF-REACHED
               go to CERTIFY-OWNERSHIP-DONE
           end-if.
           perform READ-PROFILE-FOR-UPDATE.
           close ENTITY-PROFILE-FILE.
           if not PROFILE-ON-FILE or not EPR-LEGAL-ENTITY
               display "Only partnerships, corporations and"
                   " nonprofits certify ownership."
               go to CERTIFY-OWNERSHIP-DONE
           end-if.
           perform LIST-OWNERS thru LIST-OWNERS-DONE.
           if WS-CONTROL-COUNT = 0
               display "No controlling person listed -- add one"
                   " before certifying."
               go to CERTIFY-OWNERSHIP-DONE
           end-if.
           display "Certification signed by the controlling person"
               " covering the owners above? (Y/N): ".
           accept WS-CONFIRM.
           if WS-CONFIRM not = 'Y' and WS-CONFIRM not = 'y'
               display "Not certified."
               go to CERTIFY-OWNERSHIP-DONE
           end-if.
           move 'BO-RECERT-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-RECERT-DAYS
           end-if.
           perform READ-PROFILE-FOR-UPDATE.
           move 'N' to WS-WAS-PENDING.
           if EPR-CERT-PENDING
               move 'Y' to WS-WAS-PENDING
           end-if.
           set EPR-CERTIFIED to true.
           move WS-BUSINESS-DATE to EPR-CERT-DATE.
           move WS-OPERATOR-ID to EPR-CERT-BY.
           compute EPR-RECERT-DUE =
               function date-of-integer(
               function integer-of-date(WS-BUSINESS-DATE)
               + WS-RECERT-DAYS).
           rewrite ENTITY-PROFILE-RECORD.
           close ENTITY-PROFILE-FILE.
           display "Ownership certified; recertification due "
               EPR-RECERT-DUE ".".
           if CERT-WAS-PENDING
               perform RELEASE-OPENING-HOLD
           end-if.
       CERTIFY-OWNERSHIP-DONE.
           continue.

      *    Unfreezes a business held at opening for its certification,
      *    unless a watch-list hit against it or one of its owners is
      *    still open or blocked.
       RELEASE-OPENING-HOLD.
           move 'N' to WS-STILL-HELD.
           open input WATCH-HIT-FILE.
           if WS-HIT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read WATCH-HIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if HIT-CUST-ID = WS-ENTITY-CUST-ID
                      and (HIT-ON-CUSTOMER or HIT-ON-OWNER)
                      and (HIT-OPEN or HIT-BLOCKED)
                       move 'Y' to WS-STILL-HELD
                   end-if
                   read WATCH-HIT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close WATCH-HIT-FILE
           end-if.
           if CUSTOMER-STILL-HELD
               display "Watch-list hits are outstanding -- the"
                   " account stays frozen."
           else
               open i-o CUSTOMER-FILE
               if WS-CUSTOMER-STATUS = '00'
                   move WS-ENTITY-CUST-ID to CUST-ID
                   read CUSTOMER-FILE
                       invalid key
                           continue
                       not invalid key
                           if CUST-FROZEN
                               move CUST-STATUS to WS-MJ-OLD
                               set CUST-ACTIVE to true
                               rewrite CUSTOMER-RECORD
                               perform JOURNAL-STATUS-CHANGE
                               display "Customer " CUST-ID
                                   " reactivated."
                           end-if
                   end-read
                   close CUSTOMER-FILE
               end-if
           end-if.

       FREEZE-ENTITY-CUSTOMER.
           open i-o CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move WS-ENTITY-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       if CUST-ACTIVE
                           move CUST-STATUS to WS-MJ-OLD
                           set CUST-FROZEN to true
                           rewrite CUSTOMER-RECORD
                           perform JOURNAL-STATUS-CHANGE
                           display "Account FROZEN pending watch-list"
                               " review."
                       end-if
               end-read
               close CUSTOMER-FILE
           end-if.

       VIEW-ENTITY.
           perform READ-ENTITY-CUSTOMER
               thru READ-ENTITY-CUSTOMER-DONE.
           if EOF-REACHED
               go to VIEW-ENTITY-DONE
           end-if.
           perform READ-PROFILE-FOR-UPDATE.
           close ENTITY-PROFILE-FILE.
           if not PROFILE-ON-FILE
               display WS-ENTITY-NAME " is an individual customer."
               go to VIEW-ENTITY-DONE
           end-if.
           display WS-ENTITY-NAME.
           display "Customer type  : " EPR-CUST-TYPE
               "  Entity type: " EPR-ENTITY-TYPE.
           display "Formed         : " EPR-FORMATION-STATE " "
               EPR-FORMATION-DATE "  EIN: " EPR-EIN.
           display "Certification  : " EPR-CERT-STATUS " on "
               EPR-CERT-DATE " by " EPR-CERT-BY
               "  recertify by " EPR-RECERT-DUE.
           if EPR-LEGAL-ENTITY
               perform LIST-OWNERS thru LIST-OWNERS-DONE
           end-if.
       VIEW-ENTITY-DONE.
           continue.

      *    Lists the active owners of WS-ENTITY-CUST-ID and leaves the
      *    totals from SCAN-OWNERS behind.
       LIST-OWNERS.
           open input BENEFICIAL-OWNER-FILE.
           if WS-BO-STATUS not = '00'
               move 0 to WS-CONTROL-COUNT
               display "No owners on file."
               go to LIST-OWNERS-DONE
           end-if.
           display "No Role Name                           Pct   "
               "  Born     Tax ID    Screen".
           move 'N' to WS-EOF-FLAG.
           move WS-ENTITY-CUST-ID to BO-CUST-ID.
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
                       if BO-CUST-ID not = WS-ENTITY-CUST-ID
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
           perform SCAN-OWNERS.
           close BENEFICIAL-OWNER-FILE.
           move WS-PCT-TOTAL to WS-PCT-FMT.
           display WS-OWNER-COUNT " owner(s), " WS-CONTROL-COUNT
               " controlling, " WS-PCT-FMT "% owned.".
       LIST-OWNERS-DONE.
           continue.

      *    Screens WS-SCREEN-NAME / WS-SCREEN-TAX-ID against the
      *    watch list the same way the teller screen screens a new
      *    customer.
       SCREEN-WATCH-LIST.
           move 'N' to WS-SCREEN-HIT-FLAG.
           move spaces to WS-SCREEN-WL-NAME.
           move 'N' to WS-WATCH-EOF-FLAG.
           open input WATCH-LIST-FILE.
           if WS-WATCH-STATUS = '00'
               read WATCH-LIST-FILE
                   at end
                       move 'Y' to WS-WATCH-EOF-FLAG
               end-read
               perform until WATCH-EOF-REACHED
                   if WL-NAME = WS-SCREEN-NAME
                      or (WS-SCREEN-TAX-ID not = 0
                          and WL-TAX-ID = WS-SCREEN-TAX-ID)
                       move 'Y' to WS-SCREEN-HIT-FLAG
                       move WL-NAME to WS-SCREEN-WL-NAME
                   end-if
                   read WATCH-LIST-FILE
                       at end
                           move 'Y' to WS-WATCH-EOF-FLAG
                   end-read
               end-perform
               close WATCH-LIST-FILE
           end-if.

      *    Drops the screening hit just found into the review queue
      *    for a supervisor in watch-hit-review.cbl, numbered after
      *    the highest hit ID on file, as the teller screen does.
       WRITE-WATCH-HIT.
           move 0 to WS-HIT-NEW-ID.
           open i-o WATCH-HIT-FILE.
           if WS-HIT-STATUS not = '00'
               open output WATCH-HIT-FILE
               close WATCH-HIT-FILE
               open i-o WATCH-HIT-FILE
           else
               move 999999 to HIT-ID
               start WATCH-HIT-FILE key is less than or equal
                   to HIT-ID
                   invalid key
                       move 0 to WS-HIT-NEW-ID
                   not invalid key
                       read WATCH-HIT-FILE next record
                           at end
                               move 0 to WS-HIT-NEW-ID
                           not at end
                               move HIT-ID to WS-HIT-NEW-ID
                       end-read
               end-start
           end-if.
           add 1 to WS-HIT-NEW-ID.
           move WS-HIT-NEW-ID to HIT-ID.
           move WS-SCREEN-SOURCE to HIT-SOURCE.
           move WS-SCREEN-CUST-ID to HIT-CUST-ID.
           move WS-SCREEN-NAME to HIT-NAME.
           move WS-SCREEN-TAX-ID to HIT-TAX-ID.
           move WS-SCREEN-WL-NAME to HIT-WL-NAME.
           move WS-BUSINESS-DATE to HIT-DATE.
           move WS-OPERATOR-ID to HIT-OPER-ID.
           set HIT-OPEN to true.
           move 0 to HIT-REVIEWED-BY.
           move 0 to HIT-REVIEWED-DATE.
           write WATCH-HIT-RECORD.
           close WATCH-HIT-FILE.
           display "Watch-list match against " WS-SCREEN-WL-NAME
               " -- logged as hit " WS-HIT-NEW-ID " for supervisor
      -        " review.".

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
      *    uses; a shop with no operator file yet runs open at
      *    supervisor level, the teller screen's bootstrap rule.
       OPERATOR-SIGN-ON.
           perform READ-LOCKOUT-LIMIT.
           open i-o OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS not = '00'
               move 0 to WS-OPERATOR-ID
               move 2 to WS-OPERATOR-LEVEL
               move 'Y' to WS-SIGNON-OK
           else
               move 0 to WS-SIGNON-TRIES
               perform until SIGNED-ON or WS-SIGNON-TRIES >= 3
                   perform TRY-ONE-SIGN-ON thru TRY-ONE-SIGN-ON-DONE
               end-perform
               close OPERATOR-FILE
           end-if.

      *    One attempt. Wrong passwords count against the operator
      *    record itself -- not just this session -- and lock the
      *    operator at the configured limit, exactly as the teller
      *    screen's sign-on does.
       TRY-ONE-SIGN-ON.
           display "Operator ID: " with no advancing.
           accept OPER-ID.
           display "Password: " with no advancing.
           accept WS-SIGNON-PASSWORD.
           read OPERATOR-FILE
               invalid key
                   display "Invalid operator ID or password."
                   add 1 to WS-SIGNON-TRIES
                   move 'unknown operator ID' to WS-SF-REASON
                   perform WRITE-SIGNON-FAILURE
                   go to TRY-ONE-SIGN-ON-DONE
           end-read.
           if OPER-LOCKED
               display "Operator is locked out. See a supervisor."
               add 1 to WS-SIGNON-TRIES
               move 'operator locked' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           if OPER-PASSWORD not = WS-SIGNON-PASSWORD
               add 1 to OPER-FAILED-TRIES
               if OPER-FAILED-TRIES >= WS-LOCKOUT-LIMIT
                   move 'L' to OPER-LOCKED-FLAG
                   display "Too many failed attempts -- operator
      -                " locked."
               end-if
               rewrite OPERATOR-RECORD
               display "Invalid operator ID or password."
               add 1 to WS-SIGNON-TRIES
               move 'wrong password' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-BRANCH to WS-OPERATOR-BRANCH.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
       TRY-ONE-SIGN-ON-DONE.
           continue.

       READ-LOCKOUT-LIMIT.
           open input LOCKOUT-LIMIT-FILE.
           if WS-LOCKOUT-STATUS = '00'
               read LOCKOUT-LIMIT-FILE
                   at end
                       continue
                   not at end
                       move LOCKOUT-LIMIT-LINE to WS-LOCKOUT-LIMIT
               end-read
               close LOCKOUT-LIMIT-FILE
           end-if.
           if WS-LOCKOUT-LIMIT = 0
               move 5 to WS-LOCKOUT-LIMIT
           end-if.

      *    One reviewable line per failed attempt, the same log the
      *    teller screen writes.
       WRITE-SIGNON-FAILURE.
           open extend SIGNON-FAILURE-FILE.
           if WS-SIGNON-FAIL-STATUS not = '00'
               open output SIGNON-FAILURE-FILE
           end-if.
           if WS-SIGNON-FAIL-STATUS = '00'
               move function current-date(1:8) to SF-DATE
               move function current-date(9:6) to SF-TIME
               move OPER-ID to SF-OPER-ID
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
      *    Entitlement check for WS-ENT-FUNCTION, the same rule the
      *    teller screen applies: an explicit row wins; without one,
      *    supervisors pass, tellers are denied once a matrix file
      *    exists, and a shop with no matrix keeps the old behavior.
       CHECK-ENTITLEMENT.
           move 'Y' to WS-ENT-OK-FLAG.
           open input ENTITLEMENT-FILE.
           if WS-ENT-STATUS not = '00'
               continue
           else
               move WS-OPERATOR-ID to ENT-OPER-ID
               move WS-ENT-FUNCTION to ENT-FUNCTION
               read ENTITLEMENT-FILE
                   invalid key
                       if WS-OPERATOR-LEVEL < 2
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
                   not invalid key
                       if ENT-GRANTED
                           move 'Y' to WS-ENT-OK-FLAG
                       else
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
               end-read
               close ENTITLEMENT-FILE
           end-if.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
      *    posting until business-date-close.cbl opens the next one.
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
               move WS-OPERATOR-ID to MJ-OPERATOR-ID
               move WS-OPERATOR-BRANCH to MJ-BRANCH
               move 'beneficial-owner-maint' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.
