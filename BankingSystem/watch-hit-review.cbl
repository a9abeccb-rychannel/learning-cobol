      *    program lists the open hits and lets a level-2 supervisor
      *    clear a false positive (unfreezing a customer frozen at
      *    onboarding) or block the party (the customer stays frozen;
      *    a refused wire stays refused). A hit on a business
      *    customer's beneficial owner is worked the same way as one
      *    on the customer; the customer is only unfrozen once no
      *    hit against it remains open or blocked and, for a
      *    business, its ownership has been certified. Requires a
      *    supervisor sign-on against the same OPERATOR-FILE
      *    banking-system uses, the approval-queue.cbl way. An
      *    unfreeze goes on the maintenance journal
      *    (maint_journal.dat) under the supervisor's ID.

       environment division.
       input-output section.
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
      *    Entity profile kept by beneficial-owner-maint.cbl; a
      *    business awaiting its ownership certification stays
      *    frozen when its hits clear.
       select ENTITY-PROFILE-FILE
           assign to 'entity_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is EPR-CUST-ID
           lock mode is automatic
           file status is WS-EPR-STATUS.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.

       data division.
       file section.
          05 HIT-SOURCE             pic x(1).
             88 HIT-ON-CUSTOMER     value 'C'.
             88 HIT-ON-WIRE         value 'W'.
             88 HIT-ON-OWNER        value 'B'.
          05 HIT-CUST-ID            pic 9(6).
          05 HIT-NAME               pic x(30).
          05 HIT-TAX-ID             pic 9(9).
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
       01 WS-HIT-STATUS             pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-WORK-HIT-ID            pic 9(6).
       01 WS-REVIEW-CHOICE          pic x.
       01 WS-OPEN-COUNT             pic 9(5) value zero.
       01 WS-EPR-STATUS             pic xx.
       01 WS-REACT-CUST-ID          pic 9(6).
       01 WS-REACT-FLAG             pic x value 'N'.
          88 REACTIVATE-WANTED      value 'Y'.
       01 WS-STILL-HELD             pic x value 'N'.
          88 CUSTOMER-STILL-HELD    value 'Y'.

       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-BRANCH        pic 9(3) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).

       procedure division.
       MAIN-LOGIC.
           display "Watch-List Hit Review".
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-BRANCH to WS-OPERATOR-BRANCH.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
               display WS-OPEN-COUNT " open hit(s)."
           end-if.

      *    Clears or blocks one hit. Clearing a customer- or
      *    owner-source hit reactivates the customer frozen at
      *    onboarding; blocking leaves the freeze in force.
      *    Wire-source hits need no posting either way -- the wire
      *    never left.
       WORK-ONE-HIT.
           move 'N' to WS-REACT-FLAG.
           display "Enter Hit ID: ".
           accept WS-WORK-HIT-ID.
           open i-o WATCH-HIT-FILE.
               when 'C'
               when 'c'
                   set HIT-CLEARED to true
                   if HIT-ON-CUSTOMER or HIT-ON-OWNER
                       move 'Y' to WS-REACT-FLAG
                       move HIT-CUST-ID to WS-REACT-CUST-ID
                   end-if
                   display "Hit cleared."
               when 'B'
           move function current-date(1:8) to HIT-REVIEWED-DATE.
           rewrite WATCH-HIT-RECORD.
           close WATCH-HIT-FILE.
           if REACTIVATE-WANTED
               perform REACTIVATE-CUSTOMER
                   thru REACTIVATE-CUSTOMER-DONE
           end-if.
       WORK-ONE-HIT-DONE.
           continue.

      *    The customer stays frozen while any other hit against it
      *    -- on the customer or one of its owners -- is open or
      *    blocked, or while a business's ownership certification is
      *    still pending.
       REACTIVATE-CUSTOMER.
           perform CHECK-CUSTOMER-STILL-HELD.
           if CUSTOMER-STILL-HELD
               go to REACTIVATE-CUSTOMER-DONE
           end-if.
           open i-o CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS not = '00'
               display "Customer file unavailable -- unfreeze by hand."
           else
               move WS-REACT-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       display "Customer " WS-REACT-CUST-ID
                           " not found."
                   not invalid key
                       if CUST-FROZEN
                           move CUST-STATUS to WS-MJ-OLD
                           set CUST-ACTIVE to true
                           rewrite CUSTOMER-RECORD
                           move CUST-ID to WS-MJ-CUST-ID
                           move 'CUST-STATUS' to WS-MJ-FIELD
                           move CUST-STATUS to WS-MJ-NEW
                           perform WRITE-MAINT-JOURNAL
                           display "Customer " CUST-ID " reactivated."
                       end-if
               end-read
               close CUSTOMER-FILE
           end-if.
       REACTIVATE-CUSTOMER-DONE.
           continue.

       CHECK-CUSTOMER-STILL-HELD.
           move 'N' to WS-STILL-HELD.
           open input WATCH-HIT-FILE.
           if WS-HIT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read WATCH-HIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if HIT-CUST-ID = WS-REACT-CUST-ID
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
               display "Customer " WS-REACT-CUST-ID " has other"
                   " hits outstanding -- stays frozen."
           else
               open input ENTITY-PROFILE-FILE
               if WS-EPR-STATUS = '00'
                   move WS-REACT-CUST-ID to EPR-CUST-ID
                   read ENTITY-PROFILE-FILE
                       invalid key
                           continue
                       not invalid key
                           if EPR-CERT-PENDING
                               move 'Y' to WS-STILL-HELD
                               display "Customer " WS-REACT-CUST-ID
                                   " awaits its ownership"
                                   " certification -- stays frozen."
                           end-if
                   end-read
                   close ENTITY-PROFILE-FILE
               end-if
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
               move 'watch-hit-review' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.
