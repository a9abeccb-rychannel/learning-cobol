       identification division.
       program-id. commission-plan-maint.

      *    Maintenance for the loan officer commission plan
      *    loan-commission.cbl pays from, kept in
      *    commission_plans.dat. Two kinds of row:
      *      P  a purpose rate -- a keyword looked for in the
      *         application's purpose text (AUTO, MORTGAGE, ...),
      *         the commission rate as a percent of the booked
      *         amount, and the clawback window in days from
      *         booking. The keyword * is the rate for any purpose
      *         no other keyword matches; with no * row such a loan
      *         earns nothing.
      *      T  a volume tier -- the officer's booked volume for the
      *         month from which the tier applies, and the percent
      *         of the plan commission paid at that tier (100 pays
      *         the plan rate, 125 a quarter more). The highest tier
      *         the month's volume reaches applies to every loan
      *         that month; with no tier rows the plan rate is paid.
      *    Commission is pay, so the screen requires a supervisor
      *    sign-on, stamps the operator on the row, and writes an
      *    old/new line to commission_plan_audit.log for every
      *    change, the way param-maint.cbl guards the parameter
      *    master.

       environment division.
       input-output section.
       file-control.
       select COMMISSION-PLAN-FILE
           assign to 'commission_plans.dat'
           organization is indexed
           access mode is dynamic
           record key is CP-KEY
           lock mode is automatic
           file status is WS-CP-STATUS.
      *    One-line override of the failed-attempt lockout limit,
      *    and the reviewable failed-attempt log -- the same sign-on
      *    hardening the teller screen applies, so this screen is no
      *    quieter a door for brute force.
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
       select PLAN-AUDIT-FILE
           assign to 'commission_plan_audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.

       data division.
       file section.
       fd COMMISSION-PLAN-FILE.
       01 COMMISSION-PLAN-RECORD.
          05 CP-KEY.
             10 CP-TYPE             pic x(1).
                88 CP-PURPOSE-ROW   value 'P'.
                88 CP-TIER-ROW      value 'T'.
             10 CP-CODE             pic x(12).
          05 CP-RATE                pic 9(2)v9(4).
          05 CP-CLAWBACK-DAYS       pic 9(4).
          05 CP-TIER-FLOOR          pic 9(9)v99.
          05 CP-TIER-PCT            pic 9(3)v99.
          05 CP-CHANGED-BY          pic 9(4).
          05 CP-CHANGED-DATE        pic 9(8).

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

       fd PLAN-AUDIT-FILE.
       01 PLAN-AUDIT-RECORD.
          05 CPA-DATE               pic 9(8).
          05 CPA-TIME               pic 9(6).
          05 CPA-OPERATOR-ID        pic 9(4).
          05 CPA-ACTION             pic x(1).
          05 CPA-TYPE               pic x(1).
          05 CPA-CODE               pic x(12).
          05 CPA-OLD-VALUE          pic 9(3)v9(4).
          05 CPA-NEW-VALUE          pic 9(3)v9(4).

       working-storage section.
       01 WS-CP-STATUS              pic xx.
       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).

       01 WS-NEW-TYPE               pic x(1).
       01 WS-NEW-CODE               pic x(12).
       01 WS-NEW-RATE               pic 9(2)v9(4).
       01 WS-NEW-DAYS               pic 9(4).
       01 WS-NEW-FLOOR              pic 9(9)v99.
       01 WS-NEW-PCT                pic 9(3)v99.
      *    A tier's key is its floor in whole cents, zero-filled,
      *    so tier rows sort in floor order.
       01 WS-FLOOR-CODE             pic 9(11).
       01 WS-OLD-VALUE              pic 9(3)v9(4).
       01 WS-NEW-VALUE              pic 9(3)v9(4).
       01 WS-AUDIT-ACTION           pic x(1).
       01 WS-TIER-HEADING-DONE      pic x value 'N'.
       01 WS-FMT-RATE               pic z9.9999.
       01 WS-FMT-FLOOR              pic zzz,zzz,zz9.99.
       01 WS-FMT-PCT                pic zz9.99.

       procedure division.
       MAIN-LOGIC.
           display "Commission Plan Maintenance".
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           if WS-OPERATOR-LEVEL < 2
               display "Commission plans are maintained by a "
                   "supervisor. Session ended."
               stop run
           end-if.
           perform until WS-USER-CHOICE = '5'
               display " "
               display "1. Set Purpose Rate"
               display "2. Set Volume Tier"
               display "3. Remove Plan Row"
               display "4. List Plan"
               display "5. Exit"
               display "Enter choice: "
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform SET-PURPOSE-RATE
                       thru SET-PURPOSE-RATE-DONE
                   when '2' perform SET-VOLUME-TIER
                       thru SET-VOLUME-TIER-DONE
                   when '3' perform REMOVE-PLAN-ROW
                       thru REMOVE-PLAN-ROW-DONE
                   when '4' perform LIST-PLAN
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

      *    Keywords are held in upper case; the batch upper-cases
      *    the purpose text before it looks for them.
       SET-PURPOSE-RATE.
           display "Enter Purpose Keyword (* for all others): ".
           accept WS-NEW-CODE.
           move function upper-case (WS-NEW-CODE) to WS-NEW-CODE.
           if WS-NEW-CODE = spaces
               display "Keyword is required."
               go to SET-PURPOSE-RATE-DONE
           end-if.
           display "Enter Commission Rate, percent of booked amount "
               "(e.g. 00.5000): ".
           accept WS-NEW-RATE.
           if WS-NEW-RATE = 0 or WS-NEW-RATE > 10
               display "Rate must be above zero and no more than "
                   "10 percent."
               go to SET-PURPOSE-RATE-DONE
           end-if.
           display "Enter Clawback Window, days from booking: ".
           accept WS-NEW-DAYS.
           move 'P' to WS-NEW-TYPE.
           perform OPEN-PLAN-FILE.
           move WS-NEW-TYPE to CP-TYPE.
           move WS-NEW-CODE to CP-CODE.
           read COMMISSION-PLAN-FILE
               invalid key
                   move 0 to WS-OLD-VALUE
                   move 'A' to WS-AUDIT-ACTION
                   move WS-NEW-TYPE to CP-TYPE
                   move WS-NEW-CODE to CP-CODE
                   move WS-NEW-RATE to CP-RATE
                   move WS-NEW-DAYS to CP-CLAWBACK-DAYS
                   move 0 to CP-TIER-FLOOR
                   move 0 to CP-TIER-PCT
                   move WS-OPERATOR-ID to CP-CHANGED-BY
                   move function current-date(1:8)
                       to CP-CHANGED-DATE
                   write COMMISSION-PLAN-RECORD
                   display "Purpose rate added."
               not invalid key
                   move CP-RATE to WS-OLD-VALUE
                   move 'C' to WS-AUDIT-ACTION
                   move WS-NEW-RATE to CP-RATE
                   move WS-NEW-DAYS to CP-CLAWBACK-DAYS
                   move WS-OPERATOR-ID to CP-CHANGED-BY
                   move function current-date(1:8)
                       to CP-CHANGED-DATE
                   rewrite COMMISSION-PLAN-RECORD
                   display "Purpose rate updated."
           end-read.
           close COMMISSION-PLAN-FILE.
           move WS-NEW-RATE to WS-NEW-VALUE.
           perform WRITE-PLAN-AUDIT.
       SET-PURPOSE-RATE-DONE.
           continue.

      *    A tier row is keyed on its volume floor, so the plan
      *    lists (and the batch reads) tiers lowest first.
       SET-VOLUME-TIER.
           display "Enter Monthly Booked Volume the Tier Starts At: ".
           accept WS-NEW-FLOOR.
           display "Enter Percent of Plan Commission Paid "
               "(e.g. 125.00): ".
           accept WS-NEW-PCT.
           if WS-NEW-PCT = 0
               display "A zero tier is refused. Remove the row "
                   "instead."
               go to SET-VOLUME-TIER-DONE
           end-if.
           move 'T' to WS-NEW-TYPE.
           compute WS-FLOOR-CODE = WS-NEW-FLOOR * 100.
           move WS-FLOOR-CODE to WS-NEW-CODE.
           perform OPEN-PLAN-FILE.
           move WS-NEW-TYPE to CP-TYPE.
           move WS-NEW-CODE to CP-CODE.
           read COMMISSION-PLAN-FILE
               invalid key
                   move 0 to WS-OLD-VALUE
                   move 'A' to WS-AUDIT-ACTION
                   move WS-NEW-TYPE to CP-TYPE
                   move WS-NEW-CODE to CP-CODE
                   move 0 to CP-RATE
                   move 0 to CP-CLAWBACK-DAYS
                   move WS-NEW-FLOOR to CP-TIER-FLOOR
                   move WS-NEW-PCT to CP-TIER-PCT
                   move WS-OPERATOR-ID to CP-CHANGED-BY
                   move function current-date(1:8)
                       to CP-CHANGED-DATE
                   write COMMISSION-PLAN-RECORD
                   display "Volume tier added."
               not invalid key
                   move CP-TIER-PCT to WS-OLD-VALUE
                   move 'C' to WS-AUDIT-ACTION
                   move WS-NEW-PCT to CP-TIER-PCT
                   move WS-OPERATOR-ID to CP-CHANGED-BY
                   move function current-date(1:8)
                       to CP-CHANGED-DATE
                   rewrite COMMISSION-PLAN-RECORD
                   display "Volume tier updated."
           end-read.
           close COMMISSION-PLAN-FILE.
           move WS-NEW-PCT to WS-NEW-VALUE.
           perform WRITE-PLAN-AUDIT.
       SET-VOLUME-TIER-DONE.
           continue.

       REMOVE-PLAN-ROW.
           display "Row Type (P purpose, T tier): ".
           accept WS-NEW-TYPE.
           move function upper-case (WS-NEW-TYPE) to WS-NEW-TYPE.
           if WS-NEW-TYPE = 'P'
               display "Enter Purpose Keyword: "
               accept WS-NEW-CODE
               move function upper-case (WS-NEW-CODE) to WS-NEW-CODE
           else
               if WS-NEW-TYPE = 'T'
                   display "Enter Tier Volume Floor: "
                   accept WS-NEW-FLOOR
                   compute WS-FLOOR-CODE = WS-NEW-FLOOR * 100
                   move WS-FLOOR-CODE to WS-NEW-CODE
               else
                   display "Row type must be P or T."
                   go to REMOVE-PLAN-ROW-DONE
               end-if
           end-if.
           open i-o COMMISSION-PLAN-FILE.
           if WS-CP-STATUS not = '00'
               display "No commission plan on file."
               go to REMOVE-PLAN-ROW-DONE
           end-if.
           move WS-NEW-TYPE to CP-TYPE.
           move WS-NEW-CODE to CP-CODE.
           read COMMISSION-PLAN-FILE
               invalid key
                   display "Plan row not found."
                   close COMMISSION-PLAN-FILE
                   go to REMOVE-PLAN-ROW-DONE
           end-read.
           if CP-TYPE = 'P'
               move CP-RATE to WS-OLD-VALUE
           else
               move CP-TIER-PCT to WS-OLD-VALUE
           end-if.
           delete COMMISSION-PLAN-FILE record
               invalid key
                   display "Plan row could not be removed."
               not invalid key
                   display "Plan row removed."
           end-delete.
           close COMMISSION-PLAN-FILE.
           move 'D' to WS-AUDIT-ACTION.
           move 0 to WS-NEW-VALUE.
           perform WRITE-PLAN-AUDIT.
       REMOVE-PLAN-ROW-DONE.
           continue.

       OPEN-PLAN-FILE.
           open i-o COMMISSION-PLAN-FILE.
           if WS-CP-STATUS not = '00'
               open output COMMISSION-PLAN-FILE
               close COMMISSION-PLAN-FILE
               open i-o COMMISSION-PLAN-FILE
           end-if.

       WRITE-PLAN-AUDIT.
           open extend PLAN-AUDIT-FILE.
           if WS-AUDIT-STATUS not = '00'
               open output PLAN-AUDIT-FILE
           end-if.
           move function current-date(1:8) to CPA-DATE.
           move function current-date(9:6) to CPA-TIME.
           move WS-OPERATOR-ID to CPA-OPERATOR-ID.
           move WS-AUDIT-ACTION to CPA-ACTION.
           move WS-NEW-TYPE to CPA-TYPE.
           move WS-NEW-CODE to CPA-CODE.
           move WS-OLD-VALUE to CPA-OLD-VALUE.
           move WS-NEW-VALUE to CPA-NEW-VALUE.
           write PLAN-AUDIT-RECORD.
           close PLAN-AUDIT-FILE.

       LIST-PLAN.
           open input COMMISSION-PLAN-FILE.
           if WS-CP-STATUS not = '00'
               display "No commission plan on file."
           else
               move 'N' to WS-EOF-FLAG
               display "Purpose rates         Rate  Clawback days"
               read COMMISSION-PLAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if CP-TYPE = 'P'
                       move CP-RATE to WS-FMT-RATE
                       display "  " CP-CODE "   " WS-FMT-RATE "%  "
                           CP-CLAWBACK-DAYS
                   end-if
                   if CP-TYPE = 'T'
                       if WS-TIER-HEADING-DONE = 'N'
                           display "Volume tiers    From volume"
                               "    Percent paid"
                           move 'Y' to WS-TIER-HEADING-DONE
                       end-if
                       move CP-TIER-FLOOR to WS-FMT-FLOOR
                       move CP-TIER-PCT to WS-FMT-PCT
                       display "               " WS-FMT-FLOOR "    "
                           WS-FMT-PCT "%"
                   end-if
                   read COMMISSION-PLAN-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               move 'N' to WS-TIER-HEADING-DONE
               close COMMISSION-PLAN-FILE
           end-if.

      *    Operator sign-on against the same master the teller
      *    screen uses; a shop with no operator file yet runs open
      *    at supervisor level, the teller screen's bootstrap rule.
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
