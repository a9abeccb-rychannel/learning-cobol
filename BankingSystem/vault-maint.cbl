       identification division.
       program-id. vault-maint.

      *    Branch cash vault master (vaults.dat), one row per branch,
      *    holding the cash on hand by denomination -- $100, $50, $20,
      *    $10, $5, $2, $1 and coin -- and the target level the
      *    branch wants to carry in each. The teller screen moves cash
      *    between a teller's drawer and the vault (buy/sell), and
      *    cash-order.cbl builds carrier orders and returns from the
      *    targets and posts the shipments when they arrive or leave.
      *    Cash in excess of a denomination's target by more than the
      *    vault's return tolerance is shipped back; vault-report.cbl
      *    lists the excess held across branches.
      *    The daily vault proof takes the physical count by
      *    denomination, flags any over/short against the book
      *    position, and carries the count forward as the new
      *    position. Every vault movement -- setup, target changes,
      *    proofs, teller buys/sells and shipments -- is written to
      *    vault_journal.dat by denomination. Requires operator
      *    sign-on and the VLT-MNT entitlement.

       environment division.
       input-output section.
       file-control.
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
       select BRANCH-FILE
           assign to 'branches.dat'
           organization is indexed
           access mode is dynamic
           record key is BR-CODE
           lock mode is automatic
           file status is WS-BRANCH-STATUS.

       data division.
       file section.
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

       fd BRANCH-FILE.
       01 BRANCH-RECORD.
          05 BR-CODE                pic 9(3).
          05 BR-NAME                pic x(30).
          05 BR-ADDRESS-LINE-1      pic x(30).
          05 BR-CITY                pic x(20).
          05 BR-STATE               pic x(2).
          05 BR-ZIP                 pic x(10).
          05 BR-STATUS              pic x(1).
             88 BR-OPEN             value 'A'.
             88 BR-CLOSED           value 'C'.

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

       working-storage section.
       01 WS-BRANCH-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-VM-BRANCH              pic 9(3).
       01 WS-VM-TOLERANCE           pic 9(3).
       01 WS-VM-STATUS              pic x(1).
       01 WS-VM-CONFIRM             pic x(1).
       01 WS-VM-BOOK-TOTAL          pic 9(9)v99.
       01 WS-VM-TARGET-TOTAL        pic 9(9)v99.
       01 WS-VM-OVER-SHORT          pic s9(9)v99.
       01 WS-VM-COUNT               pic 9(3) value zero.
       01 WS-FMT-AMOUNT             pic -(8)9.99.
       01 WS-FMT-TARGET             pic -(8)9.99.
       01 WS-FMT-DIFF               pic -(8)9.99.

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

       01 WS-OPERATOR-FILE-STATUS   pic xx.
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
       01 WS-ENT-STATUS             pic xx.
       01 WS-ENT-FUNCTION           pic x(8).
       01 WS-ENT-OK-FLAG            pic x value 'Y'.
          88 OPER-ENTITLED          value 'Y'.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'VLT-MNT' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           perform until WS-USER-CHOICE = '5'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform SET-UP-VAULT thru SET-UP-VAULT-DONE
                   when '2' perform CHANGE-VAULT-TARGETS
                       thru CHANGE-VAULT-TARGETS-DONE
                   when '3' perform DAILY-VAULT-PROOF
                       thru DAILY-VAULT-PROOF-DONE
                   when '4' perform LIST-VAULTS
                   when '5' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Branch Cash Vault Maintenance".
           display "1. Set Up Vault".
           display "2. Change Targets/Status".
           display "3. Daily Vault Proof".
           display "4. List Vaults".
           display "5. Exit".
           display "Enter choice: ".

      *    Opens a vault for a branch on the branch master with its
      *    opening count and the target level for each denomination.
       SET-UP-VAULT.
           display "Enter Branch Code: ".
           accept WS-VM-BRANCH.
           open input BRANCH-FILE.
           if WS-BRANCH-STATUS not = '00'
               display "Branch file not found."
               go to SET-UP-VAULT-DONE
           end-if.
           move WS-VM-BRANCH to BR-CODE.
           read BRANCH-FILE
               invalid key
                   display "Branch not found."
                   close BRANCH-FILE
                   go to SET-UP-VAULT-DONE
           end-read.
           close BRANCH-FILE.
           if not BR-OPEN
               display "Branch is closed. Vault not set up."
               go to SET-UP-VAULT-DONE
           end-if.
           perform OPEN-VAULT-FILE.
           move WS-VM-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               not invalid key
                   display "That branch already has a vault."
                   close VAULT-FILE
                   go to SET-UP-VAULT-DONE
           end-read.
           close VAULT-FILE.

           display "Opening count by denomination:".
           perform ACCEPT-DENOM-AMOUNTS.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   to WS-VJ-AMOUNT (WS-DENOM-SUB)
           end-perform.
           display "Target level by denomination:".
           perform ACCEPT-DENOM-AMOUNTS.
           display "Return tolerance over target (percent): ".
           accept WS-VM-TOLERANCE.
           perform OPEN-VAULT-FILE.
           move WS-VM-BRANCH to VLT-BRANCH.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move WS-VJ-AMOUNT (WS-DENOM-SUB)
                   to VLT-DENOM-BALANCE (WS-DENOM-SUB)
               move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   to VLT-DENOM-TARGET (WS-DENOM-SUB)
           end-perform.
           move WS-VM-TOLERANCE to VLT-RETURN-TOLERANCE.
           move 0 to VLT-LAST-PROOF-DATE.
           move 0 to VLT-LAST-OVER-SHORT.
           set VLT-ACTIVE to true.
           move WS-OPERATOR-ID to VLT-CHANGED-BY.
           move WS-BUSINESS-DATE to VLT-CHANGED-DATE.
           write VAULT-RECORD
               invalid key
                   display "That branch already has a vault."
                   close VAULT-FILE
                   go to SET-UP-VAULT-DONE
           end-write.
           close VAULT-FILE.
           move 'SETUP' to WS-VJ-ACTION.
           move 0 to WS-VJ-REFERENCE.
           perform WRITE-VAULT-JOURNAL.
           display "Vault set up for branch " WS-VM-BRANCH ".".
       SET-UP-VAULT-DONE.
           continue.

      *    New targets and tolerance, and the active/inactive switch
      *    cash-order.cbl honors. The cash position is never changed
      *    here -- only a proof, a teller buy/sell or a shipment
      *    moves it.
       CHANGE-VAULT-TARGETS.
           display "Enter Branch Code: ".
           accept WS-VM-BRANCH.
           display "Target level by denomination:".
           perform ACCEPT-DENOM-AMOUNTS.
           display "Return tolerance over target (percent): ".
           accept WS-VM-TOLERANCE.
           display "Status ([A]ctive/[I]nactive): ".
           accept WS-VM-STATUS.
           inspect WS-VM-STATUS converting 'ai' to 'AI'.
           if WS-VM-STATUS not = 'A' and WS-VM-STATUS not = 'I'
               display "Status must be A or I. Nothing changed."
               go to CHANGE-VAULT-TARGETS-DONE
           end-if.
           perform OPEN-VAULT-FILE.
           move WS-VM-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               invalid key
                   display "No vault set up for that branch."
                   close VAULT-FILE
                   go to CHANGE-VAULT-TARGETS-DONE
           end-read.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   to VLT-DENOM-TARGET (WS-DENOM-SUB)
               move 0 to WS-VJ-AMOUNT (WS-DENOM-SUB)
           end-perform.
           move WS-VM-TOLERANCE to VLT-RETURN-TOLERANCE.
           move WS-VM-STATUS to VLT-STATUS.
           move WS-OPERATOR-ID to VLT-CHANGED-BY.
           move WS-BUSINESS-DATE to VLT-CHANGED-DATE.
           rewrite VAULT-RECORD.
           close VAULT-FILE.
           move 'TARGETS' to WS-VJ-ACTION.
           move 0 to WS-VJ-REFERENCE.
           perform WRITE-VAULT-JOURNAL.
           display "Vault targets updated.".
       CHANGE-VAULT-TARGETS-DONE.
           continue.

      *    The end-of-day vault proof. The counter enters the physical
      *    count by denomination without seeing the book figures;
      *    each denomination's over (+) or short (-) is then shown,
      *    journaled as a 'PROOF' row, and the count becomes the
      *    vault position. A vault proved twice in a day keeps the
      *    later result.
       DAILY-VAULT-PROOF.
           if not POSTING-ALLOWED
               display "The business day is closed. Proof refused."
               go to DAILY-VAULT-PROOF-DONE
           end-if.
           display "Enter Branch Code: ".
           accept WS-VM-BRANCH.
           perform OPEN-VAULT-FILE.
           move WS-VM-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               invalid key
                   display "No vault set up for that branch."
                   close VAULT-FILE
                   go to DAILY-VAULT-PROOF-DONE
           end-read.
           if VLT-LAST-PROOF-DATE = WS-BUSINESS-DATE
               display "This vault was already proved today; a new "
                   "count replaces that result."
           end-if.
           close VAULT-FILE.
           display "Physical count by denomination:".
           perform ACCEPT-DENOM-AMOUNTS.

           perform OPEN-VAULT-FILE.
           move WS-VM-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               invalid key
                   display "No vault set up for that branch."
                   close VAULT-FILE
                   go to DAILY-VAULT-PROOF-DONE
           end-read.
           move 0 to WS-VM-OVER-SHORT.
           display "Denom        Book       Counted    Over/Short".
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               compute WS-VJ-AMOUNT (WS-DENOM-SUB) =
                   WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   - VLT-DENOM-BALANCE (WS-DENOM-SUB)
               add WS-VJ-AMOUNT (WS-DENOM-SUB) to WS-VM-OVER-SHORT
               move VLT-DENOM-BALANCE (WS-DENOM-SUB) to WS-FMT-AMOUNT
               move WS-DENOM-AMOUNT (WS-DENOM-SUB) to WS-FMT-TARGET
               move WS-VJ-AMOUNT (WS-DENOM-SUB) to WS-FMT-DIFF
               display WS-DENOM-LABEL (WS-DENOM-SUB) " "
                   WS-FMT-AMOUNT " " WS-FMT-TARGET " " WS-FMT-DIFF
               move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                   to VLT-DENOM-BALANCE (WS-DENOM-SUB)
           end-perform.
           move WS-BUSINESS-DATE to VLT-LAST-PROOF-DATE.
           move WS-VM-OVER-SHORT to VLT-LAST-OVER-SHORT.
           rewrite VAULT-RECORD.
           close VAULT-FILE.
           move 'PROOF' to WS-VJ-ACTION.
           move 0 to WS-VJ-REFERENCE.
           perform WRITE-VAULT-JOURNAL.
           if WS-VM-OVER-SHORT = 0
               display "Vault proved in balance."
           else
               move WS-VM-OVER-SHORT to WS-FMT-DIFF
               display "*** VAULT OUT OF BALANCE: over/short of "
                   WS-FMT-DIFF " recorded ***"
           end-if.
       DAILY-VAULT-PROOF-DONE.
           continue.

       LIST-VAULTS.
           move 0 to WS-VM-COUNT.
           open input VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               display "No vault file found."
           else
               display "BR  ST       ON HAND        TARGET  PROVED"
                   "    OVER/SHORT"
               move 'N' to WS-EOF-FLAG
               read VAULT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   perform SHOW-ONE-VAULT
                   read VAULT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close VAULT-FILE
               display WS-VM-COUNT " vault(s) on file."
           end-if.

       SHOW-ONE-VAULT.
           add 1 to WS-VM-COUNT.
           move 0 to WS-VM-BOOK-TOTAL.
           move 0 to WS-VM-TARGET-TOTAL.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               add VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   to WS-VM-BOOK-TOTAL
               add VLT-DENOM-TARGET (WS-DENOM-SUB)
                   to WS-VM-TARGET-TOTAL
           end-perform.
           move WS-VM-BOOK-TOTAL to WS-FMT-AMOUNT.
           move WS-VM-TARGET-TOTAL to WS-FMT-TARGET.
           move VLT-LAST-OVER-SHORT to WS-FMT-DIFF.
           display VLT-BRANCH " " VLT-STATUS "  " WS-FMT-AMOUNT " "
               WS-FMT-TARGET " " VLT-LAST-PROOF-DATE " " WS-FMT-DIFF.

       OPEN-VAULT-FILE.
           open i-o VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               open output VAULT-FILE
               close VAULT-FILE
               open i-o VAULT-FILE
           end-if.

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
