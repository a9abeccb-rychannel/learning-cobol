       identification division.
       program-id. cash-order.

      *    Armored-carrier cash orders and returns for the branch
      *    vaults (vaults.dat, maintained in vault-maint.cbl). Build
      *    Requests compares every active vault with its targets,
      *    denomination by denomination: a denomination below target
      *    is ordered up to target, and one above target by more than
      *    the vault's return tolerance has the excess shipped back.
      *    Each branch gets at most one open order and one open return
      *    on cash_orders.dat; a branch with a request still open is
      *    skipped until that shipment is posted or cancelled. The
      *    requests built are listed on cash_shipment_requests.txt
      *    for the carrier.
      *    When a shipment arrives, Post Received Shipment takes the
      *    amounts actually delivered and adds them to the vault; Post
      *    Returned Shipment takes the amounts handed to the carrier
      *    and takes them out. Both are journaled on vault_journal.dat
      *    against the request number, and a delivery that differs
      *    from the order is reported so it can be taken up with the
      *    carrier. Requires operator sign-on and the CASH-ORD
      *    entitlement.

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
       select CASH-ORDER-FILE
           assign to 'cash_orders.dat'
           organization is indexed
           access mode is dynamic
           record key is CO-ORDER-ID
           lock mode is automatic
           file status is WS-ORDER-STATUS.
       select SHIPMENT-REQUEST-FILE
           assign to 'cash_shipment_requests.txt'
           organization is line sequential
           file status is WS-SHIPREQ-STATUS.

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

       fd CASH-ORDER-FILE.
       01 CASH-ORDER-RECORD.
          05 CO-ORDER-ID            pic 9(6).
          05 CO-BRANCH              pic 9(3).
          05 CO-DIRECTION           pic x(1).
             88 CO-ORDER-IN         value 'O'.
             88 CO-RETURN-OUT       value 'R'.
          05 CO-STATUS              pic x(1).
             88 CO-REQUESTED        value 'Q'.
             88 CO-POSTED           value 'P'.
             88 CO-CANCELLED        value 'X'.
          05 CO-REQUEST-DATE        pic 9(8).
          05 CO-REQUESTED-BY        pic 9(4).
          05 CO-DENOM-AMOUNT occurs 8 times pic 9(8)v99.
          05 CO-TOTAL               pic 9(9)v99.
          05 CO-POSTED-DATE         pic 9(8).
          05 CO-POSTED-BY           pic 9(4).
          05 CO-POSTED-TOTAL        pic 9(9)v99.

       fd SHIPMENT-REQUEST-FILE.
       01 SHIPMENT-REQUEST-LINE     pic x(132).

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
       01 WS-ORDER-STATUS           pic xx.
       01 WS-SHIPREQ-STATUS         pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-ORDER-EOF-FLAG         pic x value 'N'.
          88 ORDER-EOF-REACHED      value 'Y'.

       01 WS-CO-ORDER-ID            pic 9(6).
       01 WS-CO-MAX-ID              pic 9(6) value zero.
       01 WS-CO-BRANCH              pic 9(3).
       01 WS-CO-DIRECTION           pic x(1).
       01 WS-CO-OPEN-ORDER          pic x value 'N'.
          88 BRANCH-HAS-OPEN-ORDER  value 'Y'.
       01 WS-CO-OPEN-RETURN         pic x value 'N'.
          88 BRANCH-HAS-OPEN-RETURN value 'Y'.
       01 WS-CO-SHORT-AMOUNTS.
          05 WS-CO-SHORT occurs 8 times pic 9(8)v99.
       01 WS-CO-EXCESS-AMOUNTS.
          05 WS-CO-EXCESS occurs 8 times pic 9(8)v99.
       01 WS-CO-SHORT-TOTAL         pic 9(9)v99.
       01 WS-CO-EXCESS-TOTAL        pic 9(9)v99.
       01 WS-CO-CEILING             pic 9(9)v99.
       01 WS-CO-SHORT-FOUND         pic x value 'N'.
       01 WS-CO-ORDERS-BUILT        pic 9(5) value zero.
       01 WS-CO-RETURNS-BUILT       pic 9(5) value zero.
       01 WS-CO-VAULTS-SKIPPED      pic 9(5) value zero.
       01 WS-CO-LIST-COUNT          pic 9(5) value zero.
       01 WS-CO-DIFF                pic s9(9)v99.
       01 WS-CO-DIRECTION-WORD      pic x(6).
       01 WS-FMT-AMOUNT             pic -(8)9.99.
       01 WS-FMT-TOTAL              pic -(9)9.99.
       01 WS-FMT-DIFF               pic -(9)9.99.

      *    The carrier listing: one line per request, by denomination.
       01 WS-REQUEST-LINE.
          05 WS-RL-ORDER-ID         pic 9(6).
          05 filler                 pic x(1) value spaces.
          05 WS-RL-BRANCH           pic 9(3).
          05 filler                 pic x(1) value spaces.
          05 WS-RL-DIRECTION        pic x(6).
          05 WS-RL-DENOM occurs 8 times.
             10 filler              pic x(1).
             10 WS-RL-AMOUNT        pic z(7)9.99.
          05 filler                 pic x(1) value spaces.
          05 WS-RL-TOTAL            pic z(8)9.99.
       01 WS-REQUEST-HEADING.
          05 filler                 pic x(17) value
             'ORDER  BR  DIR   '.
          05 WS-RH-DENOM occurs 8 times.
             10 filler              pic x(7).
             10 WS-RH-LABEL         pic x(5).
          05 filler                 pic x(13) value
             '        TOTAL'.

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
           move 'CASH-ORD' to WS-ENT-FUNCTION.
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
                   when '1' perform BUILD-CASH-REQUESTS
                       thru BUILD-CASH-REQUESTS-DONE
                   when '2' move 'O' to WS-CO-DIRECTION
                       perform POST-SHIPMENT thru POST-SHIPMENT-DONE
                   when '3' move 'R' to WS-CO-DIRECTION
                       perform POST-SHIPMENT thru POST-SHIPMENT-DONE
                   when '4' perform CANCEL-REQUEST
                       thru CANCEL-REQUEST-DONE
                   when '5' perform LIST-OPEN-REQUESTS
                   when '6' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Vault Cash Orders and Returns".
           display "1. Build Requests from Vault Targets".
           display "2. Post Received Shipment".
           display "3. Post Returned Shipment".
           display "4. Cancel Request".
           display "5. List Open Requests".
           display "6. Exit".
           display "Enter choice: ".

      *    Walks every active vault and raises the order and/or return
      *    its position calls for, listing each on the carrier file.
       BUILD-CASH-REQUESTS.
           if not POSTING-ALLOWED
               display "The business day is closed. Requests refused."
               go to BUILD-CASH-REQUESTS-DONE
           end-if.
           open input VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               display "No vault file found."
               go to BUILD-CASH-REQUESTS-DONE
           end-if.
           open i-o CASH-ORDER-FILE.
           if WS-ORDER-STATUS not = '00'
               open output CASH-ORDER-FILE
               close CASH-ORDER-FILE
               open i-o CASH-ORDER-FILE
           end-if.
           perform FIND-ORDER-MAX-ID.
           open output SHIPMENT-REQUEST-FILE.
           move "CASH SHIPMENT REQUESTS" to SHIPMENT-REQUEST-LINE.
           write SHIPMENT-REQUEST-LINE.
           move spaces to SHIPMENT-REQUEST-LINE.
           string "Business date " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into SHIPMENT-REQUEST-LINE
           end-string.
           write SHIPMENT-REQUEST-LINE.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move spaces to WS-RH-DENOM (WS-DENOM-SUB)
               move WS-DENOM-LABEL (WS-DENOM-SUB)
                   to WS-RH-LABEL (WS-DENOM-SUB)
           end-perform.
           move WS-REQUEST-HEADING to SHIPMENT-REQUEST-LINE.
           write SHIPMENT-REQUEST-LINE.
           move all "-" to SHIPMENT-REQUEST-LINE.
           write SHIPMENT-REQUEST-LINE.

           move 0 to WS-CO-ORDERS-BUILT.
           move 0 to WS-CO-RETURNS-BUILT.
           move 0 to WS-CO-VAULTS-SKIPPED.
           move 'N' to WS-EOF-FLAG.
           read VAULT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if VLT-ACTIVE
                   perform BUILD-ONE-VAULT thru BUILD-ONE-VAULT-DONE
               end-if
               read VAULT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close VAULT-FILE.
           close CASH-ORDER-FILE.

           move all "-" to SHIPMENT-REQUEST-LINE.
           write SHIPMENT-REQUEST-LINE.
           move spaces to SHIPMENT-REQUEST-LINE.
           string "Orders: " delimited by size
                  WS-CO-ORDERS-BUILT delimited by size
                  "  Returns: " delimited by size
                  WS-CO-RETURNS-BUILT delimited by size
                  "  Vaults skipped (request open): " delimited by size
                  WS-CO-VAULTS-SKIPPED delimited by size
                  into SHIPMENT-REQUEST-LINE
           end-string.
           write SHIPMENT-REQUEST-LINE.
           close SHIPMENT-REQUEST-FILE.
           display WS-CO-ORDERS-BUILT " order(s) and "
               WS-CO-RETURNS-BUILT " return(s) written to "
               "cash_shipment_requests.txt.".
       BUILD-CASH-REQUESTS-DONE.
           continue.

      *    A denomination below target is short by the difference; one
      *    above target plus the tolerance is in excess of the target.
      *    Holdings between the two are left alone.
       BUILD-ONE-VAULT.
           perform FIND-OPEN-REQUESTS.
           if BRANCH-HAS-OPEN-ORDER or BRANCH-HAS-OPEN-RETURN
               add 1 to WS-CO-VAULTS-SKIPPED
               go to BUILD-ONE-VAULT-DONE
           end-if.
           move 0 to WS-CO-SHORT-TOTAL.
           move 0 to WS-CO-EXCESS-TOTAL.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move 0 to WS-CO-SHORT (WS-DENOM-SUB)
               move 0 to WS-CO-EXCESS (WS-DENOM-SUB)
               compute WS-CO-CEILING =
                   VLT-DENOM-TARGET (WS-DENOM-SUB)
                   + VLT-DENOM-TARGET (WS-DENOM-SUB)
                   * VLT-RETURN-TOLERANCE / 100
               if VLT-DENOM-BALANCE (WS-DENOM-SUB)
                  < VLT-DENOM-TARGET (WS-DENOM-SUB)
                   compute WS-CO-SHORT (WS-DENOM-SUB) =
                       VLT-DENOM-TARGET (WS-DENOM-SUB)
                       - VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   add WS-CO-SHORT (WS-DENOM-SUB) to WS-CO-SHORT-TOTAL
               end-if
               if VLT-DENOM-BALANCE (WS-DENOM-SUB) > WS-CO-CEILING
                   compute WS-CO-EXCESS (WS-DENOM-SUB) =
                       VLT-DENOM-BALANCE (WS-DENOM-SUB)
                       - VLT-DENOM-TARGET (WS-DENOM-SUB)
                   add WS-CO-EXCESS (WS-DENOM-SUB)
                       to WS-CO-EXCESS-TOTAL
               end-if
           end-perform.
           if WS-CO-SHORT-TOTAL > 0
               move 'O' to CO-DIRECTION
               perform varying WS-DENOM-SUB from 1 by 1
                   until WS-DENOM-SUB > 8
                   move WS-CO-SHORT (WS-DENOM-SUB)
                       to CO-DENOM-AMOUNT (WS-DENOM-SUB)
               end-perform
               move WS-CO-SHORT-TOTAL to CO-TOTAL
               perform WRITE-CASH-REQUEST
               add 1 to WS-CO-ORDERS-BUILT
           end-if.
           if WS-CO-EXCESS-TOTAL > 0
               move 'R' to CO-DIRECTION
               perform varying WS-DENOM-SUB from 1 by 1
                   until WS-DENOM-SUB > 8
                   move WS-CO-EXCESS (WS-DENOM-SUB)
                       to CO-DENOM-AMOUNT (WS-DENOM-SUB)
               end-perform
               move WS-CO-EXCESS-TOTAL to CO-TOTAL
               perform WRITE-CASH-REQUEST
               add 1 to WS-CO-RETURNS-BUILT
           end-if.
       BUILD-ONE-VAULT-DONE.
           continue.

      *    Files the request in CASH-ORDER-RECORD (direction, amounts
      *    and total already set) under the next request number and
      *    lists it for the carrier.
       WRITE-CASH-REQUEST.
           add 1 to WS-CO-MAX-ID.
           move WS-CO-MAX-ID to CO-ORDER-ID.
           move VLT-BRANCH to CO-BRANCH.
           set CO-REQUESTED to true.
           move WS-BUSINESS-DATE to CO-REQUEST-DATE.
           move WS-OPERATOR-ID to CO-REQUESTED-BY.
           move 0 to CO-POSTED-DATE.
           move 0 to CO-POSTED-BY.
           move 0 to CO-POSTED-TOTAL.
           write CASH-ORDER-RECORD.
           perform FORMAT-REQUEST-LINE.
           move WS-REQUEST-LINE to SHIPMENT-REQUEST-LINE.
           write SHIPMENT-REQUEST-LINE.

       FORMAT-REQUEST-LINE.
           move CO-ORDER-ID to WS-RL-ORDER-ID.
           move CO-BRANCH to WS-RL-BRANCH.
           if CO-ORDER-IN
               move "ORDER " to WS-RL-DIRECTION
           else
               move "RETURN" to WS-RL-DIRECTION
           end-if.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move spaces to WS-RL-DENOM (WS-DENOM-SUB)
               move CO-DENOM-AMOUNT (WS-DENOM-SUB)
                   to WS-RL-AMOUNT (WS-DENOM-SUB)
           end-perform.
           move CO-TOTAL to WS-RL-TOTAL.

      *    Sets the open-order and open-return switches for the
      *    vault's branch from the requests still awaiting shipment.
      *    The walk runs on its own pass of the request file, then
      *    leaves it for the keyed writes that follow.
       FIND-OPEN-REQUESTS.
           move 'N' to WS-CO-OPEN-ORDER.
           move 'N' to WS-CO-OPEN-RETURN.
           move 'N' to WS-ORDER-EOF-FLAG.
           move 0 to CO-ORDER-ID.
           start CASH-ORDER-FILE key is greater than CO-ORDER-ID
               invalid key
                   move 'Y' to WS-ORDER-EOF-FLAG
           end-start.
           perform until ORDER-EOF-REACHED
               read CASH-ORDER-FILE next record
                   at end
                       move 'Y' to WS-ORDER-EOF-FLAG
                   not at end
                       if CO-BRANCH = VLT-BRANCH and CO-REQUESTED
                           if CO-ORDER-IN
                               move 'Y' to WS-CO-OPEN-ORDER
                           else
                               move 'Y' to WS-CO-OPEN-RETURN
                           end-if
                       end-if
               end-read
           end-perform.

      *    One keyed START against the highest existing request
      *    number, the way the AML case intake numbers its cases.
       FIND-ORDER-MAX-ID.
           move 0 to WS-CO-MAX-ID.
           move 999999 to CO-ORDER-ID.
           start CASH-ORDER-FILE key is less than or equal to
               CO-ORDER-ID
               invalid key
                   continue
               not invalid key
                   read CASH-ORDER-FILE next record
                       at end
                           continue
                       not at end
                           move CO-ORDER-ID to WS-CO-MAX-ID
                   end-read
           end-start.

      *    Posts a carrier shipment against its open request:
      *    WS-CO-DIRECTION 'O' for cash received into the vault, 'R'
      *    for excess handed over. The amounts actually moved are
      *    entered by denomination; a return cannot take out more of
      *    a denomination than the vault holds.
       POST-SHIPMENT.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               go to POST-SHIPMENT-DONE
           end-if.
           display "Enter Request Number: ".
           accept WS-CO-ORDER-ID.
           open i-o CASH-ORDER-FILE.
           if WS-ORDER-STATUS not = '00'
               display "No cash requests on file."
               go to POST-SHIPMENT-DONE
           end-if.
           move WS-CO-ORDER-ID to CO-ORDER-ID.
           read CASH-ORDER-FILE
               invalid key
                   display "Request not found."
                   close CASH-ORDER-FILE
                   go to POST-SHIPMENT-DONE
           end-read.
           if CO-DIRECTION not = WS-CO-DIRECTION
               if CO-ORDER-IN
                   display "That request is an order -- post it as a "
                       "received shipment."
               else
                   display "That request is a return -- post it as a "
                       "returned shipment."
               end-if
               close CASH-ORDER-FILE
               go to POST-SHIPMENT-DONE
           end-if.
           if not CO-REQUESTED
               display "That request is no longer open."
               close CASH-ORDER-FILE
               go to POST-SHIPMENT-DONE
           end-if.
           move CO-BRANCH to WS-CO-BRANCH.
           display "Requested for branch " CO-BRANCH ":".
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move CO-DENOM-AMOUNT (WS-DENOM-SUB) to WS-FMT-AMOUNT
               display "  " WS-DENOM-LABEL (WS-DENOM-SUB) " "
                   WS-FMT-AMOUNT
           end-perform.
           close CASH-ORDER-FILE.
           if WS-CO-DIRECTION = 'O'
               display "Amounts received by denomination:"
           else
               display "Amounts shipped by denomination:"
           end-if.
           perform ACCEPT-DENOM-AMOUNTS.

           open i-o VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               display "No vault file found."
               go to POST-SHIPMENT-DONE
           end-if.
           move WS-CO-BRANCH to VLT-BRANCH.
           read VAULT-FILE
               invalid key
                   display "No vault set up for branch " WS-CO-BRANCH
                       "."
                   close VAULT-FILE
                   go to POST-SHIPMENT-DONE
           end-read.
           if WS-CO-DIRECTION = 'R'
               perform varying WS-DENOM-SUB from 1 by 1
                   until WS-DENOM-SUB > 8
                   if WS-DENOM-AMOUNT (WS-DENOM-SUB)
                      > VLT-DENOM-BALANCE (WS-DENOM-SUB)
                       move 'Y' to WS-CO-SHORT-FOUND
                   end-if
               end-perform
               if WS-CO-SHORT-FOUND = 'Y'
                   move 'N' to WS-CO-SHORT-FOUND
                   display "The vault does not hold that much of "
                       "every denomination. Nothing posted."
                   close VAULT-FILE
                   go to POST-SHIPMENT-DONE
               end-if
           end-if.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               if WS-CO-DIRECTION = 'O'
                   add WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       to VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   move WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       to WS-VJ-AMOUNT (WS-DENOM-SUB)
               else
                   subtract WS-DENOM-AMOUNT (WS-DENOM-SUB)
                       from VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   compute WS-VJ-AMOUNT (WS-DENOM-SUB) =
                       0 - WS-DENOM-AMOUNT (WS-DENOM-SUB)
               end-if
           end-perform.
           rewrite VAULT-RECORD.
           close VAULT-FILE.

           open i-o CASH-ORDER-FILE.
           move WS-CO-ORDER-ID to CO-ORDER-ID.
           read CASH-ORDER-FILE
               invalid key
                   display "Request not found."
                   close CASH-ORDER-FILE
                   go to POST-SHIPMENT-DONE
           end-read.
           set CO-POSTED to true.
           move WS-BUSINESS-DATE to CO-POSTED-DATE.
           move WS-OPERATOR-ID to CO-POSTED-BY.
           move WS-DENOM-TOTAL to CO-POSTED-TOTAL.
           rewrite CASH-ORDER-RECORD.
           close CASH-ORDER-FILE.

           if WS-CO-DIRECTION = 'O'
               move 'SHIP-RECV' to WS-VJ-ACTION
           else
               move 'SHIP-RETN' to WS-VJ-ACTION
           end-if.
           move WS-CO-ORDER-ID to WS-VJ-REFERENCE.
           perform WRITE-VAULT-JOURNAL.
           move WS-DENOM-TOTAL to WS-FMT-TOTAL.
           display "Shipment of " WS-FMT-TOTAL " posted to branch "
               WS-CO-BRANCH " vault.".
           compute WS-CO-DIFF = WS-DENOM-TOTAL - CO-TOTAL.
           if WS-CO-DIFF not = 0
               move WS-CO-DIFF to WS-FMT-DIFF
               display "*** Shipment differs from request by "
                   WS-FMT-DIFF " -- refer to the carrier ***"
           end-if.
       POST-SHIPMENT-DONE.
           continue.

       CANCEL-REQUEST.
           display "Enter Request Number: ".
           accept WS-CO-ORDER-ID.
           open i-o CASH-ORDER-FILE.
           if WS-ORDER-STATUS not = '00'
               display "No cash requests on file."
               go to CANCEL-REQUEST-DONE
           end-if.
           move WS-CO-ORDER-ID to CO-ORDER-ID.
           read CASH-ORDER-FILE
               invalid key
                   display "Request not found."
                   close CASH-ORDER-FILE
                   go to CANCEL-REQUEST-DONE
           end-read.
           if not CO-REQUESTED
               display "That request is no longer open."
               close CASH-ORDER-FILE
               go to CANCEL-REQUEST-DONE
           end-if.
           set CO-CANCELLED to true.
           move WS-BUSINESS-DATE to CO-POSTED-DATE.
           move WS-OPERATOR-ID to CO-POSTED-BY.
           move 0 to CO-POSTED-TOTAL.
           rewrite CASH-ORDER-RECORD.
           close CASH-ORDER-FILE.
           display "Request " WS-CO-ORDER-ID " cancelled.".
       CANCEL-REQUEST-DONE.
           continue.

       LIST-OPEN-REQUESTS.
           move 0 to WS-CO-LIST-COUNT.
           open input CASH-ORDER-FILE.
           if WS-ORDER-STATUS not = '00'
               display "No cash requests on file."
           else
               display "REQ#   BR  DIR    REQUESTED          TOTAL"
               move 'N' to WS-ORDER-EOF-FLAG
               read CASH-ORDER-FILE next record
                   at end
                       move 'Y' to WS-ORDER-EOF-FLAG
               end-read
               perform until ORDER-EOF-REACHED
                   if CO-REQUESTED
                       add 1 to WS-CO-LIST-COUNT
                       if CO-ORDER-IN
                           move "ORDER " to WS-CO-DIRECTION-WORD
                       else
                           move "RETURN" to WS-CO-DIRECTION-WORD
                       end-if
                       move CO-TOTAL to WS-FMT-TOTAL
                       display CO-ORDER-ID " " CO-BRANCH " "
                           WS-CO-DIRECTION-WORD " " CO-REQUEST-DATE
                           " " WS-FMT-TOTAL
                   end-if
                   read CASH-ORDER-FILE next record
                       at end
                           move 'Y' to WS-ORDER-EOF-FLAG
                   end-read
               end-perform
               close CASH-ORDER-FILE
               display WS-CO-LIST-COUNT " open request(s)."
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
