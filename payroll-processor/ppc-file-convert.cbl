       identification division.
       program-id. ppc-file-convert.

      *    One-time conversion utility for the pay-change approval
      *    queue record gaining PPC-EFFECTIVE-DATE. Run book: rename
      *    the old pending_pay_changes.dat to
      *    pending_pay_changes_old.dat, run this program, and the
      *    new pending_pay_changes.dat is loaded from it record for
      *    record -- open items stay open for their second operator
      *    -- with every existing change carrying a zero effective
      *    date, i.e. applied on approval as before. Rerunnable --
      *    an existing new-layout file is reloaded from scratch.

       environment division.
       input-output section.
       file-control.
       select OLD-PENDING-CHANGE-FILE
           assign to 'pending_pay_changes_old.dat'
           organization is indexed
           access mode is sequential
           record key is OLD-PPC-ID
           file status is WS-OLD-STATUS.
       select PENDING-PAY-CHANGE-FILE
           assign to 'pending_pay_changes.dat'
           organization is indexed
           access mode is dynamic
           record key is PPC-ID
           lock mode is automatic
           file status is WS-PPC-STATUS.

       data division.
       file section.
       fd OLD-PENDING-CHANGE-FILE.
       01 OLD-PENDING-CHANGE-RECORD.
          05 OLD-PPC-ID             pic 9(6).
          05 OLD-PPC-REST           pic x(115).

       fd PENDING-PAY-CHANGE-FILE.
       01 PENDING-PAY-CHANGE-RECORD.
          05 PPC-ID                 pic 9(6).
          05 PPC-TYPE               pic x(1).
             88 PPC-RATE-CHANGE     value 'R'.
             88 PPC-SALARY-CHANGE   value 'S'.
             88 PPC-BANK-CHANGE     value 'B'.
             88 PPC-ELECTION-CHANGE value 'D'.
          05 PPC-EMP-ID             pic 9(6).
          05 PPC-OLD-VALUE          pic x(20).
          05 PPC-NEW-VALUE          pic x(20).
          05 PPC-NEW-CUST-ID        pic 9(6).
          05 PPC-NEW-ACCOUNT        pic 9(10).
          05 PPC-NEW-ROUTING        pic 9(9).
          05 PPC-KEYED-BY           pic 9(4).
          05 PPC-KEYED-DATE         pic 9(8).
          05 PPC-STATUS             pic x(1).
             88 PPC-OPEN            value 'P'.
             88 PPC-APPROVED        value 'A'.
             88 PPC-REJECTED        value 'R'.
          05 PPC-REASON             pic x(30).
          05 PPC-EFFECTIVE-DATE     pic 9(8).

       working-storage section.
       01 WS-OLD-STATUS             pic xx.
       01 WS-PPC-STATUS             pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-LOADED-COUNT           pic 9(6) value zero.
       01 WS-OPEN-COUNT             pic 9(6) value zero.
       01 WS-REJECTED-COUNT         pic 9(6) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Pay Change Queue Conversion Starting...".
           open input OLD-PENDING-CHANGE-FILE.
           if WS-OLD-STATUS not = '00'
               display "pending_pay_changes_old.dat not found. "
                   "Rename the old pending_pay_changes.dat to "
                   "pending_pay_changes_old.dat first."
               stop run
           end-if.
           open output PENDING-PAY-CHANGE-FILE.
           if WS-PPC-STATUS not = '00'
               display "Could not create pending_pay_changes.dat "
                   "(status " WS-PPC-STATUS "). Aborting."
               stop run
           end-if.

           read OLD-PENDING-CHANGE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move OLD-PENDING-CHANGE-RECORD
                   to PENDING-PAY-CHANGE-RECORD
               move 0 to PPC-EFFECTIVE-DATE
               write PENDING-PAY-CHANGE-RECORD
                   invalid key
                       display "Duplicate PPC-ID " OLD-PPC-ID
                           " rejected."
                       add 1 to WS-REJECTED-COUNT
                   not invalid key
                       add 1 to WS-LOADED-COUNT
                       if PPC-OPEN
                           add 1 to WS-OPEN-COUNT
                       end-if
               end-write
               read OLD-PENDING-CHANGE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           close OLD-PENDING-CHANGE-FILE.
           close PENDING-PAY-CHANGE-FILE.
           display WS-LOADED-COUNT " pay change(s) loaded ("
               WS-OPEN-COUNT " still open), "
               WS-REJECTED-COUNT " rejected.".
           stop run.
