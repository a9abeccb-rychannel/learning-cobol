       identification division.
       program-id. card-file-convert.

      *    One-time conversion utility for the debit card master
      *    record gaining its lifecycle fields (CARD-EXPIRY-DATE,
      *    CARD-ISSUE-SEQ, CARD-STATUS-DATE). Run book: rename the
      *    old debitcards.dat to debitcards_old.dat, run this
      *    program, and the new debitcards.dat is loaded from it
      *    record for record with the new fields zeroed -- a zero
      *    expiry marks a card issued before expiry dates were
      *    tracked, and the next card-reissue.cbl run stamps it.
      *    Rerunnable -- an existing new-layout file is reloaded
      *    from scratch. Modeled on trans-file-convert.cbl.

       environment division.
       input-output section.
       file-control.
       select OLD-DEBIT-CARD-FILE
           assign to 'debitcards_old.dat'
           organization is indexed
           access mode is sequential
           record key is OLD-CARD-CUST-ID
           file status is WS-OLD-STATUS.
       select DEBIT-CARD-FILE
           assign to 'debitcards.dat'
           organization is indexed
           access mode is dynamic
           record key is CARD-CUST-ID
           lock mode is automatic
           file status is WS-CARD-STATUS.

       data division.
       file section.
       fd OLD-DEBIT-CARD-FILE.
       01 OLD-DEBIT-CARD-RECORD.
          05 OLD-CARD-CUST-ID       pic 9(6).
          05 OLD-CARD-NUMBER        pic 9(16).
          05 OLD-CARD-DAILY-LIMIT   pic 9(6)v99.
          05 OLD-CARD-DAILY-USED    pic 9(6)v99.
          05 OLD-CARD-LAST-USE-DATE pic 9(8).
          05 OLD-CARD-STATUS        pic x(1).

       fd DEBIT-CARD-FILE.
       01 DEBIT-CARD-RECORD.
          05 CARD-CUST-ID           pic 9(6).
          05 CARD-NUMBER            pic 9(16).
          05 CARD-DAILY-LIMIT       pic 9(6)v99.
          05 CARD-DAILY-USED        pic 9(6)v99.
          05 CARD-LAST-USE-DATE     pic 9(8).
          05 CARD-STATUS            pic x(1).
             88 CARD-ACTIVE         value 'A'.
          05 CARD-EXPIRY-DATE       pic 9(8).
          05 CARD-ISSUE-SEQ         pic 9(2).
          05 CARD-STATUS-DATE       pic 9(8).

       working-storage section.
       01 WS-OLD-STATUS             pic xx.
       01 WS-CARD-STATUS            pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-LOADED-COUNT           pic 9(8) value zero.
       01 WS-REJECTED-COUNT         pic 9(8) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Debit Card File Conversion Starting...".
           open input OLD-DEBIT-CARD-FILE.
           if WS-OLD-STATUS not = '00'
               display "debitcards_old.dat not found. Rename the "
                   "old debitcards.dat to debitcards_old.dat first."
               stop run
           end-if.
           open output DEBIT-CARD-FILE.
           if WS-CARD-STATUS not = '00'
               display "Could not create debitcards.dat "
                   "(status " WS-CARD-STATUS "). Aborting."
               stop run
           end-if.

           read OLD-DEBIT-CARD-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move OLD-CARD-CUST-ID to CARD-CUST-ID
               move OLD-CARD-NUMBER to CARD-NUMBER
               move OLD-CARD-DAILY-LIMIT to CARD-DAILY-LIMIT
               move OLD-CARD-DAILY-USED to CARD-DAILY-USED
               move OLD-CARD-LAST-USE-DATE to CARD-LAST-USE-DATE
               move OLD-CARD-STATUS to CARD-STATUS
               move 0 to CARD-EXPIRY-DATE
               move 0 to CARD-ISSUE-SEQ
               move 0 to CARD-STATUS-DATE
               write DEBIT-CARD-RECORD
                   invalid key
                       display "Duplicate CARD-CUST-ID "
                           OLD-CARD-CUST-ID " rejected."
                       add 1 to WS-REJECTED-COUNT
                   not invalid key
                       add 1 to WS-LOADED-COUNT
               end-write
               read OLD-DEBIT-CARD-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           close OLD-DEBIT-CARD-FILE.
           close DEBIT-CARD-FILE.
           display WS-LOADED-COUNT " debit card(s) loaded, "
               WS-REJECTED-COUNT " rejected.".
           stop run.
