       identification division.
       program-id. td-file-convert.

      *    One-time conversion utility for the term deposit master
      *    record gaining TD-PLAN-TYPE (space for an ordinary CD, I
      *    for an IRA CD, H for an HSA CD). Run book: rename the old
      *    term_deposits.dat to term_deposits_old.dat, run this
      *    program, and the new term_deposits.dat is loaded from it
      *    record for record with every existing CD marked as an
      *    ordinary one. Rerunnable -- an existing new-layout file is
      *    reloaded from scratch. Modeled on trans-file-convert.cbl.

       environment division.
       input-output section.
       file-control.
       select OLD-TERM-DEPOSIT-FILE
           assign to 'term_deposits_old.dat'
           organization is indexed
           access mode is sequential
           record key is OLD-TD-ID
           file status is WS-OLD-STATUS.
       select TERM-DEPOSIT-FILE
           assign to 'term_deposits.dat'
           organization is indexed
           access mode is dynamic
           record key is TD-ID
           lock mode is automatic
           file status is WS-TD-STATUS.

       data division.
       file section.
       fd OLD-TERM-DEPOSIT-FILE.
       01 OLD-TERM-DEPOSIT-RECORD.
          05 OLD-TD-ID              pic 9(6).
          05 OLD-TD-CUST-ID         pic 9(6).
          05 OLD-TD-PRINCIPAL       pic 9(8)v99.
          05 OLD-TD-RATE            pic 9(2)v9(4).
          05 OLD-TD-TERM-MONTHS     pic 9(3).
          05 OLD-TD-OPEN-DATE       pic 9(8).
          05 OLD-TD-MATURITY-DATE   pic 9(8).
          05 OLD-TD-RENEWAL         pic x(1).
          05 OLD-TD-STATUS          pic x(1).

       fd TERM-DEPOSIT-FILE.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ID                  pic 9(6).
          05 TD-CUST-ID             pic 9(6).
          05 TD-PRINCIPAL           pic 9(8)v99.
          05 TD-RATE                pic 9(2)v9(4).
          05 TD-TERM-MONTHS         pic 9(3).
          05 TD-OPEN-DATE           pic 9(8).
          05 TD-MATURITY-DATE       pic 9(8).
          05 TD-RENEWAL             pic x(1).
             88 TD-AUTO-RENEW       value 'R'.
             88 TD-PAY-AT-MATURITY  value 'P'.
          05 TD-STATUS              pic x(1).
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       working-storage section.
       01 WS-OLD-STATUS             pic xx.
       01 WS-TD-STATUS              pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-LOADED-COUNT           pic 9(8) value zero.
       01 WS-REJECTED-COUNT         pic 9(8) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Term Deposit File Conversion Starting...".
           open input OLD-TERM-DEPOSIT-FILE.
           if WS-OLD-STATUS not = '00'
               display "term_deposits_old.dat not found. Rename the "
                   "old term_deposits.dat to term_deposits_old.dat "
                   "first."
               stop run
           end-if.
           open output TERM-DEPOSIT-FILE.
           if WS-TD-STATUS not = '00'
               display "Could not create term_deposits.dat "
                   "(status " WS-TD-STATUS "). Aborting."
               stop run
           end-if.

           read OLD-TERM-DEPOSIT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move OLD-TD-ID to TD-ID
               move OLD-TD-CUST-ID to TD-CUST-ID
               move OLD-TD-PRINCIPAL to TD-PRINCIPAL
               move OLD-TD-RATE to TD-RATE
               move OLD-TD-TERM-MONTHS to TD-TERM-MONTHS
               move OLD-TD-OPEN-DATE to TD-OPEN-DATE
               move OLD-TD-MATURITY-DATE to TD-MATURITY-DATE
               move OLD-TD-RENEWAL to TD-RENEWAL
               move OLD-TD-STATUS to TD-STATUS
      *        Every CD opened before plan CDs existed was funded
      *        from checking.
               move space to TD-PLAN-TYPE
               write TERM-DEPOSIT-RECORD
                   invalid key
                       display "Duplicate TD-ID " OLD-TD-ID
                           " rejected."
                       add 1 to WS-REJECTED-COUNT
                   not invalid key
                       add 1 to WS-LOADED-COUNT
               end-write
               read OLD-TERM-DEPOSIT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           close OLD-TERM-DEPOSIT-FILE.
           close TERM-DEPOSIT-FILE.
           display WS-LOADED-COUNT " term deposit(s) loaded, "
               WS-REJECTED-COUNT " rejected.".
           stop run.
