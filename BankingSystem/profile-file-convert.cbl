       identification division.
       program-id. profile-file-convert.

      *    One-time conversion utility for the customer profile
      *    record gaining the TIN certification fields that
      *    interest-posting.cbl's backup withholding reads
      *    (PROF-TIN-STATUS and the certification and B-notice
      *    dates) and the returned-mail address status (PROF-ADDR-
      *    STATUS and its bad and cleared dates) returned-mail.cbl
      *    sets. Run book: rename the old customer_profiles.dat to
      *    customer_profiles_old.dat, run this program, and the new
      *    customer_profiles.dat is loaded from it record for record.
      *    A profile already carrying a tax ID is taken as certified
      *    (the W-9 on file predates tracking, so no certification
      *    date); one without a tax ID is uncertified and will be
      *    withheld on until a W-9 is recorded. Every address starts
      *    out good, with no returned-mail dates. Rerunnable -- an
      *    existing new-layout file is reloaded from scratch.
      *    Modeled on td-file-convert.cbl.

       environment division.
       input-output section.
       file-control.
       select OLD-PROFILE-FILE
           assign to 'customer_profiles_old.dat'
           organization is indexed
           access mode is sequential
           record key is OLD-PROF-CUST-ID
           file status is WS-OLD-STATUS.
       select CUSTOMER-PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.

       data division.
       file section.
       fd OLD-PROFILE-FILE.
       01 OLD-PROFILE-RECORD.
          05 OLD-PROF-CUST-ID       pic 9(6).
          05 OLD-PROF-ADDRESS-LINE-1 pic x(30).
          05 OLD-PROF-ADDRESS-LINE-2 pic x(30).
          05 OLD-PROF-CITY          pic x(20).
          05 OLD-PROF-STATE         pic x(2).
          05 OLD-PROF-ZIP           pic x(10).
          05 OLD-PROF-PHONE         pic x(12).
          05 OLD-PROF-DATE-OF-BIRTH pic 9(8).
          05 OLD-PROF-TAX-ID        pic 9(9).
          05 OLD-PROF-HOME-BRANCH   pic 9(3).

       fd CUSTOMER-PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

       working-storage section.
       01 WS-OLD-STATUS             pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-LOADED-COUNT           pic 9(8) value zero.
       01 WS-UNCERTIFIED-COUNT      pic 9(8) value zero.
       01 WS-REJECTED-COUNT         pic 9(8) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Customer Profile File Conversion Starting...".
           open input OLD-PROFILE-FILE.
           if WS-OLD-STATUS not = '00'
               display "customer_profiles_old.dat not found. Rename "
                   "the old customer_profiles.dat to "
                   "customer_profiles_old.dat first."
               stop run
           end-if.
           open output CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS not = '00'
               display "Could not create customer_profiles.dat "
                   "(status " WS-PROFILE-STATUS "). Aborting."
               stop run
           end-if.

           read OLD-PROFILE-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               move OLD-PROF-CUST-ID to PROF-CUST-ID
               move OLD-PROF-ADDRESS-LINE-1 to PROF-ADDRESS-LINE-1
               move OLD-PROF-ADDRESS-LINE-2 to PROF-ADDRESS-LINE-2
               move OLD-PROF-CITY to PROF-CITY
               move OLD-PROF-STATE to PROF-STATE
               move OLD-PROF-ZIP to PROF-ZIP
               move OLD-PROF-PHONE to PROF-PHONE
               move OLD-PROF-DATE-OF-BIRTH to PROF-DATE-OF-BIRTH
               move OLD-PROF-TAX-ID to PROF-TAX-ID
               move OLD-PROF-HOME-BRANCH to PROF-HOME-BRANCH
               move 0 to PROF-TIN-CERT-DATE
               move 0 to PROF-BNOTICE-1-DATE
               move 0 to PROF-BNOTICE-2-DATE
               move space to PROF-ADDR-STATUS
               move 0 to PROF-ADDR-BAD-DATE
               move 0 to PROF-ADDR-CLEARED-DATE
               if PROF-TAX-ID = 0
                   move 'U' to PROF-TIN-STATUS
               else
                   move 'C' to PROF-TIN-STATUS
               end-if
               write CUSTOMER-PROFILE-RECORD
                   invalid key
                       display "Duplicate customer " OLD-PROF-CUST-ID
                           " rejected."
                       add 1 to WS-REJECTED-COUNT
                   not invalid key
                       add 1 to WS-LOADED-COUNT
                       if PROF-TIN-UNCERTIFIED
                           add 1 to WS-UNCERTIFIED-COUNT
                       end-if
               end-write
               read OLD-PROFILE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           close OLD-PROFILE-FILE.
           close CUSTOMER-PROFILE-FILE.
           display WS-LOADED-COUNT " profile(s) loaded, "
               WS-UNCERTIFIED-COUNT " with no tax ID (uncertified), "
               WS-REJECTED-COUNT " rejected.".
           stop run.
