       identification division.
       program-id. index-rate-maint.

      *    Back-office maintenance for INDEX-RATE-FILE, the
      *    effective-dated benchmark rates (prime and the like) the
      *    variable-rate loans reprice from -- the same append-only
      *    shape currency_rates.dat has under rate-maint.cbl. Posting
      *    a corrected rate for the same effective date supersedes the
      *    earlier line because the lookup in loan-rate-reset.cbl
      *    keeps the last qualifying record it reads.

       environment division.
       input-output section.
       file-control.
       select INDEX-RATE-FILE
           assign to 'index_rates.dat'
           organization is line sequential
           file status is WS-INDEX-FILE-STATUS.

       data division.
       file section.
       fd INDEX-RATE-FILE.
       01 INDEX-RATE-RECORD.
          05 IDX-CODE               pic x(6).
          05 IDX-EFFECTIVE-DATE     pic 9(8).
          05 IDX-RATE               pic 9(2)v9(4).

       working-storage section.
       01 WS-INDEX-FILE-STATUS      pic xx.
       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-NEW-CODE               pic x(6).
       01 WS-NEW-EFFECTIVE-DATE     pic 9(8).
       01 WS-NEW-RATE               pic 9(2)v9(4).

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '3'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform POST-INDEX-RATE
                   when '2' perform LIST-INDEX-RATES
                   when '3' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "Index Rate Maintenance".
           display "1. Post Index Rate".
           display "2. List Index Rates".
           display "3. Exit".
           display "Enter choice: ".

       POST-INDEX-RATE.
           display "Enter Index Code (e.g. PRIME): ".
           accept WS-NEW-CODE.
           if WS-NEW-CODE = spaces
               display "Index code is required."
           else
               display "Enter Effective Date (YYYYMMDD): "
               accept WS-NEW-EFFECTIVE-DATE
               display "Enter Index Rate Percent (e.g. 08.2500): "
               accept WS-NEW-RATE
               open extend INDEX-RATE-FILE
               if WS-INDEX-FILE-STATUS not = '00'
                   open output INDEX-RATE-FILE
               end-if
               move WS-NEW-CODE to IDX-CODE
               move WS-NEW-EFFECTIVE-DATE to IDX-EFFECTIVE-DATE
               move WS-NEW-RATE to IDX-RATE
               write INDEX-RATE-RECORD
               close INDEX-RATE-FILE
               display "Index rate posted."
           end-if.

       LIST-INDEX-RATES.
           open input INDEX-RATE-FILE.
           if WS-INDEX-FILE-STATUS not = '00'
               display "No index rate file found."
           else
               move 'N' to WS-EOF-FLAG
               display "Index  Effective  Rate"
               read INDEX-RATE-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   display IDX-CODE " " IDX-EFFECTIVE-DATE "  "
                       IDX-RATE
                   read INDEX-RATE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close INDEX-RATE-FILE
           end-if.
