       identification division.
       program-id. loan-rate-reset.

      *    Scheduled repricing for the variable-rate loans. Every loan
      *    with a row on VARIABLE-TERMS-FILE whose next reset date has
      *    arrived is repriced to its index rate (the last
      *    index_rates.dat line for its index effective on or before
      *    the reset date) plus margin, held inside the loan's floor
      *    and cap. LOAN-PAYMENT-AMOUNT is then recomputed with the
      *    origination annuity formula over the payments left to
      *    maturity on the current balance, the reset date moves on
      *    by the reset frequency, and a 'RATE-CHG' notice carrying
      *    the new payment is queued for notice-letters.cbl so the
      *    borrower hears before the first payment at the new rate
      *    falls due. A loan whose index has no rate on file is left
      *    alone and reported, to be picked up on the next run once
      *    the rate is posted. A loan held at the SCRA cap by
      *    scra-protection.cbl has its saved contract rate repriced
      *    instead, and its working rate stays no higher than the
      *    cap until the protected period ends.

       environment division.
       input-output section.
       file-control.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select VARIABLE-TERMS-FILE
           assign to 'loan_variable_terms.dat'
           organization is indexed
           access mode is dynamic
           record key is VRT-LOAN-ID
           lock mode is automatic
           file status is WS-VRT-STATUS.
       select SCRA-ACCOUNT-FILE
           assign to 'scra_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is SCA-KEY
           alternate record key is SCA-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-SCA-STATUS.
       select INDEX-RATE-FILE
           assign to 'index_rates.dat'
           organization is line sequential
           file status is WS-INDEX-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
       select RATE-RESET-REPORT-FILE
           assign to 'loan_rate_reset_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID                pic 9(6).
          05 LOAN-CUST-ID           pic 9(6).
          05 LOAN-PRINCIPAL         pic 9(8)v99.
          05 LOAN-BALANCE           pic 9(8)v99.
          05 LOAN-RATE              pic 9(2)v9(4).
          05 LOAN-TERM-MONTHS       pic 9(3).
          05 LOAN-PAYMENT-AMOUNT    pic 9(8)v99.
          05 LOAN-ORIGIN-DATE       pic 9(8).
          05 LOAN-NEXT-DUE-DATE     pic 9(8).
          05 LOAN-STATUS            pic x(1).
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

      *    Variable-rate terms kept by loan-maint.cbl. A cap of zero
      *    means the loan is uncapped.
       fd VARIABLE-TERMS-FILE.
       01 VARIABLE-TERMS-RECORD.
          05 VRT-LOAN-ID            pic 9(6).
          05 VRT-INDEX-CODE         pic x(6).
          05 VRT-MARGIN             pic 9(2)v9(4).
          05 VRT-FLOOR-RATE         pic 9(2)v9(4).
          05 VRT-CAP-RATE           pic 9(2)v9(4).
          05 VRT-RESET-MONTHS       pic 9(3).
          05 VRT-NEXT-RESET-DATE    pic 9(8).
          05 VRT-LAST-RESET-DATE    pic 9(8).
          05 VRT-LAST-INDEX-RATE    pic 9(2)v9(4).

      *    Accounts under SCRA protection, kept by
      *    scra-protection.cbl.
       fd SCRA-ACCOUNT-FILE.
       01 SCRA-ACCOUNT-RECORD.
          05 SCA-KEY.
             10 SCA-ACCT-TYPE       pic x(1).
             10 SCA-ACCT-ID         pic 9(6).
          05 SCA-CUST-ID            pic 9(6).
          05 SCA-CONTRACT-RATE      pic 9(2)v9(4).
          05 SCA-RATE-CAP           pic 9(2)v9(4).
          05 SCA-CAPPED-RATE        pic 9(2)v9(4).
          05 SCA-CONTRACT-PAYMENT   pic 9(8)v99.
          05 SCA-CAPPED-PAYMENT     pic 9(8)v99.
          05 SCA-APPLIED-DATE       pic 9(8).
          05 SCA-RESTORED-DATE      pic 9(8).
          05 SCA-FORGIVEN           pic 9(8)v99.
          05 SCA-RETRO-EXCESS       pic 9(8)v99.
          05 SCA-LAST-CALC-DATE     pic 9(8).
          05 SCA-STATUS             pic x(1).
             88 SCA-PROTECTED       value 'A'.

       fd INDEX-RATE-FILE.
       01 INDEX-RATE-RECORD.
          05 IDX-CODE               pic x(6).
          05 IDX-EFFECTIVE-DATE     pic 9(8).
          05 IDX-RATE               pic 9(2)v9(4).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

       fd RATE-RESET-REPORT-FILE.
       01 RATE-RESET-LINE           pic x(80).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-VRT-STATUS             pic xx.
       01 WS-INDEX-STATUS           pic xx.
       01 WS-SCA-STATUS             pic xx.
       01 WS-SCA-CAPPED             pic x.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-IDX-EOF-FLAG           pic x value 'N'.
          88 IDX-EOF-REACHED        value 'Y'.

      *    The index rate in force on the reset date.
       01 WS-INDEX-FOUND            pic x.
       01 WS-INDEX-RATE             pic 9(2)v9(4).

      *    Repricing work fields; the annuity fields match the ones
      *    loan-maint.cbl computes the origination payment with.
       01 WS-OLD-RATE               pic 9(2)v9(4).
       01 WS-NEW-RATE               pic 9(2)v9(4).
       01 WS-RATE-WORK              pic 9(3)v9(4).
       01 WS-OLD-PAYMENT            pic 9(8)v99.
       01 WS-PAYMENT-AMOUNT         pic 9(8)v99.
       01 WS-MONTHLY-RATE           pic 9v9(8).
       01 WS-AMORT-FACTOR           pic 9(5)v9(9).
       01 WS-REMAINING-TERM         pic s9(5).
       01 WS-RESET-DATE-USED        pic 9(8).

       01 WS-NEXT-YEAR              pic 9(4).
       01 WS-NEXT-MONTH             pic 9(2).
       01 WS-NEXT-DAY               pic 9(2).
       01 WS-DUE-YEAR               pic 9(4).
       01 WS-DUE-MONTH              pic 9(2).

       01 WS-LOANS-DUE              pic 9(5) value zero.
       01 WS-LOANS-REPRICED         pic 9(5) value zero.
       01 WS-LOANS-UNCHANGED        pic 9(5) value zero.
       01 WS-LOANS-NO-INDEX         pic 9(5) value zero.
       01 WS-NOTICES-QUEUED         pic 9(5) value zero.
       01 WS-FMT-OLD-RATE           pic z9.9999.
       01 WS-FMT-NEW-RATE           pic z9.9999.
       01 WS-FMT-OLD-PMT            pic -(7)9.99.
       01 WS-FMT-NEW-PMT            pic -(7)9.99.

       procedure division.
       MAIN-LOGIC.
           display "Loan Rate Reset Starting...".
           perform GET-BUSINESS-DATE.
           if not POSTING-ALLOWED
               display "The business day is closed. Posting refused."
               stop run
           end-if.

           open i-o VARIABLE-TERMS-FILE.
           if WS-VRT-STATUS not = '00'
               display "No variable-rate loans on file. Nothing to "
                   "reset."
               stop run
           end-if.
           open i-o LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file found. Nothing to reset."
               close VARIABLE-TERMS-FILE
               stop run
           end-if.

           open i-o SCRA-ACCOUNT-FILE.

           open output RATE-RESET-REPORT-FILE.
           move spaces to RATE-RESET-LINE.
           string "LOAN RATE RESETS - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into RATE-RESET-LINE
           end-string.
           write RATE-RESET-LINE.
           move spaces to RATE-RESET-LINE.
           string "Loan   Index  Reset     Old Rate New Rate"
                      delimited by size
                  "     Old Pmt     New Pmt" delimited by size
                  into RATE-RESET-LINE
           end-string.
           write RATE-RESET-LINE.
           move all "=" to RATE-RESET-LINE.
           write RATE-RESET-LINE.

           read VARIABLE-TERMS-FILE next record
               at end
                   display "No variable-rate loans on file."
               not at end
                   perform until EOF-REACHED
                       if VRT-NEXT-RESET-DATE <= WS-BUSINESS-DATE
                           perform RESET-ONE-LOAN
                               thru RESET-ONE-LOAN-DONE
                       end-if
                       read VARIABLE-TERMS-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-perform
           end-read.
           close LOAN-FILE.
           close VARIABLE-TERMS-FILE.
           if WS-SCA-STATUS = '00'
               close SCRA-ACCOUNT-FILE
           end-if.

           move all "-" to RATE-RESET-LINE.
           write RATE-RESET-LINE.
           move spaces to RATE-RESET-LINE.
           string WS-LOANS-DUE delimited by size
                  " due, " delimited by size
                  WS-LOANS-REPRICED delimited by size
                  " repriced, " delimited by size
                  WS-LOANS-UNCHANGED delimited by size
                  " unchanged, " delimited by size
                  WS-LOANS-NO-INDEX delimited by size
                  " without an index rate" delimited by size
                  into RATE-RESET-LINE
           end-string.
           write RATE-RESET-LINE.
           close RATE-RESET-REPORT-FILE.

           display WS-LOANS-DUE " loan(s) due for reset; "
               WS-LOANS-REPRICED " repriced.".
           display "Rate-change notices queued: " WS-NOTICES-QUEUED.
           display "Report written to loan_rate_reset_report.txt.".
           stop run.

      *    One loan whose reset date has arrived. A paid-off loan has
      *    nothing left to reprice and keeps its row as history.
       RESET-ONE-LOAN.
           move VRT-LOAN-ID to LOAN-ID.
           read LOAN-FILE
               invalid key
                   go to RESET-ONE-LOAN-DONE
           end-read.
           if not LOAN-OPEN
               go to RESET-ONE-LOAN-DONE
           end-if.
           add 1 to WS-LOANS-DUE.
           move VRT-NEXT-RESET-DATE to WS-RESET-DATE-USED.
           perform LOOKUP-INDEX-RATE.
           if WS-INDEX-FOUND not = 'Y'
               add 1 to WS-LOANS-NO-INDEX
               move spaces to RATE-RESET-LINE
               string LOAN-ID delimited by size
                      " " delimited by size
                      VRT-INDEX-CODE delimited by size
                      " " delimited by size
                      WS-RESET-DATE-USED delimited by size
                      "  no index rate on file; not reset"
                          delimited by size
                      into RATE-RESET-LINE
               end-string
               write RATE-RESET-LINE
               go to RESET-ONE-LOAN-DONE
           end-if.

           compute WS-RATE-WORK = WS-INDEX-RATE + VRT-MARGIN.
           if WS-RATE-WORK < VRT-FLOOR-RATE
               move VRT-FLOOR-RATE to WS-RATE-WORK
           end-if.
           if VRT-CAP-RATE not = 0 and WS-RATE-WORK > VRT-CAP-RATE
               move VRT-CAP-RATE to WS-RATE-WORK
           end-if.
           if WS-RATE-WORK > 99.9999
               move 99.9999 to WS-RATE-WORK
           end-if.
           move WS-RATE-WORK to WS-NEW-RATE.
           move LOAN-RATE to WS-OLD-RATE.
           move LOAN-PAYMENT-AMOUNT to WS-OLD-PAYMENT.
           perform APPLY-SCRA-CAP.

           perform COMPUTE-REMAINING-TERM.
           perform COMPUTE-PAYMENT-AMOUNT.
           if WS-SCA-CAPPED = 'Y'
               move WS-PAYMENT-AMOUNT to SCA-CAPPED-PAYMENT
               rewrite SCRA-ACCOUNT-RECORD
           end-if.

           move WS-INDEX-RATE to VRT-LAST-INDEX-RATE.
           move WS-RESET-DATE-USED to VRT-LAST-RESET-DATE.
           perform ADVANCE-RESET-DATE VRT-RESET-MONTHS times.
           perform until VRT-NEXT-RESET-DATE > WS-BUSINESS-DATE
               perform ADVANCE-RESET-DATE VRT-RESET-MONTHS times
           end-perform.
           rewrite VARIABLE-TERMS-RECORD.

           if WS-NEW-RATE = WS-OLD-RATE
              and WS-PAYMENT-AMOUNT = WS-OLD-PAYMENT
               add 1 to WS-LOANS-UNCHANGED
               perform WRITE-RESET-LINE
               go to RESET-ONE-LOAN-DONE
           end-if.
           move WS-NEW-RATE to LOAN-RATE.
           move WS-PAYMENT-AMOUNT to LOAN-PAYMENT-AMOUNT.
           rewrite LOAN-RECORD.
           add 1 to WS-LOANS-REPRICED.
           perform WRITE-RESET-LINE.
           perform QUEUE-RATE-CHANGE-NOTICE.
       RESET-ONE-LOAN-DONE.
           continue.

      *    A loan under SCRA protection: the repriced rate becomes
      *    the contract rate to restore later, and the loan itself
      *    takes it only up to the cap.
       APPLY-SCRA-CAP.
           move 'N' to WS-SCA-CAPPED.
           if WS-SCA-STATUS = '00'
               move 'L' to SCA-ACCT-TYPE
               move LOAN-ID to SCA-ACCT-ID
               read SCRA-ACCOUNT-FILE
                   invalid key
                       continue
                   not invalid key
                       if SCA-PROTECTED
                           move 'Y' to WS-SCA-CAPPED
                           move WS-NEW-RATE to SCA-CONTRACT-RATE
                           if WS-NEW-RATE > SCA-RATE-CAP
                               move SCA-RATE-CAP to WS-NEW-RATE
                           end-if
                           move WS-NEW-RATE to SCA-CAPPED-RATE
                       end-if
               end-read
           end-if.

      *    Last line on the index file for this loan's index that is
      *    effective on or before the reset date; a later line for
      *    the same date supersedes an earlier one.
       LOOKUP-INDEX-RATE.
           move 'N' to WS-INDEX-FOUND.
           move 0 to WS-INDEX-RATE.
           open input INDEX-RATE-FILE.
           if WS-INDEX-STATUS = '00'
               move 'N' to WS-IDX-EOF-FLAG
               read INDEX-RATE-FILE
                   at end
                       move 'Y' to WS-IDX-EOF-FLAG
               end-read
               perform until IDX-EOF-REACHED
                   if IDX-CODE = VRT-INDEX-CODE
                      and IDX-EFFECTIVE-DATE <= WS-RESET-DATE-USED
                       move IDX-RATE to WS-INDEX-RATE
                       move 'Y' to WS-INDEX-FOUND
                   end-if
                   read INDEX-RATE-FILE
                       at end
                           move 'Y' to WS-IDX-EOF-FLAG
                   end-read
               end-perform
               close INDEX-RATE-FILE
           end-if.

      *    Payments left from the next due date through maturity
      *    (origination month plus the term), never fewer than one.
       COMPUTE-REMAINING-TERM.
           move LOAN-ORIGIN-DATE(1:4) to WS-NEXT-YEAR.
           move LOAN-ORIGIN-DATE(5:2) to WS-NEXT-MONTH.
           move LOAN-NEXT-DUE-DATE(1:4) to WS-DUE-YEAR.
           move LOAN-NEXT-DUE-DATE(5:2) to WS-DUE-MONTH.
           compute WS-REMAINING-TERM =
               (WS-NEXT-YEAR * 12 + WS-NEXT-MONTH + LOAN-TERM-MONTHS)
               - (WS-DUE-YEAR * 12 + WS-DUE-MONTH) + 1.
           if WS-REMAINING-TERM < 1
               move 1 to WS-REMAINING-TERM
           end-if.

      *    Standard amortization payment on the current balance at the
      *    new rate: B * r * (1+r)^n over ((1+r)^n - 1). A zero-rate
      *    loan is simply balance over the payments left.
       COMPUTE-PAYMENT-AMOUNT.
           compute WS-MONTHLY-RATE = WS-NEW-RATE / 1200.
           if WS-MONTHLY-RATE = 0
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE / WS-REMAINING-TERM
           else
               compute WS-AMORT-FACTOR =
                   (1 + WS-MONTHLY-RATE) ** WS-REMAINING-TERM
               compute WS-PAYMENT-AMOUNT rounded =
                   LOAN-BALANCE * WS-MONTHLY-RATE
                   * WS-AMORT-FACTOR / (WS-AMORT-FACTOR - 1)
           end-if.

      *    One month forward on the reset date, the day of month
      *    clamped to 28 as loan-maint.cbl does for due dates.
       ADVANCE-RESET-DATE.
           move VRT-NEXT-RESET-DATE(1:4) to WS-NEXT-YEAR.
           move VRT-NEXT-RESET-DATE(5:2) to WS-NEXT-MONTH.
           move VRT-NEXT-RESET-DATE(7:2) to WS-NEXT-DAY.
           if WS-NEXT-DAY > 28
               move 28 to WS-NEXT-DAY
           end-if.
           add 1 to WS-NEXT-MONTH.
           if WS-NEXT-MONTH > 12
               move 1 to WS-NEXT-MONTH
               add 1 to WS-NEXT-YEAR
           end-if.
           compute VRT-NEXT-RESET-DATE =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100
               + WS-NEXT-DAY.

       WRITE-RESET-LINE.
           move WS-OLD-RATE to WS-FMT-OLD-RATE.
           move WS-NEW-RATE to WS-FMT-NEW-RATE.
           move WS-OLD-PAYMENT to WS-FMT-OLD-PMT.
           move WS-PAYMENT-AMOUNT to WS-FMT-NEW-PMT.
           move spaces to RATE-RESET-LINE.
           string LOAN-ID delimited by size
                  " " delimited by size
                  VRT-INDEX-CODE delimited by size
                  " " delimited by size
                  WS-RESET-DATE-USED delimited by size
                  " " delimited by size
                  WS-FMT-OLD-RATE delimited by size
                  " " delimited by size
                  WS-FMT-NEW-RATE delimited by size
                  " " delimited by size
                  WS-FMT-OLD-PMT delimited by size
                  " " delimited by size
                  WS-FMT-NEW-PMT delimited by size
                  into RATE-RESET-LINE
           end-string.
           write RATE-RESET-LINE.

      *    The borrower's notice carries the new payment amount;
      *    notice-letters.cbl words the letter.
       QUEUE-RATE-CHANGE-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move LOAN-CUST-ID to NOTICE-CUST-ID.
           move 'RATE-CHG' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move WS-PAYMENT-AMOUNT to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.
           add 1 to WS-NOTICES-QUEUED.

      *    Reads the open business date, the same rule the teller
      *    screen applies: a missing control file falls back to the
      *    calendar date, a closed day refuses the run.
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
