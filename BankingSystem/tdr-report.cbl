       identification division.
       program-id. tdr-report.

      *    Troubled-debt report: every loan modified through
      *    loan-workout.cbl, with what was done (number of
      *    modifications, the latest type and date), the balance when
      *    it was first modified against today's, the payments made
      *    since, and how the loan is performing now. A loan is
      *    PAID OFF, IN DEFERRAL while a deferral or forbearance
      *    window is running, PERFORMING when current or under 30 days
      *    past due, DELINQUENT at 30-89, and RE-DEFAULTED at 90 or
      *    more -- the same thresholds loan-aging.cbl buckets by.
      *    Modeled on loan-aging.cbl's batch-report shape.

       environment division.
       input-output section.
       file-control.
       select LOAN-WORKOUT-FILE
           assign to 'loan_workout.dat'
           organization is indexed
           access mode is dynamic
           record key is WKO-LOAN-ID
           lock mode is automatic
           file status is WS-WKO-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select TDR-REPORT-FILE
           assign to 'tdr_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd LOAN-WORKOUT-FILE.
       01 LOAN-WORKOUT-RECORD.
          05 WKO-LOAN-ID            pic 9(6).
          05 WKO-CUST-ID            pic 9(6).
          05 WKO-MOD-COUNT          pic 9(3).
          05 WKO-FIRST-MOD-DATE     pic 9(8).
          05 WKO-LAST-MOD-ID        pic 9(6).
          05 WKO-LAST-MOD-DATE      pic 9(8).
          05 WKO-LAST-MOD-TYPE      pic x(1).
          05 WKO-BAL-AT-FIRST-MOD   pic 9(8)v99.
          05 WKO-DEFER-START        pic 9(8).
          05 WKO-DEFER-END          pic 9(8).
          05 WKO-HOLD-UNTIL         pic 9(8).
          05 WKO-BALLOON-AMOUNT     pic 9(8)v99.
          05 WKO-PAYMENTS-SINCE     pic 9(3).
          05 WKO-LAST-PAID-DATE     pic 9(8).

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

       fd TDR-REPORT-FILE.
       01 TDR-LINE                  pic x(120).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-WKO-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-DAYS-PAST-DUE          pic s9(8).
       01 WS-DPD-DISPLAY            pic 9(4).
       01 WS-PERFORMANCE            pic x(12).
       01 WS-BAL-AT-MOD-FMT         pic -(7)9.99.
       01 WS-BAL-NOW-FMT            pic -(7)9.99.

       01 WS-TOTAL-COUNT            pic 9(5) value zero.
       01 WS-PERFORMING-COUNT       pic 9(5) value zero.
       01 WS-DEFERRAL-COUNT         pic 9(5) value zero.
       01 WS-DELINQUENT-COUNT       pic 9(5) value zero.
       01 WS-REDEFAULT-COUNT        pic 9(5) value zero.
       01 WS-PAIDOFF-COUNT          pic 9(5) value zero.
       01 WS-TOTAL-BAL-AT-MOD       pic 9(10)v99 value zero.
       01 WS-TOTAL-BAL-NOW          pic 9(10)v99 value zero.
       01 WS-FORMATTED-AMT          pic $Z,ZZZ,ZZZ,ZZ9.99.

       procedure division.
       MAIN-LOGIC.
           display "Troubled-Debt Report Starting...".
           perform GET-BUSINESS-DATE.

           open input LOAN-WORKOUT-FILE.
           if WS-WKO-STATUS not = '00'
               display "No modified loans on file. Nothing to report."
               stop run
           end-if.
           open input LOAN-FILE.

           open output TDR-REPORT-FILE.
           move spaces to TDR-LINE.
           string "TROUBLED-DEBT (MODIFIED LOAN) REPORT - "
                      delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.
           move spaces to TDR-LINE.
           string "Loan   Cust   Mods Last Type Modified "
                      delimited by size
                  "  Bal at Mod     Bal Now Pmts  DPD Performance"
                      delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.
           move all "=" to TDR-LINE.
           write TDR-LINE.

           read LOAN-WORKOUT-FILE next record
               at end
                   display "No modified loans on file."
               not at end
                   perform until EOF-REACHED
                       perform REPORT-ONE-LOAN
                       read LOAN-WORKOUT-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-perform
           end-read.

           perform WRITE-TOTALS.
           close LOAN-WORKOUT-FILE.
           if WS-LOAN-STATUS = '00'
               close LOAN-FILE
           end-if.
           close TDR-REPORT-FILE.
           display WS-TOTAL-COUNT " modified loan(s) reported.".
           display "Report written to tdr_report.txt.".
           stop run.

       REPORT-ONE-LOAN.
           move 0 to WS-DAYS-PAST-DUE.
           move 0 to LOAN-BALANCE.
           move 'P' to LOAN-STATUS.
           if WS-LOAN-STATUS = '00'
               move WKO-LOAN-ID to LOAN-ID
               read LOAN-FILE
                   invalid key
                       move 0 to LOAN-BALANCE
                       move 'P' to LOAN-STATUS
               end-read
           end-if.
           if LOAN-OPEN and LOAN-NEXT-DUE-DATE < WS-BUSINESS-DATE
               compute WS-DAYS-PAST-DUE =
                   function integer-of-date (WS-BUSINESS-DATE)
                   - function integer-of-date (LOAN-NEXT-DUE-DATE)
           end-if.
           evaluate true
               when not LOAN-OPEN
                   move 'PAID OFF' to WS-PERFORMANCE
                   add 1 to WS-PAIDOFF-COUNT
               when WS-BUSINESS-DATE >= WKO-DEFER-START
                and WS-BUSINESS-DATE < WKO-DEFER-END
                   move 'IN DEFERRAL' to WS-PERFORMANCE
                   add 1 to WS-DEFERRAL-COUNT
               when WS-DAYS-PAST-DUE < 30
                   move 'PERFORMING' to WS-PERFORMANCE
                   add 1 to WS-PERFORMING-COUNT
               when WS-DAYS-PAST-DUE < 90
                   move 'DELINQUENT' to WS-PERFORMANCE
                   add 1 to WS-DELINQUENT-COUNT
               when other
                   move 'RE-DEFAULTED' to WS-PERFORMANCE
                   add 1 to WS-REDEFAULT-COUNT
           end-evaluate.
           if WS-DAYS-PAST-DUE > 9999
               move 9999 to WS-DPD-DISPLAY
           else
               move WS-DAYS-PAST-DUE to WS-DPD-DISPLAY
           end-if.
           add 1 to WS-TOTAL-COUNT.
           add WKO-BAL-AT-FIRST-MOD to WS-TOTAL-BAL-AT-MOD.
           add LOAN-BALANCE to WS-TOTAL-BAL-NOW.
           move WKO-BAL-AT-FIRST-MOD to WS-BAL-AT-MOD-FMT.
           move LOAN-BALANCE to WS-BAL-NOW-FMT.
           move spaces to TDR-LINE.
           string WKO-LOAN-ID delimited by size
                  " " delimited by size
                  WKO-CUST-ID delimited by size
                  " " delimited by size
                  WKO-MOD-COUNT delimited by size
                  "  " delimited by size
                  WKO-LAST-MOD-TYPE delimited by size
                  "         " delimited by size
                  WKO-LAST-MOD-DATE delimited by size
                  " " delimited by size
                  WS-BAL-AT-MOD-FMT delimited by size
                  " " delimited by size
                  WS-BAL-NOW-FMT delimited by size
                  " " delimited by size
                  WKO-PAYMENTS-SINCE delimited by size
                  " " delimited by size
                  WS-DPD-DISPLAY delimited by size
                  " " delimited by size
                  WS-PERFORMANCE delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.

       WRITE-TOTALS.
           move all "-" to TDR-LINE.
           write TDR-LINE.
           move spaces to TDR-LINE.
           string "Modified loans:  " delimited by size
                  WS-TOTAL-COUNT delimited by size
                  "  performing " delimited by size
                  WS-PERFORMING-COUNT delimited by size
                  "  in deferral " delimited by size
                  WS-DEFERRAL-COUNT delimited by size
                  "  delinquent " delimited by size
                  WS-DELINQUENT-COUNT delimited by size
                  "  re-defaulted " delimited by size
                  WS-REDEFAULT-COUNT delimited by size
                  "  paid off " delimited by size
                  WS-PAIDOFF-COUNT delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.
           move WS-TOTAL-BAL-AT-MOD to WS-FORMATTED-AMT.
           move spaces to TDR-LINE.
           string "Balance when first modified: " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.
           move WS-TOTAL-BAL-NOW to WS-FORMATTED-AMT.
           move spaces to TDR-LINE.
           string "Balance outstanding now:     " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into TDR-LINE
           end-string.
           write TDR-LINE.

      *    Reads the open business date so the report is as of the
      *    banking day, falling back to the calendar date when no
      *    control file exists. A closed day is fine for a
      *    read-only report.
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
               end-read
               close BUSINESS-DATE-FILE
           end-if.
