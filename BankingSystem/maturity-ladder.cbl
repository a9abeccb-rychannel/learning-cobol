
      *    Treasurer's maturity ladder and repricing report. Buckets
      *    every open term deposit by days to TD-MATURITY-DATE, and
      *    every open loan by days to its repricing date -- the next
      *    rate reset for a variable-rate loan, otherwise its scheduled
      *    payoff (origination date plus term) -- into the standard
      *    windows (7 / 30 / 60 / 90 / 180 / 365 days and beyond),
      *    showing principal and the principal-weighted average rate
      *    per bucket: how much money reprices in each window. Items
      *    already past their maturity date land in the first bucket;
      *    they reprice the moment someone touches them.

           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
      *    Variable-rate terms kept by loan-maint.cbl; a loan with a
      *    row here reprices on its next reset date.
       select VARIABLE-TERMS-FILE
           assign to 'loan_variable_terms.dat'
           organization is indexed
           access mode is dynamic
           record key is VRT-LOAN-ID
           lock mode is automatic
           file status is WS-VRT-STATUS.
       select LADDER-REPORT-FILE
           assign to 'maturity_ladder.txt'
           organization is line sequential
             88 TD-OPEN             value 'A'.
             88 TD-MATURED          value 'M'.
             88 TD-WITHDRAWN        value 'W'.
          05 TD-PLAN-TYPE           pic x(1).
             88 TD-IRA-PLAN         value 'I'.
             88 TD-HSA-PLAN         value 'H'.

       fd LOAN-FILE.
       01 LOAN-RECORD.
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

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

       fd LADDER-REPORT-FILE.
       01 REPORT-LINE               pic x(100).

       working-storage section.
       01 WS-TD-STATUS              pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-VRT-STATUS             pic xx.
       01 WS-VRT-OPEN-FLAG          pic x value 'N'.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.

      *    A loan's scheduled payoff is its origination date plus the
      *    term in months; the day-of-month is clipped to 28 so the
      *    date stays valid in every month. A variable-rate loan
      *    reprices at its next reset instead when that comes first.
       BUCKET-LOANS.
           move 'N' to WS-EOF-FLAG.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               display "No loan file -- section skipped."
           else
               move 'N' to WS-VRT-OPEN-FLAG
               open input VARIABLE-TERMS-FILE
               if WS-VRT-STATUS = '00'
                   move 'Y' to WS-VRT-OPEN-FLAG
               end-if
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               perform until EOF-REACHED
                   if LOAN-OPEN
                       perform COMPUTE-LOAN-MATURITY
                       perform APPLY-NEXT-RESET-DATE
                       compute WS-DAYS-OUT =
                           function integer-of-date
                               (WS-MATURITY-DATE)
                   end-read
               end-perform
               close LOAN-FILE
               if WS-VRT-OPEN-FLAG = 'Y'
                   close VARIABLE-TERMS-FILE
               end-if
           end-if.

       APPLY-NEXT-RESET-DATE.
           if WS-VRT-OPEN-FLAG = 'Y'
               move LOAN-ID to VRT-LOAN-ID
               read VARIABLE-TERMS-FILE
                   invalid key
                       continue
                   not invalid key
                       if VRT-NEXT-RESET-DATE < WS-MATURITY-DATE
                           move VRT-NEXT-RESET-DATE
                               to WS-MATURITY-DATE
                       end-if
               end-read
           end-if.

       COMPUTE-LOAN-MATURITY.
           end-perform.
           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "LOANS (open, by next rate reset or scheduled payoff)"
               to REPORT-LINE.
           write REPORT-LINE.
           move "Bucket          Count      Principal   Avg Rate"
               to REPORT-LINE.
