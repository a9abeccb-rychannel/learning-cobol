       identification division.
       program-id. tax-forms.

      *    Annual batch job, the plan-account counterpart of
      *    interest-1099.cbl: reads the tax_activity.dat log written
      *    by tax-account-maint.cbl for the requested tax year and
      *    produces the two plan filings.
      *
      *    tax_contrib_forms.dat - one 5498 (IRA) or 5498-SA (HSA)
      *      line per customer and plan: contributions designated to
      *      the tax year, including prior-year contributions made
      *      up to the filing deadline, and the excess returned
      *      against that year.
      *    tax_dist_forms.dat - one 1099-R (IRA) or 1099-SA (HSA) line
      *      per customer, plan and distribution code for money
      *      paid out during the calendar year: gross paid, the
      *      earnings portion of excess removals, and federal tax
      *      withheld.
      *
      *    Each file ends with a bank-wide total line for the filing.

       environment division.
       input-output section.
       file-control.
       select TAX-ACTIVITY-FILE
           assign to 'tax_activity.dat'
           organization is line sequential
           file status is WS-TXA-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.

      *    "FORM,CUSTID,TIN,NAME,CONTRIBUTIONS,EXCESS RETURNED"
       select CONTRIB-FORM-FILE
           assign to 'tax_contrib_forms.dat'
           organization is line sequential
           file status is WS-CONTRIB-STATUS.

      *    "FORM,CUSTID,TIN,NAME,CODE,GROSS,EARNINGS,WITHHELD"
       select DIST-FORM-FILE
           assign to 'tax_dist_forms.dat'
           organization is line sequential
           file status is WS-DIST-STATUS.

       data division.
       file section.
       fd TAX-ACTIVITY-FILE.
       01 TAX-ACTIVITY-RECORD.
          05 TXA-CUST-ID            pic 9(6).
          05 TXA-PLAN-TYPE          pic x(1).
          05 TXA-TAX-YEAR           pic 9(4).
          05 TXA-DATE               pic 9(8).
          05 TXA-KIND               pic x(1).
             88 TXA-CONTRIBUTION    value 'C'.
             88 TXA-DISTRIBUTION    value 'D'.
             88 TXA-EXCESS-REMOVAL  value 'X'.
          05 TXA-AMOUNT             pic 9(8)v99.
          05 TXA-EARNINGS           pic 9(8)v99.
          05 TXA-WITHHELD           pic 9(8)v99.
          05 TXA-REASON             pic x(1).
          05 TXA-TRANS-ID           pic 9(6).
          05 TXA-OPERATOR           pic 9(4).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
          05 CUST-NAME             pic x(30).
          05 CUST-BALANCE          pic s9(8)v99.
          05 CUST-OD-LIMIT         pic 9(6)v99.
          05 CUST-STATUS           pic x(1).
             88 CUST-ACTIVE        value 'A'.
             88 CUST-FROZEN        value 'F'.
             88 CUST-CLOSED        value 'C'.
          05 CUST-CURRENCY         pic x(3).

       fd PROFILE-FILE.
       01 PROFILE-RECORD.
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

       fd CONTRIB-FORM-FILE.
       01 CONTRIB-FORM-LINE         pic x(120).

       fd DIST-FORM-FILE.
       01 DIST-FORM-LINE            pic x(120).

       working-storage section.
       01 WS-TXA-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-CONTRIB-STATUS         pic xx.
       01 WS-DIST-STATUS            pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

       01 WS-TAX-YEAR               pic 9(4).

      *    Per customer and plan contribution totals for the tax
      *    year, in the same first-seen table shape interest-1099.cbl
      *    uses.
       01 WS-CON-USED               pic 9(4) value zero.
       01 WS-CON-TABLE.
          05 WS-CON-ENTRY occurs 500 times indexed by WS-CON-IDX.
             10 WS-CON-CUST-ID       pic 9(6).
             10 WS-CON-PLAN-TYPE     pic x(1).
             10 WS-CON-CONTRIBUTED   pic 9(8)v99.
             10 WS-CON-EXCESS        pic 9(8)v99.
       01 WS-CON-SEARCH-IDX         pic 9(4).

      *    Per customer, plan and distribution code payout totals for
      *    the calendar year.
       01 WS-DST-USED               pic 9(4) value zero.
       01 WS-DST-TABLE.
          05 WS-DST-ENTRY occurs 500 times indexed by WS-DST-IDX.
             10 WS-DST-CUST-ID       pic 9(6).
             10 WS-DST-PLAN-TYPE     pic x(1).
             10 WS-DST-REASON        pic x(1).
             10 WS-DST-GROSS         pic 9(8)v99.
             10 WS-DST-EARNINGS      pic 9(8)v99.
             10 WS-DST-WITHHELD      pic 9(8)v99.
       01 WS-DST-SEARCH-IDX         pic 9(4).

       01 WS-FORM-NAME              pic x(8).
       01 WS-LOOKUP-NAME            pic x(30).
       01 WS-LOOKUP-TAX-ID          pic 9(9).
       01 WS-BANK-CONTRIBUTED       pic 9(10)v99 value zero.
       01 WS-BANK-EXCESS            pic 9(10)v99 value zero.
       01 WS-BANK-GROSS             pic 9(10)v99 value zero.
       01 WS-BANK-EARNINGS          pic 9(10)v99 value zero.
       01 WS-BANK-WITHHELD          pic 9(10)v99 value zero.
       01 WS-CSV-AMOUNT-1           pic -(7)9.99.
       01 WS-CSV-AMOUNT-2           pic -(7)9.99.
       01 WS-CSV-AMOUNT-3           pic -(7)9.99.
       01 WS-CSV-TOTAL-1            pic -(9)9.99.
       01 WS-CSV-TOTAL-2            pic -(9)9.99.
       01 WS-CSV-TOTAL-3            pic -(9)9.99.

       procedure division.
       MAIN-LOGIC.
           display "IRA / HSA Annual Tax Forms".
           display "Enter Tax Year (YYYY): ".
           accept WS-TAX-YEAR.

           perform SWEEP-ACTIVITY-FILE.
           perform WRITE-CONTRIB-FORMS.
           perform WRITE-DIST-FORMS.
           stop run.

      *    Contributions and excess returns count toward the year they
      *    were designated for; payouts count toward the year the
      *    money left the plan.
       SWEEP-ACTIVITY-FILE.
           move 'N' to WS-EOF-FLAG.
           open input TAX-ACTIVITY-FILE.
           if WS-TXA-STATUS = '00'
               read TAX-ACTIVITY-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if (TXA-CONTRIBUTION or TXA-EXCESS-REMOVAL)
                      and TXA-TAX-YEAR = WS-TAX-YEAR
                       perform ACCUMULATE-CONTRIBUTION
                   end-if
                   if (TXA-DISTRIBUTION or TXA-EXCESS-REMOVAL)
                      and TXA-DATE(1:4) = WS-TAX-YEAR
                       perform ACCUMULATE-DISTRIBUTION
                   end-if
                   read TAX-ACTIVITY-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TAX-ACTIVITY-FILE
           else
               display "No plan activity on file."
           end-if.
           move 'N' to WS-EOF-FLAG.

       ACCUMULATE-CONTRIBUTION.
           move 0 to WS-CON-SEARCH-IDX.
           perform varying WS-CON-IDX from 1 by 1
               until WS-CON-IDX > WS-CON-USED
               if WS-CON-CUST-ID (WS-CON-IDX) = TXA-CUST-ID
                  and WS-CON-PLAN-TYPE (WS-CON-IDX) = TXA-PLAN-TYPE
                   move WS-CON-IDX to WS-CON-SEARCH-IDX
               end-if
           end-perform.
           if WS-CON-SEARCH-IDX = 0
               if WS-CON-USED < 500
                   add 1 to WS-CON-USED
                   move WS-CON-USED to WS-CON-SEARCH-IDX
                   move TXA-CUST-ID
                       to WS-CON-CUST-ID (WS-CON-SEARCH-IDX)
                   move TXA-PLAN-TYPE
                       to WS-CON-PLAN-TYPE (WS-CON-SEARCH-IDX)
                   move 0 to WS-CON-CONTRIBUTED (WS-CON-SEARCH-IDX)
                   move 0 to WS-CON-EXCESS (WS-CON-SEARCH-IDX)
               else
                   display "Contribution table full; customer "
                       TXA-CUST-ID " not reported."
               end-if
           end-if.
           if WS-CON-SEARCH-IDX > 0
               if TXA-CONTRIBUTION
                   add TXA-AMOUNT
                       to WS-CON-CONTRIBUTED (WS-CON-SEARCH-IDX)
               else
                   add TXA-AMOUNT to WS-CON-EXCESS (WS-CON-SEARCH-IDX)
               end-if
           end-if.

      *    An excess removal pays out the excess and its earnings;
      *    only the earnings are taxable, so they are carried
      *    separately.
       ACCUMULATE-DISTRIBUTION.
           move 0 to WS-DST-SEARCH-IDX.
           perform varying WS-DST-IDX from 1 by 1
               until WS-DST-IDX > WS-DST-USED
               if WS-DST-CUST-ID (WS-DST-IDX) = TXA-CUST-ID
                  and WS-DST-PLAN-TYPE (WS-DST-IDX) = TXA-PLAN-TYPE
                  and WS-DST-REASON (WS-DST-IDX) = TXA-REASON
                   move WS-DST-IDX to WS-DST-SEARCH-IDX
               end-if
           end-perform.
           if WS-DST-SEARCH-IDX = 0
               if WS-DST-USED < 500
                   add 1 to WS-DST-USED
                   move WS-DST-USED to WS-DST-SEARCH-IDX
                   move TXA-CUST-ID
                       to WS-DST-CUST-ID (WS-DST-SEARCH-IDX)
                   move TXA-PLAN-TYPE
                       to WS-DST-PLAN-TYPE (WS-DST-SEARCH-IDX)
                   move TXA-REASON
                       to WS-DST-REASON (WS-DST-SEARCH-IDX)
                   move 0 to WS-DST-GROSS (WS-DST-SEARCH-IDX)
                   move 0 to WS-DST-EARNINGS (WS-DST-SEARCH-IDX)
                   move 0 to WS-DST-WITHHELD (WS-DST-SEARCH-IDX)
               else
                   display "Distribution table full; customer "
                       TXA-CUST-ID " not reported."
               end-if
           end-if.
           if WS-DST-SEARCH-IDX > 0
               add TXA-AMOUNT TXA-EARNINGS
                   to WS-DST-GROSS (WS-DST-SEARCH-IDX)
               add TXA-EARNINGS to WS-DST-EARNINGS (WS-DST-SEARCH-IDX)
               add TXA-WITHHELD to WS-DST-WITHHELD (WS-DST-SEARCH-IDX)
           end-if.

       WRITE-CONTRIB-FORMS.
           open output CONTRIB-FORM-FILE.
           move spaces to CONTRIB-FORM-LINE.
           string "5498 / 5498-SA CONTRIBUTIONS FOR " delimited by size
                  WS-TAX-YEAR delimited by size
                  into CONTRIB-FORM-LINE
           end-string.
           write CONTRIB-FORM-LINE.
           perform varying WS-CON-IDX from 1 by 1
               until WS-CON-IDX > WS-CON-USED
               move WS-CON-CUST-ID (WS-CON-IDX) to CUST-ID
               perform LOOKUP-CUSTOMER-NAME
               if WS-CON-PLAN-TYPE (WS-CON-IDX) = 'H'
                   move '5498-SA' to WS-FORM-NAME
               else
                   move '5498' to WS-FORM-NAME
               end-if
               move WS-CON-CONTRIBUTED (WS-CON-IDX) to WS-CSV-AMOUNT-1
               move WS-CON-EXCESS (WS-CON-IDX) to WS-CSV-AMOUNT-2
               add WS-CON-CONTRIBUTED (WS-CON-IDX)
                   to WS-BANK-CONTRIBUTED
               add WS-CON-EXCESS (WS-CON-IDX) to WS-BANK-EXCESS
               move spaces to CONTRIB-FORM-LINE
               string WS-FORM-NAME delimited by space
                      "," delimited by size
                      WS-CON-CUST-ID (WS-CON-IDX) delimited by size
                      "," delimited by size
                      WS-LOOKUP-TAX-ID delimited by size
                      "," delimited by size
                      WS-LOOKUP-NAME delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT-1 delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT-2 delimited by size
                      into CONTRIB-FORM-LINE
               end-string
               write CONTRIB-FORM-LINE
           end-perform.
           move WS-BANK-CONTRIBUTED to WS-CSV-TOTAL-1.
           move WS-BANK-EXCESS to WS-CSV-TOTAL-2.
           move spaces to CONTRIB-FORM-LINE.
           string "BANK TOTAL,,,," delimited by size
                  WS-CSV-TOTAL-1 delimited by size
                  "," delimited by size
                  WS-CSV-TOTAL-2 delimited by size
                  into CONTRIB-FORM-LINE
           end-string.
           write CONTRIB-FORM-LINE.
           close CONTRIB-FORM-FILE.
           display WS-CON-USED " plan(s) written to "
               "tax_contrib_forms.dat; contributions " WS-CSV-TOTAL-1
               ".".

       WRITE-DIST-FORMS.
           open output DIST-FORM-FILE.
           move spaces to DIST-FORM-LINE.
           string "1099-R / 1099-SA DISTRIBUTIONS FOR "
                  delimited by size
                  WS-TAX-YEAR delimited by size
                  into DIST-FORM-LINE
           end-string.
           write DIST-FORM-LINE.
           perform varying WS-DST-IDX from 1 by 1
               until WS-DST-IDX > WS-DST-USED
               move WS-DST-CUST-ID (WS-DST-IDX) to CUST-ID
               perform LOOKUP-CUSTOMER-NAME
               if WS-DST-PLAN-TYPE (WS-DST-IDX) = 'H'
                   move '1099-SA' to WS-FORM-NAME
               else
                   move '1099-R' to WS-FORM-NAME
               end-if
               move WS-DST-GROSS (WS-DST-IDX) to WS-CSV-AMOUNT-1
               move WS-DST-EARNINGS (WS-DST-IDX) to WS-CSV-AMOUNT-2
               move WS-DST-WITHHELD (WS-DST-IDX) to WS-CSV-AMOUNT-3
               add WS-DST-GROSS (WS-DST-IDX) to WS-BANK-GROSS
               add WS-DST-EARNINGS (WS-DST-IDX) to WS-BANK-EARNINGS
               add WS-DST-WITHHELD (WS-DST-IDX) to WS-BANK-WITHHELD
               move spaces to DIST-FORM-LINE
               string WS-FORM-NAME delimited by space
                      "," delimited by size
                      WS-DST-CUST-ID (WS-DST-IDX) delimited by size
                      "," delimited by size
                      WS-LOOKUP-TAX-ID delimited by size
                      "," delimited by size
                      WS-LOOKUP-NAME delimited by size
                      "," delimited by size
                      WS-DST-REASON (WS-DST-IDX) delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT-1 delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT-2 delimited by size
                      "," delimited by size
                      WS-CSV-AMOUNT-3 delimited by size
                      into DIST-FORM-LINE
               end-string
               write DIST-FORM-LINE
           end-perform.
           move WS-BANK-GROSS to WS-CSV-TOTAL-1.
           move WS-BANK-EARNINGS to WS-CSV-TOTAL-2.
           move WS-BANK-WITHHELD to WS-CSV-TOTAL-3.
           move spaces to DIST-FORM-LINE.
           string "BANK TOTAL,,,,," delimited by size
                  WS-CSV-TOTAL-1 delimited by size
                  "," delimited by size
                  WS-CSV-TOTAL-2 delimited by size
                  "," delimited by size
                  WS-CSV-TOTAL-3 delimited by size
                  into DIST-FORM-LINE
           end-string.
           write DIST-FORM-LINE.
           close DIST-FORM-FILE.
           display WS-DST-USED " form line(s) written to "
               "tax_dist_forms.dat; withheld " WS-CSV-TOTAL-3 ".".

      *    Name from the customer master and TIN from the profile; an
      *    unknown Customer ID reads as question marks and a missing
      *    profile as a zero TIN rather than aborting.
       LOOKUP-CUSTOMER-NAME.
           move all "?" to WS-LOOKUP-NAME.
           move 0 to WS-LOOKUP-TAX-ID.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-LOOKUP-NAME
               end-read
               close CUSTOMER-FILE
           end-if.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move CUST-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move PROF-TAX-ID to WS-LOOKUP-TAX-ID
               end-read
               close PROFILE-FILE
           end-if.
