      *    A loan paid off since the last extract reports once with
      *    status 13 and is then remembered on the reported-closed
      *    control file so it never reports again.
      *    A borrower with a case on bankruptcy-maint.cbl's register
      *    carries the consumer information indicator for it:
      *      A/B/C/D  petition filed, chapter 7/11/12/13
      *      E/F/G/H  discharged, chapter 7/11/12/13
      *      I/J/K/L  dismissed, chapter 7/11/12/13
      *      R        debt reaffirmed (that loan only).
      *    A discharged loan the borrower did not reaffirm reports a
      *    zero balance.

       environment division.
       input-output section.
           assign to 'bureau_reported_closed.dat'
           organization is line sequential
           file status is WS-CLOSED-CTL-STATUS.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
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

       fd EXTRACT-FILE.
       01 EXTRACT-RECORD.
          05 EXT-CURRENT-BALANCE    pic 9(8)v99.
          05 EXT-PAYMENT-STATUS     pic x(2).
          05 EXT-REPORT-DATE        pic 9(8).
          05 EXT-CONSUMER-INFO-IND  pic x(1).

       fd REPORTED-CLOSED-FILE.
       01 REPORTED-CLOSED-RECORD.
          05 RPTC-LOAN-ID           pic 9(6).

      *    Bankruptcy cases kept by bankruptcy-maint.cbl.
       fd BANKRUPTCY-FILE.
       01 BANKRUPTCY-RECORD.
          05 BKR-CUST-ID            pic 9(6).
          05 BKR-CHAPTER            pic 9(2).
          05 BKR-CASE-NUMBER        pic x(20).
          05 BKR-FILING-DATE        pic 9(8).
          05 BKR-COURT              pic x(30).
          05 BKR-TRUSTEE            pic x(30).
          05 BKR-NOTIFIED-DATE      pic 9(8).
          05 BKR-LOGGED-BY          pic 9(4).
          05 BKR-STATUS             pic x(1).
             88 BKR-FILED           value 'F'.
             88 BKR-DISCHARGED      value 'D'.
             88 BKR-DISMISSED       value 'X'.
             88 BKR-CLOSED          value 'C'.
          05 BKR-DISCHARGE-DATE     pic 9(8).
          05 BKR-DISMISSAL-DATE     pic 9(8).
          05 BKR-CLOSED-DATE        pic 9(8).
          05 BKR-LAST-EVENT-DATE    pic 9(8).
          05 BKR-LAST-EVENT-BY      pic 9(4).
          05 BKR-REAFFIRM-COUNT     pic 9(1).
          05 BKR-REAFFIRM-LOAN occurs 5 times pic 9(6).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-EXTRACT-STATUS         pic xx.
       01 WS-CLOSED-CTL-STATUS      pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BKR-STATUS             pic xx.
       01 WS-BKR-SUB                pic 9(1).
       01 WS-BKR-STAGE              pic 9(1).
       01 WS-BKR-CHAPTER-IX         pic 9(1).
      *    Indicator by stage (petition, discharged, dismissed) and
      *    chapter (7, 11, 12, 13).
       01 WS-CII-CODES              pic x(12) value 'ABCDEFGHIJKL'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-CTL-EOF-FLAG           pic x value 'N'.
               display "No loan file on record. Nothing to report."
               stop run
           end-if.
           open input BANKRUPTCY-FILE.
           open output EXTRACT-FILE.
           move 'N' to WS-EOF-FLAG.
           read LOAN-FILE next record
           end-perform.
           close LOAN-FILE.
           close EXTRACT-FILE.
           if WS-BKR-STATUS = '00'
               close BANKRUPTCY-FILE
           end-if.
           perform SAVE-REPORTED-CLOSED.
           display WS-EXTRACT-COUNT " loan(s) extracted ("
               WS-CLOSED-COUNT " closing) to "
           move LOAN-PRINCIPAL to EXT-ORIGINAL-AMOUNT.
           move LOAN-BALANCE to EXT-CURRENT-BALANCE.
           move WS-BUSINESS-DATE to EXT-REPORT-DATE.
           perform LOOKUP-BANKRUPTCY thru LOOKUP-BANKRUPTCY-DONE.
           write EXTRACT-RECORD.
           add 1 to WS-EXTRACT-COUNT.
           if LOAN-PAID-OFF
       REPORT-ONE-LOAN-DONE.
           continue.

      *    The indicator for the borrower's case; space when there
      *    is none. A case closed after a discharge keeps reporting
      *    the discharge, one closed after a dismissal the dismissal.
       LOOKUP-BANKRUPTCY.
           move space to EXT-CONSUMER-INFO-IND.
           if WS-BKR-STATUS not = '00'
               go to LOOKUP-BANKRUPTCY-DONE
           end-if.
           move LOAN-CUST-ID to BKR-CUST-ID.
           read BANKRUPTCY-FILE
               invalid key
                   go to LOOKUP-BANKRUPTCY-DONE
           end-read.
           perform varying WS-BKR-SUB from 1 by 1
                   until WS-BKR-SUB > BKR-REAFFIRM-COUNT
               if BKR-REAFFIRM-LOAN (WS-BKR-SUB) = LOAN-ID
                   move 'R' to EXT-CONSUMER-INFO-IND
               end-if
           end-perform.
           if EXT-CONSUMER-INFO-IND = 'R'
               go to LOOKUP-BANKRUPTCY-DONE
           end-if.
           evaluate BKR-CHAPTER
               when 7  move 1 to WS-BKR-CHAPTER-IX
               when 11 move 2 to WS-BKR-CHAPTER-IX
               when 12 move 3 to WS-BKR-CHAPTER-IX
               when other move 4 to WS-BKR-CHAPTER-IX
           end-evaluate.
           evaluate true
               when BKR-FILED
                   move 0 to WS-BKR-STAGE
               when BKR-DISCHARGE-DATE > 0
                   move 1 to WS-BKR-STAGE
                   move 0 to EXT-CURRENT-BALANCE
               when other
                   move 2 to WS-BKR-STAGE
           end-evaluate.
           move WS-CII-CODES (WS-BKR-STAGE * 4 + WS-BKR-CHAPTER-IX:1)
               to EXT-CONSUMER-INFO-IND.
       LOOKUP-BANKRUPTCY-DONE.
           continue.

       PULL-BORROWER-IDENTITY.
           move spaces to EXT-BORROWER-NAME.
           move 0 to EXT-TAX-ID.
