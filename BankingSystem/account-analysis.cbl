      *    gets an analysis statement showing the services used, the
      *    earnings credit applied, and the net fee. Run once per
      *    month, with the same run-control protection the monthly
      *    fee assessment takes. Positive-pay customers are also
      *    charged for the service itself: checks matched to their
      *    issue list ('PPAY-ITEM') and exceptions settled on their
      *    decision, paid ('PPAY-EX-PAY') or returned
      *    ('PPAY-EX-RET'), counted from the positive-pay files and
      *    priced from the same sheet.

       environment division.
       input-output section.
           record key is ANL-CUST-ID
           lock mode is automatic
           file status is WS-ROSTER-STATUS.
       select PPAY-ISSUE-FILE
           assign to 'ppay_issues.dat'
           organization is indexed
           access mode is dynamic
           record key is ISS-KEY
           lock mode is automatic
           file status is WS-ISS-STATUS.
       select PPAY-EXCEPTION-FILE
           assign to 'ppay_exceptions.dat'
           organization is indexed
           access mode is dynamic
           record key is PPX-ID
           lock mode is automatic
           file status is WS-PPX-STATUS.
       select SERVICE-PRICE-FILE
           assign to 'service_prices.dat'
           organization is line sequential
          05 ANL-CUST-ID            pic 9(6).
          05 ANL-ENROLLED-DATE      pic 9(8).

       fd PPAY-ISSUE-FILE.
       01 PPAY-ISSUE-RECORD.
          05 ISS-KEY.
             10 ISS-CUST-ID         pic 9(6).
             10 ISS-CHECK-NUMBER    pic 9(8).
          05 ISS-AMOUNT             pic 9(8)v99.
          05 ISS-ISSUE-DATE         pic 9(8).
          05 ISS-PAYEE              pic x(30).
          05 ISS-STATUS             pic x(1).
             88 ISS-ISSUED          value 'I'.
             88 ISS-VOIDED          value 'V'.
             88 ISS-PAID            value 'P'.
          05 ISS-LOADED-DATE        pic 9(8).
          05 ISS-PAID-DATE          pic 9(8).

       fd PPAY-EXCEPTION-FILE.
       01 PPAY-EXCEPTION-RECORD.
          05 PPX-ID                 pic 9(6).
          05 PPX-CUST-ID            pic 9(6).
          05 PPX-ITEM-REF           pic x(15).
          05 PPX-ACCOUNT            pic 9(10).
          05 PPX-CHECK-NUMBER       pic 9(8).
          05 PPX-AMOUNT             pic 9(8)v99.
          05 PPX-PRESENTED-DATE     pic 9(8).
          05 PPX-ISSUED-AMOUNT      pic 9(8)v99.
          05 PPX-EXCEPTION          pic x(1).
          05 PPX-DECISION           pic x(1).
             88 PPX-DECIDE-PAY      value 'P'.
             88 PPX-DECIDE-RETURN   value 'R'.
          05 PPX-DEFAULTED          pic x(1).
          05 PPX-DECIDED-BY         pic 9(4).
          05 PPX-DECIDED-DATE       pic 9(8).
          05 PPX-STATUS             pic x(1).
             88 PPX-OPEN            value 'O'.
          05 PPX-CLOSED-DATE        pic 9(8).

       fd SERVICE-PRICE-FILE.
       01 SERVICE-PRICE-RECORD.
          05 SVC-TRANS-TYPE         pic x(11).
       working-storage section.
       01 WS-ROSTER-STATUS          pic xx.
       01 WS-PRICE-STATUS           pic xx.
       01 WS-ISS-STATUS             pic xx.
       01 WS-PPX-STATUS             pic xx.
       01 WS-ECR-STATUS             pic xx.
       01 WS-CTL-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-SVC-SUB                pic 9(2).
       01 WS-SVC-FOUND              pic 9(2).
       01 WS-DEFAULT-PRICE          pic 9(4)v99 value 0.35.
       01 WS-TALLY-TYPE             pic x(11).

       01 WS-ECR-ANNUAL             pic 9v9999 value 0.0200.
       01 WS-ACTIVITY-CHARGE        pic 9(8)v99.

       ANALYZE-ONE-CUSTOMER.
           perform COUNT-MONTH-ACTIVITY.
           perform COUNT-PPAY-ACTIVITY.
           perform PRICE-THE-ACTIVITY.
           open input CUSTOMER-FILE.
           move ANL-CUST-ID to CUST-ID.
                   else
                       if TRANS-DATE(1:6) = WS-ANALYSIS-MONTH
                          and TRANS-REVERSED not = 'Y'
                           move TRANS-TYPE to WS-TALLY-TYPE
                           perform TALLY-ONE-SERVICE
                       end-if
                       read TRANSACTION-FILE next record
               close TRANSACTION-FILE
           end-if.

      *    Positive-pay usage for the analysis month: issues paid
      *    on a clean match, and exceptions closed on a pay or
      *    return decision. Missing files mean no positive pay.
       COUNT-PPAY-ACTIVITY.
           move 'N' to WS-SCAN-EOF-FLAG.
           open input PPAY-ISSUE-FILE.
           if WS-ISS-STATUS = '00'
               move ANL-CUST-ID to ISS-CUST-ID
               move 0 to ISS-CHECK-NUMBER
               start PPAY-ISSUE-FILE key is greater than or equal to
                   ISS-KEY
                   invalid key
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-start
               if not SCAN-EOF-REACHED
                   read PPAY-ISSUE-FILE next record
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-if
               perform until SCAN-EOF-REACHED
                   if ISS-CUST-ID not = ANL-CUST-ID
                       move 'Y' to WS-SCAN-EOF-FLAG
                   else
                       if ISS-PAID
                          and ISS-PAID-DATE(1:6) = WS-ANALYSIS-MONTH
                           move 'PPAY-ITEM' to WS-TALLY-TYPE
                           perform TALLY-ONE-SERVICE
                       end-if
                       read PPAY-ISSUE-FILE next record
                           at end
                               move 'Y' to WS-SCAN-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close PPAY-ISSUE-FILE
           end-if.
           move 'N' to WS-SCAN-EOF-FLAG.
           open input PPAY-EXCEPTION-FILE.
           if WS-PPX-STATUS = '00'
               read PPAY-EXCEPTION-FILE next record
                   at end
                       move 'Y' to WS-SCAN-EOF-FLAG
               end-read
               perform until SCAN-EOF-REACHED
                   if PPX-CUST-ID = ANL-CUST-ID
                      and not PPX-OPEN
                      and PPX-CLOSED-DATE(1:6) = WS-ANALYSIS-MONTH
                       if PPX-DECIDE-PAY
                           move 'PPAY-EX-PAY' to WS-TALLY-TYPE
                       else
                           move 'PPAY-EX-RET' to WS-TALLY-TYPE
                       end-if
                       perform TALLY-ONE-SERVICE
                   end-if
                   read PPAY-EXCEPTION-FILE next record
                       at end
                           move 'Y' to WS-SCAN-EOF-FLAG
                   end-read
               end-perform
               close PPAY-EXCEPTION-FILE
           end-if.

       TALLY-ONE-SERVICE.
           move 0 to WS-SVC-FOUND.
           perform varying WS-SVC-SUB from 1 by 1
               until WS-SVC-SUB > WS-SVC-USED
               if WS-SVC-TYPE (WS-SVC-SUB) = WS-TALLY-TYPE
                   move WS-SVC-SUB to WS-SVC-FOUND
               end-if
           end-perform.
           if WS-SVC-FOUND = 0 and WS-SVC-USED < 20
               add 1 to WS-SVC-USED
               move WS-SVC-USED to WS-SVC-FOUND
               move WS-TALLY-TYPE to WS-SVC-TYPE (WS-SVC-FOUND)
               move 0 to WS-SVC-RATE (WS-SVC-FOUND)
               move 0 to WS-SVC-COUNT (WS-SVC-FOUND)
           end-if.
