       identification division.
       program-id. poa-exception-report.

      *    Power-of-attorney exception report. Walks the signer
      *    registry signer-maint.cbl keeps (signers.dat) and lists
      *    every active power of attorney that needs attention:
      *      EXPIRED      the expiry date has passed (the teller
      *                   screen already refuses it);
      *      EXPIRING     the expiry date falls within the next
      *                   POA-EXPIRY-WARN-DAYS days (parameter master,
      *                   60 when unset);
      *      UNDOCUMENTED the POA document has never been recorded
      *                   as received, so the POA cannot act.
      *    Written to poa_exceptions.txt with the account holder's
      *    name for the branch to follow up.

       environment division.
       input-output section.
       file-control.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
       select POA-REPORT-FILE
           assign to 'poa_exceptions.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
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

       fd SIGNER-FILE.
       01 SIGNER-RECORD.
          05 SGN-KEY.
             10 SGN-CUST-ID         pic 9(6).
             10 SGN-SEQ             pic 9(2).
          05 SGN-NAME               pic x(30).
          05 SGN-ID-NUMBER          pic x(15).
          05 SGN-SIGNER-CUST-ID     pic 9(6).
          05 SGN-ROLE               pic x(1).
             88 SGN-OWNER           value 'O'.
             88 SGN-AUTH-SIGNER     value 'S'.
             88 SGN-POA             value 'P'.
             88 SGN-AGENT           value 'A'.
             88 SGN-CUSTODIAN       value 'C'.
             88 SGN-ROLE-VALID      values 'O' 'S' 'P' 'A' 'C'.
          05 SGN-TXN-LIMIT          pic 9(8)v99.
          05 SGN-EFFECTIVE-DATE     pic 9(8).
          05 SGN-EXPIRY-DATE        pic 9(8).
          05 SGN-DOC-ON-FILE        pic x(1).
             88 SGN-DOCUMENTED      value 'Y'.
          05 SGN-DOC-DATE           pic 9(8).
          05 SGN-STATUS             pic x(1).
             88 SGN-ACTIVE          value 'A'.
             88 SGN-REVOKED         value 'R'.
          05 SGN-REVOKED-DATE       pic 9(8).
          05 SGN-ADDED-BY           pic 9(4).
          05 SGN-ADDED-DATE         pic 9(8).

       fd POA-REPORT-FILE.
       01 POA-REPORT-LINE           pic x(100).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-SGN-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-WARN-DAYS              pic 9(4) value 60.
       01 WS-DAYS-TO-EXPIRY         pic s9(6).
       01 WS-EXCEPTION              pic x(12).
       01 WS-HOLDER-NAME            pic x(30).
       01 WS-POA-COUNT              pic 9(5) value zero.
       01 WS-EXPIRED-COUNT          pic 9(5) value zero.
       01 WS-EXPIRING-COUNT         pic 9(5) value zero.
       01 WS-UNDOC-COUNT            pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Power of Attorney Exception Report Starting...".
           perform GET-BUSINESS-DATE.
           move 'POA-EXPIRY-WARN-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-WARN-DAYS
           end-if.
           open input SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               display "No signer registry on file. Nothing to do."
               stop run
           end-if.
           open input CUSTOMER-FILE.
           open output POA-REPORT-FILE.
           move spaces to POA-REPORT-LINE.
           string "Power of Attorney Exceptions - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into POA-REPORT-LINE
           end-string.
           write POA-REPORT-LINE.
           move all "=" to POA-REPORT-LINE.
           write POA-REPORT-LINE.
           move spaces to POA-REPORT-LINE.
           string "ACCT   NO ACCOUNT HOLDER                 "
                  delimited by size
                  "ATTORNEY-IN-FACT               EXPIRY   EXCEPTION"
                  delimited by size
                  into POA-REPORT-LINE
           end-string.
           write POA-REPORT-LINE.

           read SIGNER-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if SGN-POA and SGN-ACTIVE
                   perform CHECK-ONE-POA
               end-if
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           move spaces to POA-REPORT-LINE.
           write POA-REPORT-LINE.
           move spaces to POA-REPORT-LINE.
           string "Active POAs: " delimited by size
                  WS-POA-COUNT delimited by size
                  "  Expired: " delimited by size
                  WS-EXPIRED-COUNT delimited by size
                  "  Expiring: " delimited by size
                  WS-EXPIRING-COUNT delimited by size
                  "  Undocumented: " delimited by size
                  WS-UNDOC-COUNT delimited by size
                  into POA-REPORT-LINE
           end-string.
           write POA-REPORT-LINE.
           close POA-REPORT-FILE.
           close SIGNER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           display WS-EXPIRED-COUNT " expired, " WS-EXPIRING-COUNT
               " expiring, " WS-UNDOC-COUNT " undocumented POA(s).".
           display "Report written to poa_exceptions.txt.".
           stop run.

      *    An undocumented POA is listed even when it is also
      *    expiring; an expired one is listed as expired.
       CHECK-ONE-POA.
           add 1 to WS-POA-COUNT.
           move spaces to WS-EXCEPTION.
           if SGN-EXPIRY-DATE not = 0
               compute WS-DAYS-TO-EXPIRY =
                   function integer-of-date(SGN-EXPIRY-DATE)
                   - function integer-of-date(WS-BUSINESS-DATE)
               if WS-DAYS-TO-EXPIRY < 0
                   move 'EXPIRED' to WS-EXCEPTION
                   add 1 to WS-EXPIRED-COUNT
               else
                   if WS-DAYS-TO-EXPIRY <= WS-WARN-DAYS
                       move 'EXPIRING' to WS-EXCEPTION
                       add 1 to WS-EXPIRING-COUNT
                   end-if
               end-if
           end-if.
           if WS-EXCEPTION not = 'EXPIRED' and not SGN-DOCUMENTED
               move 'UNDOCUMENTED' to WS-EXCEPTION
               add 1 to WS-UNDOC-COUNT
           end-if.
           if WS-EXCEPTION not = spaces
               perform WRITE-POA-LINE
           end-if.

       WRITE-POA-LINE.
           move all "?" to WS-HOLDER-NAME.
           if WS-CUSTOMER-STATUS = '00'
               move SGN-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-HOLDER-NAME
               end-read
           end-if.
           move spaces to POA-REPORT-LINE.
           string SGN-CUST-ID delimited by size
                  " " delimited by size
                  SGN-SEQ delimited by size
                  " " delimited by size
                  WS-HOLDER-NAME delimited by size
                  " " delimited by size
                  SGN-NAME delimited by size
                  " " delimited by size
                  SGN-EXPIRY-DATE delimited by size
                  " " delimited by size
                  WS-EXCEPTION delimited by size
                  into POA-REPORT-LINE
           end-string.
           write POA-REPORT-LINE.

      *    Keyed read against the parameter master.
       LOOKUP-PARAMETER.
           move 'N' to WS-PRM-FOUND.
           move 0 to WS-PRM-VALUE.
           move WS-BUSINESS-DATE to WS-PRM-ASOF.
           if WS-PRM-ASOF = 0
               move function current-date(1:8) to WS-PRM-ASOF
           end-if.
           open input PARAMETER-FILE.
           if WS-PRM-STATUS = '00'
               move WS-PRM-LOOKUP-NAME to PRM-NAME
               read PARAMETER-FILE
                   invalid key
                       continue
                   not invalid key
                       if PRM-EFFECTIVE-DATE <= WS-PRM-ASOF
                           move PRM-VALUE to WS-PRM-VALUE
                           move 'Y' to WS-PRM-FOUND
                       end-if
               end-read
               close PARAMETER-FILE
           end-if.

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
      *    posting until business-date-close.cbl opens the next one.
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
