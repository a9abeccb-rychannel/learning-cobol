      *    (the teller screen stops blocking the owner's withdrawals
      *    the same moment) and a 'MAJORITY' event is queued for the
      *    notice-letters.cbl congratulations/notification letter.
      *    The custodian's signer row in signers.dat is revoked with
      *    the link.
      *    Modeled on interest-posting.cbl's batch-job shape.

       environment division.
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select SIGNER-FILE
           assign to 'signers.dat'
           organization is indexed
           access mode is dynamic
           record key is SGN-KEY
           lock mode is automatic
           file status is WS-SGN-STATUS.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
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

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

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

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-SGN-STATUS             pic xx.
       01 WS-SGN-CUST-ID            pic 9(6).
       01 WS-SGN-TODAY              pic 9(8).
       01 WS-SGN-EOF-FLAG           pic x value 'N'.
          88 SGN-EOF-REACHED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-BUSINESS-DATE          pic 9(8).
                       if WS-AGE-YEARS >= CST-MAJORITY-AGE
                           set CST-RELEASED to true
                           rewrite CUSTODIAL-RECORD
                           move CST-MINOR-CUST-ID to WS-SGN-CUST-ID
                           move WS-BUSINESS-DATE to WS-SGN-TODAY
                           perform REVOKE-CUSTODIAN-SIGNER
                           perform QUEUE-MAJORITY-NOTICE
                           add 1 to WS-CONVERTED-COUNT
                           display "Customer " CST-MINOR-CUST-ID
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

      *    Revokes the active custodian rows on WS-SGN-CUST-ID's
      *    account, so the teller screen lets the owner transact.
       REVOKE-CUSTODIAN-SIGNER.
           open i-o SIGNER-FILE.
           if WS-SGN-STATUS = '00'
               move WS-SGN-CUST-ID to SGN-CUST-ID
               move 0 to SGN-SEQ
               move 'N' to WS-SGN-EOF-FLAG
               start SIGNER-FILE key is not less than SGN-KEY
                   invalid key
                       move 'Y' to WS-SGN-EOF-FLAG
               end-start
               perform until SGN-EOF-REACHED
                   read SIGNER-FILE next record
                       at end
                           move 'Y' to WS-SGN-EOF-FLAG
                       not at end
                           if SGN-CUST-ID not = WS-SGN-CUST-ID
                               move 'Y' to WS-SGN-EOF-FLAG
                           else
                               if SGN-ACTIVE and SGN-CUSTODIAN
                                   move 'R' to SGN-STATUS
                                   move WS-SGN-TODAY
                                       to SGN-REVOKED-DATE
                                   rewrite SIGNER-RECORD
                               end-if
                           end-if
                   end-read
               end-perform
               close SIGNER-FILE
           end-if.

      *    Reads the business day being processed, falling back to
      *    the calendar date when no control file exists.
       GET-BUSINESS-DATE.
