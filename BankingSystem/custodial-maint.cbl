      *    transaction authority until majority; the teller screen
      *    blocks withdrawals keyed for the minor meanwhile. The
      *    age-of-majority conversion lives in custodial-convert.cbl.
      *    The custodian's authority itself is carried in the signer
      *    registry (signers.dat, see signer-maint.cbl) the teller
      *    screen enforces: establishing a link adds the custodian as
      *    a 'C' signer on the minor's account, and releasing it
      *    revokes that signer.

       environment division.
       input-output section.
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
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
             88 CST-ACTIVE          value 'A'.
             88 CST-RELEASED        value 'R'.

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

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
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
       01 WS-CST-STATUS             pic xx.
       01 WS-MINOR-CUST-ID          pic 9(6).
       01 WS-CUSTODIAN-CUST-ID      pic 9(6).

      *    Custodian rows kept in step in the signer registry.
       01 WS-SGN-STATUS             pic xx.
       01 WS-SGN-CUST-ID            pic 9(6).
       01 WS-SGN-SIGNER-CUST-ID     pic 9(6).
       01 WS-SGN-SIGNER-NAME        pic x(30).
       01 WS-SGN-TODAY              pic 9(8).
       01 WS-SGN-NEXT-SEQ           pic 9(2).
       01 WS-SGN-WRITTEN            pic x.
       01 WS-SGN-EOF-FLAG           pic x value 'N'.
          88 SGN-EOF-REACHED        value 'Y'.

       procedure division.
       MAIN-LOGIC.
           perform until WS-USER-CHOICE = '4'
                   close CUSTOMER-FILE
                   go to ESTABLISH-CUSTODIAL-DONE
           end-read.
           move CUST-NAME to WS-SGN-SIGNER-NAME.
           close CUSTOMER-FILE.
      *    The conversion batch needs the minor's date of birth --
      *    refuse a link for a minor with no profile on file.
           set CST-ACTIVE to true.
           write CUSTODIAL-RECORD.
           close CUSTODIAL-FILE.
           move WS-MINOR-CUST-ID to WS-SGN-CUST-ID.
           move WS-CUSTODIAN-CUST-ID to WS-SGN-SIGNER-CUST-ID.
           move CST-ESTABLISHED-DATE to WS-SGN-TODAY.
           perform REGISTER-CUSTODIAN-SIGNER.
           display "Custodial link established.".
       ESTABLISH-CUSTODIAL-DONE.
           continue.
           set CST-RELEASED to true.
           rewrite CUSTODIAL-RECORD.
           close CUSTODIAL-FILE.
           move WS-MINOR-CUST-ID to WS-SGN-CUST-ID.
           move function current-date(1:8) to WS-SGN-TODAY.
           perform REVOKE-CUSTODIAN-SIGNER.
           display "Custodial link released.".
       RELEASE-CUSTODIAL-DONE.
           continue.
               end-perform
               close CUSTODIAL-FILE
           end-if.

      *    Adds WS-SGN-SIGNER-CUST-ID as the custodian signer on
      *    WS-SGN-CUST-ID's account under the next free signer
      *    number, unless that custodian is already active there.
      *    The custodial agreement is the authority, so the row is
      *    documented from the start, with no limit and no expiry.
       REGISTER-CUSTODIAN-SIGNER.
           move 'N' to WS-SGN-WRITTEN.
           open i-o SIGNER-FILE.
           if WS-SGN-STATUS not = '00'
               open output SIGNER-FILE
               close SIGNER-FILE
               open i-o SIGNER-FILE
           end-if.
           move 0 to WS-SGN-NEXT-SEQ.
           move 'N' to WS-SGN-EOF-FLAG.
           move WS-SGN-CUST-ID to SGN-CUST-ID.
           move 0 to SGN-SEQ.
           start SIGNER-FILE key is not less than SGN-KEY
               invalid key
                   move 'Y' to WS-SGN-EOF-FLAG
           end-start.
           perform until SGN-EOF-REACHED
               read SIGNER-FILE next record
                   at end
                       move 'Y' to WS-SGN-EOF-FLAG
                   not at end
                       if SGN-CUST-ID not = WS-SGN-CUST-ID
                           move 'Y' to WS-SGN-EOF-FLAG
                       else
                           move SGN-SEQ to WS-SGN-NEXT-SEQ
                           if SGN-ACTIVE and SGN-CUSTODIAN
                              and SGN-SIGNER-CUST-ID =
                                  WS-SGN-SIGNER-CUST-ID
                               move 'X' to WS-SGN-WRITTEN
                           end-if
                       end-if
               end-read
           end-perform.
           if WS-SGN-WRITTEN = 'N' and WS-SGN-NEXT-SEQ < 99
               add 1 to WS-SGN-NEXT-SEQ
               initialize SIGNER-RECORD
               move WS-SGN-CUST-ID to SGN-CUST-ID
               move WS-SGN-NEXT-SEQ to SGN-SEQ
               move WS-SGN-SIGNER-NAME to SGN-NAME
               move spaces to SGN-ID-NUMBER
               move WS-SGN-SIGNER-CUST-ID to SGN-SIGNER-CUST-ID
               move 'C' to SGN-ROLE
               move 0 to SGN-TXN-LIMIT
               move WS-SGN-TODAY to SGN-EFFECTIVE-DATE
               move 0 to SGN-EXPIRY-DATE
               move 'Y' to SGN-DOC-ON-FILE
               move WS-SGN-TODAY to SGN-DOC-DATE
               move 'A' to SGN-STATUS
               move 0 to SGN-REVOKED-DATE
               move 0 to SGN-ADDED-BY
               move WS-SGN-TODAY to SGN-ADDED-DATE
               write SIGNER-RECORD
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-SGN-WRITTEN
               end-write
           end-if.
           close SIGNER-FILE.

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
