       identification division.
       program-id. custodial-signer-convert.

      *    One-time load of the signer registry from the custodial
      *    links custodial-maint.cbl has kept in
      *    custodial_accounts.dat. Every active link becomes a 'C'
      *    (custodian) signer on the minor's account in signers.dat,
      *    named from the custodian's customer record, documented,
      *    with no limit and no expiry -- the teller screen now takes
      *    a custodian's authority from the registry alone. A link
      *    already carried in the registry is left as it is, so the
      *    job may be rerun safely.

       environment division.
       input-output section.
       file-control.
       select CUSTODIAL-FILE
           assign to 'custodial_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is CST-MINOR-CUST-ID
           lock mode is automatic
           file status is WS-CST-STATUS.
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

       data division.
       file section.
       fd CUSTODIAL-FILE.
       01 CUSTODIAL-RECORD.
          05 CST-MINOR-CUST-ID      pic 9(6).
          05 CST-CUSTODIAN-CUST-ID  pic 9(6).
          05 CST-MAJORITY-AGE       pic 9(2).
          05 CST-ESTABLISHED-DATE   pic 9(8).
          05 CST-STATUS             pic x(1).
             88 CST-ACTIVE          value 'A'.
             88 CST-RELEASED        value 'R'.

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

       working-storage section.
       01 WS-CST-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-LOADED-COUNT           pic 9(5) value zero.
       01 WS-ALREADY-COUNT          pic 9(5) value zero.

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
           display "Custodial Signer Registry Load Starting...".
           open input CUSTODIAL-FILE.
           if WS-CST-STATUS not = '00'
               display "No custodial links on file. Nothing to do."
               stop run
           end-if.
           open input CUSTOMER-FILE.
           move function current-date(1:8) to WS-SGN-TODAY.
           read CUSTODIAL-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if CST-ACTIVE
                   perform LOAD-ONE-CUSTODIAN
               end-if
               read CUSTODIAL-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close CUSTODIAL-FILE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           display WS-LOADED-COUNT " custodian signer(s) loaded, "
               WS-ALREADY-COUNT " already in the registry.".
           stop run.

      *    The signer row keeps the link's own established date as
      *    its effective date.
       LOAD-ONE-CUSTODIAN.
           move spaces to WS-SGN-SIGNER-NAME.
           if WS-CUSTOMER-STATUS = '00'
               move CST-CUSTODIAN-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-SGN-SIGNER-NAME
               end-read
           end-if.
           move CST-MINOR-CUST-ID to WS-SGN-CUST-ID.
           move CST-CUSTODIAN-CUST-ID to WS-SGN-SIGNER-CUST-ID.
           move CST-ESTABLISHED-DATE to WS-SGN-TODAY.
           perform REGISTER-CUSTODIAN-SIGNER.
           if WS-SGN-WRITTEN = 'Y'
               add 1 to WS-LOADED-COUNT
           else
               add 1 to WS-ALREADY-COUNT
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
