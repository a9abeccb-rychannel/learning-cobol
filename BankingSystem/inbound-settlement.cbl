      *    Items that cannot be matched, or land on an inactive
      *    customer, go to the reject file with an ACH return-reason
      *    code (R03 no account, R02 account closed, R16 account
      *    frozen) for the correspondent. Every item received,
      *    posted or rejected, is also appended to the inbound
      *    receipts register (inbound_receipts.dat) with its reference
      *    and business date, which settlement-recon.cbl matches
      *    against the correspondent's settlement-account statement.
      *    The intake file is renamed away once processed, the
      *    card-auth-intake.cbl consumed-input discipline.

       environment division.
       input-output section.
           assign to 'inbound_rejects.dat'
           organization is line sequential
           file status is WS-REJECT-STATUS.
       select INBOUND-RECEIPT-FILE
           assign to 'inbound_receipts.dat'
           organization is line sequential
           file status is WS-RECEIPT-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
          05 REJ-PAYMENT-TYPE       pic x(1).
          05 REJ-RETURN-REASON      pic x(3).

       fd INBOUND-RECEIPT-FILE.
       01 INBOUND-RECEIPT-RECORD.
          05 IR-RECEIVED-DATE       pic 9(8).
          05 IR-ITEM-REF            pic x(15).
          05 IR-AMOUNT              pic 9(8)v99.
          05 IR-PAYMENT-TYPE        pic x(1).
          05 IR-DISPOSITION         pic x(1).
             88 IR-POSTED           value 'P'.
             88 IR-REJECTED         value 'R'.
          05 IR-RETURN-REASON       pic x(3).

       fd CUSTOMER-FILE.
       01 CUSTOMER-RECORD.
          05 CUST-ID               pic 9(6).
       working-storage section.
       01 WS-INBOUND-STATUS         pic xx.
       01 WS-REJECT-STATUS          pic xx.
       01 WS-RECEIPT-STATUS         pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-ACCOUNT-STATUS         pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
               stop run
           end-if.
           open output INBOUND-REJECT-FILE.
           open extend INBOUND-RECEIPT-FILE.
           if WS-RECEIPT-STATUS not = '00'
               open output INBOUND-RECEIPT-FILE
           end-if.
           perform FIND-LAST-TRANS-ID.

           read INBOUND-FILE
           end-perform.
           close INBOUND-FILE.
           close INBOUND-REJECT-FILE.
           close INBOUND-RECEIPT-FILE.

      *    The intake file is renamed away once fully processed so an
      *    accidental rerun cannot credit every item twice.
           perform WRITE-INBOUND-TRANSACTION.
           add 1 to WS-POSTED-COUNT.
           add IN-AMOUNT to WS-POSTED-TOTAL.
           move 'P' to IR-DISPOSITION.
           move spaces to IR-RETURN-REASON.
           perform WRITE-INBOUND-RECEIPT.
       PROCESS-ONE-ITEM-DONE.
           continue.

           move WS-REJECT-REASON to REJ-RETURN-REASON.
           write INBOUND-REJECT-RECORD.
           add 1 to WS-REJECT-COUNT.
           move 'R' to IR-DISPOSITION.
           move WS-REJECT-REASON to IR-RETURN-REASON.
           perform WRITE-INBOUND-RECEIPT.

      *    One register row per item received; IR-DISPOSITION and
      *    IR-RETURN-REASON are set by the caller.
       WRITE-INBOUND-RECEIPT.
           move WS-BUSINESS-DATE to IR-RECEIVED-DATE.
           move IN-ITEM-REF to IR-ITEM-REF.
           move IN-AMOUNT to IR-AMOUNT.
           move IN-PAYMENT-TYPE to IR-PAYMENT-TYPE.
           write INBOUND-RECEIPT-RECORD.

       WRITE-INBOUND-TRANSACTION.
           add 1 to WS-TRANS-ID.
