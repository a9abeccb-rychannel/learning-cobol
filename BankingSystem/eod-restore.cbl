      *    generation is validated against BACKUP-CATALOG-FILE, the
      *    operator must confirm before the live files are replaced,
      *    and every restored file's record count is verified against
      *    the count the catalog recorded at backup time. Before the
      *    live files are replaced, the current customers.dat,
      *    transactions.dat and audit.log are saved as <file>.fwd so
      *    forward-recovery.cbl can replay the postings made since the
      *    backup; an unconsumed .fwd set from an earlier restore is
      *    kept, never overwritten.

       environment division.
       input-output section.
           assign to 'backup_catalog.dat'
           organization is line sequential
           file status is WS-CATALOG-STATUS.
      *    The live files as they stood just before the restore --
      *    the forward-recovery journal.
       select CUSTOMER-FWD-FILE
           assign to 'customers.dat.fwd'
           organization is indexed
           access mode is dynamic
           record key is FWD-CUST-ID
           file status is WS-CUST-FWD-STATUS.
       select TRANSACTION-FWD-FILE
           assign to 'transactions.dat.fwd'
           organization is indexed
           access mode is dynamic
           record key is FWD-TRANS-ID
           alternate record key is FWD-TRANS-CUST-ID
               with duplicates
           file status is WS-TRANS-FWD-STATUS.
       select AUDIT-FWD-FILE
           assign to 'audit.log.fwd'
           organization is line sequential
           file status is WS-AUDIT-FWD-STATUS.

       data division.
       file section.
          05 CAT-RECORD-COUNT       pic 9(7).
          05 CAT-VERIFIED           pic x(1).

       fd CUSTOMER-FWD-FILE.
       01 CUSTOMER-FWD-RECORD.
          05 FWD-CUST-ID           pic 9(6).
          05 FWD-CUST-REST         pic x(52).

       fd TRANSACTION-FWD-FILE.
       01 TRANSACTION-FWD-RECORD.
          05 FWD-TRANS-ID           pic 9(6).
          05 FWD-TRANS-CUST-ID      pic 9(6).
          05 FWD-TRANS-REST         pic x(40).

       fd AUDIT-FWD-FILE.
       01 AUDIT-FWD-RECORD          pic x(47).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-CUST-BACKUP-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-AUDIT-BACKUP-STATUS    pic xx.
       01 WS-CATALOG-STATUS         pic xx.
       01 WS-CUST-FWD-STATUS        pic xx.
       01 WS-TRANS-FWD-STATUS       pic xx.
       01 WS-AUDIT-FWD-STATUS       pic xx.
       01 WS-SAVED-COUNT            pic 9(7).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

               stop run
           end-if.

           perform SAVE-FOR-FORWARD-RECOVERY thru SAVE-FORWARD-DONE.
           perform BUILD-BACKUP-NAMES.
           perform RESTORE-CUSTOMER-FILE thru RESTORE-CUSTOMER-DONE.
           perform RESTORE-ACCOUNT-FILE thru RESTORE-ACCOUNT-DONE.
       RESTORE-AUDIT-DONE.
           move 'N' to WS-EOF-FLAG.

      *    Copies the live customer, transaction and audit files to
      *    their .fwd names before the restore overwrites them. A .fwd
      *    audit log still on disk means an earlier restore's postings
      *    have not been recovered yet; that set is kept.
       SAVE-FOR-FORWARD-RECOVERY.
           open input AUDIT-FWD-FILE.
           if WS-AUDIT-FWD-STATUS = '00'
               close AUDIT-FWD-FILE
               display "An unrecovered forward-recovery set (*.fwd) "
                   "is already on disk; keeping it."
               go to SAVE-FORWARD-DONE
           end-if.

           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               open output CUSTOMER-FWD-FILE
               move 0 to WS-SAVED-COUNT
               move 'N' to WS-EOF-FLAG
               read CUSTOMER-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move CUSTOMER-RECORD to CUSTOMER-FWD-RECORD
                   write CUSTOMER-FWD-RECORD
                   add 1 to WS-SAVED-COUNT
                   read CUSTOMER-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close CUSTOMER-FWD-FILE
               close CUSTOMER-FILE
               display "  customers.dat saved as customers.dat.fwd ("
                   WS-SAVED-COUNT " record(s))"
           end-if.

           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               open output TRANSACTION-FWD-FILE
               move 0 to WS-SAVED-COUNT
               move 'N' to WS-EOF-FLAG
               read TRANSACTION-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move TRANSACTION-RECORD to TRANSACTION-FWD-RECORD
                   write TRANSACTION-FWD-RECORD
                   add 1 to WS-SAVED-COUNT
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close TRANSACTION-FWD-FILE
               close TRANSACTION-FILE
               display "  transactions.dat saved as "
                   "transactions.dat.fwd (" WS-SAVED-COUNT
                   " record(s))"
           end-if.

           open input AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS = '00'
               open output AUDIT-FWD-FILE
               move 0 to WS-SAVED-COUNT
               move 'N' to WS-EOF-FLAG
               read AUDIT-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move AUDIT-LOG-RECORD to AUDIT-FWD-RECORD
                   write AUDIT-FWD-RECORD
                   add 1 to WS-SAVED-COUNT
                   read AUDIT-LOG-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close AUDIT-FWD-FILE
               close AUDIT-LOG-FILE
               display "  audit.log saved as audit.log.fwd ("
                   WS-SAVED-COUNT " record(s))"
           end-if.
       SAVE-FORWARD-DONE.
           move 'N' to WS-EOF-FLAG.

       CHECK-GENERATION-CATALOGUED.
           move 'N' to WS-GEN-ON-CATALOG.
           move 'N' to WS-EOF-FLAG.
