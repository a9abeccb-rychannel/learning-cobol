       identification division.
       program-id. forward-recovery.

      *    Forward recovery after eod-restore.cbl. The restore saves
      *    the live customers.dat, transactions.dat and audit.log as
      *    <file>.fwd before rolling the masters back to a backup
      *    generation; this utility replays everything in that saved
      *    set that postdates the backup:
      *      - the audit log's backup point is the restored log's
      *        length -- the saved log must match it line for line up
      *        to there, and every entry after it is replayed in
      *        order. Each entry's AUDIT-OLD-BALANCE must equal the
      *        customer's balance at that point; the first entry that
      *        does not stops the replay and is reported. Each
      *        replayed entry is appended to audit.log as it is
      *        applied, so a rerun after the break is fixed resumes
      *        at the entry that stopped it.
      *      - transactions with a TRANS-ID above the restored file's
      *        highest are written back, and earlier ones changed
      *        since the backup (a void's reversal flag) rewritten.
      *      - customers opened since the backup come back from the
      *        saved copy, their balance starting at the first
      *        replayed entry's before-balance (the opening balance),
      *        and the saved copy's name, limit, status and currency
      *        are carried onto every customer.
      *    Savings and money-market postings carry no audit entry, so
      *    their accounts.dat balances are not replayed; those
      *    transactions are flagged on the report for adjustment.
      *    A dry run reports what would be replayed, with the same
      *    balance checks, and changes nothing. A real run is
      *    recorded in backup_catalog.dat against the generation
      *    restored, and a complete one retires the .fwd set to
      *    .fwd.done. Report: forward_recovery_report.txt.

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
       select CUSTOMER-FWD-FILE
           assign to 'customers.dat.fwd'
           organization is indexed
           access mode is dynamic
           record key is FWDC-CUST-ID
           file status is WS-CUST-FWD-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select TRANSACTION-FWD-FILE
           assign to 'transactions.dat.fwd'
           organization is indexed
           access mode is dynamic
           record key is FWDT-TRANS-ID
           alternate record key is FWDT-TRANS-CUST-ID
               with duplicates
           file status is WS-TRANS-FWD-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select AUDIT-FWD-FILE
           assign to 'audit.log.fwd'
           organization is line sequential
           file status is WS-AUDIT-FWD-STATUS.
       select BACKUP-CATALOG-FILE
           assign to 'backup_catalog.dat'
           organization is line sequential
           file status is WS-CATALOG-STATUS.
       select RECOVERY-REPORT-FILE
           assign to 'forward_recovery_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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

       fd CUSTOMER-FWD-FILE.
       01 CUSTOMER-FWD-RECORD.
          05 FWDC-CUST-ID          pic 9(6).
          05 FWDC-NAME             pic x(30).
          05 FWDC-BALANCE          pic s9(8)v99.
          05 FWDC-OD-LIMIT         pic 9(6)v99.
          05 FWDC-STATUS           pic x(1).
          05 FWDC-CURRENCY         pic x(3).

       fd TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRANS-ID               pic 9(6).
          05 TRANS-CUST-ID          pic 9(6).
          05 TRANS-AMOUNT           pic 9(8)v99.
          05 TRANS-TYPE             pic x(11).
          05 TRANS-DATE             pic 9(8).
          05 TRANS-TIME             pic 9(6).
          05 TRANS-REVERSED         pic x(1).
          05 TRANS-ACCT-TYPE        pic x(1).
          05 TRANS-BRANCH           pic 9(3).

       fd TRANSACTION-FWD-FILE.
       01 TRANSACTION-FWD-RECORD.
          05 FWDT-TRANS-ID          pic 9(6).
          05 FWDT-TRANS-CUST-ID     pic 9(6).
          05 FWDT-AMOUNT            pic 9(8)v99.
          05 FWDT-TYPE              pic x(11).
          05 FWDT-DATE              pic 9(8).
          05 FWDT-TIME              pic 9(6).
          05 FWDT-REVERSED          pic x(1).
          05 FWDT-ACCT-TYPE         pic x(1).
          05 FWDT-BRANCH            pic 9(3).

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
          05 AUDIT-OLD-BALANCE      pic s9(8)v99.
          05 AUDIT-NEW-BALANCE      pic s9(8)v99.
          05 AUDIT-DATE             pic 9(8).
          05 AUDIT-TIME             pic 9(6).
          05 AUDIT-OPERATOR-ID      pic 9(4).
          05 AUDIT-BRANCH           pic 9(3).

       fd AUDIT-FWD-FILE.
       01 AUDIT-FWD-RECORD.
          05 FWDA-CUST-ID           pic 9(6).
          05 FWDA-OLD-BALANCE       pic s9(8)v99.
          05 FWDA-NEW-BALANCE       pic s9(8)v99.
          05 FWDA-DATE              pic 9(8).
          05 FWDA-TIME              pic 9(6).
          05 FWDA-OPERATOR-ID       pic 9(4).
          05 FWDA-BRANCH            pic 9(3).

       fd BACKUP-CATALOG-FILE.
       01 BACKUP-CATALOG-RECORD.
          05 CAT-GEN-DATE           pic 9(8).
          05 CAT-FILE-NAME          pic x(30).
          05 CAT-RECORD-COUNT       pic 9(7).
          05 CAT-VERIFIED           pic x(1).

       fd RECOVERY-REPORT-FILE.
       01 RECOVERY-LINE             pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).

       working-storage section.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-CUST-FWD-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-TRANS-FWD-STATUS       pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-AUDIT-FWD-STATUS       pic xx.
       01 WS-CATALOG-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-FWD-EOF-FLAG           pic x value 'N'.
          88 FWD-EOF-REACHED        value 'Y'.
       01 WS-GEN-ON-CATALOG         pic x value 'N'.
          88 GENERATION-CATALOGUED  value 'Y'.
       01 WS-DRY-RUN-FLAG           pic x value 'N'.
          88 DRY-RUN                value 'Y'.
       01 WS-STOPPED-FLAG           pic x value 'N'.
          88 RECOVERY-STOPPED       value 'Y'.
       01 WS-TRANS-OPEN-FLAG        pic x value 'N'.
          88 TRANSACTIONS-AVAILABLE value 'Y'.
       01 WS-CUST-FWD-OPEN-FLAG     pic x value 'N'.
          88 SAVED-CUSTOMERS-AVAILABLE value 'Y'.

       01 WS-GEN-DATE               pic 9(8).
       01 WS-DRY-RUN-ANSWER         pic x.
       01 WS-STOP-REASON            pic x(60).

      *    Backup points found in the restored files.
       01 WS-RESTORED-AUDIT-COUNT   pic 9(7) value zero.
       01 WS-RESTORED-MAX-TRANS-ID  pic 9(6) value zero.

       01 WS-TRANS-ADDED            pic 9(7) value zero.
       01 WS-TRANS-UPDATED          pic 9(7) value zero.
       01 WS-SAVINGS-FLAGGED        pic 9(7) value zero.
       01 WS-AUDIT-REPLAYED         pic 9(7) value zero.
       01 WS-AUDIT-POSITION         pic 9(7) value zero.
       01 WS-CUST-ADDED             pic 9(7) value zero.
       01 WS-CUST-REFRESHED         pic 9(7) value zero.
       01 WS-CUST-DIFFERENT         pic 9(7) value zero.

      *    Running balance of every customer the replay has touched:
      *    the dry run's stand-in for the customer file, which it may
      *    not change.
       01 WS-RB-USED                pic 9(4) value zero.
       01 WS-RB-TABLE.
          05 WS-RB-ENTRY occurs 2000 times.
             10 WS-RB-CUST-ID        pic 9(6).
             10 WS-RB-BALANCE        pic s9(8)v99.
       01 WS-RB-SUB                 pic 9(4).
       01 WS-RB-FOUND               pic 9(4).

       01 WS-CURRENT-BALANCE        pic s9(8)v99.
       01 WS-BALANCE-FOUND          pic x.
       01 WS-NEW-CUSTOMER-FLAG      pic x.
          88 NEW-CUSTOMER           value 'Y'.

       01 WS-CATALOG-NAME           pic x(30).
       01 WS-RENAME-FROM            pic x(40).
       01 WS-RENAME-TO              pic x(40).
       01 WS-RENAME-RESULT          pic s9(9) comp-5.

       01 WS-FMT-AMOUNT             pic -(8)9.99.
       01 WS-FMT-AMOUNT-2           pic -(8)9.99.
       01 WS-FMT-AMOUNT-3           pic -(8)9.99.
       01 WS-FMT-COUNT              pic z(6)9.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           display "Forward Recovery".
           display "Generation that was restored (YYYYMMDD)? ".
           accept WS-GEN-DATE.
           perform CHECK-GENERATION-CATALOGUED thru CHECK-GEN-DONE.
           if not GENERATION-CATALOGUED
               display "Generation " WS-GEN-DATE
                   " is not in the backup catalog. Nothing replayed."
               stop run
           end-if.
           display "Dry run -- report only, change nothing? (Y/N): ".
           accept WS-DRY-RUN-ANSWER.
           if WS-DRY-RUN-ANSWER = 'Y' or WS-DRY-RUN-ANSWER = 'y'
               move 'Y' to WS-DRY-RUN-FLAG
           end-if.

           open input AUDIT-FWD-FILE.
           if WS-AUDIT-FWD-STATUS not = '00'
               display "No forward-recovery set (audit.log.fwd) on "
                   "disk. Run eod-restore first."
               stop run
           end-if.
           open input CUSTOMER-FWD-FILE.
           if WS-CUST-FWD-STATUS = '00'
               move 'Y' to WS-CUST-FWD-OPEN-FLAG
           end-if.
           if DRY-RUN
               open input CUSTOMER-FILE
           else
               open i-o CUSTOMER-FILE
           end-if.
           if WS-CUSTOMER-STATUS not = '00'
               display "customers.dat unavailable. Nothing replayed."
               stop run
           end-if.

           open output RECOVERY-REPORT-FILE.
           move spaces to RECOVERY-LINE.
           string "Forward Recovery - generation " delimited by size
                  WS-GEN-DATE delimited by size
                  "  business date " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           if DRY-RUN
               move "DRY RUN -- nothing below has been applied."
                   to RECOVERY-LINE
           else
               move "LIVE RUN" to RECOVERY-LINE
           end-if.
           write RECOVERY-LINE.
           move all "=" to RECOVERY-LINE.
           write RECOVERY-LINE.

           perform FIND-AUDIT-BACKUP-POINT thru FIND-AUDIT-POINT-DONE.
           if not RECOVERY-STOPPED
               perform REINSTATE-TRANSACTIONS
                   thru REINSTATE-TRANSACTIONS-DONE
           end-if.
           if not RECOVERY-STOPPED
               perform REPLAY-AUDIT-ENTRIES
                   thru REPLAY-AUDIT-ENTRIES-DONE
           end-if.
           if not RECOVERY-STOPPED
               perform RECONCILE-CUSTOMERS thru RECONCILE-CUSTOMERS-DONE
           end-if.
           close AUDIT-FWD-FILE.
           close CUSTOMER-FILE.
           if SAVED-CUSTOMERS-AVAILABLE
               close CUSTOMER-FWD-FILE
           end-if.

           perform WRITE-RECOVERY-SUMMARY.
           close RECOVERY-REPORT-FILE.
           if not DRY-RUN
               perform RECORD-IN-CATALOG
               if not RECOVERY-STOPPED
                   perform RETIRE-FORWARD-SET
               end-if
           end-if.

           display WS-AUDIT-REPLAYED " balance change(s) replayed, "
               WS-TRANS-ADDED " transaction(s) reinstated.".
           if RECOVERY-STOPPED
               display "RECOVERY STOPPED: " WS-STOP-REASON
               display "See forward_recovery_report.txt."
               move 8 to return-code
           else
               if DRY-RUN
                   display "Dry run complete; nothing changed."
               else
                   display "Forward recovery complete."
               end-if
               display "See forward_recovery_report.txt."
           end-if.
           stop run.

      *    The restored audit log must be the start of the saved one;
      *    reading the saved log in step leaves it positioned at the
      *    first entry made after the backup.
       FIND-AUDIT-BACKUP-POINT.
           open input AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               go to FIND-AUDIT-POINT-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read AUDIT-LOG-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED or RECOVERY-STOPPED
               add 1 to WS-RESTORED-AUDIT-COUNT
               read AUDIT-FWD-FILE
                   at end
                       move 'Y' to WS-STOPPED-FLAG
                       move "saved audit log ends before the backup poin
      -                    "t" to WS-STOP-REASON
               end-read
               if not RECOVERY-STOPPED
                  and AUDIT-FWD-RECORD not = AUDIT-LOG-RECORD
                   move 'Y' to WS-STOPPED-FLAG
                   move "saved audit log does not continue the restore
      -                "d one" to WS-STOP-REASON
               end-if
               read AUDIT-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close AUDIT-LOG-FILE.
       FIND-AUDIT-POINT-DONE.
           move WS-RESTORED-AUDIT-COUNT to WS-AUDIT-POSITION.
           move WS-RESTORED-AUDIT-COUNT to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "Audit log backup point: entry " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           if RECOVERY-STOPPED
               move spaces to RECOVERY-LINE
               string "*** STOPPED: " delimited by size
                      WS-STOP-REASON delimited by size
                      into RECOVERY-LINE
               end-string
               write RECOVERY-LINE
           end-if.

      *    Transactions above the restored high-water TRANS-ID go
      *    back on; earlier ones that changed since the backup are
      *    rewritten from the saved copy.
       REINSTATE-TRANSACTIONS.
           open input TRANSACTION-FWD-FILE.
           if WS-TRANS-FWD-STATUS not = '00'
               move "transactions.dat.fwd not present -- no transactions
      -            " reinstated." to RECOVERY-LINE
               write RECOVERY-LINE
               go to REINSTATE-TRANSACTIONS-DONE
           end-if.
           if DRY-RUN
               open input TRANSACTION-FILE
           else
               open i-o TRANSACTION-FILE
               if WS-TRANSACTION-STATUS not = '00'
                   open output TRANSACTION-FILE
                   close TRANSACTION-FILE
                   open i-o TRANSACTION-FILE
               end-if
           end-if.
           if WS-TRANSACTION-STATUS = '00'
               move 'Y' to WS-TRANS-OPEN-FLAG
               move 999999 to TRANS-ID
               start TRANSACTION-FILE
                   key is less than or equal to TRANS-ID
                   invalid key
                       continue
                   not invalid key
                       read TRANSACTION-FILE next record
                           at end
                               continue
                           not at end
                               move TRANS-ID
                                   to WS-RESTORED-MAX-TRANS-ID
                       end-read
               end-start
           end-if.
           move spaces to RECOVERY-LINE.
           string "Transaction backup point: TRANS-ID "
                  delimited by size
                  WS-RESTORED-MAX-TRANS-ID delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move spaces to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "Transactions reinstated:" to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "  TRANS-ID CUST-ID TYPE              AMOUNT ACCT  NOTE"
               to RECOVERY-LINE.
           write RECOVERY-LINE.

           move 'N' to WS-FWD-EOF-FLAG.
           read TRANSACTION-FWD-FILE next record
               at end
                   move 'Y' to WS-FWD-EOF-FLAG
           end-read.
           perform until FWD-EOF-REACHED
               if FWDT-TRANS-ID > WS-RESTORED-MAX-TRANS-ID
                   perform REINSTATE-ONE-TRANSACTION
               else
                   if TRANSACTIONS-AVAILABLE
                       perform REFRESH-ONE-TRANSACTION
                   end-if
               end-if
               read TRANSACTION-FWD-FILE next record
                   at end
                       move 'Y' to WS-FWD-EOF-FLAG
               end-read
           end-perform.
           close TRANSACTION-FWD-FILE.
           if TRANSACTIONS-AVAILABLE
               close TRANSACTION-FILE
           end-if.
       REINSTATE-TRANSACTIONS-DONE.
           continue.

       REINSTATE-ONE-TRANSACTION.
           add 1 to WS-TRANS-ADDED.
           if not DRY-RUN
               move TRANSACTION-FWD-RECORD to TRANSACTION-RECORD
               write TRANSACTION-RECORD
                   invalid key
                       continue
               end-write
           end-if.
           move FWDT-AMOUNT to WS-FMT-AMOUNT.
           move spaces to RECOVERY-LINE.
           string "  " delimited by size
                  FWDT-TRANS-ID delimited by size
                  "   " delimited by size
                  FWDT-TRANS-CUST-ID delimited by size
                  " " delimited by size
                  FWDT-TYPE delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  " delimited by size
                  FWDT-ACCT-TYPE delimited by size
                  into RECOVERY-LINE
           end-string.
      *    Only checking carries an audit trail to replay a balance
      *    from; a savings or money-market posting needs its
      *    accounts.dat balance adjusted by hand.
           if FWDT-ACCT-TYPE not = 'C' and FWDT-ACCT-TYPE not = space
               add 1 to WS-SAVINGS-FLAGGED
               move "ADJUST ACCOUNT BALANCE" to RECOVERY-LINE(53:22)
           end-if.
           write RECOVERY-LINE.

       REFRESH-ONE-TRANSACTION.
           move FWDT-TRANS-ID to TRANS-ID.
           read TRANSACTION-FILE
               invalid key
                   continue
               not invalid key
                   if TRANSACTION-RECORD not = TRANSACTION-FWD-RECORD
                       add 1 to WS-TRANS-UPDATED
                       if not DRY-RUN
                           move TRANSACTION-FWD-RECORD
                               to TRANSACTION-RECORD
                           rewrite TRANSACTION-RECORD
                       end-if
                       move spaces to RECOVERY-LINE
                       string "  " delimited by size
                              FWDT-TRANS-ID delimited by size
                              "   " delimited by size
                              FWDT-TRANS-CUST-ID delimited by size
                              " " delimited by size
                              FWDT-TYPE delimited by size
                              " updated since the backup (reversal "
                              delimited by size
                              "flag " delimited by size
                              FWDT-REVERSED delimited by size
                              ")" delimited by size
                              into RECOVERY-LINE
                       end-string
                       write RECOVERY-LINE
                   end-if
           end-read.

      *    Every saved audit entry past the backup point, in the
      *    order it was logged.
       REPLAY-AUDIT-ENTRIES.
           move spaces to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "Balance changes replayed:" to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "     ENTRY CUST-ID       BEFORE        AFTER DATE     T
      -        "IME   OPER" to RECOVERY-LINE.
           write RECOVERY-LINE.
           if not DRY-RUN
               open extend AUDIT-LOG-FILE
               if WS-AUDIT-STATUS not = '00'
                   open output AUDIT-LOG-FILE
               end-if
           end-if.
           move 'N' to WS-FWD-EOF-FLAG.
           read AUDIT-FWD-FILE
               at end
                   move 'Y' to WS-FWD-EOF-FLAG
           end-read.
           perform until FWD-EOF-REACHED or RECOVERY-STOPPED
               add 1 to WS-AUDIT-POSITION
               perform REPLAY-ONE-ENTRY thru REPLAY-ONE-ENTRY-DONE
               if not RECOVERY-STOPPED
                   read AUDIT-FWD-FILE
                       at end
                           move 'Y' to WS-FWD-EOF-FLAG
                   end-read
               end-if
           end-perform.
           if not DRY-RUN
               close AUDIT-LOG-FILE
           end-if.
       REPLAY-AUDIT-ENTRIES-DONE.
           continue.

       REPLAY-ONE-ENTRY.
           move FWDA-CUST-ID to CUST-ID.
           perform GET-CURRENT-BALANCE thru GET-CURRENT-BALANCE-DONE.
           if WS-BALANCE-FOUND not = 'Y'
               move 'Y' to WS-STOPPED-FLAG
               move "customer on the audit log is on neither customer fi
      -            "le" to WS-STOP-REASON
               perform WRITE-MISMATCH
               go to REPLAY-ONE-ENTRY-DONE
           end-if.
           if WS-CURRENT-BALANCE not = FWDA-OLD-BALANCE
               move 'Y' to WS-STOPPED-FLAG
               move "balance does not match the audit entry's before-ba
      -            "lance" to WS-STOP-REASON
               perform WRITE-MISMATCH
               go to REPLAY-ONE-ENTRY-DONE
           end-if.

           if not DRY-RUN
               if NEW-CUSTOMER
                   move CUSTOMER-FWD-RECORD to CUSTOMER-RECORD
                   move FWDA-NEW-BALANCE to CUST-BALANCE
                   write CUSTOMER-RECORD
                   add 1 to WS-CUST-ADDED
               else
                   move FWDA-NEW-BALANCE to CUST-BALANCE
                   rewrite CUSTOMER-RECORD
               end-if
               move AUDIT-FWD-RECORD to AUDIT-LOG-RECORD
               write AUDIT-LOG-RECORD
           else
               if NEW-CUSTOMER
                   add 1 to WS-CUST-ADDED
               end-if
           end-if.
           perform SET-RUNNING-BALANCE.
           add 1 to WS-AUDIT-REPLAYED.

           move WS-AUDIT-POSITION to WS-FMT-COUNT.
           move FWDA-OLD-BALANCE to WS-FMT-AMOUNT.
           move FWDA-NEW-BALANCE to WS-FMT-AMOUNT-2.
           move spaces to RECOVERY-LINE.
           string "   " delimited by size
                  WS-FMT-COUNT delimited by size
                  " " delimited by size
                  FWDA-CUST-ID delimited by size
                  WS-FMT-AMOUNT delimited by size
                  " " delimited by size
                  WS-FMT-AMOUNT-2 delimited by size
                  " " delimited by size
                  FWDA-DATE delimited by size
                  " " delimited by size
                  FWDA-TIME delimited by size
                  " " delimited by size
                  FWDA-OPERATOR-ID delimited by size
                  into RECOVERY-LINE
           end-string.
           if NEW-CUSTOMER
               move "NEW CUSTOMER" to RECOVERY-LINE(75:12)
           end-if.
           write RECOVERY-LINE.
       REPLAY-ONE-ENTRY-DONE.
           continue.

      *    The customer's balance as the replay stands: the running
      *    table first, then the restored file, then -- for a
      *    customer opened after the backup -- the saved copy, whose
      *    opening balance is this first entry's before-balance.
       GET-CURRENT-BALANCE.
           move 'N' to WS-BALANCE-FOUND.
           move 'N' to WS-NEW-CUSTOMER-FLAG.
           perform FIND-RUNNING-BALANCE.
           if WS-RB-FOUND not = 0
               move 'Y' to WS-BALANCE-FOUND
               move WS-RB-BALANCE (WS-RB-FOUND) to WS-CURRENT-BALANCE
               if not DRY-RUN
                   read CUSTOMER-FILE
                       invalid key
                           move 'N' to WS-BALANCE-FOUND
                   end-read
               end-if
               go to GET-CURRENT-BALANCE-DONE
           end-if.
           read CUSTOMER-FILE
               invalid key
                   continue
               not invalid key
                   move 'Y' to WS-BALANCE-FOUND
                   move CUST-BALANCE to WS-CURRENT-BALANCE
           end-read.
           if WS-BALANCE-FOUND = 'Y'
               go to GET-CURRENT-BALANCE-DONE
           end-if.
           if SAVED-CUSTOMERS-AVAILABLE
               move FWDA-CUST-ID to FWDC-CUST-ID
               read CUSTOMER-FWD-FILE
                   invalid key
                       continue
                   not invalid key
                       move 'Y' to WS-BALANCE-FOUND
                       move 'Y' to WS-NEW-CUSTOMER-FLAG
                       move FWDA-OLD-BALANCE to WS-CURRENT-BALANCE
               end-read
           end-if.
       GET-CURRENT-BALANCE-DONE.
           continue.

       FIND-RUNNING-BALANCE.
           move 0 to WS-RB-FOUND.
           perform varying WS-RB-SUB from 1 by 1
               until WS-RB-SUB > WS-RB-USED or WS-RB-FOUND not = 0
               if WS-RB-CUST-ID (WS-RB-SUB) = FWDA-CUST-ID
                   move WS-RB-SUB to WS-RB-FOUND
               end-if
           end-perform.

      *    A full table only matters to a dry run; a live run reads
      *    the balance it just rewrote back off the customer file.
       SET-RUNNING-BALANCE.
           if WS-RB-FOUND = 0 and WS-RB-USED < 2000
               add 1 to WS-RB-USED
               move WS-RB-USED to WS-RB-FOUND
               move FWDA-CUST-ID to WS-RB-CUST-ID (WS-RB-FOUND)
           end-if.
           if WS-RB-FOUND not = 0
               move FWDA-NEW-BALANCE to WS-RB-BALANCE (WS-RB-FOUND)
           else
               if DRY-RUN
                   move 'Y' to WS-STOPPED-FLAG
                   move "more than 2000 customers changed -- run live t
      -                "o continue" to WS-STOP-REASON
               end-if
           end-if.

       WRITE-MISMATCH.
           move WS-AUDIT-POSITION to WS-FMT-COUNT.
           move FWDA-OLD-BALANCE to WS-FMT-AMOUNT.
           move FWDA-NEW-BALANCE to WS-FMT-AMOUNT-2.
           move spaces to RECOVERY-LINE.
           write RECOVERY-LINE.
           move spaces to RECOVERY-LINE.
           string "*** STOPPED at audit entry " delimited by size
                  WS-FMT-COUNT delimited by size
                  ": " delimited by size
                  WS-STOP-REASON delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move spaces to RECOVERY-LINE.
           string "    customer " delimited by size
                  FWDA-CUST-ID delimited by size
                  "  entry before " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  after " delimited by size
                  WS-FMT-AMOUNT-2 delimited by size
                  "  logged " delimited by size
                  FWDA-DATE delimited by size
                  " " delimited by size
                  FWDA-TIME delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           if WS-BALANCE-FOUND = 'Y'
               move WS-CURRENT-BALANCE to WS-FMT-AMOUNT-3
               move spaces to RECOVERY-LINE
               string "    balance on file at this point "
                      delimited by size
                      WS-FMT-AMOUNT-3 delimited by size
                      into RECOVERY-LINE
               end-string
               write RECOVERY-LINE
           end-if.
           move "    Entries before this one have been applied; correct
      -        " the break and rerun to resume here." to RECOVERY-LINE.
           if DRY-RUN
               move "    Nothing has been applied (dry run)."
                   to RECOVERY-LINE
           end-if.
           write RECOVERY-LINE.

      *    Customers opened since the backup with no balance change
      *    come back as saved; every customer takes the saved copy's
      *    name, limit, status and currency; and each replayed
      *    balance is compared with the saved one.
       RECONCILE-CUSTOMERS.
           if not SAVED-CUSTOMERS-AVAILABLE
               go to RECONCILE-CUSTOMERS-DONE
           end-if.
           move spaces to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "Customer records carried from the saved copy:"
               to RECOVERY-LINE.
           write RECOVERY-LINE.
           move 0 to FWDC-CUST-ID.
           move 'N' to WS-FWD-EOF-FLAG.
           start CUSTOMER-FWD-FILE
               key is greater than or equal to FWDC-CUST-ID
               invalid key
                   move 'Y' to WS-FWD-EOF-FLAG
           end-start.
           if not FWD-EOF-REACHED
               read CUSTOMER-FWD-FILE next record
                   at end
                       move 'Y' to WS-FWD-EOF-FLAG
               end-read
           end-if.
           perform until FWD-EOF-REACHED
               perform RECONCILE-ONE-CUSTOMER
               read CUSTOMER-FWD-FILE next record
                   at end
                       move 'Y' to WS-FWD-EOF-FLAG
               end-read
           end-perform.
       RECONCILE-CUSTOMERS-DONE.
           continue.

       RECONCILE-ONE-CUSTOMER.
           move FWDC-CUST-ID to CUST-ID.
           move FWDC-CUST-ID to FWDA-CUST-ID.
           perform FIND-RUNNING-BALANCE.
           read CUSTOMER-FILE
               invalid key
                   if WS-RB-FOUND = 0
                       add 1 to WS-CUST-ADDED
                       if not DRY-RUN
                           move CUSTOMER-FWD-RECORD to CUSTOMER-RECORD
                           write CUSTOMER-RECORD
                       end-if
                       move spaces to RECOVERY-LINE
                       string "  " delimited by size
                              FWDC-CUST-ID delimited by size
                              " " delimited by size
                              FWDC-NAME delimited by size
                              " opened since the backup, restored"
                              delimited by size
                              into RECOVERY-LINE
                       end-string
                       write RECOVERY-LINE
                   end-if
               not invalid key
                   if WS-RB-FOUND not = 0
                       move WS-RB-BALANCE (WS-RB-FOUND)
                           to CUST-BALANCE
                   end-if
                   if CUST-NAME not = FWDC-NAME
                      or CUST-OD-LIMIT not = FWDC-OD-LIMIT
                      or CUST-STATUS not = FWDC-STATUS
                      or CUST-CURRENCY not = FWDC-CURRENCY
                       add 1 to WS-CUST-REFRESHED
                       move FWDC-NAME to CUST-NAME
                       move FWDC-OD-LIMIT to CUST-OD-LIMIT
                       move FWDC-STATUS to CUST-STATUS
                       move FWDC-CURRENCY to CUST-CURRENCY
                       if not DRY-RUN
                           rewrite CUSTOMER-RECORD
                       end-if
                   end-if
                   if CUST-BALANCE not = FWDC-BALANCE
                       add 1 to WS-CUST-DIFFERENT
                       move CUST-BALANCE to WS-FMT-AMOUNT
                       move FWDC-BALANCE to WS-FMT-AMOUNT-2
                       move spaces to RECOVERY-LINE
                       string "  " delimited by size
                              FWDC-CUST-ID delimited by size
                              " replayed balance " delimited by size
                              WS-FMT-AMOUNT delimited by size
                              " differs from saved " delimited by size
                              WS-FMT-AMOUNT-2 delimited by size
                              into RECOVERY-LINE
                       end-string
                       write RECOVERY-LINE
                   end-if
           end-read.

       WRITE-RECOVERY-SUMMARY.
           move spaces to RECOVERY-LINE.
           write RECOVERY-LINE.
           move "Summary:" to RECOVERY-LINE.
           write RECOVERY-LINE.
           move WS-TRANS-ADDED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Transactions reinstated        " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-TRANS-UPDATED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Transactions updated           " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-SAVINGS-FLAGGED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Savings/MM postings to adjust  " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-AUDIT-REPLAYED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Balance changes replayed       " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-CUST-ADDED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Customers restored             " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-CUST-REFRESHED to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Customer details refreshed     " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           move WS-CUST-DIFFERENT to WS-FMT-COUNT.
           move spaces to RECOVERY-LINE.
           string "  Balances differing from saved  " delimited by size
                  WS-FMT-COUNT delimited by size
                  into RECOVERY-LINE
           end-string.
           write RECOVERY-LINE.
           if RECOVERY-STOPPED
               move "  Result: STOPPED -- see above" to RECOVERY-LINE
           else
               move "  Result: complete" to RECOVERY-LINE
           end-if.
           write RECOVERY-LINE.

      *    One catalog line per live run against the generation it
      *    rolled forward: the balance changes replayed, and 'Y' for
      *    a complete run or 'N' for one that stopped.
       RECORD-IN-CATALOG.
           open extend BACKUP-CATALOG-FILE.
           if WS-CATALOG-STATUS not = '00'
               open output BACKUP-CATALOG-FILE
           end-if.
           move spaces to WS-CATALOG-NAME.
           string "FORWARD RECOVERY " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into WS-CATALOG-NAME
           end-string.
           move WS-GEN-DATE to CAT-GEN-DATE.
           move WS-CATALOG-NAME to CAT-FILE-NAME.
           move WS-AUDIT-REPLAYED to CAT-RECORD-COUNT.
           if RECOVERY-STOPPED
               move 'N' to CAT-VERIFIED
           else
               move 'Y' to CAT-VERIFIED
           end-if.
           write BACKUP-CATALOG-RECORD.
           close BACKUP-CATALOG-FILE.

      *    A consumed .fwd set is renamed out of the way so the next
      *    restore saves a fresh one.
       RETIRE-FORWARD-SET.
           move 'customers.dat.fwd' to WS-RENAME-FROM.
           move 'customers.dat.fwd.done' to WS-RENAME-TO.
           call "CBL_RENAME_FILE" using WS-RENAME-FROM WS-RENAME-TO
               returning WS-RENAME-RESULT
           end-call.
           move 'transactions.dat.fwd' to WS-RENAME-FROM.
           move 'transactions.dat.fwd.done' to WS-RENAME-TO.
           call "CBL_RENAME_FILE" using WS-RENAME-FROM WS-RENAME-TO
               returning WS-RENAME-RESULT
           end-call.
           move 'audit.log.fwd' to WS-RENAME-FROM.
           move 'audit.log.fwd.done' to WS-RENAME-TO.
           call "CBL_RENAME_FILE" using WS-RENAME-FROM WS-RENAME-TO
               returning WS-RENAME-RESULT
           end-call.

       CHECK-GENERATION-CATALOGUED.
           move 'N' to WS-GEN-ON-CATALOG.
           move 'N' to WS-EOF-FLAG.
           open input BACKUP-CATALOG-FILE.
           if WS-CATALOG-STATUS not = '00'
               go to CHECK-GEN-DONE
           end-if.
           read BACKUP-CATALOG-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED or GENERATION-CATALOGUED
               if CAT-GEN-DATE = WS-GEN-DATE
                   move 'Y' to WS-GEN-ON-CATALOG
               end-if
               if not GENERATION-CATALOGUED
                   read BACKUP-CATALOG-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-if
           end-perform.
           close BACKUP-CATALOG-FILE.
       CHECK-GEN-DONE.
           move 'N' to WS-EOF-FLAG.

       GET-BUSINESS-DATE.
           move function current-date(1:8) to WS-BUSINESS-DATE.
           open input BUSINESS-DATE-FILE.
           if WS-BUSDATE-STATUS = '00'
               read BUSINESS-DATE-FILE
                   at end
                       continue
                   not at end
                       move BUSDATE-CURRENT to WS-BUSINESS-DATE
               end-read
               close BUSINESS-DATE-FILE
           end-if.
