       identification division.
       program-id. settlement-recon.

      *    Correspondent / Federal Reserve settlement-account
      *    reconciliation. Takes in the daily statement of our
      *    settlement account (settlement_statement.dat: an 'H' header
      *    with the opening balance, one 'D' line per debit or credit,
      *    a 'T' trailer with the item count and closing balance) and
      *    matches every line to our own records by reference, amount
      *    and date:
      *      debit  -- an outbound transfer we sent (reference carries
      *                the XFER-ID of outbound_settlements.dat), else
      *                an inbound item we rejected and returned
      *                (inbound_receipts.dat, disposition R);
      *      credit -- an inbound item received (inbound_receipts.dat),
      *                else the return of an outbound transfer.
      *    A value date may trail our own date by up to the
      *    SETTLE-GRACE-DAYS parameter (default 2). Matched items are
      *    kept on settlement_matches.dat so nothing is matched twice.
      *    Breaks are opened as cases on recon_exceptions.dat (customer
      *    000000, type code below) for recon-case-maint.cbl to work:
      *      U  statement item we have no record of
      *      O  transfer sent that never settled
      *      X  transfer returned but the return never credited
      *      I  inbound item received that never appeared
      *      J  inbound reject whose return never settled
      *    Our items are only aged once they are older than the grace
      *    period and dated on or after the first statement taken in.
      *    The report (settlement_recon_report.txt) closes with the
      *    proof that opening balance plus credits less debits equals
      *    the statement's closing balance. The last statement taken
      *    in is kept on settlement_recon_control.dat; a statement
      *    dated on or before it is refused. The statement file is
      *    renamed away once processed.

       environment division.
       input-output section.
       file-control.
       select STATEMENT-FILE
           assign to 'settlement_statement.dat'
           organization is line sequential
           file status is WS-STATEMENT-STATUS.
       select OUTBOUND-SETTLEMENT-FILE
           assign to 'outbound_settlements.dat'
           organization is indexed
           access mode is dynamic
           record key is XFER-ID
           lock mode is automatic
           file status is WS-XFER-STATUS.
       select INBOUND-RECEIPT-FILE
           assign to 'inbound_receipts.dat'
           organization is line sequential
           file status is WS-RECEIPT-STATUS.
       select SETTLE-MATCH-FILE
           assign to 'settlement_matches.dat'
           organization is indexed
           access mode is dynamic
           record key is SM-KEY
           lock mode is automatic
           file status is WS-MATCH-STATUS.
       select EXCEPTION-CASE-FILE
           assign to 'recon_exceptions.dat'
           organization is indexed
           access mode is dynamic
           record key is EXC-ID
           lock mode is automatic
           file status is WS-EXC-STATUS.
       select SETTLE-CONTROL-FILE
           assign to 'settlement_recon_control.dat'
           organization is line sequential
           file status is WS-CONTROL-STATUS.
       select SETTLE-REPORT-FILE
           assign to 'settlement_recon_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
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
       fd STATEMENT-FILE.
       01 STATEMENT-HEADER.
          05 SH-REC-TYPE            pic x(1).
             88 STMT-HEADER         value 'H'.
             88 STMT-DETAIL         value 'D'.
             88 STMT-TRAILER        value 'T'.
          05 SH-ACCOUNT             pic x(17).
          05 SH-STATEMENT-DATE      pic 9(8).
          05 SH-OPEN-DRCR           pic x(1).
          05 SH-OPEN-BALANCE        pic 9(10)v99.
       01 STATEMENT-DETAIL.
          05 filler                 pic x(1).
          05 SD-VALUE-DATE          pic 9(8).
          05 SD-DRCR                pic x(1).
             88 SD-DEBIT            value 'D'.
             88 SD-CREDIT           value 'C'.
          05 SD-AMOUNT              pic 9(8)v99.
          05 SD-REFERENCE           pic x(15).
          05 SD-DESCRIPTION         pic x(30).
       01 STATEMENT-TRAILER.
          05 filler                 pic x(1).
          05 ST-ITEM-COUNT          pic 9(5).
          05 ST-CLOSE-DRCR          pic x(1).
          05 ST-CLOSE-BALANCE       pic 9(10)v99.

       fd OUTBOUND-SETTLEMENT-FILE.
       01 OUTBOUND-SETTLEMENT-RECORD.
          05 XFER-ID                pic 9(6).
          05 XFER-CUST-ID           pic 9(6).
          05 XFER-TRANS-ID          pic 9(6).
          05 XFER-AMOUNT            pic 9(8)v99.
          05 XFER-DEST-ROUTING      pic 9(9).
          05 XFER-DEST-ACCOUNT      pic 9(10).
          05 XFER-QUEUED-DATE       pic 9(8).
          05 XFER-STATUS            pic x(1).
             88 XFER-QUEUED         value 'Q'.
             88 XFER-SENT           value 'S'.
             88 XFER-SETTLED        value 'T'.
             88 XFER-RETURNED       value 'R'.

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

      *    One row per item of ours accounted for: matched to a
      *    statement line, or already opened as a break. The key is
      *    the match source (U/O/X/I/J above), our reference and the
      *    date of our item.
       fd SETTLE-MATCH-FILE.
       01 SETTLE-MATCH-RECORD.
          05 SM-KEY.
             10 SM-SOURCE           pic x(1).
             10 SM-REFERENCE        pic x(15).
             10 SM-ITEM-DATE        pic 9(8).
          05 SM-AMOUNT              pic 9(8)v99.
          05 SM-MATCHED-DATE        pic 9(8).
          05 SM-STATEMENT-DATE      pic 9(8).
          05 SM-CASE-ID             pic 9(6).
          05 SM-STATUS              pic x(1).
             88 SM-MATCHED          value 'M'.
             88 SM-BREAK            value 'B'.

       fd EXCEPTION-CASE-FILE.
       01 EXCEPTION-CASE-RECORD.
          05 EXC-ID                 pic 9(6).
          05 EXC-CUST-ID            pic 9(6).
          05 EXC-ACCT-TYPE          pic x(1).
          05 EXC-EXPECTED           pic s9(8)v99.
          05 EXC-ON-FILE            pic s9(8)v99.
          05 EXC-OPENED-DATE        pic 9(8).
          05 EXC-RESOLVED-DATE      pic 9(8).
          05 EXC-ASSIGNED-TO        pic 9(4).
          05 EXC-STATUS             pic x(1).
             88 EXC-NEW             value 'N'.
             88 EXC-ASSIGNED        value 'A'.
             88 EXC-RESOLVED        value 'R'.

       fd SETTLE-CONTROL-FILE.
       01 SETTLE-CONTROL-RECORD.
          05 SC-LAST-STMT-DATE      pic 9(8).
          05 SC-LAST-CLOSE-DRCR     pic x(1).
          05 SC-LAST-CLOSE-BALANCE  pic 9(10)v99.
          05 SC-FIRST-STMT-DATE     pic 9(8).

       fd SETTLE-REPORT-FILE.
       01 SETTLE-REPORT-LINE        pic x(132).

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
       01 WS-STATEMENT-STATUS       pic xx.
       01 WS-XFER-STATUS            pic xx.
       01 WS-RECEIPT-STATUS         pic xx.
       01 WS-MATCH-STATUS           pic xx.
       01 WS-EXC-STATUS             pic xx.
       01 WS-CONTROL-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.

       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).

       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-RECEIPT-EOF-FLAG       pic x value 'N'.
          88 RECEIPT-EOF-REACHED    value 'Y'.
       01 WS-XFER-EOF-FLAG          pic x value 'N'.
          88 XFER-EOF-REACHED       value 'Y'.
       01 WS-XFER-OPEN-FLAG         pic x value 'N'.
          88 OUTBOUND-AVAILABLE     value 'Y'.

      *    Prior run, from the control file.
       01 WS-CONTROL-FOUND          pic x value 'N'.
          88 PRIOR-STATEMENT-ON-FILE value 'Y'.
       01 WS-LAST-STMT-DATE         pic 9(8) value zero.
       01 WS-LAST-CLOSE-SIGNED      pic s9(10)v99 value zero.
       01 WS-FIRST-STMT-DATE        pic 9(8) value zero.

       01 WS-STATEMENT-DATE         pic 9(8).
       01 WS-STMT-ACCOUNT           pic x(17).
       01 WS-GRACE-DAYS             pic 9(3) value 2.
       01 WS-DAY-DIFF               pic s9(7).
       01 WS-ITEM-AGE               pic s9(7).

      *    Running proof, all signed from the bank's side of the
      *    settlement account: a credit balance is positive.
       01 WS-OPENING-SIGNED         pic s9(10)v99 value zero.
       01 WS-CREDIT-TOTAL           pic 9(10)v99 value zero.
       01 WS-DEBIT-TOTAL            pic 9(10)v99 value zero.
       01 WS-COMPUTED-CLOSE         pic s9(10)v99 value zero.
       01 WS-STMT-CLOSE-SIGNED      pic s9(10)v99 value zero.
       01 WS-CLOSE-DRCR             pic x(1).
       01 WS-PROOF-DIFF             pic s9(10)v99 value zero.
       01 WS-TRAILER-FOUND          pic x value 'N'.
          88 TRAILER-ON-FILE        value 'Y'.
       01 WS-TRAILER-COUNT          pic 9(5) value zero.
       01 WS-DETAIL-COUNT           pic 9(5) value zero.
       01 WS-MATCHED-COUNT          pic 9(5) value zero.
       01 WS-BREAK-COUNT            pic 9(5) value zero.
       01 WS-AGED-COUNT             pic 9(5) value zero.
       01 WS-CONTINUITY-FLAG        pic x value 'Y'.
          88 OPENING-AGREES         value 'Y'.

      *    The candidate match for the current statement line.
       01 WS-MATCH-FOUND            pic x value 'N'.
          88 LINE-MATCHED           value 'Y'.
       01 WS-MATCH-SOURCE           pic x(1).
       01 WS-MATCH-REF              pic x(15).
       01 WS-MATCH-ITEM-DATE        pic 9(8).
       01 WS-SM-FOUND               pic x value 'N'.
          88 ALREADY-ACCOUNTED-FOR  value 'Y'.
       01 WS-XFER-REF               pic x(15).

      *    The break being opened.
       01 WS-EXC-MAX-ID             pic 9(6) value zero.
       01 WS-BRK-CODE               pic x(1).
       01 WS-BRK-REF                pic x(15).
       01 WS-BRK-ITEM-DATE          pic 9(8).
       01 WS-BRK-AMOUNT             pic 9(8)v99.
       01 WS-BRK-EXPECTED           pic s9(8)v99.
       01 WS-BRK-ON-FILE            pic s9(8)v99.
       01 WS-BRK-TEXT               pic x(32).

       01 WS-FMT-AMOUNT             pic z(7)9.99.
       01 WS-FMT-SIGNED             pic -(10)9.99.
       01 WS-FMT-COUNT              pic z(4)9.
       01 WS-FMT-COUNT-2            pic z(4)9.

       01 WS-RENAME-RESULT          pic 9(8) comp-5.
       01 WS-STATEMENT-LIVE-NAME    pic x(30)
          value 'settlement_statement.dat'.
       01 WS-STATEMENT-DONE-NAME    pic x(30)
          value 'settlement_statement.done'.

       procedure division.
       MAIN-LOGIC.
           perform GET-BUSINESS-DATE.
           move 'SETTLE-GRACE-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               move WS-PRM-VALUE to WS-GRACE-DAYS
           end-if.
           perform READ-SETTLE-CONTROL.

           open input STATEMENT-FILE.
           if WS-STATEMENT-STATUS not = '00'
               display "No settlement statement to process."
               stop run
           end-if.
           read STATEMENT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           if EOF-REACHED or not STMT-HEADER
               display "Settlement statement has no header record."
                   " Nothing processed."
               close STATEMENT-FILE
               stop run
           end-if.
           move SH-STATEMENT-DATE to WS-STATEMENT-DATE.
           move SH-ACCOUNT to WS-STMT-ACCOUNT.
           if PRIOR-STATEMENT-ON-FILE
              and WS-STATEMENT-DATE <= WS-LAST-STMT-DATE
               display "Statement dated " WS-STATEMENT-DATE
                   " is not after the last one taken in ("
                   WS-LAST-STMT-DATE "). Nothing processed."
               close STATEMENT-FILE
               stop run
           end-if.
           if not PRIOR-STATEMENT-ON-FILE
               move WS-STATEMENT-DATE to WS-FIRST-STMT-DATE
           end-if.
           move SH-OPEN-BALANCE to WS-OPENING-SIGNED.
           if SH-OPEN-DRCR = 'D'
               compute WS-OPENING-SIGNED = 0 - SH-OPEN-BALANCE
           end-if.
           if PRIOR-STATEMENT-ON-FILE
              and WS-OPENING-SIGNED not = WS-LAST-CLOSE-SIGNED
               move 'N' to WS-CONTINUITY-FLAG
           end-if.

           open input OUTBOUND-SETTLEMENT-FILE.
           if WS-XFER-STATUS = '00'
               move 'Y' to WS-XFER-OPEN-FLAG
           end-if.
           open i-o SETTLE-MATCH-FILE.
           if WS-MATCH-STATUS not = '00'
               open output SETTLE-MATCH-FILE
               close SETTLE-MATCH-FILE
               open i-o SETTLE-MATCH-FILE
           end-if.
           open i-o EXCEPTION-CASE-FILE.
           if WS-EXC-STATUS not = '00'
               open output EXCEPTION-CASE-FILE
               close EXCEPTION-CASE-FILE
               open i-o EXCEPTION-CASE-FILE
           end-if.
           perform FIND-EXC-MAX-ID.

           open output SETTLE-REPORT-FILE.
           move spaces to SETTLE-REPORT-LINE.
           string "Settlement Account Reconciliation - account "
                  delimited by size
                  WS-STMT-ACCOUNT delimited by size
                  " statement " delimited by size
                  WS-STATEMENT-DATE delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move all "=" to SETTLE-REPORT-LINE.
           write SETTLE-REPORT-LINE.
           move spaces to SETTLE-REPORT-LINE.
           string "VALUE DATE  D/C        AMOUNT  REFERENCE        "
                  delimited by size
                  "RESULT" delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.

           read STATEMENT-FILE
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform PROCESS-STATEMENT-LINE
                   thru PROCESS-STATEMENT-LINE-DONE
               read STATEMENT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close STATEMENT-FILE.

           move spaces to SETTLE-REPORT-LINE.
           write SETTLE-REPORT-LINE.
           move spaces to SETTLE-REPORT-LINE.
           string "Our items not settled after " delimited by size
                  WS-GRACE-DAYS delimited by size
                  " day(s):" delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           perform AGE-OUTBOUND-ITEMS thru AGE-OUTBOUND-ITEMS-DONE.
           perform AGE-INBOUND-ITEMS thru AGE-INBOUND-ITEMS-DONE.
           if WS-AGED-COUNT = 0
               move "  None." to SETTLE-REPORT-LINE
               write SETTLE-REPORT-LINE
           end-if.
           if OUTBOUND-AVAILABLE
               close OUTBOUND-SETTLEMENT-FILE
           end-if.
           close SETTLE-MATCH-FILE.
           close EXCEPTION-CASE-FILE.

           perform WRITE-PROOF.
           close SETTLE-REPORT-FILE.
           perform WRITE-SETTLE-CONTROL.

      *    The statement is renamed away once taken in so the same
      *    day cannot be matched and broken twice.
           call "CBL_RENAME_FILE" using WS-STATEMENT-LIVE-NAME
               WS-STATEMENT-DONE-NAME
               returning WS-RENAME-RESULT
           end-call.
           if WS-RENAME-RESULT not = 0
               display "WARNING: could not set aside "
                   "settlement_statement.dat -- move it by hand "
                   "before the next run."
           end-if.

           display WS-MATCHED-COUNT " statement item(s) matched, "
               WS-BREAK-COUNT " break case(s) opened.".
           if WS-PROOF-DIFF not = 0 or not OPENING-AGREES
               display "*** SETTLEMENT PROOF OUT OF BALANCE ***"
           end-if.
           display "Settlement reconciliation written to "
               "settlement_recon_report.txt.".
           stop run.

      *    One statement line. Details are matched or broken and
      *    carried into the running proof; the trailer is held for
      *    the proof at the end.
       PROCESS-STATEMENT-LINE.
           if STMT-TRAILER
               move 'Y' to WS-TRAILER-FOUND
               move ST-ITEM-COUNT to WS-TRAILER-COUNT
               move ST-CLOSE-DRCR to WS-CLOSE-DRCR
               move ST-CLOSE-BALANCE to WS-STMT-CLOSE-SIGNED
               if ST-CLOSE-DRCR = 'D'
                   compute WS-STMT-CLOSE-SIGNED =
                       0 - ST-CLOSE-BALANCE
               end-if
               go to PROCESS-STATEMENT-LINE-DONE
           end-if.
           if not STMT-DETAIL
               go to PROCESS-STATEMENT-LINE-DONE
           end-if.
           add 1 to WS-DETAIL-COUNT.
           if SD-DEBIT
               add SD-AMOUNT to WS-DEBIT-TOTAL
           else
               add SD-AMOUNT to WS-CREDIT-TOTAL
           end-if.

           move 'N' to WS-MATCH-FOUND.
           if SD-DEBIT
               move 'O' to WS-MATCH-SOURCE
               perform TRY-OUTBOUND-MATCH
                   thru TRY-OUTBOUND-MATCH-DONE
               if not LINE-MATCHED
                   move 'J' to WS-MATCH-SOURCE
                   perform TRY-RECEIPT-MATCH
                       thru TRY-RECEIPT-MATCH-DONE
               end-if
           else
               move 'I' to WS-MATCH-SOURCE
               perform TRY-RECEIPT-MATCH
                   thru TRY-RECEIPT-MATCH-DONE
               if not LINE-MATCHED
                   move 'X' to WS-MATCH-SOURCE
                   perform TRY-OUTBOUND-MATCH
                       thru TRY-OUTBOUND-MATCH-DONE
               end-if
           end-if.

           move SD-AMOUNT to WS-FMT-AMOUNT.
           move spaces to SETTLE-REPORT-LINE.
           if LINE-MATCHED
               move WS-MATCH-SOURCE to SM-SOURCE
               move WS-MATCH-REF to SM-REFERENCE
               move WS-MATCH-ITEM-DATE to SM-ITEM-DATE
               move SD-AMOUNT to SM-AMOUNT
               move WS-BUSINESS-DATE to SM-MATCHED-DATE
               move WS-STATEMENT-DATE to SM-STATEMENT-DATE
               move 0 to SM-CASE-ID
               set SM-MATCHED to true
               write SETTLE-MATCH-RECORD
                   invalid key
                       continue
               end-write
               add 1 to WS-MATCHED-COUNT
               string SD-VALUE-DATE delimited by size
                      "  " delimited by size
                      SD-DRCR delimited by size
                      "  " delimited by size
                      WS-FMT-AMOUNT delimited by size
                      "  " delimited by size
                      SD-REFERENCE delimited by size
                      "  matched " delimited by size
                      WS-MATCH-SOURCE delimited by size
                      " item of " delimited by size
                      WS-MATCH-ITEM-DATE delimited by size
                      into SETTLE-REPORT-LINE
               end-string
               write SETTLE-REPORT-LINE
           else
               move 'U' to WS-BRK-CODE
               move SD-REFERENCE to WS-BRK-REF
               move SD-VALUE-DATE to WS-BRK-ITEM-DATE
               move SD-AMOUNT to WS-BRK-AMOUNT
               move 0 to WS-BRK-EXPECTED
               move SD-AMOUNT to WS-BRK-ON-FILE
               if SD-DEBIT
                   compute WS-BRK-ON-FILE = 0 - SD-AMOUNT
               end-if
               perform OPEN-SETTLEMENT-BREAK
               string SD-VALUE-DATE delimited by size
                      "  " delimited by size
                      SD-DRCR delimited by size
                      "  " delimited by size
                      WS-FMT-AMOUNT delimited by size
                      "  " delimited by size
                      SD-REFERENCE delimited by size
                      "  *** BREAK U - no record, case "
                      delimited by size
                      WS-EXC-MAX-ID delimited by size
                      into SETTLE-REPORT-LINE
               end-string
               write SETTLE-REPORT-LINE
           end-if.
       PROCESS-STATEMENT-LINE-DONE.
           exit.

      *    Outbound transfers are keyed by XFER-ID, which the
      *    correspondent echoes as the statement reference. A debit
      *    ('O') is the transfer settling; a credit ('X') is it coming
      *    back returned. The value date may not precede the date we
      *    queued it, nor trail it by more than the grace period.
       TRY-OUTBOUND-MATCH.
           if not OUTBOUND-AVAILABLE
              or SD-REFERENCE(1:6) is not numeric
              or SD-REFERENCE(7:9) not = spaces
               go to TRY-OUTBOUND-MATCH-DONE
           end-if.
           move SD-REFERENCE(1:6) to XFER-ID.
           read OUTBOUND-SETTLEMENT-FILE
               invalid key
                   go to TRY-OUTBOUND-MATCH-DONE
           end-read.
           if XFER-AMOUNT not = SD-AMOUNT
              or XFER-QUEUED-DATE > SD-VALUE-DATE
               go to TRY-OUTBOUND-MATCH-DONE
           end-if.
           if WS-MATCH-SOURCE = 'O'
              and not XFER-SENT and not XFER-SETTLED
              and not XFER-RETURNED
               go to TRY-OUTBOUND-MATCH-DONE
           end-if.
           if WS-MATCH-SOURCE = 'X' and not XFER-RETURNED
               go to TRY-OUTBOUND-MATCH-DONE
           end-if.
           compute WS-DAY-DIFF =
               function integer-of-date (SD-VALUE-DATE)
             - function integer-of-date (XFER-QUEUED-DATE).
           if WS-DAY-DIFF > WS-GRACE-DAYS
               go to TRY-OUTBOUND-MATCH-DONE
           end-if.
           move spaces to WS-MATCH-REF.
           move XFER-ID to WS-MATCH-REF(1:6).
           move XFER-QUEUED-DATE to WS-MATCH-ITEM-DATE.
           perform CHECK-ACCOUNTED-FOR.
           if not ALREADY-ACCOUNTED-FOR
               move 'Y' to WS-MATCH-FOUND
           end-if.
       TRY-OUTBOUND-MATCH-DONE.
           exit.

      *    Inbound items are looked up on the receipts register by
      *    item reference and amount, within the grace period either
      *    side of the value date. A credit ('I') is any item
      *    received; a debit ('J') is the return of one we rejected.
       TRY-RECEIPT-MATCH.
           move 'N' to WS-RECEIPT-EOF-FLAG.
           open input INBOUND-RECEIPT-FILE.
           if WS-RECEIPT-STATUS not = '00'
               go to TRY-RECEIPT-MATCH-DONE
           end-if.
           read INBOUND-RECEIPT-FILE
               at end
                   move 'Y' to WS-RECEIPT-EOF-FLAG
           end-read.
           perform until RECEIPT-EOF-REACHED or LINE-MATCHED
               if IR-ITEM-REF = SD-REFERENCE
                  and IR-AMOUNT = SD-AMOUNT
                  and (WS-MATCH-SOURCE = 'I' or IR-REJECTED)
                   compute WS-DAY-DIFF =
                       function integer-of-date (SD-VALUE-DATE)
                     - function integer-of-date (IR-RECEIVED-DATE)
                   if WS-DAY-DIFF < 0
                       compute WS-DAY-DIFF = 0 - WS-DAY-DIFF
                   end-if
                   if WS-DAY-DIFF <= WS-GRACE-DAYS
                       move IR-ITEM-REF to WS-MATCH-REF
                       move IR-RECEIVED-DATE to WS-MATCH-ITEM-DATE
                       perform CHECK-ACCOUNTED-FOR
                       if not ALREADY-ACCOUNTED-FOR
                           move 'Y' to WS-MATCH-FOUND
                       end-if
                   end-if
               end-if
               if not LINE-MATCHED
                   read INBOUND-RECEIPT-FILE
                       at end
                           move 'Y' to WS-RECEIPT-EOF-FLAG
                   end-read
               end-if
           end-perform.
           close INBOUND-RECEIPT-FILE.
       TRY-RECEIPT-MATCH-DONE.
           exit.

      *    Whether WS-MATCH-SOURCE / WS-MATCH-REF / WS-MATCH-ITEM-DATE
      *    is already matched or already opened as a break.
       CHECK-ACCOUNTED-FOR.
           move WS-MATCH-SOURCE to SM-SOURCE.
           move WS-MATCH-REF to SM-REFERENCE.
           move WS-MATCH-ITEM-DATE to SM-ITEM-DATE.
           read SETTLE-MATCH-FILE
               invalid key
                   move 'N' to WS-SM-FOUND
               not invalid key
                   move 'Y' to WS-SM-FOUND
           end-read.

      *    Transfers sent (and, if returned, their return) that have
      *    not shown on any statement within the grace period.
       AGE-OUTBOUND-ITEMS.
           move 'N' to WS-XFER-EOF-FLAG.
           if not OUTBOUND-AVAILABLE
               go to AGE-OUTBOUND-ITEMS-DONE
           end-if.
           move 0 to XFER-ID.
           start OUTBOUND-SETTLEMENT-FILE key is greater than or
               equal to XFER-ID
               invalid key
                   go to AGE-OUTBOUND-ITEMS-DONE
           end-start.
           read OUTBOUND-SETTLEMENT-FILE next record
               at end
                   move 'Y' to WS-XFER-EOF-FLAG
           end-read.
           perform until XFER-EOF-REACHED
               if (XFER-SENT or XFER-SETTLED or XFER-RETURNED)
                  and XFER-QUEUED-DATE >= WS-FIRST-STMT-DATE
                   compute WS-ITEM-AGE =
                       function integer-of-date (WS-STATEMENT-DATE)
                     - function integer-of-date (XFER-QUEUED-DATE)
                   if WS-ITEM-AGE > WS-GRACE-DAYS
                       move spaces to WS-MATCH-REF
                       move XFER-ID to WS-MATCH-REF(1:6)
                       move XFER-QUEUED-DATE to WS-MATCH-ITEM-DATE
                       move XFER-AMOUNT to WS-BRK-AMOUNT
                       move 'O' to WS-MATCH-SOURCE
                       compute WS-BRK-EXPECTED = 0 - XFER-AMOUNT
                       perform AGE-ONE-ITEM
                           thru AGE-ONE-ITEM-DONE
                       if XFER-RETURNED
                           move 'X' to WS-MATCH-SOURCE
                           move XFER-AMOUNT to WS-BRK-EXPECTED
                           perform AGE-ONE-ITEM
                               thru AGE-ONE-ITEM-DONE
                       end-if
                   end-if
               end-if
               read OUTBOUND-SETTLEMENT-FILE next record
                   at end
                       move 'Y' to WS-XFER-EOF-FLAG
               end-read
           end-perform.
       AGE-OUTBOUND-ITEMS-DONE.
           exit.

      *    Inbound items received (and, if rejected, their return)
      *    that have not shown on any statement within the grace
      *    period.
       AGE-INBOUND-ITEMS.
           move 'N' to WS-RECEIPT-EOF-FLAG.
           open input INBOUND-RECEIPT-FILE.
           if WS-RECEIPT-STATUS not = '00'
               go to AGE-INBOUND-ITEMS-DONE
           end-if.
           read INBOUND-RECEIPT-FILE
               at end
                   move 'Y' to WS-RECEIPT-EOF-FLAG
           end-read.
           perform until RECEIPT-EOF-REACHED
               if IR-RECEIVED-DATE >= WS-FIRST-STMT-DATE
                   compute WS-ITEM-AGE =
                       function integer-of-date (WS-STATEMENT-DATE)
                     - function integer-of-date (IR-RECEIVED-DATE)
                   if WS-ITEM-AGE > WS-GRACE-DAYS
                       move IR-ITEM-REF to WS-MATCH-REF
                       move IR-RECEIVED-DATE to WS-MATCH-ITEM-DATE
                       move IR-AMOUNT to WS-BRK-AMOUNT
                       move 'I' to WS-MATCH-SOURCE
                       move IR-AMOUNT to WS-BRK-EXPECTED
                       perform AGE-ONE-ITEM
                           thru AGE-ONE-ITEM-DONE
                       if IR-REJECTED
                           move 'J' to WS-MATCH-SOURCE
                           compute WS-BRK-EXPECTED = 0 - IR-AMOUNT
                           perform AGE-ONE-ITEM
                               thru AGE-ONE-ITEM-DONE
                       end-if
                   end-if
               end-if
               read INBOUND-RECEIPT-FILE
                   at end
                       move 'Y' to WS-RECEIPT-EOF-FLAG
               end-read
           end-perform.
           close INBOUND-RECEIPT-FILE.
       AGE-INBOUND-ITEMS-DONE.
           exit.

      *    Opens a break for one aged item of ours unless it has been
      *    matched or broken already. Expected is what should have
      *    moved through the settlement account; nothing did.
       AGE-ONE-ITEM.
           perform CHECK-ACCOUNTED-FOR.
           if ALREADY-ACCOUNTED-FOR
               go to AGE-ONE-ITEM-DONE
           end-if.
           move WS-MATCH-SOURCE to WS-BRK-CODE.
           move WS-MATCH-REF to WS-BRK-REF.
           move WS-MATCH-ITEM-DATE to WS-BRK-ITEM-DATE.
           move 0 to WS-BRK-ON-FILE.
           perform OPEN-SETTLEMENT-BREAK.
           add 1 to WS-AGED-COUNT.
           move WS-BRK-AMOUNT to WS-FMT-AMOUNT.
           move spaces to SETTLE-REPORT-LINE.
           string WS-BRK-ITEM-DATE delimited by size
                  "     " delimited by size
                  WS-FMT-AMOUNT delimited by size
                  "  " delimited by size
                  WS-BRK-REF delimited by size
                  "  *** BREAK " delimited by size
                  WS-BRK-CODE delimited by size
                  " - " delimited by size
                  WS-BRK-TEXT delimited by "  "
                  ", case " delimited by size
                  WS-EXC-MAX-ID delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
       AGE-ONE-ITEM-DONE.
           exit.

      *    Writes the exception case (customer 000000, account type
      *    carrying the break code) and records the item on the
      *    match file as broken so it is not opened again.
       OPEN-SETTLEMENT-BREAK.
           evaluate WS-BRK-CODE
               when 'U'
                   move 'on statement, no record' to WS-BRK-TEXT
               when 'O'
                   move 'sent, never settled' to WS-BRK-TEXT
               when 'X'
                   move 'returned, never credited' to WS-BRK-TEXT
               when 'I'
                   move 'received, never on statement'
                       to WS-BRK-TEXT
               when 'J'
                   move 'rejected, return never settled'
                       to WS-BRK-TEXT
           end-evaluate.
           add 1 to WS-EXC-MAX-ID.
           move WS-EXC-MAX-ID to EXC-ID.
           move 0 to EXC-CUST-ID.
           move WS-BRK-CODE to EXC-ACCT-TYPE.
           move WS-BRK-EXPECTED to EXC-EXPECTED.
           move WS-BRK-ON-FILE to EXC-ON-FILE.
           move WS-BUSINESS-DATE to EXC-OPENED-DATE.
           move 0 to EXC-RESOLVED-DATE.
           move 0 to EXC-ASSIGNED-TO.
           set EXC-NEW to true.
           write EXCEPTION-CASE-RECORD.
           move WS-BRK-CODE to SM-SOURCE.
           move WS-BRK-REF to SM-REFERENCE.
           move WS-BRK-ITEM-DATE to SM-ITEM-DATE.
           move WS-BRK-AMOUNT to SM-AMOUNT.
           move WS-BUSINESS-DATE to SM-MATCHED-DATE.
           move WS-STATEMENT-DATE to SM-STATEMENT-DATE.
           move WS-EXC-MAX-ID to SM-CASE-ID.
           set SM-BREAK to true.
           write SETTLE-MATCH-RECORD
               invalid key
                   continue
           end-write.
           add 1 to WS-BREAK-COUNT.

      *    Opening plus credits less debits must reproduce the
      *    statement's closing balance, the trailer's item count must
      *    agree with the detail lines read, and the opening must
      *    carry forward the last statement's closing.
       WRITE-PROOF.
           compute WS-COMPUTED-CLOSE =
               WS-OPENING-SIGNED + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL.
           compute WS-PROOF-DIFF =
               WS-STMT-CLOSE-SIGNED - WS-COMPUTED-CLOSE.
           if not TRAILER-ON-FILE
               move WS-COMPUTED-CLOSE to WS-PROOF-DIFF
           end-if.
           move spaces to SETTLE-REPORT-LINE.
           write SETTLE-REPORT-LINE.
           move "Proof:" to SETTLE-REPORT-LINE.
           write SETTLE-REPORT-LINE.
           move WS-OPENING-SIGNED to WS-FMT-SIGNED.
           move spaces to SETTLE-REPORT-LINE.
           string "  Opening balance        " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move WS-CREDIT-TOTAL to WS-FMT-SIGNED.
           move spaces to SETTLE-REPORT-LINE.
           string "  Plus credits           " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move WS-DEBIT-TOTAL to WS-FMT-SIGNED.
           move spaces to SETTLE-REPORT-LINE.
           string "  Less debits            " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move WS-COMPUTED-CLOSE to WS-FMT-SIGNED.
           move spaces to SETTLE-REPORT-LINE.
           string "  Computed closing       " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move spaces to SETTLE-REPORT-LINE.
           if TRAILER-ON-FILE
               move WS-STMT-CLOSE-SIGNED to WS-FMT-SIGNED
               string "  Statement closing      " delimited by size
                      WS-FMT-SIGNED delimited by size
                      into SETTLE-REPORT-LINE
               end-string
           else
               move "  Statement closing      (no trailer record)"
                   to SETTLE-REPORT-LINE
           end-if.
           write SETTLE-REPORT-LINE.
           move WS-PROOF-DIFF to WS-FMT-SIGNED.
           move spaces to SETTLE-REPORT-LINE.
           string "  Difference             " delimited by size
                  WS-FMT-SIGNED delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           move WS-DETAIL-COUNT to WS-FMT-COUNT.
           move WS-TRAILER-COUNT to WS-FMT-COUNT-2.
           move spaces to SETTLE-REPORT-LINE.
           string "  Items read " delimited by size
                  WS-FMT-COUNT delimited by size
                  ", trailer count " delimited by size
                  WS-FMT-COUNT-2 delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.
           if TRAILER-ON-FILE and WS-DETAIL-COUNT not = WS-TRAILER-COUNT
               move "  *** ITEM COUNT DOES NOT AGREE WITH TRAILER"
                   to SETTLE-REPORT-LINE
               write SETTLE-REPORT-LINE
           end-if.
           if not OPENING-AGREES
               move WS-LAST-CLOSE-SIGNED to WS-FMT-SIGNED
               move spaces to SETTLE-REPORT-LINE
               string "  *** OPENING DOES NOT AGREE WITH PRIOR "
                      delimited by size
                      "CLOSING " delimited by size
                      WS-FMT-SIGNED delimited by size
                      into SETTLE-REPORT-LINE
               end-string
               write SETTLE-REPORT-LINE
           end-if.
           if WS-PROOF-DIFF = 0 and OPENING-AGREES
               move "  Proof in balance." to SETTLE-REPORT-LINE
           else
               move "  *** PROOF OUT OF BALANCE" to SETTLE-REPORT-LINE
           end-if.
           write SETTLE-REPORT-LINE.
           move WS-MATCHED-COUNT to WS-FMT-COUNT.
           move WS-BREAK-COUNT to WS-FMT-COUNT-2.
           move spaces to SETTLE-REPORT-LINE.
           string "Items matched " delimited by size
                  WS-FMT-COUNT delimited by size
                  "   Break cases opened " delimited by size
                  WS-FMT-COUNT-2 delimited by size
                  into SETTLE-REPORT-LINE
           end-string.
           write SETTLE-REPORT-LINE.

      *    The last statement taken in; absent on the first run.
       READ-SETTLE-CONTROL.
           open input SETTLE-CONTROL-FILE.
           if WS-CONTROL-STATUS = '00'
               read SETTLE-CONTROL-FILE
                   at end
                       continue
                   not at end
                       move 'Y' to WS-CONTROL-FOUND
                       move SC-LAST-STMT-DATE to WS-LAST-STMT-DATE
                       move SC-FIRST-STMT-DATE to WS-FIRST-STMT-DATE
                       move SC-LAST-CLOSE-BALANCE
                           to WS-LAST-CLOSE-SIGNED
                       if SC-LAST-CLOSE-DRCR = 'D'
                           compute WS-LAST-CLOSE-SIGNED =
                               0 - SC-LAST-CLOSE-BALANCE
                       end-if
               end-read
               close SETTLE-CONTROL-FILE
           end-if.

      *    Carries this statement's closing forward as the opening the
      *    next statement must agree with.
       WRITE-SETTLE-CONTROL.
           open output SETTLE-CONTROL-FILE.
           move WS-STATEMENT-DATE to SC-LAST-STMT-DATE.
           move WS-FIRST-STMT-DATE to SC-FIRST-STMT-DATE.
           if TRAILER-ON-FILE
               move WS-CLOSE-DRCR to SC-LAST-CLOSE-DRCR
               move ST-CLOSE-BALANCE to SC-LAST-CLOSE-BALANCE
           else
               move WS-COMPUTED-CLOSE to SC-LAST-CLOSE-BALANCE
               move 'C' to SC-LAST-CLOSE-DRCR
               if WS-COMPUTED-CLOSE < 0
                   move 'D' to SC-LAST-CLOSE-DRCR
               end-if
           end-if.
           write SETTLE-CONTROL-RECORD.
           close SETTLE-CONTROL-FILE.

      *    One keyed START against the highest existing case ID, the
      *    same way ADD-NEW-CUSTOMER assigns customer IDs.
       FIND-EXC-MAX-ID.
           move 999999 to EXC-ID.
           start EXCEPTION-CASE-FILE key is less than or equal to
               EXC-ID
               invalid key
                   continue
               not invalid key
                   read EXCEPTION-CASE-FILE next record
                       at end
                           continue
                       not at end
                           move EXC-ID to WS-EXC-MAX-ID
                   end-read
           end-start.

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
