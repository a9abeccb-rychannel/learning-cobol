       identification division.
       program-id. insider-activity.

      *    Daily insider activity report for the insider-lending and
      *    BSA reviews, written to insider_activity.txt. Insiders are
      *    found by following each operator's employee link
      *    (oper_emp_xref.dat, kept in operator-maint.cbl) to the
      *    bank customer the employee is in emp_bank_xref.dat, and
      *    from there to every customer sharing that customer's
      *    household group in relationships.dat. The report flags
      *    any operator who, on their own account or a linked
      *    household's:
      *      - changed a balance (every posting, transfer, draw and
      *        void leaves an audit.log line under the operator);
      *      - voided a transaction, waived a fee, approved an item
      *        into overdraft or parked a dual-control withdrawal
      *        (teller_journal.dat VOID, FEE-WAIVE, OD-APPROVE and
      *        DUAL-PARKED lines).
      *    The period runs from the day after the last one reported
      *    (kept in insider_ctl.dat) through today. A second section
      *    lists every open loan and credit line held by an insider
      *    with its terms against the standard rate (parameters
      *    STD-LOAN-RATE and STD-LOC-RATE), flagging anything priced
      *    below it.

       environment division.
       input-output section.
       file-control.
       select OPER-EMP-XREF-FILE
           assign to 'oper_emp_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is OEX-OPER-ID
           lock mode is automatic
           file status is WS-OEX-STATUS.
       select EMP-BANK-XREF-FILE
           assign to 'emp_bank_xref.dat'
           organization is indexed
           access mode is dynamic
           record key is XREF-EMP-ID
           lock mode is automatic
           file status is WS-XREF-STATUS.
       select RELATIONSHIP-FILE
           assign to 'relationships.dat'
           organization is indexed
           access mode is dynamic
           record key is REL-CUST-ID
           lock mode is automatic
           file status is WS-REL-STATUS.
       select AUDIT-LOG-FILE
           assign to 'audit.log'
           organization is line sequential
           file status is WS-AUDIT-STATUS.
       select EJOURNAL-FILE
           assign to 'teller_journal.dat'
           organization is line sequential
           file status is WS-EJ-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select CREDIT-LINE-FILE
           assign to 'credit_lines.dat'
           organization is indexed
           access mode is dynamic
           record key is CL-CUST-ID
           lock mode is automatic
           file status is WS-CL-STATUS.
      *    One line: the last day already reported.
       select INSIDER-CONTROL-FILE
           assign to 'insider_ctl.dat'
           organization is line sequential
           file status is WS-CTL-STATUS.
       select INSIDER-REPORT-FILE
           assign to 'insider_activity.txt'
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
       fd OPER-EMP-XREF-FILE.
       01 OPER-EMP-XREF-RECORD.
          05 OEX-OPER-ID            pic 9(4).
          05 OEX-EMP-ID             pic 9(6).
          05 OEX-LINKED-DATE        pic 9(8).

       fd EMP-BANK-XREF-FILE.
       01 EMP-BANK-XREF-RECORD.
          05 XREF-EMP-ID           pic 9(6).
          05 XREF-CUST-ID          pic 9(6).
          05 XREF-ACCOUNT-NUMBER   pic 9(10).
          05 XREF-ROUTING-NUMBER   pic 9(9).

       fd RELATIONSHIP-FILE.
       01 RELATIONSHIP-RECORD.
          05 REL-CUST-ID            pic 9(6).
          05 REL-GROUP-ID           pic 9(6).
          05 REL-ADDED-DATE         pic 9(8).

       fd AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
          05 AUDIT-CUST-ID          pic 9(6).
          05 AUDIT-OLD-BALANCE      pic s9(8)v99.
          05 AUDIT-NEW-BALANCE      pic s9(8)v99.
          05 AUDIT-DATE             pic 9(8).
          05 AUDIT-TIME             pic 9(6).
          05 AUDIT-OPERATOR-ID      pic 9(4).
          05 AUDIT-BRANCH           pic 9(3).

       fd EJOURNAL-FILE.
       01 EJOURNAL-RECORD.
          05 EJ-DATE                pic 9(8).
          05 EJ-TIME                pic 9(6).
          05 EJ-OPER-ID             pic 9(4).
          05 EJ-ACTION              pic x(20).
          05 EJ-CUST-ID             pic 9(6).
          05 EJ-DETAIL              pic x(30).

       fd LOAN-FILE.
       01 LOAN-RECORD.
          05 LOAN-ID                pic 9(6).
          05 LOAN-CUST-ID           pic 9(6).
          05 LOAN-PRINCIPAL         pic 9(8)v99.
          05 LOAN-BALANCE           pic 9(8)v99.
          05 LOAN-RATE              pic 9(2)v9(4).
          05 LOAN-TERM-MONTHS       pic 9(3).
          05 LOAN-PAYMENT-AMOUNT    pic 9(8)v99.
          05 LOAN-ORIGIN-DATE       pic 9(8).
          05 LOAN-NEXT-DUE-DATE     pic 9(8).
          05 LOAN-STATUS            pic x(1).
             88 LOAN-OPEN           value 'A'.
             88 LOAN-PAID-OFF       value 'P'.

       fd CREDIT-LINE-FILE.
       01 CREDIT-LINE-RECORD.
          05 CL-CUST-ID             pic 9(6).
          05 CL-LIMIT               pic 9(8)v99.
          05 CL-DRAWN-BALANCE       pic s9(8)v99.
          05 CL-RATE                pic 9(2)v9(4).
          05 CL-ACCRUED-INTEREST    pic 9(8)v99.
          05 CL-ADB-SUM             pic s9(12)v99.
          05 CL-ADB-DAYS            pic 9(4).
          05 CL-LAST-ACCRUAL-DATE   pic 9(8).
          05 CL-MIN-PAYMENT         pic 9(8)v99.
          05 CL-CYCLE-DATE          pic 9(8).
          05 CL-STATUS              pic x(1).
             88 CL-ACTIVE           value 'A'.
             88 CL-CLOSED           value 'C'.

       fd INSIDER-CONTROL-FILE.
       01 INSIDER-CONTROL-RECORD.
          05 ICT-LAST-DATE          pic 9(8).

       fd INSIDER-REPORT-FILE.
       01 INSIDER-LINE              pic x(100).

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

       working-storage section.
       01 WS-OEX-STATUS             pic xx.
       01 WS-XREF-STATUS            pic xx.
       01 WS-REL-STATUS             pic xx.
       01 WS-AUDIT-STATUS           pic xx.
       01 WS-EJ-STATUS              pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-CL-STATUS              pic xx.
       01 WS-CTL-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-REL-EOF-FLAG           pic x value 'N'.
          88 REL-EOF-REACHED        value 'Y'.

       01 WS-FROM-DATE              pic 9(8).
       01 WS-THRU-DATE              pic 9(8).
       01 WS-LAST-DATE              pic 9(8) value zero.

      *    Every operator-to-customer pairing that makes an insider:
      *    'S' the employee's own customer, 'H' a member of the same
      *    household group.
       01 WS-INSIDER-TABLE.
          05 WS-INSIDER-ENTRY occurs 500 times.
             10 WS-INS-OPER-ID      pic 9(4).
             10 WS-INS-EMP-ID       pic 9(6).
             10 WS-INS-CUST-ID      pic 9(6).
             10 WS-INS-LINK         pic x(1).
       01 WS-INS-USED               pic 9(3) value zero.
       01 WS-INS-IDX                pic 9(3).
       01 WS-INS-MATCH              pic 9(3).
       01 WS-LINKED-OPERATORS       pic 9(4) value zero.
       01 WS-SELF-CUST-ID           pic 9(6).
       01 WS-HOUSEHOLD-GROUP        pic 9(6).

       01 WS-MATCH-OPER-ID          pic 9(4).
       01 WS-MATCH-CUST-ID          pic 9(6).
       01 WS-ACTIVITY-COUNT         pic 9(5) value zero.
       01 WS-LOAN-COUNT             pic 9(5) value zero.
       01 WS-BELOW-STD-COUNT        pic 9(5) value zero.

       01 WS-STD-LOAN-RATE          pic 9(2)v9(4) value zero.
       01 WS-STD-LOC-RATE           pic 9(2)v9(4) value zero.
       01 WS-STD-RATE               pic 9(2)v9(4).
       01 WS-ITEM-RATE              pic 9(2)v9(4).

       01 WS-ACTIVITY-HEADING.
          05 filler                 pic x(10) value 'DATE'.
          05 filler                 pic x(7) value 'TIME'.
          05 filler                 pic x(6) value 'OPER'.
          05 filler                 pic x(8) value 'EMP'.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(5) value 'LINK'.
          05 filler                 pic x(16) value 'ACTION'.
          05 filler                 pic x(30) value 'DETAIL'.
       01 WS-ACTIVITY-DETAIL.
          05 WS-AD-DATE             pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-TIME             pic 9(6).
          05 filler                 pic x(1) value spaces.
          05 WS-AD-OPER-ID          pic 9(4).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-EMP-ID           pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-AD-LINK             pic x(4).
          05 filler                 pic x(1) value spaces.
          05 WS-AD-ACTION           pic x(15).
          05 filler                 pic x(1) value spaces.
          05 WS-AD-DETAIL           pic x(36).
       01 WS-BAL-FROM               pic -(7)9.99.
       01 WS-BAL-TO                 pic -(7)9.99.

       01 WS-LOAN-HEADING.
          05 filler                 pic x(8) value 'KIND'.
          05 filler                 pic x(8) value 'ID'.
          05 filler                 pic x(8) value 'CUST'.
          05 filler                 pic x(8) value 'EMP'.
          05 filler                 pic x(5) value 'LINK'.
          05 filler                 pic x(14) value '     BALANCE'.
          05 filler                 pic x(9) value '    RATE'.
          05 filler                 pic x(6) value ' TERM'.
          05 filler                 pic x(9) value '     STD'.
          05 filler                 pic x(9) value '    DIFF'.
       01 WS-LOAN-DETAIL.
          05 WS-LD-KIND             pic x(6).
          05 filler                 pic x(2) value spaces.
          05 WS-LD-ID               pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-LD-CUST-ID          pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-LD-EMP-ID           pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-LD-LINK             pic x(4).
          05 filler                 pic x(1) value spaces.
          05 WS-LD-BALANCE          pic z,zzz,zz9.99.
          05 filler                 pic x(2) value spaces.
          05 WS-LD-RATE             pic z9.9999.
          05 filler                 pic x(2) value spaces.
          05 WS-LD-TERM             pic zzz9.
          05 filler                 pic x(2) value spaces.
          05 WS-LD-STD              pic z9.9999.
          05 filler                 pic x(1) value spaces.
          05 WS-LD-DIFF             pic -z9.9999.
          05 filler                 pic x(2) value spaces.
          05 WS-LD-FLAG             pic x(9).
       01 WS-LD-BALANCE-WORK        pic s9(8)v99.

       procedure division.
       MAIN-LOGIC.
           display "Insider Activity Report Starting...".
           perform GET-BUSINESS-DATE.
           perform READ-INSIDER-CONTROL.
           move 'STD-LOAN-RATE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               move WS-PRM-VALUE to WS-STD-LOAN-RATE
           end-if.
           move 'STD-LOC-RATE' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y'
               move WS-PRM-VALUE to WS-STD-LOC-RATE
           end-if.
           perform LOAD-INSIDERS thru LOAD-INSIDERS-DONE.

           open output INSIDER-REPORT-FILE.
           move spaces to INSIDER-LINE.
           string "INSIDER ACTIVITY REPORT - " delimited by size
                  WS-FROM-DATE delimited by size
                  " THROUGH " delimited by size
                  WS-THRU-DATE delimited by size
                  into INSIDER-LINE
           end-string.
           write INSIDER-LINE.
           move spaces to INSIDER-LINE.
           string WS-LINKED-OPERATORS delimited by size
                  " operator(s) linked to employees, " delimited by size
                  WS-INS-USED delimited by size
                  " insider customer link(s)." delimited by size
                  into INSIDER-LINE
           end-string.
           write INSIDER-LINE.
           move all "=" to INSIDER-LINE.
           write INSIDER-LINE.
           move "OPERATOR ACTIVITY ON OWN OR HOUSEHOLD ACCOUNTS"
               to INSIDER-LINE.
           write INSIDER-LINE.
           write INSIDER-LINE from WS-ACTIVITY-HEADING.
           perform SCAN-AUDIT-LOG thru SCAN-AUDIT-LOG-DONE.
           perform SCAN-TELLER-JOURNAL thru SCAN-TELLER-JOURNAL-DONE.
           if WS-ACTIVITY-COUNT = 0
               move "  None." to INSIDER-LINE
               write INSIDER-LINE
           end-if.

           move spaces to INSIDER-LINE.
           write INSIDER-LINE.
           move "INSIDER LOANS AND LINES OF CREDIT" to INSIDER-LINE.
           write INSIDER-LINE.
           write INSIDER-LINE from WS-LOAN-HEADING.
           perform LIST-INSIDER-LOANS thru LIST-INSIDER-LOANS-DONE.
           perform LIST-INSIDER-LINES thru LIST-INSIDER-LINES-DONE.
           if WS-LOAN-COUNT = 0
               move "  None." to INSIDER-LINE
               write INSIDER-LINE
           end-if.
           if WS-STD-LOAN-RATE = 0 or WS-STD-LOC-RATE = 0
               move "  (A standard rate of zero is not yet set.)"
                   to INSIDER-LINE
               write INSIDER-LINE
           end-if.

           move all "-" to INSIDER-LINE.
           write INSIDER-LINE.
           move spaces to INSIDER-LINE.
           string "Activity flagged: " delimited by size
                  WS-ACTIVITY-COUNT delimited by size
                  "   Insider credits: " delimited by size
                  WS-LOAN-COUNT delimited by size
                  "   Below standard rate: " delimited by size
                  WS-BELOW-STD-COUNT delimited by size
                  into INSIDER-LINE
           end-string.
           write INSIDER-LINE.
           close INSIDER-REPORT-FILE.
           perform SAVE-INSIDER-CONTROL.
           display WS-ACTIVITY-COUNT " insider action(s), "
               WS-LOAN-COUNT " insider credit(s) written to "
               "insider_activity.txt.".
           stop run.

      *    The period starts the day after the last one reported; a
      *    first run, or a rerun the same day, covers today alone.
       READ-INSIDER-CONTROL.
           move function current-date(1:8) to WS-THRU-DATE.
           open input INSIDER-CONTROL-FILE.
           if WS-CTL-STATUS = '00'
               read INSIDER-CONTROL-FILE
                   at end
                       continue
                   not at end
                       if ICT-LAST-DATE is numeric
                           move ICT-LAST-DATE to WS-LAST-DATE
                       end-if
               end-read
               close INSIDER-CONTROL-FILE
           end-if.
           if WS-LAST-DATE = 0 or WS-LAST-DATE >= WS-THRU-DATE
               move WS-THRU-DATE to WS-FROM-DATE
           else
               compute WS-FROM-DATE = function date-of-integer
                   (function integer-of-date (WS-LAST-DATE) + 1)
           end-if.

       SAVE-INSIDER-CONTROL.
           open output INSIDER-CONTROL-FILE.
           move WS-THRU-DATE to ICT-LAST-DATE.
           write INSIDER-CONTROL-RECORD.
           close INSIDER-CONTROL-FILE.

      *    Builds the insider table from the operator links.
       LOAD-INSIDERS.
           move 0 to WS-INS-USED.
           open input OPER-EMP-XREF-FILE.
           if WS-OEX-STATUS not = '00'
               display "No operators are linked to employees."
               go to LOAD-INSIDERS-DONE
           end-if.
           open input EMP-BANK-XREF-FILE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read OPER-EMP-XREF-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       add 1 to WS-LINKED-OPERATORS
                       perform LOAD-ONE-INSIDER
               end-read
           end-perform.
           close OPER-EMP-XREF-FILE.
           if WS-XREF-STATUS = '00'
               close EMP-BANK-XREF-FILE
           end-if.
       LOAD-INSIDERS-DONE.
           continue.

       LOAD-ONE-INSIDER.
           if WS-XREF-STATUS not = '00'
               display "Operator " OEX-OPER-ID
                   ": no employee bank cross-reference on file."
           else
               move OEX-EMP-ID to XREF-EMP-ID
               read EMP-BANK-XREF-FILE
                   invalid key
                       move 0 to XREF-CUST-ID
               end-read
               if XREF-CUST-ID = 0
                   display "Operator " OEX-OPER-ID " (employee "
                       OEX-EMP-ID ") has no bank customer on file."
               else
                   move XREF-CUST-ID to WS-SELF-CUST-ID
                   move XREF-CUST-ID to WS-MATCH-CUST-ID
                   perform ADD-INSIDER-ENTRY
                   perform ADD-HOUSEHOLD-MEMBERS
               end-if
           end-if.

       ADD-INSIDER-ENTRY.
           if WS-INS-USED < 500
               add 1 to WS-INS-USED
               move OEX-OPER-ID to WS-INS-OPER-ID (WS-INS-USED)
               move OEX-EMP-ID to WS-INS-EMP-ID (WS-INS-USED)
               move WS-MATCH-CUST-ID to WS-INS-CUST-ID (WS-INS-USED)
               if WS-MATCH-CUST-ID = WS-SELF-CUST-ID
                   move 'S' to WS-INS-LINK (WS-INS-USED)
               else
                   move 'H' to WS-INS-LINK (WS-INS-USED)
               end-if
           end-if.

      *    Everyone else in the employee's household group.
       ADD-HOUSEHOLD-MEMBERS.
           open input RELATIONSHIP-FILE.
           if WS-REL-STATUS = '00'
               move WS-SELF-CUST-ID to REL-CUST-ID
               move 0 to WS-HOUSEHOLD-GROUP
               read RELATIONSHIP-FILE
                   invalid key
                       continue
                   not invalid key
                       move REL-GROUP-ID to WS-HOUSEHOLD-GROUP
               end-read
               if WS-HOUSEHOLD-GROUP not = 0
                   move 0 to REL-CUST-ID
                   move 'N' to WS-REL-EOF-FLAG
                   start RELATIONSHIP-FILE
                       key is not less than REL-CUST-ID
                       invalid key
                           move 'Y' to WS-REL-EOF-FLAG
                   end-start
                   perform until REL-EOF-REACHED
                       read RELATIONSHIP-FILE next record
                           at end
                               move 'Y' to WS-REL-EOF-FLAG
                           not at end
                               if REL-GROUP-ID = WS-HOUSEHOLD-GROUP
                                  and REL-CUST-ID not = WS-SELF-CUST-ID
                                   move REL-CUST-ID to WS-MATCH-CUST-ID
                                   perform ADD-INSIDER-ENTRY
                               end-if
                       end-read
                   end-perform
               end-if
               close RELATIONSHIP-FILE
           end-if.

      *    WS-INS-MATCH is the table entry pairing WS-MATCH-OPER-ID
      *    with WS-MATCH-CUST-ID, or zero.
       FIND-INSIDER-PAIR.
           move 0 to WS-INS-MATCH.
           perform varying WS-INS-IDX from 1 by 1
               until WS-INS-IDX > WS-INS-USED or WS-INS-MATCH > 0
               if WS-INS-OPER-ID (WS-INS-IDX) = WS-MATCH-OPER-ID
                  and WS-INS-CUST-ID (WS-INS-IDX) = WS-MATCH-CUST-ID
                   move WS-INS-IDX to WS-INS-MATCH
               end-if
           end-perform.

      *    WS-INS-MATCH is the first table entry for WS-MATCH-CUST-ID
      *    under any operator, or zero.
       FIND-INSIDER-CUSTOMER.
           move 0 to WS-INS-MATCH.
           perform varying WS-INS-IDX from 1 by 1
               until WS-INS-IDX > WS-INS-USED or WS-INS-MATCH > 0
               if WS-INS-CUST-ID (WS-INS-IDX) = WS-MATCH-CUST-ID
                   move WS-INS-IDX to WS-INS-MATCH
               end-if
           end-perform.

       SCAN-AUDIT-LOG.
           if WS-INS-USED = 0
               go to SCAN-AUDIT-LOG-DONE
           end-if.
           open input AUDIT-LOG-FILE.
           if WS-AUDIT-STATUS not = '00'
               go to SCAN-AUDIT-LOG-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read AUDIT-LOG-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if AUDIT-OPERATOR-ID not = 0
                          and AUDIT-DATE >= WS-FROM-DATE
                          and AUDIT-DATE <= WS-THRU-DATE
                           move AUDIT-OPERATOR-ID to WS-MATCH-OPER-ID
                           move AUDIT-CUST-ID to WS-MATCH-CUST-ID
                           perform FIND-INSIDER-PAIR
                           if WS-INS-MATCH > 0
                               perform WRITE-AUDIT-ACTIVITY
                           end-if
                       end-if
               end-read
           end-perform.
           close AUDIT-LOG-FILE.
       SCAN-AUDIT-LOG-DONE.
           continue.

       WRITE-AUDIT-ACTIVITY.
           move AUDIT-DATE to WS-AD-DATE.
           move AUDIT-TIME to WS-AD-TIME.
           move 'BALANCE CHANGE' to WS-AD-ACTION.
           move AUDIT-OLD-BALANCE to WS-BAL-FROM.
           move AUDIT-NEW-BALANCE to WS-BAL-TO.
           move spaces to WS-AD-DETAIL.
           string WS-BAL-FROM delimited by size
                  " to " delimited by size
                  WS-BAL-TO delimited by size
                  into WS-AD-DETAIL
           end-string.
           perform WRITE-ACTIVITY-LINE.

       SCAN-TELLER-JOURNAL.
           if WS-INS-USED = 0
               go to SCAN-TELLER-JOURNAL-DONE
           end-if.
           open input EJOURNAL-FILE.
           if WS-EJ-STATUS not = '00'
               go to SCAN-TELLER-JOURNAL-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read EJOURNAL-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if (EJ-ACTION = 'VOID' or EJ-ACTION = 'FEE-WAIVE'
                           or EJ-ACTION = 'OD-APPROVE'
                           or EJ-ACTION = 'DUAL-PARKED')
                          and EJ-DATE >= WS-FROM-DATE
                          and EJ-DATE <= WS-THRU-DATE
                           move EJ-OPER-ID to WS-MATCH-OPER-ID
                           move EJ-CUST-ID to WS-MATCH-CUST-ID
                           perform FIND-INSIDER-PAIR
                           if WS-INS-MATCH > 0
                               move EJ-DATE to WS-AD-DATE
                               move EJ-TIME to WS-AD-TIME
                               move EJ-ACTION to WS-AD-ACTION
                               move EJ-DETAIL to WS-AD-DETAIL
                               perform WRITE-ACTIVITY-LINE
                           end-if
                       end-if
               end-read
           end-perform.
           close EJOURNAL-FILE.
       SCAN-TELLER-JOURNAL-DONE.
           continue.

       WRITE-ACTIVITY-LINE.
           add 1 to WS-ACTIVITY-COUNT.
           move WS-INS-OPER-ID (WS-INS-MATCH) to WS-AD-OPER-ID.
           move WS-INS-EMP-ID (WS-INS-MATCH) to WS-AD-EMP-ID.
           move WS-INS-CUST-ID (WS-INS-MATCH) to WS-AD-CUST-ID.
           if WS-INS-LINK (WS-INS-MATCH) = 'S'
               move 'OWN' to WS-AD-LINK
           else
               move 'HSHD' to WS-AD-LINK
           end-if.
           write INSIDER-LINE from WS-ACTIVITY-DETAIL.

       LIST-INSIDER-LOANS.
           if WS-INS-USED = 0
               go to LIST-INSIDER-LOANS-DONE
           end-if.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               go to LIST-INSIDER-LOANS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if LOAN-OPEN
                           move LOAN-CUST-ID to WS-MATCH-CUST-ID
                           perform FIND-INSIDER-CUSTOMER
                           if WS-INS-MATCH > 0
                               move 'LOAN' to WS-LD-KIND
                               move LOAN-ID to WS-LD-ID
                               move LOAN-CUST-ID to WS-LD-CUST-ID
                               move LOAN-BALANCE to WS-LD-BALANCE-WORK
                               move LOAN-RATE to WS-ITEM-RATE
                               move LOAN-TERM-MONTHS to WS-LD-TERM
                               move WS-STD-LOAN-RATE to WS-STD-RATE
                               perform WRITE-CREDIT-LINE-ITEM
                           end-if
                       end-if
               end-read
           end-perform.
           close LOAN-FILE.
       LIST-INSIDER-LOANS-DONE.
           continue.

       LIST-INSIDER-LINES.
           if WS-INS-USED = 0
               go to LIST-INSIDER-LINES-DONE
           end-if.
           open input CREDIT-LINE-FILE.
           if WS-CL-STATUS not = '00'
               go to LIST-INSIDER-LINES-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read CREDIT-LINE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if CL-ACTIVE
                           move CL-CUST-ID to WS-MATCH-CUST-ID
                           perform FIND-INSIDER-CUSTOMER
                           if WS-INS-MATCH > 0
                               move 'LINE' to WS-LD-KIND
                               move CL-CUST-ID to WS-LD-ID
                               move CL-CUST-ID to WS-LD-CUST-ID
                               move CL-DRAWN-BALANCE
                                   to WS-LD-BALANCE-WORK
                               move CL-RATE to WS-ITEM-RATE
                               move 0 to WS-LD-TERM
                               move WS-STD-LOC-RATE to WS-STD-RATE
                               perform WRITE-CREDIT-LINE-ITEM
                           end-if
                       end-if
               end-read
           end-perform.
           close CREDIT-LINE-FILE.
       LIST-INSIDER-LINES-DONE.
           continue.

      *    One insider credit against the standard rate; a line of
      *    credit's ID is its customer ID and it has no term.
       WRITE-CREDIT-LINE-ITEM.
           add 1 to WS-LOAN-COUNT.
           move WS-INS-EMP-ID (WS-INS-MATCH) to WS-LD-EMP-ID.
           if WS-INS-LINK (WS-INS-MATCH) = 'S'
               move 'OWN' to WS-LD-LINK
           else
               move 'HSHD' to WS-LD-LINK
           end-if.
           move WS-LD-BALANCE-WORK to WS-LD-BALANCE.
           move WS-ITEM-RATE to WS-LD-RATE.
           move WS-STD-RATE to WS-LD-STD.
           compute WS-LD-DIFF = WS-ITEM-RATE - WS-STD-RATE.
           move spaces to WS-LD-FLAG.
           if WS-STD-RATE > 0 and WS-ITEM-RATE < WS-STD-RATE
               move 'BELOW STD' to WS-LD-FLAG
               add 1 to WS-BELOW-STD-COUNT
           end-if.
           write INSIDER-LINE from WS-LOAN-DETAIL.

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

      *    Reads the business day being processed, falling back to
      *    the calendar date when no control file exists.
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
