       identification division.
       program-id. gl-post.

      *    General ledger posting from the two export files the
      *    subsystems write: gl_export_banking.csv from
      *    banking-gl-export.cbl and gl_export.csv from the payroll
      *    runs (payroll-processor.cob, offcycle-pay.cbl and
      *    labor-accrual.cbl). Each file is loaded whole as one
      *    journal dated the business day. A journal is rejected --
      *    kept on the header file with the reason, nothing posted --
      *    when its debits and credits do not agree, when a line
      *    names an account not on the chart or inactive, when the
      *    period is closed, or when the same file was already
      *    posted (same source, line count and totals as a journal
      *    already on file), so running the job twice cannot double
      *    the ledger. A posted journal's lines go to GL-JOURNAL-FILE
      *    and roll into the period's per-account debits and credits
      *    on GL-BALANCE-FILE, which gl-trial-balance.cbl reports.
      *    Amount columns are read as edited text -- the banking
      *    export writes $ZZZ,ZZZ,ZZ9.99, the accrual lines a signed
      *    picture -- so only digits, the point and a sign count.
      *    Lines that are not account lines (the CSV heading, a
      *    restarted-run note) are skipped. A summary of every load
      *    is written to gl_post_report.txt.

       environment division.
       input-output section.
       file-control.
       select GL-ACCOUNT-FILE
           assign to 'gl_accounts.dat'
           organization is indexed
           access mode is dynamic
           record key is GLA-ACCT-NO
           lock mode is automatic
           file status is WS-GLA-STATUS.
      *    Open/closed state of each accounting period (YYYYMM).
       select GL-PERIOD-FILE
           assign to 'gl_periods.dat'
           organization is indexed
           access mode is dynamic
           record key is GLP-PERIOD
           lock mode is automatic
           file status is WS-GLP-STATUS.
      *    Opening balance and the period's debits and credits per
      *    account.
       select GL-BALANCE-FILE
           assign to 'gl_balances.dat'
           organization is indexed
           access mode is dynamic
           record key is GLB-KEY
           lock mode is automatic
           file status is WS-GLB-STATUS.
       select GL-JOURNAL-HDR-FILE
           assign to 'gl_journal_hdr.dat'
           organization is indexed
           access mode is dynamic
           record key is GLH-JOURNAL-ID
           lock mode is automatic
           file status is WS-GLH-STATUS.
       select GL-JOURNAL-FILE
           assign to 'gl_journal.dat'
           organization is indexed
           access mode is dynamic
           record key is GLJ-KEY
           lock mode is automatic
           file status is WS-GLJ-STATUS.
       select BANK-EXPORT-FILE
           assign to 'gl_export_banking.csv'
           organization is line sequential
           file status is WS-BANK-EXPORT-STATUS.
       select PAYROLL-EXPORT-FILE
           assign to 'gl_export.csv'
           organization is line sequential
           file status is WS-PAY-EXPORT-STATUS.
       select GL-POST-REPORT-FILE
           assign to 'gl_post_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd GL-ACCOUNT-FILE.
       01 GL-ACCOUNT-RECORD.
          05 GLA-ACCT-NO            pic x(4).
          05 GLA-NAME               pic x(30).
          05 GLA-TYPE               pic x(1).
             88 GLA-ASSET           value 'A'.
             88 GLA-LIABILITY       value 'L'.
             88 GLA-EQUITY          value 'Q'.
             88 GLA-INCOME          value 'I'.
             88 GLA-EXPENSE         value 'E'.
          05 GLA-NORMAL-BAL         pic x(1).
             88 GLA-DEBIT-NORMAL    value 'D'.
             88 GLA-CREDIT-NORMAL   value 'C'.
          05 GLA-CONTROL            pic x(1).
             88 GLA-CTL-CHECKING    value 'C'.
             88 GLA-CTL-SAVINGS     value 'S'.
             88 GLA-CTL-LOANS       value 'L'.
             88 GLA-CTL-TERM        value 'T'.
          05 GLA-STATUS             pic x(1).
             88 GLA-ACTIVE          value 'A'.
             88 GLA-INACTIVE        value 'I'.
          05 GLA-OPENED-DATE        pic 9(8).
          05 GLA-CHANGED-BY         pic 9(4).
          05 GLA-CHANGED-DATE       pic 9(8).

       fd GL-PERIOD-FILE.
       01 GL-PERIOD-RECORD.
          05 GLP-PERIOD             pic 9(6).
          05 GLP-STATUS             pic x(1).
             88 GLP-OPEN            value 'O'.
             88 GLP-CLOSED          value 'C'.
          05 GLP-OPENED-DATE        pic 9(8).
          05 GLP-CLOSED-DATE        pic 9(8).
          05 GLP-CLOSED-BY          pic 9(4).

       fd GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
          05 GLB-KEY.
             10 GLB-PERIOD          pic 9(6).
             10 GLB-ACCT-NO         pic x(4).
          05 GLB-OPENING            pic s9(12)v99.
          05 GLB-DEBITS             pic 9(12)v99.
          05 GLB-CREDITS            pic 9(12)v99.

       fd GL-JOURNAL-HDR-FILE.
       01 GL-JOURNAL-HDR-RECORD.
          05 GLH-JOURNAL-ID         pic 9(8).
          05 GLH-SOURCE             pic x(1).
             88 GLH-FROM-BANKING    value 'B'.
             88 GLH-FROM-PAYROLL    value 'P'.
             88 GLH-MANUAL          value 'M'.
          05 GLH-PERIOD             pic 9(6).
          05 GLH-DATE               pic 9(8).
          05 GLH-DESC               pic x(30).
          05 GLH-LINE-COUNT         pic 9(3).
          05 GLH-TOTAL-DEBITS       pic 9(12)v99.
          05 GLH-TOTAL-CREDITS      pic 9(12)v99.
          05 GLH-STATUS             pic x(1).
             88 GLH-POSTED          value 'P'.
             88 GLH-REJECTED        value 'R'.
             88 GLH-AWAITING        value 'A'.
             88 GLH-REFUSED         value 'X'.
          05 GLH-REJECT-REASON      pic x(30).
          05 GLH-ENTERED-BY         pic 9(4).
          05 GLH-APPROVED-BY        pic 9(4).
          05 GLH-POSTED-DATE        pic 9(8).

       fd GL-JOURNAL-FILE.
       01 GL-JOURNAL-RECORD.
          05 GLJ-KEY.
             10 GLJ-JOURNAL-ID      pic 9(8).
             10 GLJ-LINE-NO         pic 9(3).
          05 GLJ-ACCT-NO            pic x(4).
          05 GLJ-DESC               pic x(30).
          05 GLJ-DEBIT              pic 9(10)v99.
          05 GLJ-CREDIT             pic 9(10)v99.

       fd BANK-EXPORT-FILE.
       01 BANK-EXPORT-LINE          pic x(80).

       fd PAYROLL-EXPORT-FILE.
       01 PAYROLL-EXPORT-LINE       pic x(80).

       fd GL-POST-REPORT-FILE.
       01 GL-POST-LINE              pic x(100).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-GLA-STATUS             pic xx.
       01 WS-GLP-STATUS             pic xx.
       01 WS-GLB-STATUS             pic xx.
       01 WS-GLH-STATUS             pic xx.
       01 WS-GLJ-STATUS             pic xx.
       01 WS-BANK-EXPORT-STATUS     pic xx.
       01 WS-PAY-EXPORT-STATUS      pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-HDR-EOF-FLAG           pic x value 'N'.
          88 HDR-EOF-REACHED        value 'Y'.

       01 WS-PERIOD                 pic 9(6).
       01 WS-JOURNAL-ID             pic 9(8) value zero.
       01 WS-LOAD-SOURCE            pic x(1).
       01 WS-LOAD-NAME              pic x(24).
       01 WS-LOAD-DESC              pic x(30).
       01 WS-IN-LINE                pic x(80).
       01 WS-SKIPPED-LINES          pic 9(5).
       01 WS-REJECT-REASON          pic x(30).
       01 WS-POSTED-COUNT           pic 9(3) value zero.
       01 WS-REJECTED-COUNT         pic 9(3) value zero.

      *    The journal being loaded.
       01 WS-JE-TABLE.
          05 WS-JE-LINE occurs 200 times.
             10 WS-JE-ACCT-NO        pic x(4).
             10 WS-JE-DESC           pic x(30).
             10 WS-JE-DEBIT          pic 9(10)v99.
             10 WS-JE-CREDIT         pic 9(10)v99.
       01 WS-JE-USED                pic 9(3) value zero.
       01 WS-JE-SUB                 pic 9(3).
       01 WS-JE-OVERFLOW            pic x.
       01 WS-JE-TOTAL-DEBITS        pic 9(12)v99.
       01 WS-JE-TOTAL-CREDITS       pic 9(12)v99.

      *    Line parsing work fields.
       01 WS-P-ACCT                 pic x(4).
       01 WS-P-DESC                 pic x(30).
       01 WS-P-PTR                  pic 9(3).
       01 WS-AMT-TEXT               pic x(40).
       01 WS-AMT-CLEAN              pic x(20).
       01 WS-AMT-CLEAN-LEN          pic 9(2).
       01 WS-AMT-CHAR-SUB           pic 9(2).
       01 WS-AMT-CHAR               pic x(1).
       01 WS-AMT-VALUE              pic s9(10)v99.
       01 WS-AMT-IS-CREDIT          pic x.

       01 WS-FMT-DEBITS             pic z(11)9.99.
       01 WS-FMT-CREDITS            pic z(11)9.99.

       procedure division.
       MAIN-LOGIC.
           display "General Ledger Posting Starting...".
           perform GET-BUSINESS-DATE.
           move WS-BUSINESS-DATE(1:6) to WS-PERIOD.
           perform FIND-LAST-JOURNAL-ID.

           open input GL-ACCOUNT-FILE.
           if WS-GLA-STATUS not = '00'
               display "No chart of accounts on file. Load the "
                   "standard chart in gl-account-maint first."
               stop run
           end-if.
           perform OPEN-LEDGER-FILES.

           open output GL-POST-REPORT-FILE.
           move spaces to GL-POST-LINE.
           string "GENERAL LEDGER POSTING - " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "  PERIOD " delimited by size
                  WS-PERIOD delimited by size
                  into GL-POST-LINE
           end-string.
           write GL-POST-LINE.
           move all "=" to GL-POST-LINE.
           write GL-POST-LINE.

           move 'B' to WS-LOAD-SOURCE.
           move 'gl_export_banking.csv' to WS-LOAD-NAME.
           move 'Banking GL export' to WS-LOAD-DESC.
           perform LOAD-BANK-EXPORT.
           perform POST-LOADED-JOURNAL thru POST-LOADED-JOURNAL-DONE.

           move 'P' to WS-LOAD-SOURCE.
           move 'gl_export.csv' to WS-LOAD-NAME.
           move 'Payroll GL export' to WS-LOAD-DESC.
           perform LOAD-PAYROLL-EXPORT.
           perform POST-LOADED-JOURNAL thru POST-LOADED-JOURNAL-DONE.

           close GL-ACCOUNT-FILE.
           close GL-PERIOD-FILE.
           close GL-BALANCE-FILE.
           close GL-JOURNAL-HDR-FILE.
           close GL-JOURNAL-FILE.
           close GL-POST-REPORT-FILE.
           display WS-POSTED-COUNT " journal(s) posted, "
               WS-REJECTED-COUNT " rejected.".
           display "Report written to gl_post_report.txt.".
           stop run.

       OPEN-LEDGER-FILES.
           open i-o GL-PERIOD-FILE.
           if WS-GLP-STATUS not = '00'
               open output GL-PERIOD-FILE
               close GL-PERIOD-FILE
               open i-o GL-PERIOD-FILE
           end-if.
           open i-o GL-BALANCE-FILE.
           if WS-GLB-STATUS not = '00'
               open output GL-BALANCE-FILE
               close GL-BALANCE-FILE
               open i-o GL-BALANCE-FILE
           end-if.
           open i-o GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS not = '00'
               open output GL-JOURNAL-HDR-FILE
               close GL-JOURNAL-HDR-FILE
               open i-o GL-JOURNAL-HDR-FILE
           end-if.
           open i-o GL-JOURNAL-FILE.
           if WS-GLJ-STATUS not = '00'
               open output GL-JOURNAL-FILE
               close GL-JOURNAL-FILE
               open i-o GL-JOURNAL-FILE
           end-if.

       LOAD-BANK-EXPORT.
           perform CLEAR-LOADED-JOURNAL.
           open input BANK-EXPORT-FILE.
           if WS-BANK-EXPORT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read BANK-EXPORT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move BANK-EXPORT-LINE to WS-IN-LINE
                   perform PARSE-EXPORT-LINE
                   read BANK-EXPORT-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close BANK-EXPORT-FILE
           end-if.

       LOAD-PAYROLL-EXPORT.
           perform CLEAR-LOADED-JOURNAL.
           open input PAYROLL-EXPORT-FILE.
           if WS-PAY-EXPORT-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               read PAYROLL-EXPORT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   move PAYROLL-EXPORT-LINE to WS-IN-LINE
                   perform PARSE-EXPORT-LINE
                   read PAYROLL-EXPORT-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close PAYROLL-EXPORT-FILE
           end-if.

       CLEAR-LOADED-JOURNAL.
           move 0 to WS-JE-USED.
           move 0 to WS-SKIPPED-LINES.
           move 'N' to WS-JE-OVERFLOW.
           move 0 to WS-JE-TOTAL-DEBITS.
           move 0 to WS-JE-TOTAL-CREDITS.

      *    Account,Description,Debit,Credit: a four-digit account,
      *    a description without commas, then either the debit
      *    followed by an empty credit or an empty debit followed by
      *    the credit. Anything else is not an account line.
       PARSE-EXPORT-LINE.
           if WS-IN-LINE(1:4) is not numeric
              or WS-IN-LINE(5:1) not = ','
               add 1 to WS-SKIPPED-LINES
           else
               move spaces to WS-P-ACCT
               move spaces to WS-P-DESC
               move 1 to WS-P-PTR
               unstring WS-IN-LINE delimited by ','
                   into WS-P-ACCT WS-P-DESC
                   with pointer WS-P-PTR
               end-unstring
               move spaces to WS-AMT-TEXT
               move 'N' to WS-AMT-IS-CREDIT
               if WS-P-PTR <= 80
                   if WS-IN-LINE(WS-P-PTR:1) = ','
                       move 'Y' to WS-AMT-IS-CREDIT
                       add 1 to WS-P-PTR
                   end-if
               end-if
               if WS-P-PTR <= 80
                   move WS-IN-LINE(WS-P-PTR:) to WS-AMT-TEXT
               end-if
               perform EXTRACT-AMOUNT
               perform ADD-LOADED-LINE
           end-if.

      *    Keeps only the digits, the decimal point and a minus sign
      *    of the edited amount; the currency sign, the thousands
      *    commas and the trailing field separator fall away.
       EXTRACT-AMOUNT.
           move spaces to WS-AMT-CLEAN.
           move 0 to WS-AMT-CLEAN-LEN.
           perform varying WS-AMT-CHAR-SUB from 1 by 1
               until WS-AMT-CHAR-SUB > 40
               move WS-AMT-TEXT(WS-AMT-CHAR-SUB:1) to WS-AMT-CHAR
               if (WS-AMT-CHAR is numeric or WS-AMT-CHAR = '.'
                   or WS-AMT-CHAR = '-')
                  and WS-AMT-CLEAN-LEN < 20
                   add 1 to WS-AMT-CLEAN-LEN
                   move WS-AMT-CHAR
                       to WS-AMT-CLEAN(WS-AMT-CLEAN-LEN:1)
               end-if
           end-perform.
           if WS-AMT-CLEAN-LEN = 0
               move 0 to WS-AMT-VALUE
           else
               compute WS-AMT-VALUE = function numval (WS-AMT-CLEAN)
           end-if.
      *    A negative amount belongs on the other side.
           if WS-AMT-VALUE < 0
               compute WS-AMT-VALUE = WS-AMT-VALUE * -1
               if WS-AMT-IS-CREDIT = 'Y'
                   move 'N' to WS-AMT-IS-CREDIT
               else
                   move 'Y' to WS-AMT-IS-CREDIT
               end-if
           end-if.

       ADD-LOADED-LINE.
           if WS-JE-USED >= 200
               move 'Y' to WS-JE-OVERFLOW
           else
               add 1 to WS-JE-USED
               move WS-P-ACCT to WS-JE-ACCT-NO (WS-JE-USED)
               move WS-P-DESC to WS-JE-DESC (WS-JE-USED)
               move 0 to WS-JE-DEBIT (WS-JE-USED)
               move 0 to WS-JE-CREDIT (WS-JE-USED)
               if WS-AMT-IS-CREDIT = 'Y'
                   move WS-AMT-VALUE to WS-JE-CREDIT (WS-JE-USED)
                   add WS-AMT-VALUE to WS-JE-TOTAL-CREDITS
               else
                   move WS-AMT-VALUE to WS-JE-DEBIT (WS-JE-USED)
                   add WS-AMT-VALUE to WS-JE-TOTAL-DEBITS
               end-if
           end-if.

      *    Validates the loaded journal and posts it or records the
      *    rejection. A missing or empty file is simply reported.
       POST-LOADED-JOURNAL.
           if WS-JE-USED = 0
               move spaces to GL-POST-LINE
               string WS-LOAD-NAME delimited by size
                      " no account lines to post." delimited by size
                      into GL-POST-LINE
               end-string
               write GL-POST-LINE
               go to POST-LOADED-JOURNAL-DONE
           end-if.
           move spaces to WS-REJECT-REASON.
           if WS-JE-OVERFLOW = 'Y'
               move 'MORE THAN 200 LINES' to WS-REJECT-REASON
           end-if.
           if WS-REJECT-REASON = spaces
              and WS-JE-TOTAL-DEBITS not = WS-JE-TOTAL-CREDITS
               move 'DEBITS AND CREDITS DISAGREE' to WS-REJECT-REASON
           end-if.
           if WS-REJECT-REASON = spaces
               perform CHECK-PERIOD-OPEN
           end-if.
           if WS-REJECT-REASON = spaces
               perform VALIDATE-JOURNAL-ACCOUNTS
           end-if.
           if WS-REJECT-REASON = spaces
               perform CHECK-DUPLICATE-LOAD
           end-if.

           add 1 to WS-JOURNAL-ID.
           move WS-JOURNAL-ID to GLH-JOURNAL-ID.
           move WS-LOAD-SOURCE to GLH-SOURCE.
           move WS-PERIOD to GLH-PERIOD.
           move WS-BUSINESS-DATE to GLH-DATE.
           move WS-LOAD-DESC to GLH-DESC.
           move WS-JE-USED to GLH-LINE-COUNT.
           move WS-JE-TOTAL-DEBITS to GLH-TOTAL-DEBITS.
           move WS-JE-TOTAL-CREDITS to GLH-TOTAL-CREDITS.
           move WS-REJECT-REASON to GLH-REJECT-REASON.
           move 0 to GLH-ENTERED-BY.
           move 0 to GLH-APPROVED-BY.
           if WS-REJECT-REASON = spaces
               set GLH-POSTED to true
               move WS-BUSINESS-DATE to GLH-POSTED-DATE
           else
               set GLH-REJECTED to true
               move 0 to GLH-POSTED-DATE
           end-if.
           write GL-JOURNAL-HDR-RECORD.
      *    Lines are kept either way so a rejected load can be
      *    reviewed; only a posted journal reaches the balances.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > WS-JE-USED
               move WS-JOURNAL-ID to GLJ-JOURNAL-ID
               move WS-JE-SUB to GLJ-LINE-NO
               move WS-JE-ACCT-NO (WS-JE-SUB) to GLJ-ACCT-NO
               move WS-JE-DESC (WS-JE-SUB) to GLJ-DESC
               move WS-JE-DEBIT (WS-JE-SUB) to GLJ-DEBIT
               move WS-JE-CREDIT (WS-JE-SUB) to GLJ-CREDIT
               write GL-JOURNAL-RECORD
               if WS-REJECT-REASON = spaces
                   perform POST-ONE-BALANCE
               end-if
           end-perform.

           move WS-JE-TOTAL-DEBITS to WS-FMT-DEBITS.
           move WS-JE-TOTAL-CREDITS to WS-FMT-CREDITS.
           move spaces to GL-POST-LINE.
           if WS-REJECT-REASON = spaces
               add 1 to WS-POSTED-COUNT
               string "Journal " delimited by size
                      WS-JOURNAL-ID delimited by size
                      " POSTED   " delimited by size
                      WS-LOAD-NAME delimited by size
                      WS-JE-USED delimited by size
                      " lines Dr" delimited by size
                      WS-FMT-DEBITS delimited by size
                      " Cr" delimited by size
                      WS-FMT-CREDITS delimited by size
                      into GL-POST-LINE
               end-string
           else
               add 1 to WS-REJECTED-COUNT
               string "Journal " delimited by size
                      WS-JOURNAL-ID delimited by size
                      " REJECTED " delimited by size
                      WS-LOAD-NAME delimited by size
                      WS-JE-USED delimited by size
                      " lines Dr" delimited by size
                      WS-FMT-DEBITS delimited by size
                      " Cr" delimited by size
                      WS-FMT-CREDITS delimited by size
                      into GL-POST-LINE
               end-string
               display "Journal " WS-JOURNAL-ID " from "
                   WS-LOAD-NAME " rejected: " WS-REJECT-REASON
           end-if.
           write GL-POST-LINE.
           if WS-REJECT-REASON not = spaces
               move spaces to GL-POST-LINE
               string "         reason: " delimited by size
                      WS-REJECT-REASON delimited by size
                      into GL-POST-LINE
               end-string
               write GL-POST-LINE
           end-if.
       POST-LOADED-JOURNAL-DONE.
           exit.

      *    The period must not be closed; a period seen for the first
      *    time is opened.
       CHECK-PERIOD-OPEN.
           move WS-PERIOD to GLP-PERIOD.
           read GL-PERIOD-FILE
               invalid key
                   move WS-PERIOD to GLP-PERIOD
                   set GLP-OPEN to true
                   move WS-BUSINESS-DATE to GLP-OPENED-DATE
                   move 0 to GLP-CLOSED-DATE
                   move 0 to GLP-CLOSED-BY
                   write GL-PERIOD-RECORD
           end-read.
           if GLP-CLOSED
               move 'PERIOD CLOSED' to WS-REJECT-REASON
           end-if.

       VALIDATE-JOURNAL-ACCOUNTS.
           perform varying WS-JE-SUB from 1 by 1
               until WS-JE-SUB > WS-JE-USED
                  or WS-REJECT-REASON not = spaces
               move WS-JE-ACCT-NO (WS-JE-SUB) to GLA-ACCT-NO
               read GL-ACCOUNT-FILE
                   invalid key
                       string "ACCOUNT NOT ON CHART " delimited by size
                              WS-JE-ACCT-NO (WS-JE-SUB)
                                  delimited by size
                              into WS-REJECT-REASON
                       end-string
                   not invalid key
                       if not GLA-ACTIVE
                           string "ACCOUNT INACTIVE " delimited by size
                                  WS-JE-ACCT-NO (WS-JE-SUB)
                                      delimited by size
                                  into WS-REJECT-REASON
                           end-string
                       end-if
               end-read
           end-perform.

      *    The same file posted twice carries the same source, line
      *    count and totals as a journal already posted.
       CHECK-DUPLICATE-LOAD.
           move 'N' to WS-HDR-EOF-FLAG.
           move 0 to GLH-JOURNAL-ID.
           start GL-JOURNAL-HDR-FILE key is greater than
               GLH-JOURNAL-ID
               invalid key
                   move 'Y' to WS-HDR-EOF-FLAG
           end-start.
           perform until HDR-EOF-REACHED
               read GL-JOURNAL-HDR-FILE next record
                   at end
                       move 'Y' to WS-HDR-EOF-FLAG
                   not at end
                       if GLH-POSTED
                          and GLH-SOURCE = WS-LOAD-SOURCE
                          and GLH-LINE-COUNT = WS-JE-USED
                          and GLH-TOTAL-DEBITS = WS-JE-TOTAL-DEBITS
                          and GLH-TOTAL-CREDITS = WS-JE-TOTAL-CREDITS
                           string "ALREADY POSTED AS " delimited by size
                                  GLH-JOURNAL-ID delimited by size
                                  into WS-REJECT-REASON
                           end-string
                           move 'Y' to WS-HDR-EOF-FLAG
                       end-if
               end-read
           end-perform.

      *    Rolls one posted line into the period balance for its
      *    account.
       POST-ONE-BALANCE.
           move WS-PERIOD to GLB-PERIOD.
           move WS-JE-ACCT-NO (WS-JE-SUB) to GLB-ACCT-NO.
           read GL-BALANCE-FILE
               invalid key
                   move WS-PERIOD to GLB-PERIOD
                   move WS-JE-ACCT-NO (WS-JE-SUB) to GLB-ACCT-NO
                   move 0 to GLB-OPENING
                   move WS-JE-DEBIT (WS-JE-SUB) to GLB-DEBITS
                   move WS-JE-CREDIT (WS-JE-SUB) to GLB-CREDITS
                   write GL-BALANCE-RECORD
               not invalid key
                   add WS-JE-DEBIT (WS-JE-SUB) to GLB-DEBITS
                   add WS-JE-CREDIT (WS-JE-SUB) to GLB-CREDITS
                   rewrite GL-BALANCE-RECORD
           end-read.

      *    Highest journal number already used, by one keyed START
      *    against the top of the range.
       FIND-LAST-JOURNAL-ID.
           move 0 to WS-JOURNAL-ID.
           open input GL-JOURNAL-HDR-FILE.
           if WS-GLH-STATUS = '00'
               move 99999999 to GLH-JOURNAL-ID
               start GL-JOURNAL-HDR-FILE key is less than or equal to
                   GLH-JOURNAL-ID
                   invalid key
                       continue
                   not invalid key
                       read GL-JOURNAL-HDR-FILE next record
                           at end
                               continue
                           not at end
                               move GLH-JOURNAL-ID to WS-JOURNAL-ID
                       end-read
               end-start
               close GL-JOURNAL-HDR-FILE
           end-if.

      *    Reads the business day to post, falling back to the
      *    calendar date when no control file exists. A closed day is
      *    fine -- the exports this job loads run after the close.
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
               end-read
               close BUSINESS-DATE-FILE
           end-if.
