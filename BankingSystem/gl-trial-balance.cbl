       identification division.
       program-id. gl-trial-balance.

      *    Daily general ledger trial balance for the accounting
      *    period of the business date. One line per account with a
      *    balance row in gl_balances.dat: the opening balance
      *    brought forward, the period's debits and credits as
      *    posted by gl-post.cbl and approved manual journals, and
      *    the closing balance in a debit or a credit column. The
      *    footing proves the ledger: period debits must equal
      *    period credits and closing debits must equal closing
      *    credits. gl-period-close.cbl will not close a period that
      *    fails either test. Run after gl-post.cbl each day.

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
       select GL-BALANCE-FILE
           assign to 'gl_balances.dat'
           organization is indexed
           access mode is dynamic
           record key is GLB-KEY
           lock mode is automatic
           file status is WS-GLB-STATUS.
       select TRIAL-BALANCE-FILE
           assign to 'gl_trial_balance.txt'
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

       fd GL-BALANCE-FILE.
       01 GL-BALANCE-RECORD.
          05 GLB-KEY.
             10 GLB-PERIOD          pic 9(6).
             10 GLB-ACCT-NO         pic x(4).
          05 GLB-OPENING            pic s9(12)v99.
          05 GLB-DEBITS             pic 9(12)v99.
          05 GLB-CREDITS            pic 9(12)v99.

       fd TRIAL-BALANCE-FILE.
       01 TRIAL-BALANCE-LINE        pic x(132).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-GLA-STATUS             pic xx.
       01 WS-GLB-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.
       01 WS-PERIOD                 pic 9(6).
       01 WS-ACCT-NAME              pic x(30).
       01 WS-ACCOUNT-COUNT          pic 9(5) value zero.

       01 WS-CLOSING                pic s9(12)v99.
       01 WS-CLOSING-DR             pic 9(12)v99.
       01 WS-CLOSING-CR             pic 9(12)v99.
       01 WS-TOTAL-OPENING          pic s9(12)v99 value zero.
       01 WS-TOTAL-DEBITS           pic 9(12)v99 value zero.
       01 WS-TOTAL-CREDITS          pic 9(12)v99 value zero.
       01 WS-TOTAL-CLOSING-DR       pic 9(12)v99 value zero.
       01 WS-TOTAL-CLOSING-CR       pic 9(12)v99 value zero.

       01 WS-OPENING-FMT            pic -(11)9.99.
       01 WS-DEBITS-FMT             pic z(11)9.99.
       01 WS-CREDITS-FMT            pic z(11)9.99.
       01 WS-CLOSING-DR-FMT         pic z(11)9.99.
       01 WS-CLOSING-CR-FMT         pic z(11)9.99.

       procedure division.
       MAIN-LOGIC.
           display "GL Trial Balance Starting...".
           perform GET-BUSINESS-DATE.
           move WS-BUSINESS-DATE(1:6) to WS-PERIOD.

           open output TRIAL-BALANCE-FILE.
           move spaces to TRIAL-BALANCE-LINE.
           string "GENERAL LEDGER TRIAL BALANCE - PERIOD "
                      delimited by size
                  WS-PERIOD delimited by size
                  " AS OF " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into TRIAL-BALANCE-LINE
           end-string.
           write TRIAL-BALANCE-LINE.
           move spaces to TRIAL-BALANCE-LINE.
           string "Acct Name                                   Opening"
                      delimited by size
                  "          Debits         Credits      Closing Dr"
                      delimited by size
                  "      Closing Cr" delimited by size
                  into TRIAL-BALANCE-LINE
           end-string.
           write TRIAL-BALANCE-LINE.
           move all "=" to TRIAL-BALANCE-LINE.
           write TRIAL-BALANCE-LINE.

           open input GL-ACCOUNT-FILE.
           open input GL-BALANCE-FILE.
           if WS-GLB-STATUS = '00'
               move WS-PERIOD to GLB-PERIOD
               move low-values to GLB-ACCT-NO
               start GL-BALANCE-FILE key is greater than or equal to
                   GLB-KEY
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               if not EOF-REACHED
                   read GL-BALANCE-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-if
               perform until EOF-REACHED
                   if GLB-PERIOD not = WS-PERIOD
                       move 'Y' to WS-EOF-FLAG
                   else
                       perform REPORT-ONE-ACCOUNT
                       read GL-BALANCE-FILE next record
                           at end
                               move 'Y' to WS-EOF-FLAG
                       end-read
                   end-if
               end-perform
               close GL-BALANCE-FILE
           else
               display "No GL balances on file."
           end-if.
           if WS-GLA-STATUS = '00'
               close GL-ACCOUNT-FILE
           end-if.

           perform WRITE-TOTALS.
           close TRIAL-BALANCE-FILE.
           display WS-ACCOUNT-COUNT " account(s) reported.".
           display "Report written to gl_trial_balance.txt.".
           stop run.

      *    Balances are carried debit-positive; a negative closing
      *    balance prints in the credit column.
       REPORT-ONE-ACCOUNT.
           add 1 to WS-ACCOUNT-COUNT.
           move 'ACCOUNT NOT ON CHART' to WS-ACCT-NAME.
           if WS-GLA-STATUS = '00'
               move GLB-ACCT-NO to GLA-ACCT-NO
               read GL-ACCOUNT-FILE
                   invalid key
                       continue
                   not invalid key
                       move GLA-NAME to WS-ACCT-NAME
               end-read
           end-if.
           compute WS-CLOSING = GLB-OPENING + GLB-DEBITS - GLB-CREDITS.
           move 0 to WS-CLOSING-DR.
           move 0 to WS-CLOSING-CR.
           if WS-CLOSING < 0
               compute WS-CLOSING-CR = 0 - WS-CLOSING
           else
               move WS-CLOSING to WS-CLOSING-DR
           end-if.
           add GLB-OPENING to WS-TOTAL-OPENING.
           add GLB-DEBITS to WS-TOTAL-DEBITS.
           add GLB-CREDITS to WS-TOTAL-CREDITS.
           add WS-CLOSING-DR to WS-TOTAL-CLOSING-DR.
           add WS-CLOSING-CR to WS-TOTAL-CLOSING-CR.
           move GLB-OPENING to WS-OPENING-FMT.
           move GLB-DEBITS to WS-DEBITS-FMT.
           move GLB-CREDITS to WS-CREDITS-FMT.
           move WS-CLOSING-DR to WS-CLOSING-DR-FMT.
           move WS-CLOSING-CR to WS-CLOSING-CR-FMT.
           move spaces to TRIAL-BALANCE-LINE.
           string GLB-ACCT-NO delimited by size
                  " " delimited by size
                  WS-ACCT-NAME delimited by size
                  " " delimited by size
                  WS-OPENING-FMT delimited by size
                  " " delimited by size
                  WS-DEBITS-FMT delimited by size
                  " " delimited by size
                  WS-CREDITS-FMT delimited by size
                  " " delimited by size
                  WS-CLOSING-DR-FMT delimited by size
                  " " delimited by size
                  WS-CLOSING-CR-FMT delimited by size
                  into TRIAL-BALANCE-LINE
           end-string.
           write TRIAL-BALANCE-LINE.

       WRITE-TOTALS.
           move all "-" to TRIAL-BALANCE-LINE.
           write TRIAL-BALANCE-LINE.
           move WS-TOTAL-OPENING to WS-OPENING-FMT.
           move WS-TOTAL-DEBITS to WS-DEBITS-FMT.
           move WS-TOTAL-CREDITS to WS-CREDITS-FMT.
           move WS-TOTAL-CLOSING-DR to WS-CLOSING-DR-FMT.
           move WS-TOTAL-CLOSING-CR to WS-CLOSING-CR-FMT.
           move spaces to TRIAL-BALANCE-LINE.
           string "     TOTALS                         "
                      delimited by size
                  WS-OPENING-FMT delimited by size
                  " " delimited by size
                  WS-DEBITS-FMT delimited by size
                  " " delimited by size
                  WS-CREDITS-FMT delimited by size
                  " " delimited by size
                  WS-CLOSING-DR-FMT delimited by size
                  " " delimited by size
                  WS-CLOSING-CR-FMT delimited by size
                  into TRIAL-BALANCE-LINE
           end-string.
           write TRIAL-BALANCE-LINE.
           move spaces to TRIAL-BALANCE-LINE.
           if WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
              and WS-TOTAL-CLOSING-DR = WS-TOTAL-CLOSING-CR
               move "LEDGER IS IN BALANCE" to TRIAL-BALANCE-LINE
               display "Ledger is in balance."
           else
               move "*** LEDGER IS OUT OF BALANCE ***"
                   to TRIAL-BALANCE-LINE
               display "*** Ledger is out of balance ***"
           end-if.
           write TRIAL-BALANCE-LINE.

      *    Reads the open business date so the report is as of the
      *    banking day, falling back to the calendar date when no
      *    control file exists. A closed day is fine for a
      *    read-only report.
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
