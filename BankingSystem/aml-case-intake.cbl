       identification division.
       program-id. aml-case-intake.

      *    AML case intake batch, run after surveillance-report.cbl.
      *    Pulls the findings the three monitoring sources produce
      *    into investigation cases, one open case per customer:
      *      - surveillance_report.txt: each LARGE transaction and
      *        STRUCTURING candidate on the day's report (a report
      *        date already loaded is skipped, so a rerun adds
      *        nothing);
      *      - fraud_review.dat: every entry appended since the last
      *        run;
      *      - watch_hits.dat: every hit numbered above the last one
      *        loaded.
      *    A finding joins the customer's open case; with none open a
      *    new case is started, detected on the finding's date and
      *    due for decision AML-SAR-DAYS (default 30) later. A new
      *    finding on a case kept open for monitoring puts it back in
      *    front of the analysts with a fresh deadline. The high-water
      *    marks are kept in aml_intake_ctl.dat. aml-case-maint.cbl
      *    works the cases; aml-case-report.cbl ages them.

       environment division.
       input-output section.
       file-control.
       select AML-CASE-FILE
           assign to 'aml_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is AML-CASE-ID
           lock mode is automatic
           file status is WS-AML-STATUS.
       select AML-FINDING-FILE
           assign to 'aml_findings.dat'
           organization is indexed
           access mode is dynamic
           record key is AMF-KEY
           lock mode is automatic
           file status is WS-AMF-STATUS.
       select SURVEILLANCE-REPORT-FILE
           assign to 'surveillance_report.txt'
           organization is line sequential
           file status is WS-SURV-STATUS.
       select FRAUD-REVIEW-FILE
           assign to 'fraud_review.dat'
           organization is line sequential
           file status is WS-FRAUD-REVIEW-STATUS.
       select WATCH-HIT-FILE
           assign to 'watch_hits.dat'
           organization is indexed
           access mode is dynamic
           record key is HIT-ID
           lock mode is automatic
           file status is WS-HIT-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
      *    One line: the surveillance report date, the count of fraud
      *    review entries and the highest watch-list hit already
      *    taken into cases.
       select INTAKE-CONTROL-FILE
           assign to 'aml_intake_ctl.dat'
           organization is line sequential
           file status is WS-AIC-STATUS.
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
       fd AML-CASE-FILE.
       01 AML-CASE-RECORD.
          05 AML-CASE-ID            pic 9(6).
          05 AML-CUST-ID            pic 9(6).
          05 AML-DETECT-DATE        pic 9(8).
          05 AML-DEADLINE           pic 9(8).
          05 AML-OPENED-DATE        pic 9(8).
          05 AML-ANALYST            pic 9(4).
          05 AML-STATUS             pic x(1).
             88 AML-OPEN            value 'O'.
             88 AML-CLOSED          value 'C'.
          05 AML-DISPOSITION        pic x(1).
             88 AML-PENDING         value space.
             88 AML-NO-ACTION       value 'N'.
             88 AML-MONITOR         value 'M'.
             88 AML-FILE-SAR        value 'S'.
          05 AML-DISP-DATE          pic 9(8).
          05 AML-DISP-BY            pic 9(4).
          05 AML-FINDING-COUNT      pic 9(3).
          05 AML-FINDING-TOTAL      pic 9(10)v99.
          05 AML-SAR-DATE           pic 9(8).

       fd AML-FINDING-FILE.
       01 AML-FINDING-RECORD.
          05 AMF-KEY.
             10 AMF-CASE-ID         pic 9(6).
             10 AMF-SEQ             pic 9(3).
          05 AMF-SOURCE             pic x(1).
             88 AMF-FROM-SURVEILLANCE value 'S'.
             88 AMF-FROM-FRAUD-REVIEW value 'F'.
             88 AMF-FROM-WATCH-HIT  value 'W'.
          05 AMF-DATE               pic 9(8).
          05 AMF-CUST-ID            pic 9(6).
          05 AMF-TRANS-ID           pic 9(6).
          05 AMF-HIT-ID             pic 9(6).
          05 AMF-CODE               pic x(12).
          05 AMF-AMOUNT             pic 9(8)v99.

       fd SURVEILLANCE-REPORT-FILE.
       01 SURVEILLANCE-LINE         pic x(100).

       fd FRAUD-REVIEW-FILE.
       01 FRAUD-REVIEW-RECORD.
          05 FRV-DATE               pic 9(8).
          05 FRV-TIME               pic 9(6).
          05 FRV-OPER-ID            pic 9(4).
          05 FRV-CUST-ID            pic 9(6).
          05 FRV-RULE-CODE          pic x(8).
          05 FRV-AMOUNT             pic 9(8)v99.
          05 FRV-ACTION             pic x(1).

       fd WATCH-HIT-FILE.
       01 WATCH-HIT-RECORD.
          05 HIT-ID                 pic 9(6).
          05 HIT-SOURCE             pic x(1).
             88 HIT-ON-CUSTOMER     value 'C'.
             88 HIT-ON-WIRE         value 'W'.
             88 HIT-ON-OWNER        value 'B'.
          05 HIT-CUST-ID            pic 9(6).
          05 HIT-NAME               pic x(30).
          05 HIT-TAX-ID             pic 9(9).
          05 HIT-WL-NAME            pic x(30).
          05 HIT-DATE               pic 9(8).
          05 HIT-OPER-ID            pic 9(4).
          05 HIT-STATUS             pic x(1).
             88 HIT-OPEN            value 'P'.
             88 HIT-CLEARED         value 'F'.
             88 HIT-BLOCKED         value 'B'.
          05 HIT-REVIEWED-BY        pic 9(4).
          05 HIT-REVIEWED-DATE      pic 9(8).

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

       fd INTAKE-CONTROL-FILE.
       01 INTAKE-CONTROL-RECORD.
          05 AIC-SURV-DATE          pic 9(8).
          05 AIC-FRV-COUNT          pic 9(8).
          05 AIC-HIT-ID             pic 9(6).

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
       01 WS-AML-STATUS             pic xx.
       01 WS-AMF-STATUS             pic xx.
       01 WS-SURV-STATUS            pic xx.
       01 WS-FRAUD-REVIEW-STATUS    pic xx.
       01 WS-HIT-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AIC-STATUS             pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.
       01 WS-CASE-EOF-FLAG          pic x value 'N'.
          88 CASE-EOF-REACHED       value 'Y'.

      *    High-water marks carried from run to run.
       01 WS-LAST-SURV-DATE         pic 9(8) value zero.
       01 WS-LAST-FRV-COUNT         pic 9(8) value zero.
       01 WS-LAST-HIT-ID            pic 9(6) value zero.
       01 WS-FRV-READ-COUNT         pic 9(8) value zero.

      *    Days from detection to the SAR filing decision; parameter
      *    AML-SAR-DAYS overrides.
       01 WS-SAR-DAYS               pic 9(4) value 30.

      *    The finding being filed.
       01 WS-NF-CUST-ID             pic 9(6).
       01 WS-NF-SOURCE              pic x(1).
       01 WS-NF-DATE                pic 9(8).
       01 WS-NF-TRANS-ID            pic 9(6).
       01 WS-NF-HIT-ID              pic 9(6).
       01 WS-NF-CODE                pic x(12).
       01 WS-NF-AMOUNT              pic 9(8)v99.

       01 WS-CASE-MAX-ID            pic 9(6) value zero.
       01 WS-CASE-FOUND             pic x value 'N'.
          88 OPEN-CASE-FOUND        value 'Y'.
       01 WS-SURV-FINDINGS          pic 9(5) value zero.
       01 WS-FRV-FINDINGS           pic 9(5) value zero.
       01 WS-HIT-FINDINGS           pic 9(5) value zero.
       01 WS-CASES-OPENED           pic 9(5) value zero.
       01 WS-CASES-REOPENED         pic 9(5) value zero.

      *    Views of a surveillance_report.txt line, laid out exactly
      *    as surveillance-report.cbl writes its heading, LARGE and
      *    STRUCTURING lines.
       01 WS-SURV-LINE              pic x(100).
       01 WS-SURV-HEADING redefines WS-SURV-LINE.
          05 WS-SH-TITLE            pic x(41).
          05 WS-SH-DATE             pic 9(8).
          05 filler                 pic x(51).
       01 WS-SURV-LARGE redefines WS-SURV-LINE.
          05 WS-SL-TAG              pic x(13).
          05 WS-SL-TRANS-ID         pic 9(6).
          05 filler                 pic x(6).
          05 WS-SL-CUST-ID          pic 9(6).
          05 filler                 pic x(69).
       01 WS-SURV-STRUCTURING redefines WS-SURV-LINE.
          05 WS-SS-TAG              pic x(19).
          05 WS-SS-CUST-ID          pic 9(6).
          05 filler                 pic x(54).
          05 WS-SS-AMOUNT           pic -(7)9.99.
          05 filler                 pic x(10).
       01 WS-SURV-DATE              pic 9(8).

       procedure division.
       MAIN-LOGIC.
           display "AML Case Intake Batch Starting...".
           perform GET-BUSINESS-DATE.
           perform READ-INTAKE-CONTROL.
           move 'AML-SAR-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-SAR-DAYS
           end-if.

           open i-o AML-CASE-FILE.
           if WS-AML-STATUS not = '00'
               open output AML-CASE-FILE
               close AML-CASE-FILE
               open i-o AML-CASE-FILE
           end-if.
           open i-o AML-FINDING-FILE.
           if WS-AMF-STATUS not = '00'
               open output AML-FINDING-FILE
               close AML-FINDING-FILE
               open i-o AML-FINDING-FILE
           end-if.
           perform FIND-CASE-MAX-ID.

           perform LOAD-SURVEILLANCE-FINDINGS
               thru LOAD-SURVEILLANCE-FINDINGS-DONE.
           perform LOAD-FRAUD-REVIEW-FINDINGS
               thru LOAD-FRAUD-REVIEW-FINDINGS-DONE.
           perform LOAD-WATCH-HIT-FINDINGS
               thru LOAD-WATCH-HIT-FINDINGS-DONE.

           close AML-CASE-FILE.
           close AML-FINDING-FILE.
           perform SAVE-INTAKE-CONTROL.
           display WS-SURV-FINDINGS " surveillance finding(s), "
               WS-FRV-FINDINGS " fraud review finding(s), "
               WS-HIT-FINDINGS " watch-list hit(s) loaded.".
           display WS-CASES-OPENED " case(s) opened, "
               WS-CASES-REOPENED " monitored case(s) reopened.".
           stop run.

      *    Today's surveillance report, once per report date. Only
      *    the LARGE and STRUCTURING detail lines are findings; the
      *    heading, rulers and totals are recognized by layout and
      *    passed over.
       LOAD-SURVEILLANCE-FINDINGS.
           open input SURVEILLANCE-REPORT-FILE.
           if WS-SURV-STATUS not = '00'
               display "No surveillance_report.txt found."
               go to LOAD-SURVEILLANCE-FINDINGS-DONE
           end-if.
           read SURVEILLANCE-REPORT-FILE
               at end
                   move spaces to SURVEILLANCE-LINE
           end-read.
           move SURVEILLANCE-LINE to WS-SURV-LINE.
           if WS-SH-TITLE not =
                   'LARGE TRANSACTION / STRUCTURING REVIEW - '
               or WS-SH-DATE is not numeric
               display "surveillance_report.txt heading not "
                   "recognized -- skipped."
               close SURVEILLANCE-REPORT-FILE
               go to LOAD-SURVEILLANCE-FINDINGS-DONE
           end-if.
           move WS-SH-DATE to WS-SURV-DATE.
           if WS-SURV-DATE <= WS-LAST-SURV-DATE
               display "Surveillance report for " WS-SURV-DATE
                   " already loaded."
               close SURVEILLANCE-REPORT-FILE
               go to LOAD-SURVEILLANCE-FINDINGS-DONE
           end-if.
           open input TRANSACTION-FILE.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read SURVEILLANCE-REPORT-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       move SURVEILLANCE-LINE to WS-SURV-LINE
                       perform TAKE-SURVEILLANCE-LINE
               end-read
           end-perform.
           if WS-TRANSACTION-STATUS = '00'
               close TRANSACTION-FILE
           end-if.
           close SURVEILLANCE-REPORT-FILE.
           move WS-SURV-DATE to WS-LAST-SURV-DATE.
       LOAD-SURVEILLANCE-FINDINGS-DONE.
           continue.

       TAKE-SURVEILLANCE-LINE.
           move 'S' to WS-NF-SOURCE.
           move WS-SURV-DATE to WS-NF-DATE.
           move 0 to WS-NF-HIT-ID.
           if WS-SL-TAG = 'LARGE: Trans '
                   and WS-SL-TRANS-ID is numeric
                   and WS-SL-CUST-ID is numeric
               move WS-SL-CUST-ID to WS-NF-CUST-ID
               move WS-SL-TRANS-ID to WS-NF-TRANS-ID
               move 'LARGE-TXN' to WS-NF-CODE
               move 0 to WS-NF-AMOUNT
               if WS-TRANSACTION-STATUS = '00'
                   move WS-SL-TRANS-ID to TRANS-ID
                   read TRANSACTION-FILE
                       invalid key
                           continue
                       not invalid key
                           move TRANS-AMOUNT to WS-NF-AMOUNT
                   end-read
               end-if
               perform FILE-FINDING
               add 1 to WS-SURV-FINDINGS
           end-if.
           if WS-SS-TAG = 'STRUCTURING?: Cust '
                   and WS-SS-CUST-ID is numeric
               move WS-SS-CUST-ID to WS-NF-CUST-ID
               move 0 to WS-NF-TRANS-ID
               move 'STRUCTURING' to WS-NF-CODE
               move WS-SS-AMOUNT to WS-NF-AMOUNT
               perform FILE-FINDING
               add 1 to WS-SURV-FINDINGS
           end-if.

      *    The fraud review file is only ever appended to, so the
      *    entries past the count already taken are the new ones. A
      *    file shorter than that count has been started over, and is
      *    taken from the top.
       LOAD-FRAUD-REVIEW-FINDINGS.
           open input FRAUD-REVIEW-FILE.
           if WS-FRAUD-REVIEW-STATUS not = '00'
               go to LOAD-FRAUD-REVIEW-FINDINGS-DONE
           end-if.
           move 0 to WS-FRV-READ-COUNT.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read FRAUD-REVIEW-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       add 1 to WS-FRV-READ-COUNT
               end-read
           end-perform.
           close FRAUD-REVIEW-FILE.
           if WS-FRV-READ-COUNT < WS-LAST-FRV-COUNT
               move 0 to WS-LAST-FRV-COUNT
           end-if.
           open input FRAUD-REVIEW-FILE.
           move 0 to WS-FRV-READ-COUNT.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read FRAUD-REVIEW-FILE
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       add 1 to WS-FRV-READ-COUNT
                       if WS-FRV-READ-COUNT > WS-LAST-FRV-COUNT
                           perform TAKE-FRAUD-REVIEW-ENTRY
                       end-if
               end-read
           end-perform.
           close FRAUD-REVIEW-FILE.
           move WS-FRV-READ-COUNT to WS-LAST-FRV-COUNT.
       LOAD-FRAUD-REVIEW-FINDINGS-DONE.
           continue.

       TAKE-FRAUD-REVIEW-ENTRY.
           move FRV-CUST-ID to WS-NF-CUST-ID.
           move 'F' to WS-NF-SOURCE.
           move FRV-DATE to WS-NF-DATE.
           move 0 to WS-NF-TRANS-ID.
           move 0 to WS-NF-HIT-ID.
           move FRV-RULE-CODE to WS-NF-CODE.
           move FRV-AMOUNT to WS-NF-AMOUNT.
           if WS-NF-CUST-ID not = 0
               perform FILE-FINDING
               add 1 to WS-FRV-FINDINGS
           end-if.

      *    Hits are numbered in order, so every hit above the last one
      *    taken is new. A wire hit names the sending customer.
       LOAD-WATCH-HIT-FINDINGS.
           open input WATCH-HIT-FILE.
           if WS-HIT-STATUS not = '00'
               go to LOAD-WATCH-HIT-FINDINGS-DONE
           end-if.
           move WS-LAST-HIT-ID to HIT-ID.
           move 'N' to WS-EOF-FLAG.
           start WATCH-HIT-FILE key is greater than HIT-ID
               invalid key
                   move 'Y' to WS-EOF-FLAG
           end-start.
           perform until EOF-REACHED
               read WATCH-HIT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       move HIT-ID to WS-LAST-HIT-ID
                       perform TAKE-WATCH-HIT
               end-read
           end-perform.
           close WATCH-HIT-FILE.
       LOAD-WATCH-HIT-FINDINGS-DONE.
           continue.

       TAKE-WATCH-HIT.
           move HIT-CUST-ID to WS-NF-CUST-ID.
           move 'W' to WS-NF-SOURCE.
           move HIT-DATE to WS-NF-DATE.
           move 0 to WS-NF-TRANS-ID.
           move HIT-ID to WS-NF-HIT-ID.
           evaluate true
               when HIT-ON-WIRE
                   move 'WATCH-WIRE' to WS-NF-CODE
               when HIT-ON-OWNER
                   move 'WATCH-OWNER' to WS-NF-CODE
               when other
                   move 'WATCH-CUST' to WS-NF-CODE
           end-evaluate.
           move 0 to WS-NF-AMOUNT.
           if WS-NF-CUST-ID not = 0
               perform FILE-FINDING
               add 1 to WS-HIT-FINDINGS
           end-if.

      *    Files the finding in WS-NF-* on the customer's open case,
      *    starting a case when there is none. A pending case keeps
      *    the earliest detection date it has seen; a case kept open
      *    for monitoring goes back to pending, detected again today.
       FILE-FINDING.
           perform FIND-OPEN-CASE.
           if OPEN-CASE-FOUND
               if AML-MONITOR
                   move space to AML-DISPOSITION
                   move WS-NF-DATE to AML-DETECT-DATE
                   perform SET-CASE-DEADLINE
                   add 1 to WS-CASES-REOPENED
               else
                   if WS-NF-DATE < AML-DETECT-DATE
                       move WS-NF-DATE to AML-DETECT-DATE
                       perform SET-CASE-DEADLINE
                   end-if
               end-if
               add 1 to AML-FINDING-COUNT
               add WS-NF-AMOUNT to AML-FINDING-TOTAL
               rewrite AML-CASE-RECORD
           else
               add 1 to WS-CASE-MAX-ID
               move WS-CASE-MAX-ID to AML-CASE-ID
               move WS-NF-CUST-ID to AML-CUST-ID
               move WS-NF-DATE to AML-DETECT-DATE
               perform SET-CASE-DEADLINE
               move WS-BUSINESS-DATE to AML-OPENED-DATE
               move 0 to AML-ANALYST
               set AML-OPEN to true
               move space to AML-DISPOSITION
               move 0 to AML-DISP-DATE
               move 0 to AML-DISP-BY
               move 1 to AML-FINDING-COUNT
               move WS-NF-AMOUNT to AML-FINDING-TOTAL
               move 0 to AML-SAR-DATE
               write AML-CASE-RECORD
               add 1 to WS-CASES-OPENED
           end-if.
           move AML-CASE-ID to AMF-CASE-ID.
           move AML-FINDING-COUNT to AMF-SEQ.
           move WS-NF-SOURCE to AMF-SOURCE.
           move WS-NF-DATE to AMF-DATE.
           move WS-NF-CUST-ID to AMF-CUST-ID.
           move WS-NF-TRANS-ID to AMF-TRANS-ID.
           move WS-NF-HIT-ID to AMF-HIT-ID.
           move WS-NF-CODE to AMF-CODE.
           move WS-NF-AMOUNT to AMF-AMOUNT.
           write AML-FINDING-RECORD.

       SET-CASE-DEADLINE.
           compute AML-DEADLINE = function date-of-integer
               (function integer-of-date (AML-DETECT-DATE)
                + WS-SAR-DAYS).

      *    Scans the case file for the customer's open case, the same
      *    walk recon-report.cbl makes for an unresolved exception.
       FIND-OPEN-CASE.
           move 'N' to WS-CASE-FOUND.
           move 'N' to WS-CASE-EOF-FLAG.
           move 0 to AML-CASE-ID.
           start AML-CASE-FILE key is greater than AML-CASE-ID
               invalid key
                   move 'Y' to WS-CASE-EOF-FLAG
           end-start.
           perform until CASE-EOF-REACHED or OPEN-CASE-FOUND
               read AML-CASE-FILE next record
                   at end
                       move 'Y' to WS-CASE-EOF-FLAG
                   not at end
                       if AML-CUST-ID = WS-NF-CUST-ID and AML-OPEN
                           move 'Y' to WS-CASE-FOUND
                       end-if
               end-read
           end-perform.

      *    One keyed START against the highest existing case ID, the
      *    same way recon-report.cbl numbers exception cases.
       FIND-CASE-MAX-ID.
           move 0 to WS-CASE-MAX-ID.
           move 999999 to AML-CASE-ID.
           start AML-CASE-FILE key is less than or equal to
               AML-CASE-ID
               invalid key
                   continue
               not invalid key
                   read AML-CASE-FILE next record
                       at end
                           continue
                       not at end
                           move AML-CASE-ID to WS-CASE-MAX-ID
                   end-read
           end-start.

       READ-INTAKE-CONTROL.
           open input INTAKE-CONTROL-FILE.
           if WS-AIC-STATUS = '00'
               read INTAKE-CONTROL-FILE
                   at end
                       continue
                   not at end
                       move AIC-SURV-DATE to WS-LAST-SURV-DATE
                       move AIC-FRV-COUNT to WS-LAST-FRV-COUNT
                       move AIC-HIT-ID to WS-LAST-HIT-ID
               end-read
               close INTAKE-CONTROL-FILE
           end-if.

       SAVE-INTAKE-CONTROL.
           open output INTAKE-CONTROL-FILE.
           move WS-LAST-SURV-DATE to AIC-SURV-DATE.
           move WS-LAST-FRV-COUNT to AIC-FRV-COUNT.
           move WS-LAST-HIT-ID to AIC-HIT-ID.
           write INTAKE-CONTROL-RECORD.
           close INTAKE-CONTROL-FILE.

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
