       identification division.
       program-id. bankruptcy-report.

      *    Open bankruptcy cases by status, for legal and the
      *    collections manager: every case on bankruptcy-maint.cbl's
      *    register the court has not yet closed, grouped as
      *      UNDER STAY   petition filed, automatic stay in force
      *      DISCHARGED   discharged, awaiting the court's closing
      *      DISMISSED    dismissed, awaiting the court's closing
      *    with chapter, case number, filing date, court and trustee,
      *    the days since filing, and the borrower's open loans and
      *    their balance (reaffirmed loans counted separately). The
      *    cases are loaded into storage first and the loan file read
      *    once against them. Modeled on tdr-report.cbl's batch-report
      *    shape.

       environment division.
       input-output section.
       file-control.
       select BANKRUPTCY-FILE
           assign to 'bankruptcy_cases.dat'
           organization is indexed
           access mode is dynamic
           record key is BKR-CUST-ID
           lock mode is automatic
           file status is WS-BKR-STATUS.
       select LOAN-FILE
           assign to 'loans.dat'
           organization is indexed
           access mode is dynamic
           record key is LOAN-ID
           lock mode is automatic
           file status is WS-LOAN-STATUS.
       select BANKRUPTCY-REPORT-FILE
           assign to 'bankruptcy_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.

       data division.
       file section.
       fd BANKRUPTCY-FILE.
       01 BANKRUPTCY-RECORD.
          05 BKR-CUST-ID            pic 9(6).
          05 BKR-CHAPTER            pic 9(2).
          05 BKR-CASE-NUMBER        pic x(20).
          05 BKR-FILING-DATE        pic 9(8).
          05 BKR-COURT              pic x(30).
          05 BKR-TRUSTEE            pic x(30).
          05 BKR-NOTIFIED-DATE      pic 9(8).
          05 BKR-LOGGED-BY          pic 9(4).
          05 BKR-STATUS             pic x(1).
             88 BKR-FILED           value 'F'.
             88 BKR-DISCHARGED      value 'D'.
             88 BKR-DISMISSED       value 'X'.
             88 BKR-CLOSED          value 'C'.
          05 BKR-DISCHARGE-DATE     pic 9(8).
          05 BKR-DISMISSAL-DATE     pic 9(8).
          05 BKR-CLOSED-DATE        pic 9(8).
          05 BKR-LAST-EVENT-DATE    pic 9(8).
          05 BKR-LAST-EVENT-BY      pic 9(4).
          05 BKR-REAFFIRM-COUNT     pic 9(1).
          05 BKR-REAFFIRM-LOAN occurs 5 times pic 9(6).

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

       fd BANKRUPTCY-REPORT-FILE.
       01 BKR-LINE                  pic x(132).

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-BKR-STATUS             pic xx.
       01 WS-LOAN-STATUS            pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED           value 'Y'.

      *    The open cases, held for the run.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY occurs 500 times.
             10 WS-CASE-CUST-ID     pic 9(6).
             10 WS-CASE-CHAPTER     pic 9(2).
             10 WS-CASE-NUMBER      pic x(20).
             10 WS-CASE-FILED       pic 9(8).
             10 WS-CASE-COURT       pic x(30).
             10 WS-CASE-TRUSTEE     pic x(30).
             10 WS-CASE-STATUS      pic x(1).
             10 WS-CASE-EVENT-DATE  pic 9(8).
             10 WS-CASE-REAFFIRMS   pic 9(1).
             10 WS-CASE-LOANS       occurs 5 times pic 9(6).
             10 WS-CASE-LOAN-COUNT  pic 9(3).
             10 WS-CASE-LOAN-BAL    pic 9(10)v99.
             10 WS-CASE-REAFF-COUNT pic 9(3).
             10 WS-CASE-REAFF-BAL   pic 9(10)v99.
       01 WS-CASE-COUNT             pic 9(4) value zero.
       01 WS-CASE-SUB               pic 9(4).
       01 WS-REAFF-SUB              pic 9(1).
       01 WS-LOAN-REAFFIRMED        pic x.
       01 WS-CASES-SKIPPED          pic 9(5) value zero.

      *    One pass per status, in this order.
       01 WS-STATUS-ORDER           pic x(3) value 'FDX'.
       01 WS-STATUS-SUB             pic 9(1).
       01 WS-REPORT-STATUS-CODE     pic x(1).
       01 WS-STATUS-HEADING         pic x(12).
       01 WS-GROUP-COUNT            pic 9(5).
       01 WS-GROUP-BAL              pic 9(10)v99.
       01 WS-DAYS-SINCE-FILING      pic 9(5).
       01 WS-FMT-BAL                pic z(9)9.99.
       01 WS-FMT-REAFF-BAL          pic z(9)9.99.
       01 WS-FORMATTED-AMT          pic $Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-CASES            pic 9(5) value zero.
       01 WS-TOTAL-BAL              pic 9(10)v99 value zero.

       procedure division.
       MAIN-LOGIC.
           display "Bankruptcy Case Report Starting...".
           perform GET-BUSINESS-DATE.
           open input BANKRUPTCY-FILE.
           if WS-BKR-STATUS not = '00'
               display "No bankruptcy cases on file. Nothing to "
                   "report."
               stop run
           end-if.
           perform LOAD-OPEN-CASES.
           close BANKRUPTCY-FILE.
           perform TOTAL-CASE-LOANS thru TOTAL-CASE-LOANS-DONE.

           open output BANKRUPTCY-REPORT-FILE.
           move spaces to BKR-LINE.
           string "OPEN BANKRUPTCY CASES BY STATUS - "
                      delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into BKR-LINE
           end-string.
           write BKR-LINE.
           move spaces to BKR-LINE.
           string "Cust   Ch Case Number          Filed    Days "
                      delimited by size
                  "Court                          Trustee          "
                      delimited by size
                  "   Loans    Balance Reaf    Reaff Bal"
                      delimited by size
                  into BKR-LINE
           end-string.
           write BKR-LINE.
           move all "=" to BKR-LINE.
           write BKR-LINE.
           perform varying WS-STATUS-SUB from 1 by 1
                   until WS-STATUS-SUB > 3
               move WS-STATUS-ORDER (WS-STATUS-SUB:1)
                   to WS-REPORT-STATUS-CODE
               perform REPORT-ONE-STATUS
           end-perform.
           move WS-TOTAL-BAL to WS-FORMATTED-AMT.
           move spaces to BKR-LINE.
           string "Open cases: " delimited by size
                  WS-TOTAL-CASES delimited by size
                  "   loan balance under the cases: "
                      delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into BKR-LINE
           end-string.
           write BKR-LINE.
           close BANKRUPTCY-REPORT-FILE.
           if WS-CASES-SKIPPED > 0
               display WS-CASES-SKIPPED " case(s) beyond the table "
                   "limit not reported."
           end-if.
           display WS-TOTAL-CASES " open case(s) reported.".
           display "Report written to bankruptcy_report.txt.".
           stop run.

       LOAD-OPEN-CASES.
           move 'N' to WS-EOF-FLAG.
           read BANKRUPTCY-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if not BKR-CLOSED
                   if WS-CASE-COUNT < 500
                       add 1 to WS-CASE-COUNT
                       perform HOLD-ONE-CASE
                   else
                       add 1 to WS-CASES-SKIPPED
                   end-if
               end-if
               read BANKRUPTCY-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

       HOLD-ONE-CASE.
           move BKR-CUST-ID to WS-CASE-CUST-ID (WS-CASE-COUNT).
           move BKR-CHAPTER to WS-CASE-CHAPTER (WS-CASE-COUNT).
           move BKR-CASE-NUMBER to WS-CASE-NUMBER (WS-CASE-COUNT).
           move BKR-FILING-DATE to WS-CASE-FILED (WS-CASE-COUNT).
           move BKR-COURT to WS-CASE-COURT (WS-CASE-COUNT).
           move BKR-TRUSTEE to WS-CASE-TRUSTEE (WS-CASE-COUNT).
           move BKR-STATUS to WS-CASE-STATUS (WS-CASE-COUNT).
           move BKR-LAST-EVENT-DATE
               to WS-CASE-EVENT-DATE (WS-CASE-COUNT).
           move BKR-REAFFIRM-COUNT
               to WS-CASE-REAFFIRMS (WS-CASE-COUNT).
           perform varying WS-REAFF-SUB from 1 by 1
                   until WS-REAFF-SUB > 5
               move BKR-REAFFIRM-LOAN (WS-REAFF-SUB)
                   to WS-CASE-LOANS (WS-CASE-COUNT, WS-REAFF-SUB)
           end-perform.
           move 0 to WS-CASE-LOAN-COUNT (WS-CASE-COUNT).
           move 0 to WS-CASE-LOAN-BAL (WS-CASE-COUNT).
           move 0 to WS-CASE-REAFF-COUNT (WS-CASE-COUNT).
           move 0 to WS-CASE-REAFF-BAL (WS-CASE-COUNT).

      *    One pass of the loan file, each open loan totalled against
      *    its borrower's case.
       TOTAL-CASE-LOANS.
           open input LOAN-FILE.
           if WS-LOAN-STATUS not = '00'
               go to TOTAL-CASE-LOANS-DONE
           end-if.
           move 'N' to WS-EOF-FLAG.
           read LOAN-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if LOAN-OPEN
                   perform TOTAL-ONE-LOAN
               end-if
               read LOAN-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close LOAN-FILE.
       TOTAL-CASE-LOANS-DONE.
           continue.

       TOTAL-ONE-LOAN.
           perform varying WS-CASE-SUB from 1 by 1
                   until WS-CASE-SUB > WS-CASE-COUNT
               if WS-CASE-CUST-ID (WS-CASE-SUB) = LOAN-CUST-ID
                   move 'N' to WS-LOAN-REAFFIRMED
                   perform varying WS-REAFF-SUB from 1 by 1
                       until WS-REAFF-SUB >
                             WS-CASE-REAFFIRMS (WS-CASE-SUB)
                       if WS-CASE-LOANS (WS-CASE-SUB, WS-REAFF-SUB)
                          = LOAN-ID
                           move 'Y' to WS-LOAN-REAFFIRMED
                       end-if
                   end-perform
                   if WS-LOAN-REAFFIRMED = 'Y'
                       add 1 to WS-CASE-REAFF-COUNT (WS-CASE-SUB)
                       add LOAN-BALANCE
                           to WS-CASE-REAFF-BAL (WS-CASE-SUB)
                   else
                       add 1 to WS-CASE-LOAN-COUNT (WS-CASE-SUB)
                       add LOAN-BALANCE
                           to WS-CASE-LOAN-BAL (WS-CASE-SUB)
                   end-if
               end-if
           end-perform.

       REPORT-ONE-STATUS.
           evaluate WS-REPORT-STATUS-CODE
               when 'F' move 'UNDER STAY' to WS-STATUS-HEADING
               when 'D' move 'DISCHARGED' to WS-STATUS-HEADING
               when other move 'DISMISSED' to WS-STATUS-HEADING
           end-evaluate.
           move spaces to BKR-LINE.
           write BKR-LINE.
           move WS-STATUS-HEADING to BKR-LINE.
           write BKR-LINE.
           move 0 to WS-GROUP-COUNT.
           move 0 to WS-GROUP-BAL.
           perform varying WS-CASE-SUB from 1 by 1
                   until WS-CASE-SUB > WS-CASE-COUNT
               if WS-CASE-STATUS (WS-CASE-SUB)
                   = WS-REPORT-STATUS-CODE
                   perform WRITE-CASE-LINE
               end-if
           end-perform.
           move WS-GROUP-BAL to WS-FORMATTED-AMT.
           move spaces to BKR-LINE.
           string "  " delimited by size
                  WS-STATUS-HEADING delimited by size
                  " cases: " delimited by size
                  WS-GROUP-COUNT delimited by size
                  "  loan balance " delimited by size
                  WS-FORMATTED-AMT delimited by size
                  into BKR-LINE
           end-string.
           write BKR-LINE.

       WRITE-CASE-LINE.
           compute WS-DAYS-SINCE-FILING =
               function integer-of-date (WS-BUSINESS-DATE)
               - function integer-of-date (WS-CASE-FILED (WS-CASE-SUB)).
           move WS-CASE-LOAN-BAL (WS-CASE-SUB) to WS-FMT-BAL.
           move WS-CASE-REAFF-BAL (WS-CASE-SUB) to WS-FMT-REAFF-BAL.
           add 1 to WS-GROUP-COUNT.
           add 1 to WS-TOTAL-CASES.
           add WS-CASE-LOAN-BAL (WS-CASE-SUB) to WS-GROUP-BAL.
           add WS-CASE-LOAN-BAL (WS-CASE-SUB) to WS-TOTAL-BAL.
           move spaces to BKR-LINE.
           string WS-CASE-CUST-ID (WS-CASE-SUB) delimited by size
                  " " delimited by size
                  WS-CASE-CHAPTER (WS-CASE-SUB) delimited by size
                  " " delimited by size
                  WS-CASE-NUMBER (WS-CASE-SUB) delimited by size
                  " " delimited by size
                  WS-CASE-FILED (WS-CASE-SUB) delimited by size
                  " " delimited by size
                  WS-DAYS-SINCE-FILING delimited by size
                  " " delimited by size
                  WS-CASE-COURT (WS-CASE-SUB) delimited by size
                  " " delimited by size
                  WS-CASE-TRUSTEE (WS-CASE-SUB) (1:16)
                      delimited by size
                  " " delimited by size
                  WS-CASE-LOAN-COUNT (WS-CASE-SUB) delimited by size
                  WS-FMT-BAL delimited by size
                  " " delimited by size
                  WS-CASE-REAFF-COUNT (WS-CASE-SUB) delimited by size
                  WS-FMT-REAFF-BAL delimited by size
                  into BKR-LINE
           end-string.
           write BKR-LINE.

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
