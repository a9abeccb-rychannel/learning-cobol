      *    sweep -- any open promise past its promised date is marked
      *    broken, the loan's queue record is re-escalated, and a
      *    broken-promise report is written for the morning meeting.
      *    A loan parked for a servicemember's SCRA protected period
      *    or for a borrower's bankruptcy is off the work queue: no
      *    promise is taken on it and a broken promise does not
      *    escalate it. The work list closes with the business loans
      *    covenant-test.cbl found in covenant breach, late with
      *    financial statements, or under a waiver -- listed for the
      *    collector's attention only, since a covenant default is
      *    not a past-due payment and is kept off the queue.

       environment division.
       input-output section.
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
      *    Commercial loan covenants kept by covenant-maint.cbl and
      *    tested by covenant-test.cbl; listed on the work queue.
       select COVENANT-FILE
           assign to 'loan_covenants.dat'
           organization is indexed
           access mode is dynamic
           record key is COV-LOAN-ID
           lock mode is automatic
           file status is WS-COV-STATUS.
       select BROKEN-REPORT-FILE
           assign to 'broken_promises.txt'
           organization is line sequential
             88 COLQ-OPEN           value 'O'.
             88 COLQ-CURED          value 'C'.
             88 COLQ-ESCALATED      value 'E'.
             88 COLQ-WORKOUT        value 'W'.
             88 COLQ-SCRA           value 'S'.
             88 COLQ-BANKRUPT       value 'B'.

       fd COLLECTION-NOTE-FILE.
       01 COLLECTION-NOTE-RECORD.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd COVENANT-FILE.
       01 COVENANT-RECORD.
          05 COV-LOAN-ID            pic 9(6).
          05 COV-CUST-ID            pic 9(6).
          05 COV-OFFICER-ID         pic 9(4).
          05 COV-MIN-DSCR           pic 9(2)v99.
          05 COV-MAX-LEVERAGE       pic 9(2)v99.
          05 COV-FS-FREQUENCY       pic x(1).
             88 COV-FS-ANNUAL       value 'A'.
             88 COV-FS-QUARTERLY    value 'Q'.
             88 COV-FS-VALID-FREQ   values 'A' 'Q'.
          05 COV-FS-DUE-DAYS        pic 9(3).
          05 COV-NEXT-PERIOD-END    pic 9(8).
          05 COV-LAST-PERIOD-TESTED pic 9(8).
          05 COV-LAST-TEST-DATE     pic 9(8).
          05 COV-LAST-DSCR          pic 9(3)v99.
          05 COV-LAST-LEVERAGE      pic 9(3)v99.
          05 COV-BREACH-FLAG        pic x(1).
             88 COV-NO-BREACH       value ' '.
             88 COV-DSCR-BREACH     value 'D'.
             88 COV-LEVERAGE-BREACH value 'L'.
             88 COV-BOTH-BREACH     value 'B'.
             88 COV-IN-BREACH       values 'D' 'L' 'B'.
          05 COV-LATE-FLAG          pic x(1).
             88 COV-STATEMENT-LATE  value 'Y'.
          05 COV-WAIVED-PERIOD      pic 9(8).
          05 COV-WAIVED-BY          pic 9(4).
          05 COV-LAST-LETTER-DATE   pic 9(8).
          05 COV-STATUS             pic x(1).
             88 COV-ACTIVE          value 'A'.
             88 COV-RELEASED        value 'R'.
          05 COV-SET-BY             pic 9(4).
          05 COV-SET-DATE           pic 9(8).

       fd BROKEN-REPORT-FILE.
       01 REPORT-LINE               pic x(100).

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-COV-STATUS             pic xx.
       01 WS-COV-RESULT             pic x(13).
       01 WS-COV-DSCR-FMT           pic zz9.99.
       01 WS-COV-LEV-FMT            pic zz9.99.

       01 WS-USER-CHOICE            pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
               close COLLECTION-QUEUE-FILE
               display WS-LISTED-COUNT " item(s) to work."
           end-if.
           perform LIST-COVENANT-EXCEPTIONS.

      *    Business loans in covenant breach, late with statements,
      *    or waived for the period last tested.
       LIST-COVENANT-EXCEPTIONS.
           open input COVENANT-FILE.
           if WS-COV-STATUS = '00'
               move 0 to WS-LISTED-COUNT
               move 'N' to WS-EOF-FLAG
               display " "
               display "Covenant exceptions:"
               display "Loan-ID Cust-ID Off.   DSCR  Lever Tested   "
                   "Exception"
               read COVENANT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
               perform until EOF-REACHED
                   if COV-ACTIVE
                       perform LIST-ONE-COVENANT
                   end-if
                   read COVENANT-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                   end-read
               end-perform
               close COVENANT-FILE
               display WS-LISTED-COUNT " covenant exception(s)."
           end-if.

       LIST-ONE-COVENANT.
           move spaces to WS-COV-RESULT.
           evaluate true
               when COV-IN-BREACH and COV-STATEMENT-LATE
                   move "BREACH + LATE" to WS-COV-RESULT
               when COV-IN-BREACH
                   move "IN BREACH" to WS-COV-RESULT
               when COV-STATEMENT-LATE
                   move "STMTS LATE" to WS-COV-RESULT
               when COV-WAIVED-PERIOD not = 0
                    and COV-WAIVED-PERIOD = COV-LAST-PERIOD-TESTED
                   move "WAIVED" to WS-COV-RESULT
           end-evaluate.
           if WS-COV-RESULT not = spaces
               move COV-LAST-DSCR to WS-COV-DSCR-FMT
               move COV-LAST-LEVERAGE to WS-COV-LEV-FMT
               display COV-LOAN-ID "  " COV-CUST-ID " " COV-OFFICER-ID
                   " " WS-COV-DSCR-FMT " " WS-COV-LEV-FMT " "
                   COV-LAST-PERIOD-TESTED " " WS-COV-RESULT
               add 1 to WS-LISTED-COUNT
           end-if.

       ADD-CALL-NOTE.
           display "Enter Loan ID: ".
                   go to RECORD-PROMISE-DONE
           end-read.
           close COLLECTION-QUEUE-FILE.
           if COLQ-SCRA
               display "Borrower is SCRA protected. Collection "
                   "activity is suspended."
               go to RECORD-PROMISE-DONE
           end-if.
           if COLQ-BANKRUPT
               display "Borrower is in bankruptcy. Collection "
                   "activity is stayed."
               go to RECORD-PROMISE-DONE
           end-if.
           perform GENERATE-PTP-ID.
           open i-o PROMISE-FILE.
           if WS-PTP-STATUS not = '00'
           end-string.
           write REPORT-LINE.

      *    A record parked for a loan-workout.cbl modification is
      *    left parked; loan-aging.cbl reopens it if the workout fails.
      *    One parked for an SCRA protected period or a bankruptcy
      *    stays parked too.
       ESCALATE-QUEUE-RECORD.
           open i-o COLLECTION-QUEUE-FILE.
           if WS-COLQ-STATUS = '00'
                   invalid key
                       continue
                   not invalid key
                       if not COLQ-WORKOUT and not COLQ-SCRA
                          and not COLQ-BANKRUPT
                           set COLQ-ESCALATED to true
                           rewrite COLLECTION-QUEUE-RECORD
                       end-if
               end-read
               close COLLECTION-QUEUE-FILE
           end-if.
