       identification division.
       program-id. beneficial-owner-recert.

      *    Beneficial ownership recertification batch. Walks the
      *    entity profiles (entity_profiles.dat) of the partnerships,
      *    corporations and nonprofits and lists every one whose
      *    ownership certification needs attention:
      *      LAPSED    the recertification date has arrived today;
      *                the profile is marked lapsed and a BO-RECERT
      *                letter is queued for notice-letters.cbl
      *                asking the controlling person to recertify;
      *      OVERDUE   lapsed on an earlier run, or by a change to
      *                the owners, and still not recertified;
      *      DUE       recertification falls within the next
      *                BO-RECERT-WARN-DAYS days (parameter master,
      *                30 when unset);
      *      PENDING   never certified -- the account has been
      *                frozen since it was opened.
      *    The recertification itself is recorded in
      *    beneficial-owner-maint.cbl. Written to bo_recert.txt with
      *    the customer's name for the branch to follow up.

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
       select ENTITY-PROFILE-FILE
           assign to 'entity_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is EPR-CUST-ID
           lock mode is automatic
           file status is WS-EPR-STATUS.
       select RECERT-REPORT-FILE
           assign to 'bo_recert.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.
      *    Recertification letters for notice-letters.cbl.
       select NOTICE-QUEUE-FILE
           assign to 'notices_queue.dat'
           organization is line sequential
           file status is WS-NOTICE-STATUS.
      *    Central parameter master maintained by param-maint.cbl.
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

       fd ENTITY-PROFILE-FILE.
       01 ENTITY-PROFILE-RECORD.
          05 EPR-CUST-ID            pic 9(6).
          05 EPR-CUST-TYPE          pic x(1).
             88 EPR-INDIVIDUAL      value 'I'.
             88 EPR-SOLE-PROP       value 'S'.
             88 EPR-PARTNERSHIP     value 'P'.
             88 EPR-CORPORATION     value 'C'.
             88 EPR-NONPROFIT       value 'N'.
             88 EPR-LEGAL-ENTITY    values 'P' 'C' 'N'.
          05 EPR-ENTITY-TYPE        pic x(20).
          05 EPR-FORMATION-STATE    pic x(2).
          05 EPR-FORMATION-DATE     pic 9(8).
          05 EPR-EIN                pic 9(9).
          05 EPR-CERT-STATUS        pic x(1).
             88 EPR-CERT-PENDING    value 'P'.
             88 EPR-CERTIFIED       value 'C'.
             88 EPR-CERT-LAPSED     value 'L'.
             88 EPR-CERT-EXEMPT     value 'X'.
          05 EPR-CERT-DATE          pic 9(8).
          05 EPR-CERT-BY            pic 9(4).
          05 EPR-RECERT-DUE         pic 9(8).
          05 EPR-ADDED-BY           pic 9(4).
          05 EPR-ADDED-DATE         pic 9(8).

       fd RECERT-REPORT-FILE.
       01 RECERT-REPORT-LINE        pic x(100).

       fd NOTICE-QUEUE-FILE.
       01 NOTICE-QUEUE-RECORD.
          05 NOTICE-CUST-ID         pic 9(6).
          05 NOTICE-EVENT-TYPE      pic x(10).
          05 NOTICE-DATE            pic 9(8).
          05 NOTICE-AMOUNT          pic 9(8)v99.
          05 NOTICE-PROCESSED       pic x(1).

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
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-EPR-STATUS             pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-NOTICE-STATUS          pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-WARN-DAYS              pic 9(4) value 30.
       01 WS-DAYS-TO-DUE            pic s9(6).
       01 WS-EXCEPTION              pic x(8).
       01 WS-ENTITY-NAME            pic x(30).
       01 WS-ENTITY-COUNT           pic 9(5) value zero.
       01 WS-LAPSED-COUNT           pic 9(5) value zero.
       01 WS-OVERDUE-COUNT          pic 9(5) value zero.
       01 WS-DUE-COUNT              pic 9(5) value zero.
       01 WS-PENDING-COUNT          pic 9(5) value zero.

       procedure division.
       MAIN-LOGIC.
           display "Beneficial Ownership Recertification Starting...".
           perform GET-BUSINESS-DATE.
           move 'BO-RECERT-WARN-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-WARN-DAYS
           end-if.
           open i-o ENTITY-PROFILE-FILE.
           if WS-EPR-STATUS not = '00'
               display "No entity profiles on file. Nothing to do."
               stop run
           end-if.
           open input CUSTOMER-FILE.
           open output RECERT-REPORT-FILE.
           move spaces to RECERT-REPORT-LINE.
           string "Beneficial Ownership Recertification - "
                  delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into RECERT-REPORT-LINE
           end-string.
           write RECERT-REPORT-LINE.
           move all "=" to RECERT-REPORT-LINE.
           write RECERT-REPORT-LINE.
           move spaces to RECERT-REPORT-LINE.
           string "CUST   ENTITY                         T "
                  delimited by size
                  "EIN       CERTIFIED RECERT   STATUS"
                  delimited by size
                  into RECERT-REPORT-LINE
           end-string.
           write RECERT-REPORT-LINE.

           read ENTITY-PROFILE-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               if EPR-LEGAL-ENTITY
                   perform CHECK-ONE-ENTITY
               end-if
               read ENTITY-PROFILE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.

           move spaces to RECERT-REPORT-LINE.
           write RECERT-REPORT-LINE.
           move spaces to RECERT-REPORT-LINE.
           string "Entities: " delimited by size
                  WS-ENTITY-COUNT delimited by size
                  "  Lapsed today: " delimited by size
                  WS-LAPSED-COUNT delimited by size
                  "  Overdue: " delimited by size
                  WS-OVERDUE-COUNT delimited by size
                  "  Due soon: " delimited by size
                  WS-DUE-COUNT delimited by size
                  "  Pending: " delimited by size
                  WS-PENDING-COUNT delimited by size
                  into RECERT-REPORT-LINE
           end-string.
           write RECERT-REPORT-LINE.
           close RECERT-REPORT-FILE.
           close ENTITY-PROFILE-FILE.
           if WS-CUSTOMER-STATUS = '00'
               close CUSTOMER-FILE
           end-if.
           display WS-LAPSED-COUNT " lapsed today, " WS-OVERDUE-COUNT
               " overdue, " WS-DUE-COUNT " due soon, "
               WS-PENDING-COUNT " pending.".
           display "Report written to bo_recert.txt.".
           stop run.

      *    A certification that reaches its date lapses once, on the
      *    run that finds it, and the letter goes out then; later
      *    runs keep listing it as overdue until it is renewed.
       CHECK-ONE-ENTITY.
           add 1 to WS-ENTITY-COUNT.
           move spaces to WS-EXCEPTION.
           evaluate true
               when EPR-CERT-PENDING
                   move 'PENDING' to WS-EXCEPTION
                   add 1 to WS-PENDING-COUNT
               when EPR-CERT-LAPSED
                   move 'OVERDUE' to WS-EXCEPTION
                   add 1 to WS-OVERDUE-COUNT
               when EPR-CERTIFIED
                   compute WS-DAYS-TO-DUE =
                       function integer-of-date(EPR-RECERT-DUE)
                       - function integer-of-date(WS-BUSINESS-DATE)
                   if WS-DAYS-TO-DUE <= 0
                       set EPR-CERT-LAPSED to true
                       rewrite ENTITY-PROFILE-RECORD
                       perform QUEUE-RECERT-NOTICE
                       move 'LAPSED' to WS-EXCEPTION
                       add 1 to WS-LAPSED-COUNT
                   else
                       if WS-DAYS-TO-DUE <= WS-WARN-DAYS
                           move 'DUE' to WS-EXCEPTION
                           add 1 to WS-DUE-COUNT
                       end-if
                   end-if
           end-evaluate.
           if WS-EXCEPTION not = spaces
               perform WRITE-RECERT-LINE
           end-if.

       QUEUE-RECERT-NOTICE.
           open extend NOTICE-QUEUE-FILE.
           if WS-NOTICE-STATUS not = '00'
               open output NOTICE-QUEUE-FILE
           end-if.
           move EPR-CUST-ID to NOTICE-CUST-ID.
           move 'BO-RECERT' to NOTICE-EVENT-TYPE.
           move WS-BUSINESS-DATE to NOTICE-DATE.
           move 0 to NOTICE-AMOUNT.
           move space to NOTICE-PROCESSED.
           write NOTICE-QUEUE-RECORD.
           close NOTICE-QUEUE-FILE.

       WRITE-RECERT-LINE.
           move all "?" to WS-ENTITY-NAME.
           if WS-CUSTOMER-STATUS = '00'
               move EPR-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-ENTITY-NAME
               end-read
           end-if.
           move spaces to RECERT-REPORT-LINE.
           string EPR-CUST-ID delimited by size
                  " " delimited by size
                  WS-ENTITY-NAME delimited by size
                  " " delimited by size
                  EPR-CUST-TYPE delimited by size
                  " " delimited by size
                  EPR-EIN delimited by size
                  " " delimited by size
                  EPR-CERT-DATE delimited by size
                  "  " delimited by size
                  EPR-RECERT-DUE delimited by size
                  " " delimited by size
                  WS-EXCEPTION delimited by size
                  into RECERT-REPORT-LINE
           end-string.
           write RECERT-REPORT-LINE.

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

      *    Reads the open business date to stamp on transactions, the
      *    same rule the teller screen applies: a missing control file
      *    falls back to the calendar date, a closed day refuses
      *    posting until business-date-close.cbl opens the next one.
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
