       identification division.
       program-id. aml-case-maint.

      *    AML investigation case maintenance for the BSA analysts.
      *    aml-case-intake.cbl opens the cases (aml_cases.dat) and
      *    files each surveillance, fraud review and watch-list
      *    finding against them (aml_findings.dat); this program is
      *    where they are worked. Menu:
      *      1 list open cases with days to the filing deadline;
      *      2 view a case -- findings and narrative;
      *      3 assign the case to an analyst;
      *      4 add narrative notes (aml_case_notes.dat);
      *      5 record the disposition: N no action (case closed),
      *        M monitor (case stays open; a new finding puts it back
      *        up for decision), S file a SAR (case closed and the
      *        suspicious activity report extract produced);
      *      6 reprint the SAR extract for a filed case.
      *    A disposition needs a narrative on the case, and once a
      *    case is assigned only that analyst or a supervisor may
      *    record it. The extract, sar_<case>.txt, carries the
      *    subject's profile, the findings, every transaction on the
      *    customer's accounts from AML-SAR-LOOKBACK-DAYS (default 90)
      *    before detection through today -- those a finding names
      *    marked -- and the narrative. Assignments and dispositions
      *    are noted on the narrative as they are made. Requires
      *    operator sign-on and the AML-CASE entitlement.

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
       select AML-NOTE-FILE
           assign to 'aml_case_notes.dat'
           organization is line sequential
           file status is WS-AMN-STATUS.
       select CUSTOMER-FILE
           assign to 'customers.dat'
           organization is indexed
           access mode is dynamic
           record key is CUST-ID
           lock mode is automatic
           file status is WS-CUSTOMER-STATUS.
       select PROFILE-FILE
           assign to 'customer_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is PROF-CUST-ID
           lock mode is automatic
           file status is WS-PROFILE-STATUS.
       select ENTITY-PROFILE-FILE
           assign to 'entity_profiles.dat'
           organization is indexed
           access mode is dynamic
           record key is EPR-CUST-ID
           lock mode is automatic
           file status is WS-EPR-STATUS.
       select TRANSACTION-FILE
           assign to 'transactions.dat'
           organization is indexed
           access mode is dynamic
           record key is TRANS-ID
           alternate record key is TRANS-CUST-ID
               with duplicates
           lock mode is automatic
           file status is WS-TRANSACTION-STATUS.
       select SAR-EXTRACT-FILE
           assign to WS-SAR-FILENAME
           organization is line sequential
           file status is WS-SAR-STATUS.
       select PARAMETER-FILE
           assign to 'parameters.dat'
           organization is indexed
           access mode is dynamic
           record key is PRM-NAME
           lock mode is automatic
           file status is WS-PRM-STATUS.
       select LOCKOUT-LIMIT-FILE
           assign to 'signon_lockout.dat'
           organization is line sequential
           file status is WS-LOCKOUT-STATUS.
       select SIGNON-FAILURE-FILE
           assign to 'signon_failures.log'
           organization is line sequential
           file status is WS-SIGNON-FAIL-STATUS.
       select OPERATOR-FILE
           assign to 'operators.dat'
           organization is indexed
           access mode is dynamic
           record key is OPER-ID
           lock mode is automatic
           file status is WS-OPERATOR-FILE-STATUS.
       select ENTITLEMENT-FILE
           assign to 'oper_entitlements.dat'
           organization is indexed
           access mode is dynamic
           record key is ENT-KEY
           lock mode is automatic
           file status is WS-ENT-STATUS.
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

       fd AML-NOTE-FILE.
       01 AML-NOTE-RECORD.
          05 AMN-CASE-ID            pic 9(6).
          05 AMN-DATE               pic 9(8).
          05 AMN-TIME               pic 9(6).
          05 AMN-OPER-ID            pic 9(4).
          05 AMN-TEXT               pic x(60).

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

       fd PROFILE-FILE.
       01 CUSTOMER-PROFILE-RECORD.
          05 PROF-CUST-ID           pic 9(6).
          05 PROF-ADDRESS-LINE-1    pic x(30).
          05 PROF-ADDRESS-LINE-2    pic x(30).
          05 PROF-CITY              pic x(20).
          05 PROF-STATE             pic x(2).
          05 PROF-ZIP               pic x(10).
          05 PROF-PHONE             pic x(12).
          05 PROF-DATE-OF-BIRTH     pic 9(8).
          05 PROF-TAX-ID            pic 9(9).
          05 PROF-HOME-BRANCH       pic 9(3).
          05 PROF-TIN-STATUS        pic x(1).
             88 PROF-TIN-CERTIFIED  value 'C'.
             88 PROF-TIN-UNCERTIFIED value 'U'.
             88 PROF-TIN-BNOTICE-1  value '1'.
             88 PROF-TIN-BNOTICE-2  value '2'.
          05 PROF-TIN-CERT-DATE     pic 9(8).
          05 PROF-BNOTICE-1-DATE    pic 9(8).
          05 PROF-BNOTICE-2-DATE    pic 9(8).
          05 PROF-ADDR-STATUS       pic x(1).
             88 PROF-ADDR-GOOD      value space.
             88 PROF-ADDR-BAD       value 'B'.
          05 PROF-ADDR-BAD-DATE     pic 9(8).
          05 PROF-ADDR-CLEARED-DATE pic 9(8).

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

       fd SAR-EXTRACT-FILE.
       01 SAR-LINE                  pic x(100).

       fd PARAMETER-FILE.
       01 PARAMETER-RECORD.
          05 PRM-NAME               pic x(20).
          05 PRM-VALUE              pic 9(8)v99.
          05 PRM-EFFECTIVE-DATE     pic 9(8).
          05 PRM-CHANGED-BY         pic 9(4).
          05 PRM-CHANGED-DATE       pic 9(8).

       fd LOCKOUT-LIMIT-FILE.
       01 LOCKOUT-LIMIT-LINE        pic 9(2).

       fd SIGNON-FAILURE-FILE.
       01 SIGNON-FAILURE-RECORD.
          05 SF-DATE                pic 9(8).
          05 SF-TIME                pic 9(6).
          05 SF-OPER-ID             pic 9(4).
          05 SF-REASON              pic x(30).

       fd OPERATOR-FILE.
       01 OPERATOR-RECORD.
          05 OPER-ID                pic 9(4).
          05 OPER-NAME              pic x(20).
          05 OPER-PASSWORD          pic x(10).
          05 OPER-LEVEL             pic 9(1).
             88 OPER-TELLER         value 1.
             88 OPER-SUPERVISOR     value 2.
          05 OPER-PWD-CHANGED-DATE  pic 9(8).
          05 OPER-FAILED-TRIES      pic 9(2).
          05 OPER-LOCKED-FLAG       pic x(1).
             88 OPER-LOCKED         value 'L'.
          05 OPER-PWD-HISTORY.
             10 OPER-PRIOR-PWD occurs 3 times pic x(10).
          05 OPER-BRANCH            pic 9(3).

       fd ENTITLEMENT-FILE.
       01 ENTITLEMENT-RECORD.
          05 ENT-KEY.
             10 ENT-OPER-ID         pic 9(4).
             10 ENT-FUNCTION        pic x(8).
          05 ENT-ALLOWED            pic x(1).
             88 ENT-GRANTED         value 'Y'.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       working-storage section.
       01 WS-AML-STATUS             pic xx.
       01 WS-AMF-STATUS             pic xx.
       01 WS-AMN-STATUS             pic xx.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-EPR-STATUS             pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-SAR-STATUS             pic xx.
       01 WS-PRM-STATUS             pic xx.
       01 WS-PRM-LOOKUP-NAME        pic x(20).
       01 WS-PRM-VALUE              pic 9(8)v99.
       01 WS-PRM-FOUND              pic x.
       01 WS-PRM-ASOF               pic 9(8).
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BUSDATE-OK             pic x value 'Y'.
          88 POSTING-ALLOWED        value 'Y'.
       01 WS-USER-CHOICE            pic x.
       01 WS-CONFIRM                pic x.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-TARGET-CASE-ID         pic 9(6).
       01 WS-CASE-FOUND             pic x value 'N'.
          88 CASE-ON-FILE           value 'Y'.
       01 WS-CUST-NAME              pic x(30).
       01 WS-DAYS-LEFT              pic s9(6).
       01 WS-DAYS-LEFT-FMT          pic -(5)9.
       01 WS-DAYS-LEFT-TEXT         pic x(6).
       01 WS-LISTED-COUNT           pic 9(5).
       01 WS-DISP-TEXT              pic x(9).
       01 WS-NEW-ANALYST            pic 9(4).
       01 WS-NEW-DISPOSITION        pic x(1).
          88 DISPOSITION-VALID      values 'N' 'M' 'S'.
       01 WS-NOTE-TEXT              pic x(60).
       01 WS-NOTE-COUNT             pic 9(4).
       01 WS-AMOUNT-FMT             pic $$$,$$$,$$9.99.
       01 WS-SOURCE-TEXT            pic x(12).

      *    SAR extract work fields. Transactions a finding names are
      *    marked on the extract; up to 50 are remembered per case.
       01 WS-SAR-FILENAME           pic x(40).
       01 WS-LOOKBACK-DAYS          pic 9(4) value 90.
       01 WS-SAR-FROM-DATE          pic 9(8).
       01 WS-SAR-TXN-COUNT          pic 9(5).
       01 WS-SAR-TXN-TOTAL          pic 9(10)v99.
       01 WS-SAR-MARK               pic x(1).
       01 WS-NAMED-USED             pic 9(2) value zero.
       01 WS-NAMED-TABLE.
          05 WS-NAMED-TRANS-ID occurs 50 times pic 9(6).
       01 WS-NAMED-IDX             pic 9(2).
       01 WS-SAR-DETAIL.
          05 WS-SD-MARK             pic x(2).
          05 WS-SD-TRANS-ID         pic 9(6).
          05 filler                 pic x(2) value spaces.
          05 WS-SD-DATE             pic 9(8).
          05 filler                 pic x(2) value spaces.
          05 WS-SD-ACCT-TYPE        pic x(1).
          05 filler                 pic x(2) value spaces.
          05 WS-SD-TYPE             pic x(11).
          05 filler                 pic x(2) value spaces.
          05 WS-SD-AMOUNT           pic $$$,$$$,$$9.99.
          05 filler                 pic x(2) value spaces.
          05 WS-SD-REVERSED         pic x(8).

       01 WS-OPERATOR-FILE-STATUS   pic xx.
       01 WS-OPERATOR-ID            pic 9(4) value zero.
       01 WS-OPERATOR-LEVEL         pic 9(1) value zero.
       01 WS-SIGNON-PASSWORD        pic x(10).
       01 WS-SIGNON-TRIES           pic 9(1) value zero.
       01 WS-SIGNON-OK              pic x value 'N'.
          88 SIGNED-ON              value 'Y'.
       01 WS-LOCKOUT-STATUS       pic xx.
       01 WS-SIGNON-FAIL-STATUS   pic xx.
       01 WS-LOCKOUT-LIMIT        pic 9(2) value 5.
       01 WS-SF-REASON            pic x(30).
       01 WS-ENT-STATUS             pic xx.
       01 WS-ENT-FUNCTION           pic x(8).
       01 WS-ENT-OK-FLAG            pic x value 'Y'.
          88 OPER-ENTITLED          value 'Y'.

       procedure division.
       MAIN-LOGIC.
           perform OPERATOR-SIGN-ON.
           if not SIGNED-ON
               display "Sign-on failed. Session ended."
               stop run
           end-if.
           move 'AML-CASE' to WS-ENT-FUNCTION.
           perform CHECK-ENTITLEMENT.
           if not OPER-ENTITLED
               display "You are not entitled to this program."
               stop run
           end-if.
           perform GET-BUSINESS-DATE.
           move 'AML-SAR-LOOKBACK-DAYS' to WS-PRM-LOOKUP-NAME.
           perform LOOKUP-PARAMETER.
           if WS-PRM-FOUND = 'Y' and WS-PRM-VALUE > 0
               move WS-PRM-VALUE to WS-LOOKBACK-DAYS
           end-if.
           perform until WS-USER-CHOICE = '7'
               perform DISPLAY-MENU
               accept WS-USER-CHOICE
               evaluate WS-USER-CHOICE
                   when '1' perform LIST-OPEN-CASES
                       thru LIST-OPEN-CASES-DONE
                   when '2' perform VIEW-CASE thru VIEW-CASE-DONE
                   when '3' perform ASSIGN-CASE thru ASSIGN-CASE-DONE
                   when '4' perform ADD-NARRATIVE
                       thru ADD-NARRATIVE-DONE
                   when '5' perform RECORD-DISPOSITION
                       thru RECORD-DISPOSITION-DONE
                   when '6' perform REPRINT-SAR-EXTRACT
                       thru REPRINT-SAR-EXTRACT-DONE
                   when '7' display "Goodbye!"
                   when other display "Invalid choice."
               end-evaluate
           end-perform.
           stop run.

       DISPLAY-MENU.
           display " ".
           display "AML Investigation Cases".
           display "1. List Open Cases".
           display "2. View Case".
           display "3. Assign Case to Analyst".
           display "4. Add Narrative".
           display "5. Record Disposition".
           display "6. Reprint SAR Extract".
           display "7. Exit".
           display "Enter choice: ".

      *    Open cases in case order with the days left to decide; a
      *    negative figure is past the deadline.
       LIST-OPEN-CASES.
           open input AML-CASE-FILE.
           if WS-AML-STATUS not = '00'
               display "No AML cases on file."
               go to LIST-OPEN-CASES-DONE
           end-if.
           display "CASE   CUST   NAME                           "
               "DETECTED DEADLINE  DAYS ANLST STATUS".
           move 0 to WS-LISTED-COUNT.
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               read AML-CASE-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
                   not at end
                       if AML-OPEN
                           perform LIST-ONE-CASE
                       end-if
               end-read
           end-perform.
           close AML-CASE-FILE.
           display WS-LISTED-COUNT " open case(s).".
       LIST-OPEN-CASES-DONE.
           continue.

       LIST-ONE-CASE.
           add 1 to WS-LISTED-COUNT.
           perform READ-CASE-CUSTOMER.
           perform SET-DISPOSITION-TEXT.
           compute WS-DAYS-LEFT =
               function integer-of-date (AML-DEADLINE)
             - function integer-of-date (WS-BUSINESS-DATE).
           move WS-DAYS-LEFT to WS-DAYS-LEFT-FMT.
           move WS-DAYS-LEFT-FMT to WS-DAYS-LEFT-TEXT.
           if AML-MONITOR
               move spaces to WS-DAYS-LEFT-TEXT
           end-if.
           display AML-CASE-ID " " AML-CUST-ID " " WS-CUST-NAME " "
               AML-DETECT-DATE " " AML-DEADLINE " " WS-DAYS-LEFT-TEXT
               " " AML-ANALYST " " WS-DISP-TEXT.

      *    The case heading, every finding and the narrative.
       VIEW-CASE.
           perform READ-TARGET-CASE.
           if not CASE-ON-FILE
               go to VIEW-CASE-DONE
           end-if.
           perform READ-CASE-CUSTOMER.
           perform SET-DISPOSITION-TEXT.
           display "Case " AML-CASE-ID "  Customer " AML-CUST-ID " "
               WS-CUST-NAME.
           display "Detected " AML-DETECT-DATE "  Deadline "
               AML-DEADLINE "  Opened " AML-OPENED-DATE.
           display "Analyst " AML-ANALYST "  Status " WS-DISP-TEXT.
           if not AML-PENDING
               display "Decided " AML-DISP-DATE " by " AML-DISP-BY
           end-if.
           if AML-SAR-DATE not = 0
               display "SAR extract produced " AML-SAR-DATE
           end-if.
           move AML-FINDING-TOTAL to WS-AMOUNT-FMT.
           display AML-FINDING-COUNT " finding(s) totaling "
               WS-AMOUNT-FMT.
           display "Findings:".
           perform SHOW-FINDINGS.
           display "Narrative:".
           perform SHOW-NARRATIVE.
       VIEW-CASE-DONE.
           continue.

       SHOW-FINDINGS.
           open input AML-FINDING-FILE.
           if WS-AMF-STATUS not = '00'
               display "  (none)"
           else
               move AML-CASE-ID to AMF-CASE-ID
               move 0 to AMF-SEQ
               move 'N' to WS-EOF-FLAG
               start AML-FINDING-FILE key is greater than AMF-KEY
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read AML-FINDING-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMF-CASE-ID not = AML-CASE-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               perform SET-SOURCE-TEXT
                               move AMF-AMOUNT to WS-AMOUNT-FMT
                               display "  " AMF-DATE " "
                                   WS-SOURCE-TEXT " " AMF-CODE " "
                                   WS-AMOUNT-FMT " trans " AMF-TRANS-ID
                                   " hit " AMF-HIT-ID
                           end-if
                   end-read
               end-perform
               close AML-FINDING-FILE
           end-if.

       SHOW-NARRATIVE.
           move 0 to WS-NOTE-COUNT.
           open input AML-NOTE-FILE.
           if WS-AMN-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read AML-NOTE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMN-CASE-ID = AML-CASE-ID
                               add 1 to WS-NOTE-COUNT
                               display "  " AMN-DATE " " AMN-OPER-ID
                                   " " AMN-TEXT
                           end-if
                   end-read
               end-perform
               close AML-NOTE-FILE
           end-if.
           if WS-NOTE-COUNT = 0
               display "  (none)"
           end-if.

       ASSIGN-CASE.
           perform READ-TARGET-CASE.
           if not CASE-ON-FILE
               go to ASSIGN-CASE-DONE
           end-if.
           if AML-CLOSED
               display "Case is closed."
               go to ASSIGN-CASE-DONE
           end-if.
           display "Assign to Operator ID: ".
           accept WS-NEW-ANALYST.
           open input OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS = '00'
               move WS-NEW-ANALYST to OPER-ID
               read OPERATOR-FILE
                   invalid key
                       move 0 to WS-NEW-ANALYST
               end-read
               close OPERATOR-FILE
           end-if.
           if WS-NEW-ANALYST = 0
               display "No such operator."
               go to ASSIGN-CASE-DONE
           end-if.
           open i-o AML-CASE-FILE.
           move WS-TARGET-CASE-ID to AML-CASE-ID.
           read AML-CASE-FILE
               invalid key
                   close AML-CASE-FILE
                   go to ASSIGN-CASE-DONE
           end-read.
           move WS-NEW-ANALYST to AML-ANALYST.
           rewrite AML-CASE-RECORD.
           close AML-CASE-FILE.
           move spaces to WS-NOTE-TEXT.
           string "ASSIGNED TO ANALYST " delimited by size
                  WS-NEW-ANALYST delimited by size
                  into WS-NOTE-TEXT
           end-string.
           perform WRITE-NOTE.
           display "Case " AML-CASE-ID " assigned to " WS-NEW-ANALYST
               ".".
       ASSIGN-CASE-DONE.
           continue.

      *    Narrative lines, one per entry, until a blank line.
       ADD-NARRATIVE.
           perform READ-TARGET-CASE.
           if not CASE-ON-FILE
               go to ADD-NARRATIVE-DONE
           end-if.
           display "Enter narrative, 60 characters a line; a blank "
               "line ends it.".
           move 'N' to WS-EOF-FLAG.
           perform until EOF-REACHED
               move spaces to WS-NOTE-TEXT
               accept WS-NOTE-TEXT
               if WS-NOTE-TEXT = spaces
                   move 'Y' to WS-EOF-FLAG
               else
                   perform WRITE-NOTE
               end-if
           end-perform.
       ADD-NARRATIVE-DONE.
           continue.

      *    The filing decision. Every disposition must rest on a
      *    narrative; filing closes the case and produces the
      *    extract.
       RECORD-DISPOSITION.
           perform READ-TARGET-CASE.
           if not CASE-ON-FILE
               go to RECORD-DISPOSITION-DONE
           end-if.
           if AML-CLOSED
               display "Case is closed."
               go to RECORD-DISPOSITION-DONE
           end-if.
           if AML-ANALYST not = 0
                   and AML-ANALYST not = WS-OPERATOR-ID
                   and WS-OPERATOR-LEVEL < 2
               display "Case is assigned to analyst " AML-ANALYST
                   ". Only that analyst or a supervisor may decide it."
               go to RECORD-DISPOSITION-DONE
           end-if.
           perform COUNT-NARRATIVE.
           if WS-NOTE-COUNT = 0
               display "Add the narrative (option 4) before recording "
                   "a disposition."
               go to RECORD-DISPOSITION-DONE
           end-if.
           display "Disposition (N=No action M=Monitor S=File SAR): ".
           accept WS-NEW-DISPOSITION.
           inspect WS-NEW-DISPOSITION converting 'nms' to 'NMS'.
           if not DISPOSITION-VALID
               display "Invalid disposition."
               go to RECORD-DISPOSITION-DONE
           end-if.
           open i-o AML-CASE-FILE.
           move WS-TARGET-CASE-ID to AML-CASE-ID.
           read AML-CASE-FILE
               invalid key
                   close AML-CASE-FILE
                   go to RECORD-DISPOSITION-DONE
           end-read.
           move WS-NEW-DISPOSITION to AML-DISPOSITION.
           move WS-BUSINESS-DATE to AML-DISP-DATE.
           move WS-OPERATOR-ID to AML-DISP-BY.
           if AML-MONITOR
               set AML-OPEN to true
           else
               set AML-CLOSED to true
           end-if.
           if AML-FILE-SAR
               move WS-BUSINESS-DATE to AML-SAR-DATE
           end-if.
           rewrite AML-CASE-RECORD.
           close AML-CASE-FILE.
           perform SET-DISPOSITION-TEXT.
           move spaces to WS-NOTE-TEXT.
           string "DISPOSITION: " delimited by size
                  WS-DISP-TEXT delimited by size
                  into WS-NOTE-TEXT
           end-string.
           perform WRITE-NOTE.
           display "Case " AML-CASE-ID " disposition " WS-DISP-TEXT.
           if AML-FILE-SAR
               perform WRITE-SAR-EXTRACT
           end-if.
       RECORD-DISPOSITION-DONE.
           continue.

       REPRINT-SAR-EXTRACT.
           perform READ-TARGET-CASE.
           if not CASE-ON-FILE
               go to REPRINT-SAR-EXTRACT-DONE
           end-if.
           if not AML-FILE-SAR
               display "No SAR has been filed on this case."
               go to REPRINT-SAR-EXTRACT-DONE
           end-if.
           perform WRITE-SAR-EXTRACT.
       REPRINT-SAR-EXTRACT-DONE.
           continue.

      *    sar_<case>.txt: subject, findings, involved transactions
      *    and narrative, for the SAR filing.
       WRITE-SAR-EXTRACT.
           move spaces to WS-SAR-FILENAME.
           string "sar_" delimited by size
                  AML-CASE-ID delimited by size
                  ".txt" delimited by size
                  into WS-SAR-FILENAME
           end-string.
           open output SAR-EXTRACT-FILE.
           move spaces to SAR-LINE.
           string "SUSPICIOUS ACTIVITY REPORT EXTRACT - CASE "
                  delimited by size
                  AML-CASE-ID delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           move all "=" to SAR-LINE.
           write SAR-LINE.
           move spaces to SAR-LINE.
           string "Detected " delimited by size
                  AML-DETECT-DATE delimited by size
                  "  Decision deadline " delimited by size
                  AML-DEADLINE delimited by size
                  "  Filing decided " delimited by size
                  AML-DISP-DATE delimited by size
                  " by " delimited by size
                  AML-DISP-BY delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           perform WRITE-SAR-SUBJECT.
           perform WRITE-SAR-FINDINGS.
           perform WRITE-SAR-TRANSACTIONS.
           perform WRITE-SAR-NARRATIVE.
           close SAR-EXTRACT-FILE.
           display "SAR extract written to " WS-SAR-FILENAME.

       WRITE-SAR-SUBJECT.
           move spaces to SAR-LINE.
           write SAR-LINE.
           move "SUBJECT" to SAR-LINE.
           write SAR-LINE.
           perform READ-CASE-CUSTOMER.
           move spaces to SAR-LINE.
           string "  Customer " delimited by size
                  AML-CUST-ID delimited by size
                  "  " delimited by size
                  WS-CUST-NAME delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           move 0 to PROF-CUST-ID.
           open input PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move AML-CUST-ID to PROF-CUST-ID
               read PROFILE-FILE
                   invalid key
                       move 0 to PROF-CUST-ID
               end-read
               close PROFILE-FILE
           end-if.
           if PROF-CUST-ID = AML-CUST-ID
               perform WRITE-SAR-PROFILE
           else
               move "  No profile on file." to SAR-LINE
               write SAR-LINE
           end-if.
           open input ENTITY-PROFILE-FILE.
           if WS-EPR-STATUS = '00'
               move AML-CUST-ID to EPR-CUST-ID
               read ENTITY-PROFILE-FILE
                   invalid key
                       continue
                   not invalid key
                       move spaces to SAR-LINE
                       string "  Entity: " delimited by size
                              EPR-ENTITY-TYPE delimited by size
                              "  EIN " delimited by size
                              EPR-EIN delimited by size
                              "  Formed " delimited by size
                              EPR-FORMATION-STATE delimited by size
                              " " delimited by size
                              EPR-FORMATION-DATE delimited by size
                              into SAR-LINE
                       end-string
                       write SAR-LINE
               end-read
               close ENTITY-PROFILE-FILE
           end-if.

       WRITE-SAR-PROFILE.
           move spaces to SAR-LINE.
           string "  " delimited by size
                  PROF-ADDRESS-LINE-1 delimited by size
                  " " delimited by size
                  PROF-ADDRESS-LINE-2 delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           move spaces to SAR-LINE.
           string "  " delimited by size
                  PROF-CITY delimited by size
                  " " delimited by size
                  PROF-STATE delimited by size
                  " " delimited by size
                  PROF-ZIP delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           move spaces to SAR-LINE.
           string "  Phone " delimited by size
                  PROF-PHONE delimited by size
                  "  Born " delimited by size
                  PROF-DATE-OF-BIRTH delimited by size
                  "  TIN " delimited by size
                  PROF-TAX-ID delimited by size
                  "  Branch " delimited by size
                  PROF-HOME-BRANCH delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           if PROF-ADDR-BAD
               move spaces to SAR-LINE
               string "  Mail returned undeliverable since "
                      delimited by size
                      PROF-ADDR-BAD-DATE delimited by size
                      into SAR-LINE
               end-string
               write SAR-LINE
           end-if.

      *    Findings on the extract; transactions they name are kept
      *    for marking in the transaction list.
       WRITE-SAR-FINDINGS.
           move spaces to SAR-LINE.
           write SAR-LINE.
           move "FINDINGS" to SAR-LINE.
           write SAR-LINE.
           move 0 to WS-NAMED-USED.
           open input AML-FINDING-FILE.
           if WS-AMF-STATUS = '00'
               move AML-CASE-ID to AMF-CASE-ID
               move 0 to AMF-SEQ
               move 'N' to WS-EOF-FLAG
               start AML-FINDING-FILE key is greater than AMF-KEY
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read AML-FINDING-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMF-CASE-ID not = AML-CASE-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               perform WRITE-SAR-FINDING-LINE
                           end-if
                   end-read
               end-perform
               close AML-FINDING-FILE
           end-if.

       WRITE-SAR-FINDING-LINE.
           perform SET-SOURCE-TEXT.
           move AMF-AMOUNT to WS-AMOUNT-FMT.
           move spaces to SAR-LINE.
           string "  " delimited by size
                  AMF-DATE delimited by size
                  "  " delimited by size
                  WS-SOURCE-TEXT delimited by size
                  "  " delimited by size
                  AMF-CODE delimited by size
                  "  " delimited by size
                  WS-AMOUNT-FMT delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           if AMF-TRANS-ID not = 0 and WS-NAMED-USED < 50
               add 1 to WS-NAMED-USED
               move AMF-TRANS-ID to WS-NAMED-TRANS-ID (WS-NAMED-USED)
           end-if.

      *    Every posting on the customer's accounts from the lookback
      *    date through today, reversals shown as such.
       WRITE-SAR-TRANSACTIONS.
           compute WS-SAR-FROM-DATE = function date-of-integer
               (function integer-of-date (AML-DETECT-DATE)
                - WS-LOOKBACK-DAYS).
           move spaces to SAR-LINE.
           write SAR-LINE.
           move spaces to SAR-LINE.
           string "INVOLVED TRANSACTIONS " delimited by size
                  WS-SAR-FROM-DATE delimited by size
                  " THROUGH " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  "  (* named by a finding)" delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.
           move 0 to WS-SAR-TXN-COUNT.
           move 0 to WS-SAR-TXN-TOTAL.
           open input TRANSACTION-FILE.
           if WS-TRANSACTION-STATUS = '00'
               move AML-CUST-ID to TRANS-CUST-ID
               move 'N' to WS-EOF-FLAG
               start TRANSACTION-FILE key is equal to TRANS-CUST-ID
                   invalid key
                       move 'Y' to WS-EOF-FLAG
               end-start
               perform until EOF-REACHED
                   read TRANSACTION-FILE next record
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if TRANS-CUST-ID not = AML-CUST-ID
                               move 'Y' to WS-EOF-FLAG
                           else
                               if TRANS-DATE >= WS-SAR-FROM-DATE
                                  and TRANS-DATE <= WS-BUSINESS-DATE
                                   perform WRITE-SAR-TRANSACTION-LINE
                               end-if
                           end-if
                   end-read
               end-perform
               close TRANSACTION-FILE
           end-if.
           move WS-SAR-TXN-TOTAL to WS-AMOUNT-FMT.
           move spaces to SAR-LINE.
           string "  " delimited by size
                  WS-SAR-TXN-COUNT delimited by size
                  " transaction(s), " delimited by size
                  WS-AMOUNT-FMT delimited by size
                  " not reversed" delimited by size
                  into SAR-LINE
           end-string.
           write SAR-LINE.

       WRITE-SAR-TRANSACTION-LINE.
           add 1 to WS-SAR-TXN-COUNT.
           move space to WS-SAR-MARK.
           perform varying WS-NAMED-IDX from 1 by 1
               until WS-NAMED-IDX > WS-NAMED-USED
               if WS-NAMED-TRANS-ID (WS-NAMED-IDX) = TRANS-ID
                   move '*' to WS-SAR-MARK
               end-if
           end-perform.
           move spaces to WS-SD-MARK.
           move WS-SAR-MARK to WS-SD-MARK (2:1).
           move TRANS-ID to WS-SD-TRANS-ID.
           move TRANS-DATE to WS-SD-DATE.
           move TRANS-ACCT-TYPE to WS-SD-ACCT-TYPE.
           move TRANS-TYPE to WS-SD-TYPE.
           move TRANS-AMOUNT to WS-SD-AMOUNT.
           if TRANS-REVERSED = 'Y'
               move 'REVERSED' to WS-SD-REVERSED
           else
               move spaces to WS-SD-REVERSED
               add TRANS-AMOUNT to WS-SAR-TXN-TOTAL
           end-if.
           write SAR-LINE from WS-SAR-DETAIL.

       WRITE-SAR-NARRATIVE.
           move spaces to SAR-LINE.
           write SAR-LINE.
           move "NARRATIVE" to SAR-LINE.
           write SAR-LINE.
           open input AML-NOTE-FILE.
           if WS-AMN-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read AML-NOTE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMN-CASE-ID = AML-CASE-ID
                               move spaces to SAR-LINE
                               string "  " delimited by size
                                      AMN-DATE delimited by size
                                      " " delimited by size
                                      AMN-OPER-ID delimited by size
                                      " " delimited by size
                                      AMN-TEXT delimited by size
                                      into SAR-LINE
                               end-string
                               write SAR-LINE
                           end-if
                   end-read
               end-perform
               close AML-NOTE-FILE
           end-if.

      *    Reads WS-TARGET-CASE-ID after prompting for it; the case
      *    record stays in the record area for the caller.
       READ-TARGET-CASE.
           move 'N' to WS-CASE-FOUND.
           display "Enter Case ID: ".
           accept WS-TARGET-CASE-ID.
           open input AML-CASE-FILE.
           if WS-AML-STATUS not = '00'
               display "No AML cases on file."
           else
               move WS-TARGET-CASE-ID to AML-CASE-ID
               read AML-CASE-FILE
                   invalid key
                       display "Case not found."
                   not invalid key
                       move 'Y' to WS-CASE-FOUND
               end-read
               close AML-CASE-FILE
           end-if.

       READ-CASE-CUSTOMER.
           move all "?" to WS-CUST-NAME.
           open input CUSTOMER-FILE.
           if WS-CUSTOMER-STATUS = '00'
               move AML-CUST-ID to CUST-ID
               read CUSTOMER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CUST-NAME to WS-CUST-NAME
               end-read
               close CUSTOMER-FILE
           end-if.

       SET-DISPOSITION-TEXT.
           evaluate true
               when AML-NO-ACTION
                   move 'NO ACTION' to WS-DISP-TEXT
               when AML-MONITOR
                   move 'MONITOR' to WS-DISP-TEXT
               when AML-FILE-SAR
                   move 'SAR FILED' to WS-DISP-TEXT
               when other
                   move 'PENDING' to WS-DISP-TEXT
           end-evaluate.

       SET-SOURCE-TEXT.
           evaluate true
               when AMF-FROM-SURVEILLANCE
                   move 'SURVEILLANCE' to WS-SOURCE-TEXT
               when AMF-FROM-FRAUD-REVIEW
                   move 'FRAUD REVIEW' to WS-SOURCE-TEXT
               when other
                   move 'WATCH LIST' to WS-SOURCE-TEXT
           end-evaluate.

       COUNT-NARRATIVE.
           move 0 to WS-NOTE-COUNT.
           open input AML-NOTE-FILE.
           if WS-AMN-STATUS = '00'
               move 'N' to WS-EOF-FLAG
               perform until EOF-REACHED
                   read AML-NOTE-FILE
                       at end
                           move 'Y' to WS-EOF-FLAG
                       not at end
                           if AMN-CASE-ID = AML-CASE-ID
                              and AMN-TEXT (1:12) not = 'ASSIGNED TO '
                              and AMN-TEXT (1:13) not = 'DISPOSITION: '
                               add 1 to WS-NOTE-COUNT
                           end-if
                   end-read
               end-perform
               close AML-NOTE-FILE
           end-if.

      *    Appends WS-NOTE-TEXT to the case narrative, stamped with
      *    the operator and business date.
       WRITE-NOTE.
           open extend AML-NOTE-FILE.
           if WS-AMN-STATUS not = '00'
               open output AML-NOTE-FILE
           end-if.
           if WS-AMN-STATUS = '00'
               move AML-CASE-ID to AMN-CASE-ID
               move WS-BUSINESS-DATE to AMN-DATE
               move function current-date(9:6) to AMN-TIME
               move WS-OPERATOR-ID to AMN-OPER-ID
               move WS-NOTE-TEXT to AMN-TEXT
               write AML-NOTE-RECORD
               close AML-NOTE-FILE
           else
               display "WARNING: case narrative unavailable."
           end-if.

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

      *    Operator sign-on against the same master the teller screen
      *    uses; a shop with no operator file yet runs open at
      *    supervisor level, the teller screen's bootstrap rule.
       OPERATOR-SIGN-ON.
           perform READ-LOCKOUT-LIMIT.
           open i-o OPERATOR-FILE.
           if WS-OPERATOR-FILE-STATUS not = '00'
               move 0 to WS-OPERATOR-ID
               move 2 to WS-OPERATOR-LEVEL
               move 'Y' to WS-SIGNON-OK
           else
               move 0 to WS-SIGNON-TRIES
               perform until SIGNED-ON or WS-SIGNON-TRIES >= 3
                   perform TRY-ONE-SIGN-ON thru TRY-ONE-SIGN-ON-DONE
               end-perform
               close OPERATOR-FILE
           end-if.

      *    One attempt. Wrong passwords count against the operator
      *    record itself -- not just this session -- and lock the
      *    operator at the configured limit, exactly as the teller
      *    screen's sign-on does.
       TRY-ONE-SIGN-ON.
           display "Operator ID: " with no advancing.
           accept OPER-ID.
           display "Password: " with no advancing.
           accept WS-SIGNON-PASSWORD.
           read OPERATOR-FILE
               invalid key
                   display "Invalid operator ID or password."
                   add 1 to WS-SIGNON-TRIES
                   move 'unknown operator ID' to WS-SF-REASON
                   perform WRITE-SIGNON-FAILURE
                   go to TRY-ONE-SIGN-ON-DONE
           end-read.
           if OPER-LOCKED
               display "Operator is locked out. See a supervisor."
               add 1 to WS-SIGNON-TRIES
               move 'operator locked' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           if OPER-PASSWORD not = WS-SIGNON-PASSWORD
               add 1 to OPER-FAILED-TRIES
               if OPER-FAILED-TRIES >= WS-LOCKOUT-LIMIT
                   move 'L' to OPER-LOCKED-FLAG
                   display "Too many failed attempts -- operator
      -                " locked."
               end-if
               rewrite OPERATOR-RECORD
               display "Invalid operator ID or password."
               add 1 to WS-SIGNON-TRIES
               move 'wrong password' to WS-SF-REASON
               perform WRITE-SIGNON-FAILURE
               go to TRY-ONE-SIGN-ON-DONE
           end-if.
           move 0 to OPER-FAILED-TRIES.
           rewrite OPERATOR-RECORD.
           move OPER-ID to WS-OPERATOR-ID.
           move OPER-LEVEL to WS-OPERATOR-LEVEL.
           move 'Y' to WS-SIGNON-OK.
           display "Signed on: " OPER-NAME.
       TRY-ONE-SIGN-ON-DONE.
           continue.

       READ-LOCKOUT-LIMIT.
           open input LOCKOUT-LIMIT-FILE.
           if WS-LOCKOUT-STATUS = '00'
               read LOCKOUT-LIMIT-FILE
                   at end
                       continue
                   not at end
                       move LOCKOUT-LIMIT-LINE to WS-LOCKOUT-LIMIT
               end-read
               close LOCKOUT-LIMIT-FILE
           end-if.
           if WS-LOCKOUT-LIMIT = 0
               move 5 to WS-LOCKOUT-LIMIT
           end-if.

      *    One reviewable line per failed attempt, the same log the
      *    teller screen writes.
       WRITE-SIGNON-FAILURE.
           open extend SIGNON-FAILURE-FILE.
           if WS-SIGNON-FAIL-STATUS not = '00'
               open output SIGNON-FAILURE-FILE
           end-if.
           if WS-SIGNON-FAIL-STATUS = '00'
               move function current-date(1:8) to SF-DATE
               move function current-date(9:6) to SF-TIME
               move OPER-ID to SF-OPER-ID
               move WS-SF-REASON to SF-REASON
               write SIGNON-FAILURE-RECORD
               close SIGNON-FAILURE-FILE
           end-if.
      *    Entitlement check for WS-ENT-FUNCTION, the same rule the
      *    teller screen applies: an explicit row wins; without one,
      *    supervisors pass, tellers are denied once a matrix file
      *    exists, and a shop with no matrix keeps the old behavior.
       CHECK-ENTITLEMENT.
           move 'Y' to WS-ENT-OK-FLAG.
           open input ENTITLEMENT-FILE.
           if WS-ENT-STATUS not = '00'
               continue
           else
               move WS-OPERATOR-ID to ENT-OPER-ID
               move WS-ENT-FUNCTION to ENT-FUNCTION
               read ENTITLEMENT-FILE
                   invalid key
                       if WS-OPERATOR-LEVEL < 2
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
                   not invalid key
                       if ENT-GRANTED
                           move 'Y' to WS-ENT-OK-FLAG
                       else
                           move 'N' to WS-ENT-OK-FLAG
                       end-if
               end-read
               close ENTITLEMENT-FILE
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
