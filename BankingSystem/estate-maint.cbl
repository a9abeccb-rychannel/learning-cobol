      *    remaining balance to the beneficiary under a documentation
      *    reference logged on the estate case, and closes the
      *    account the way the formal closure flow would.
      *    Marking deceased and the closing payout each go on the
      *    maintenance journal (maint_journal.dat) as a CUST-STATUS
      *    change under operator 0000, as the audit entries are.

       environment division.
       input-output section.
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
       select MAINT-JOURNAL-FILE
           assign to 'maint_journal.dat'
           organization is line sequential
           file status is WS-MJ-STATUS.

       data division.
       file section.
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       fd MAINT-JOURNAL-FILE.
       01 MAINT-JOURNAL-RECORD.
          05 MJ-DATE                pic 9(8).
          05 MJ-TIME                pic 9(6).
          05 MJ-CUST-ID             pic 9(6).
          05 MJ-FIELD               pic x(20).
          05 MJ-OLD-VALUE           pic x(30).
          05 MJ-NEW-VALUE           pic x(30).
          05 MJ-OPERATOR-ID         pic 9(4).
          05 MJ-BRANCH              pic 9(3).
          05 MJ-SOURCE              pic x(24).

       working-storage section.
       01 WS-EST-STATUS             pic xx.
       01 WS-POD-STATUS             pic xx.
       01 WS-TRANS-ID               pic 9(6) value zero.
       01 WS-AUDIT-OLD-BALANCE      pic s9(8)v99.

      *    Maintenance journal work fields: callers set the customer,
      *    field name, and before/after values as display text.
       01 WS-MJ-STATUS              pic xx.
       01 WS-MJ-CUST-ID             pic 9(6).
       01 WS-MJ-FIELD               pic x(20).
       01 WS-MJ-OLD                 pic x(30).
       01 WS-MJ-NEW                 pic x(30).

       procedure division.
       MAIN-LOGIC.
           display "Estate Processing".
               close CUSTOMER-FILE
               go to MARK-DECEASED-DONE
           end-if.
           move CUST-STATUS to WS-MJ-OLD.
           set CUST-DECEASED to true.
           rewrite CUSTOMER-RECORD.
           close CUSTOMER-FILE.
           perform JOURNAL-STATUS-CHANGE.

           open i-o ESTATE-CASE-FILE.
           if WS-EST-STATUS not = '00'
           end-if.
           move CUST-BALANCE to WS-AUDIT-OLD-BALANCE.
           move 0 to CUST-BALANCE.
           move CUST-STATUS to WS-MJ-OLD.
           set CUST-CLOSED to true.
           rewrite CUSTOMER-RECORD.
           perform WRITE-AUDIT-LOG.
           close CUSTOMER-FILE.
           perform JOURNAL-STATUS-CHANGE.
           perform FIND-LAST-TRANS-ID.
           add 1 to WS-TRANS-ID.
           move 'EST-PAYOUT' to TRANS-TYPE.
               end-read
               close BUSINESS-DATE-FILE
           end-if.

      *    The caller has put the status before the change in
      *    WS-MJ-OLD; the record area holds the status after it.
       JOURNAL-STATUS-CHANGE.
           move CUST-ID to WS-MJ-CUST-ID.
           move 'CUST-STATUS' to WS-MJ-FIELD.
           move CUST-STATUS to WS-MJ-NEW.
           perform WRITE-MAINT-JOURNAL.

      *    Appends one maintenance-journal line for a non-balance
      *    field change; a journal that cannot be written is reported
      *    and the change stands.
       WRITE-MAINT-JOURNAL.
           open extend MAINT-JOURNAL-FILE.
           if WS-MJ-STATUS not = '00'
               open output MAINT-JOURNAL-FILE
           end-if.
           if WS-MJ-STATUS = '00'
               move function current-date(1:8) to MJ-DATE
               move function current-date(9:6) to MJ-TIME
               move WS-MJ-CUST-ID to MJ-CUST-ID
               move WS-MJ-FIELD to MJ-FIELD
               move WS-MJ-OLD to MJ-OLD-VALUE
               move WS-MJ-NEW to MJ-NEW-VALUE
               move 0 to MJ-OPERATOR-ID
               move 0 to MJ-BRANCH
               move 'estate-maint' to MJ-SOURCE
               write MAINT-JOURNAL-RECORD
               close MAINT-JOURNAL-FILE
           else
               display "WARNING: maintenance journal unavailable."
           end-if.
