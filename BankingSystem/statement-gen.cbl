           assign to 'balance_snapshots.dat'
           organization is line sequential
           file status is WS-SNAPSHOT-STATUS.
      *    A customer whose address returned-mail.cbl has flagged
      *    undeliverable gets the statement produced as
      *    held_statement_<id>.txt, kept back from the mail run, and
      *    listed on the held-mail follow-up file for the returned-
      *    mail desk.
       select HELD-MAIL-FILE
           assign to 'held_mail.txt'
           organization is line sequential
           file status is WS-HELD-STATUS.
       select STATEMENT-FILE
           assign to WS-STATEMENT-FILENAME
           organization is line sequential
          05 SNAP-ACCT-TYPE         pic x(1).
          05 SNAP-BALANCE           pic s9(8)v99.

       fd HELD-MAIL-FILE.
       01 HELD-MAIL-RECORD.
          05 HM-DATE                pic 9(8).
          05 HM-CUST-ID             pic 9(6).
          05 HM-ITEM                pic x(1).
             88 HM-ITEM-STATEMENT   value 'S'.
             88 HM-ITEM-LETTER      value 'L'.
          05 HM-DETAIL              pic x(30).
          05 HM-BAD-DATE            pic 9(8).

       fd STATEMENT-FILE.
       01 STATEMENT-LINE            pic x(80).

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

       working-storage section.
       01 WS-PROFILE-STATUS         pic xx.
       01 WS-STMT-HOME-BRANCH       pic 9(3) value zero.
       01 WS-HELD-STATUS            pic xx.
       01 WS-STMT-ADDR-FLAG         pic x value 'N'.
          88 STMT-ADDRESS-BAD       value 'Y'.
       01 WS-STMT-ADDR-BAD-DATE     pic 9(8) value zero.
       01 WS-CUSTOMER-STATUS        pic xx.
       01 WS-TRANSACTION-STATUS     pic xx.
       01 WS-AUDIT-STATUS           pic xx.
                   CUST-BALANCE + WS-PRE-RANGE-NET
           end-if.

           perform LOOKUP-HOME-BRANCH.
           if STMT-ADDRESS-BAD
               string "held_statement_" delimited by size
                      WS-TARGET-CUST-ID delimited by size
                      ".txt" delimited by size
                      into WS-STATEMENT-FILENAME
               end-string
           else
               string "statement_" delimited by size
                      WS-TARGET-CUST-ID delimited by size
                      ".txt" delimited by size
                      into WS-STATEMENT-FILENAME
               end-string
           end-if.

           open output STATEMENT-FILE.
           open input TRANSACTION-FILE.
                  into STATEMENT-LINE
           end-string.
           write STATEMENT-LINE.
           move spaces to STATEMENT-LINE.
           string "Home Branch: " delimited by size
                  WS-STMT-HOME-BRANCH delimited by size
           close TRANSACTION-FILE.
           close STATEMENT-FILE.
           display "Statement written to " WS-STATEMENT-FILENAME.
           if STMT-ADDRESS-BAD
               perform WRITE-HELD-MAIL
               display "Address undeliverable since "
                   WS-STMT-ADDR-BAD-DATE
                   " -- statement held, not for mailing."
           end-if.
           stop run.

      *    One line on the held-mail follow-up file returned-mail.cbl
      *    lists against the customer.
       WRITE-HELD-MAIL.
           open extend HELD-MAIL-FILE.
           if WS-HELD-STATUS not = '00'
               open output HELD-MAIL-FILE
           end-if.
           if WS-HELD-STATUS = '00'
               move function current-date(1:8) to HM-DATE
               move WS-TARGET-CUST-ID to HM-CUST-ID
               move 'S' to HM-ITEM
               move WS-STATEMENT-FILENAME to HM-DETAIL
               move WS-STMT-ADDR-BAD-DATE to HM-BAD-DATE
               write HELD-MAIL-RECORD
               close HELD-MAIL-FILE
           end-if.

      *    Sums the signed effect of every one of this customer's
      *    transactions dated strictly before the statement's start
      *    date, into WS-PRE-RANGE-NET, so MAIN-LOGIC can replay that
                           else
                               if TRANS-DATE < WS-START-DATE
                                  and TRANS-DATE > WS-SNAP-BASE-DATE
                                  and (TRANS-ACCT-TYPE = 'C'
                                       or TRANS-ACCT-TYPE = space)
                                   perform CLASSIFY-TRANS-EFFECT
                                   add WS-STMT-EFFECT
                                       to WS-PRE-RANGE-NET
               if TRANS-CUST-ID = WS-TARGET-CUST-ID
                  and TRANS-DATE < WS-START-DATE
                  and TRANS-DATE > WS-SNAP-BASE-DATE
                  and (TRANS-ACCT-TYPE = 'C'
                       or TRANS-ACCT-TYPE = space)
                   perform CLASSIFY-TRANS-EFFECT
                   add WS-STMT-EFFECT to WS-PRE-RANGE-NET
               end-if
              or TRANS-TYPE = 'FX-BUY' or TRANS-TYPE = 'LOC-DRAW'
              or TRANS-TYPE = 'EST-RECV' or TRANS-TYPE = 'RDC-DEP'
              or TRANS-TYPE = 'CHG-OFF'
              or TRANS-TYPE = 'CARD-ADJCR' or TRANS-TYPE = 'CARD-EXPR'
              or TRANS-TYPE = 'TAX-CONTR'
               move TRANS-AMOUNT to WS-STMT-EFFECT
           else
               if TRANS-TYPE = 'W' or TRANS-TYPE = 'w'
                  or TRANS-TYPE = 'LOC-PMT'
                  or TRANS-TYPE = 'EST-PAYOUT'
                  or TRANS-TYPE = 'FEE-ANLYS'
                  or TRANS-TYPE = 'CARD-ADJDR'
                  or TRANS-TYPE = 'CARD-FORCE'
                  or TRANS-TYPE = 'CHK-PAID'
                  or TRANS-TYPE = 'TAX-DIST' or TRANS-TYPE = 'TAX-WHLD'
                  or TRANS-TYPE = 'TAX-EXCESS'
                  or TRANS-TYPE = 'BACKUP-WHLD'
                  or TRANS-TYPE = 'SDB-RENT'
                   compute WS-STMT-EFFECT = TRANS-AMOUNT * -1
               else
                   if TRANS-TYPE = 'D-RV' or TRANS-TYPE = 'I-RV'
               end-if
           end-if.

      *    Also picks up the undeliverable-address flag, which sends
      *    the statement to the held file.
       LOOKUP-HOME-BRANCH.
           move 0 to WS-STMT-HOME-BRANCH.
           move 'N' to WS-STMT-ADDR-FLAG.
           move 0 to WS-STMT-ADDR-BAD-DATE.
           open input CUSTOMER-PROFILE-FILE.
           if WS-PROFILE-STATUS = '00'
               move WS-TARGET-CUST-ID to PROF-CUST-ID
                       continue
                   not invalid key
                       move PROF-HOME-BRANCH to WS-STMT-HOME-BRANCH
                       if PROF-ADDR-BAD
                           move 'Y' to WS-STMT-ADDR-FLAG
                           move PROF-ADDR-BAD-DATE
                               to WS-STMT-ADDR-BAD-DATE
                       end-if
               end-read
               close CUSTOMER-PROFILE-FILE
           end-if.
                   move TRANS-TYPE to DISPLAY-TRANS-TYPE
               end-if
           end-if.
      *    Lines attributed to a Savings/Money Market or IRA/HSA
      *    account -- or to another deposit product's account,
      *    labeled with its product code -- are shown labeled with
      *    their account but kept out of the running balance, which
      *    is the checking balance.
           evaluate TRANS-ACCT-TYPE
               when 'S'
                   move '(Savings) ' to WS-ACCT-LABEL
               when 'M'
                   move '(MoneyMkt)' to WS-ACCT-LABEL
               when 'I'
                   move '(IRA)     ' to WS-ACCT-LABEL
               when 'H'
                   move '(HSA)     ' to WS-ACCT-LABEL
               when 'C'
               when space
                   move spaces to WS-ACCT-LABEL
                   perform CLASSIFY-TRANS-EFFECT
                   add WS-STMT-EFFECT to WS-RUNNING-BALANCE
               when other
                   move spaces to WS-ACCT-LABEL
                   string "(Acct " delimited by size
                          TRANS-ACCT-TYPE delimited by size
                          ")" delimited by size
                          into WS-ACCT-LABEL
                   end-string
           end-evaluate.
           move TRANS-AMOUNT to WS-DISPLAY-AMOUNT.
           move spaces to STATEMENT-LINE.
