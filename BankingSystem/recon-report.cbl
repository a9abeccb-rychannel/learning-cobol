                   not at end
                       perform until WS-EOF-FLAG = 'Y'
                           if TRANS-CUST-ID = CUST-ID
                              and (TRANS-ACCT-TYPE = 'C'
                                   or TRANS-ACCT-TYPE = space)
                              and TRANS-DATE > WS-SNAP-BASE-DATE
                               perform CLASSIFY-TRANS-EFFECT
                               add WS-TRANS-EFFECT to WS-ALLTIME-NET
              or TRANS-TYPE = 'FX-BUY' or TRANS-TYPE = 'LOC-DRAW'
              or TRANS-TYPE = 'EST-RECV' or TRANS-TYPE = 'RDC-DEP'
              or TRANS-TYPE = 'CHG-OFF'
              or TRANS-TYPE = 'CARD-ADJCR' or TRANS-TYPE = 'CARD-EXPR'
              or TRANS-TYPE = 'TAX-CONTR'
               move TRANS-AMOUNT to WS-TRANS-EFFECT
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
                   compute WS-TRANS-EFFECT = TRANS-AMOUNT * -1
               else
                   if TRANS-TYPE = 'D-RV' or TRANS-TYPE = 'I-RV'
