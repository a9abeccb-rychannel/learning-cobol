       identification division.
       program-id. vault-report.

      *    Branch vault position and excess cash report. Lists every
      *    vault on vaults.dat with the cash it holds, its target
      *    level and the excess over target -- the idle cash that a
      *    lower target or a return shipment through cash-order.cbl
      *    would release -- and flags any vault not proved on the
      *    current business date or whose last proof came out over or
      *    short. Excess is taken denomination by denomination, so a
      *    shortage in one denomination does not hide idle cash in
      *    another. A second section totals the position across all
      *    branches by denomination.

       environment division.
       input-output section.
       file-control.
       select VAULT-FILE
           assign to 'vaults.dat'
           organization is indexed
           access mode is dynamic
           record key is VLT-BRANCH
           lock mode is automatic
           file status is WS-VAULT-STATUS.
       select BRANCH-FILE
           assign to 'branches.dat'
           organization is indexed
           access mode is dynamic
           record key is BR-CODE
           lock mode is automatic
           file status is WS-BRANCH-STATUS.
       select BUSINESS-DATE-FILE
           assign to 'business_date.dat'
           organization is line sequential
           file status is WS-BUSDATE-STATUS.
       select VAULT-REPORT-FILE
           assign to 'vault_report.txt'
           organization is line sequential
           file status is WS-REPORT-STATUS.

       data division.
       file section.
       fd VAULT-FILE.
       01 VAULT-RECORD.
          05 VLT-BRANCH             pic 9(3).
          05 VLT-DENOM occurs 8 times.
             10 VLT-DENOM-BALANCE   pic 9(8)v99.
             10 VLT-DENOM-TARGET    pic 9(8)v99.
          05 VLT-RETURN-TOLERANCE   pic 9(3).
          05 VLT-LAST-PROOF-DATE    pic 9(8).
          05 VLT-LAST-OVER-SHORT    pic s9(8)v99.
          05 VLT-STATUS             pic x(1).
             88 VLT-ACTIVE          value 'A'.
             88 VLT-INACTIVE        value 'I'.
          05 VLT-CHANGED-BY         pic 9(4).
          05 VLT-CHANGED-DATE       pic 9(8).

       fd BRANCH-FILE.
       01 BRANCH-RECORD.
          05 BR-CODE                pic 9(3).
          05 BR-NAME                pic x(30).
          05 BR-ADDRESS-LINE-1      pic x(30).
          05 BR-CITY                pic x(20).
          05 BR-STATE               pic x(2).
          05 BR-ZIP                 pic x(10).
          05 BR-STATUS              pic x(1).
             88 BR-OPEN             value 'A'.
             88 BR-CLOSED           value 'C'.

       fd BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSDATE-CURRENT        pic 9(8).
          05 BUSDATE-FLAG           pic x(1).
             88 BUSDATE-OPEN        value 'O'.
             88 BUSDATE-CLOSED      value 'C'.

       fd VAULT-REPORT-FILE.
       01 REPORT-LINE               pic x(120).

       working-storage section.
       01 WS-VAULT-STATUS           pic xx.
       01 WS-BRANCH-STATUS          pic xx.
       01 WS-BUSDATE-STATUS         pic xx.
       01 WS-REPORT-STATUS          pic xx.
       01 WS-BUSINESS-DATE          pic 9(8).
       01 WS-BRANCH-OPEN-FLAG       pic x value 'N'.
          88 BRANCH-FILE-OPEN       value 'Y'.
       01 WS-EOF-FLAG               pic x value 'N'.
          88 EOF-REACHED            value 'Y'.

       01 WS-DENOM-TABLE-VALUES.
          05 filler pic x(5) value '$100 '.
          05 filler pic x(5) value '$50  '.
          05 filler pic x(5) value '$20  '.
          05 filler pic x(5) value '$10  '.
          05 filler pic x(5) value '$5   '.
          05 filler pic x(5) value '$2   '.
          05 filler pic x(5) value '$1   '.
          05 filler pic x(5) value 'Coin '.
       01 WS-DENOM-TABLE redefines WS-DENOM-TABLE-VALUES.
          05 WS-DENOM-LABEL occurs 8 times pic x(5).
       01 WS-DENOM-SUB              pic 9(1).
       01 WS-DENOM-TOTALS.
          05 WS-DT-ENTRY occurs 8 times.
             10 WS-DT-ON-HAND       pic 9(10)v99.
             10 WS-DT-TARGET        pic 9(10)v99.
             10 WS-DT-EXCESS        pic 9(10)v99.

       01 WS-VAULT-ON-HAND          pic 9(10)v99.
       01 WS-VAULT-TARGET           pic 9(10)v99.
       01 WS-VAULT-EXCESS           pic 9(10)v99.
       01 WS-DENOM-EXCESS           pic 9(10)v99.
       01 WS-TOTAL-ON-HAND          pic 9(10)v99 value zero.
       01 WS-TOTAL-TARGET           pic 9(10)v99 value zero.
       01 WS-TOTAL-EXCESS           pic 9(10)v99 value zero.
       01 WS-VAULT-COUNT            pic 9(5) value zero.
       01 WS-EXCESS-COUNT           pic 9(5) value zero.
       01 WS-UNPROVED-COUNT         pic 9(5) value zero.
       01 WS-OUT-OF-BAL-COUNT       pic 9(5) value zero.
       01 WS-BRANCH-NAME            pic x(20).
       01 WS-FLAG-WORDS             pic x(22).

       01 WS-FMT-ON-HAND            pic z(9)9.99.
       01 WS-FMT-TARGET             pic z(9)9.99.
       01 WS-FMT-EXCESS             pic z(9)9.99.
       01 WS-FMT-OVER-SHORT         pic -(7)9.99.

       procedure division.
       MAIN-LOGIC.
           display "Branch Vault Position and Excess Cash Report".
           perform GET-BUSINESS-DATE.
           open input VAULT-FILE.
           if WS-VAULT-STATUS not = '00'
               display "No vault file on record -- nothing to report."
               stop run
           end-if.
           open input BRANCH-FILE.
           if WS-BRANCH-STATUS = '00'
               move 'Y' to WS-BRANCH-OPEN-FLAG
           end-if.
           open output VAULT-REPORT-FILE.
           initialize WS-DENOM-TOTALS.

           move spaces to REPORT-LINE.
           string "BRANCH VAULT POSITION AND EXCESS CASH -- "
                      delimited by size
                  "BUSINESS DATE " delimited by size
                  WS-BUSINESS-DATE delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "BR  NAME                     ON HAND        TARGET"
                      delimited by size
                  "        EXCESS   PROVED OVER/SHORT FLAGS"
                      delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.

           read VAULT-FILE next record
               at end
                   move 'Y' to WS-EOF-FLAG
           end-read.
           perform until EOF-REACHED
               perform REPORT-ONE-VAULT
               read VAULT-FILE next record
                   at end
                       move 'Y' to WS-EOF-FLAG
               end-read
           end-perform.
           close VAULT-FILE.
           if BRANCH-FILE-OPEN
               close BRANCH-FILE
           end-if.

           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           move WS-TOTAL-ON-HAND to WS-FMT-ON-HAND.
           move WS-TOTAL-TARGET to WS-FMT-TARGET.
           move WS-TOTAL-EXCESS to WS-FMT-EXCESS.
           move spaces to REPORT-LINE.
           string "ALL BRANCHES                " delimited by size
                  WS-FMT-ON-HAND delimited by size
                  " " delimited by size
                  WS-FMT-TARGET delimited by size
                  " " delimited by size
                  WS-FMT-EXCESS delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.
           move spaces to REPORT-LINE.
           string "Vaults: " delimited by size
                  WS-VAULT-COUNT delimited by size
                  "  Holding excess: " delimited by size
                  WS-EXCESS-COUNT delimited by size
                  "  Not proved today: " delimited by size
                  WS-UNPROVED-COUNT delimited by size
                  "  Out of balance: " delimited by size
                  WS-OUT-OF-BAL-COUNT delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

           move spaces to REPORT-LINE.
           write REPORT-LINE.
           move "POSITION BY DENOMINATION, ALL BRANCHES" to REPORT-LINE.
           write REPORT-LINE.
           move "DENOM         ON HAND        TARGET        EXCESS"
               to REPORT-LINE.
           write REPORT-LINE.
           move all "-" to REPORT-LINE.
           write REPORT-LINE.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               move WS-DT-ON-HAND (WS-DENOM-SUB) to WS-FMT-ON-HAND
               move WS-DT-TARGET (WS-DENOM-SUB) to WS-FMT-TARGET
               move WS-DT-EXCESS (WS-DENOM-SUB) to WS-FMT-EXCESS
               move spaces to REPORT-LINE
               string WS-DENOM-LABEL (WS-DENOM-SUB) delimited by size
                      " " delimited by size
                      WS-FMT-ON-HAND delimited by size
                      " " delimited by size
                      WS-FMT-TARGET delimited by size
                      " " delimited by size
                      WS-FMT-EXCESS delimited by size
                      into REPORT-LINE
               end-string
               write REPORT-LINE
           end-perform.
           close VAULT-REPORT-FILE.

           display WS-VAULT-COUNT " vault(s) reported to "
               "vault_report.txt.".
           stop run.

      *    One line per vault. The proof flags look only at the last
      *    proof on file: a vault not proved on the business date is
      *    NOT PROVED whatever its earlier result, and a vault proved
      *    today with a non-zero result is OVER or SHORT.
       REPORT-ONE-VAULT.
           add 1 to WS-VAULT-COUNT.
           move 0 to WS-VAULT-ON-HAND.
           move 0 to WS-VAULT-TARGET.
           move 0 to WS-VAULT-EXCESS.
           perform varying WS-DENOM-SUB from 1 by 1
               until WS-DENOM-SUB > 8
               add VLT-DENOM-BALANCE (WS-DENOM-SUB) to WS-VAULT-ON-HAND
               add VLT-DENOM-TARGET (WS-DENOM-SUB) to WS-VAULT-TARGET
               add VLT-DENOM-BALANCE (WS-DENOM-SUB)
                   to WS-DT-ON-HAND (WS-DENOM-SUB)
               add VLT-DENOM-TARGET (WS-DENOM-SUB)
                   to WS-DT-TARGET (WS-DENOM-SUB)
               if VLT-DENOM-BALANCE (WS-DENOM-SUB)
                  > VLT-DENOM-TARGET (WS-DENOM-SUB)
                   compute WS-DENOM-EXCESS =
                       VLT-DENOM-BALANCE (WS-DENOM-SUB)
                       - VLT-DENOM-TARGET (WS-DENOM-SUB)
                   add WS-DENOM-EXCESS to WS-VAULT-EXCESS
                   add WS-DENOM-EXCESS to WS-DT-EXCESS (WS-DENOM-SUB)
               end-if
           end-perform.
           add WS-VAULT-ON-HAND to WS-TOTAL-ON-HAND.
           add WS-VAULT-TARGET to WS-TOTAL-TARGET.
           add WS-VAULT-EXCESS to WS-TOTAL-EXCESS.
           if WS-VAULT-EXCESS > 0
               add 1 to WS-EXCESS-COUNT
           end-if.

           move spaces to WS-FLAG-WORDS.
           if VLT-LAST-PROOF-DATE not = WS-BUSINESS-DATE
               add 1 to WS-UNPROVED-COUNT
               move "NOT PROVED" to WS-FLAG-WORDS
           else
               if VLT-LAST-OVER-SHORT > 0
                   add 1 to WS-OUT-OF-BAL-COUNT
                   move "OVER" to WS-FLAG-WORDS
               end-if
               if VLT-LAST-OVER-SHORT < 0
                   add 1 to WS-OUT-OF-BAL-COUNT
                   move "SHORT" to WS-FLAG-WORDS
               end-if
           end-if.
           if VLT-INACTIVE
               move "INACTIVE" to WS-FLAG-WORDS (12:9)
           end-if.

           move "(not on branch file)" to WS-BRANCH-NAME.
           if BRANCH-FILE-OPEN
               move VLT-BRANCH to BR-CODE
               read BRANCH-FILE
                   invalid key
                       continue
                   not invalid key
                       move BR-NAME to WS-BRANCH-NAME
               end-read
           end-if.

           move WS-VAULT-ON-HAND to WS-FMT-ON-HAND.
           move WS-VAULT-TARGET to WS-FMT-TARGET.
           move WS-VAULT-EXCESS to WS-FMT-EXCESS.
           move VLT-LAST-OVER-SHORT to WS-FMT-OVER-SHORT.
           move spaces to REPORT-LINE.
           string VLT-BRANCH delimited by size
                  " " delimited by size
                  WS-BRANCH-NAME delimited by size
                  " " delimited by size
                  WS-FMT-ON-HAND delimited by size
                  " " delimited by size
                  WS-FMT-TARGET delimited by size
                  " " delimited by size
                  WS-FMT-EXCESS delimited by size
                  " " delimited by size
                  VLT-LAST-PROOF-DATE delimited by size
                  " " delimited by size
                  WS-FMT-OVER-SHORT delimited by size
                  " " delimited by size
                  WS-FLAG-WORDS delimited by size
                  into REPORT-LINE
           end-string.
           write REPORT-LINE.

      *    The open business date the proofs are judged against; a
      *    missing control file falls back to the calendar date.
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
