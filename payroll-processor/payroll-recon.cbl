          05 BCPH-GROSS             pic 9(6)v99.
          05 filler                 pic x(54).
          05 BCPH-NET               pic 9(6)v99.
          05 filler                 pic x(40).

       working-storage section.
       01 WS-BCTL-STATUS            pic xx.
