          05 PH-CHECK-NUMBER        pic 9(8).
          05 PH-STATE-TAX           pic 9(6)v99.
          05 PH-LOCAL-TAX           pic 9(6)v99.
          05 PH-ER-TAXES            pic 9(6)v99.
          05 PH-ER-BENEFITS         pic 9(6)v99.

       working-storage section.
       01 WS-PAY-HIST-STATUS        pic xx.
