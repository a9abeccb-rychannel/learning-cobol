      *      JOINT-ADD add joint owner       SCHD-PAY  standing orders
      *      LOAN-MNT  loan maintenance      CD-MNT    CD maintenance
      *      DISP-MNT  dispute maintenance   LGLH-MNT  legal holds
      *      LOC-DRAW  credit line draw      STOP-PAY  stop payments
      *      LOAN-WRK  loan workouts        COLL-MNT  collateral
      *      SCRA-MNT  SCRA active duty     BKR-MNT   bankruptcy cases
      *      GL-MNT    chart of accounts    GL-JE     GL journal entries
      *      TAX-ACCT  IRA/HSA plans        SDB-MNT   safe deposit boxes
      *      SIGN-MNT  signers and POAs     BO-MNT    beneficial owners
      *      RET-MAIL  returned mail        AML-CASE  AML case work
      *      OD-OPTIN  overdraft opt-in     PROD-MNT  deposit products
      *      VLT-XFER  vault buy/sell       VLT-MNT   vault maintenance
      *      CASH-ORD  vault cash orders    COV-MNT   loan covenants

       environment division.
       input-output section.
