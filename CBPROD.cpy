      *> ---------------------------------------------------
      *> CBPROD - CAT BANK PRODUCT PARAMETER RECORD LAYOUT
      *> SHARED BY: ATM.cob, INTPOST.cob, ACCTMAINT.cob,
      *> FEEPOST.cob, SUSPRPT.cob, LOANPOST.cob, HOLDREL.cob,
      *> RIAUDIT.cob, ALERTGEN.cob
      *> ONE RECORD PER PRODUCT ON PRODPARM.DAT (CHECKING,
      *> SAVINGS, PREMIUM, ...). THE BUSINESS EDITS THIS FILE
      *> TO CHANGE A RATE, LIMIT OR FEE OVERNIGHT - NO
           05  PP-MIN-BALANCE      PIC 9(7)V99.
           05  PP-MONTHLY-FEE      PIC 9(5)V99.
           05  PP-BELOW-MIN-FEE    PIC 9(5)V99.
      *> BUSINESS DAYS A DEPOSIT ON THIS PRODUCT STAYS ON
      *> HOLD BEFORE THE NIGHTLY RELEASE BATCH MAKES IT
      *> AVAILABLE - WEEKENDS AND BANK HOLIDAYS DO NOT
      *> COUNT. ZERO MEANS FUNDS CLEAR IMMEDIATELY.
           05  PP-HOLD-DAYS        PIC 9(2).
      *> OPTIONAL OVERDRAFT: HOW FAR BELOW ZERO AN ACCOUNT
      *> ON THIS PRODUCT MAY BE DRAWN (ZERO MEANS NO
