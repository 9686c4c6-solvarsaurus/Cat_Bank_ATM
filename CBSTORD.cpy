      *> ---------------------------------------------------
      *> CBSTORD - CAT BANK STANDING ORDER RECORD LAYOUT
      *> SHARED BY: ATM.cob, SOPOST.cob, RIAUDIT.cob,
      *> ACCTMAINT.cob, ESCHEAT.cob
      *> ONE RECORD PER STANDING ORDER ON STORDER.DAT, KEYED
      *> BY ACCOUNT NUMBER PLUS A PER-ACCOUNT SEQUENCE SO A
      *> CUSTOMER CAN KEEP SEVERAL ORDERS. THE CUSTOMER
