      *> ---------------------------------------------------
      *> CBHOLD - CAT BANK DEPOSIT HOLD RECORD LAYOUT
      *> SHARED BY: ATM.cob, HOLDREL.cob, ACCTMAINT.cob, RIAUDIT.cob
      *> ONE RECORD PER HELD DEPOSIT ON DEPHOLD.DAT, KEYED
      *> BY ACCOUNT NUMBER PLUS A PER-ACCOUNT SEQUENCE. THE
      *> ATM WRITES ONE WHENEVER A DEPOSIT LANDS ON A PRODUCT
