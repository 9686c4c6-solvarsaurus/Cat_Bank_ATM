      *> CBBDATE - CAT BANK BUSINESS DATE CONTROL RECORD
      *> SHARED BY: NIGHTRUN.cob, SUSPRPT.cob, EODRPT.cob,
      *> EODCUT.cob, INTPOST.cob, SOPOST.cob, HOLDREL.cob,
      *> FEEPOST.cob, STMTGEN.cob, LOANPOST.cob, RIAUDIT.cob,
      *> CARDEXP.cob, ALERTGEN.cob, DISPAGE.cob, ESCHEAT.cob,
      *> TAXCERT.cob, ACCTMAINT.cob, DRWRPT.cob
      *> ONE RECORD ON BUSDATE.DAT: THE BANK'S CURRENT
      *> BUSINESS DATE. EVERY BATCH JOB READS THIS INSTEAD OF
      *> THE SYSTEM CLOCK, SO AN EVENING CHAIN THAT SLIPS
