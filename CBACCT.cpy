      *> CBACCT - CAT BANK ACCOUNT MASTER RECORD LAYOUT
      *> SHARED BY: ATM.cob, INTPOST.cob, ACCTMAINT.cob,
      *> EODRPT.cob, EODCUT.cob, FEEPOST.cob, SOPOST.cob,
      *> STMTGEN.cob, SUSPRPT.cob, LOANPOST.cob, RIAUDIT.cob,
      *> CARDEXP.cob, ALERTGEN.cob, DISPAGE.cob, ESCHEAT.cob,
      *> TAXCERT.cob
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH "OF"
      *> WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> DB-PRODUCT-CODE MUST MATCH A PP-PRODUCT-CODE ON THE
