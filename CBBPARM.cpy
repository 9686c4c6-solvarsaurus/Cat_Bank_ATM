      *> ---------------------------------------------------
      *> CBBPARM - CAT BANK BANK-WIDE PARAMETER RECORD
      *> SHARED BY: FEEPOST.cob, ACCTMAINT.cob, SNAPSHOT.cob,
      *> ALERTGEN.cob, ESCHEAT.cob, INTPOST.cob
      *> ONE RECORD ON BANKPARM.DAT. THE BUSINESS EDITS THIS
      *> FILE TO CHANGE A POLICY OVERNIGHT - NO RECOMPILE:
      *>   BP-DORMANT-DAYS     DAYS OF INACTIVITY BEFORE THE
      *>                       APPROVAL (SEE CBPEND).
      *>   BP-PEND-EXPIRE-DAYS DAYS A PENDING APPROVAL WAITS
      *>                       BEFORE IT EXPIRES UNACTIONED.
      *>   BP-SNAP-KEEP-DAYS   DAYS A START-OF-CHAIN SNAPSHOT
      *>                       IS KEPT BEFORE THE NIGHT RUN
      *>                       PURGES IT (CAT-BANK-SNAPSHOT).
      *>   BP-DISPUTE-DAYS     DAYS THE BANK HAS TO RESOLVE A
      *>                       CUSTOMER DISPUTE BEFORE IT IS
      *>                       PAST THE REGULATORY DEADLINE
      *>                       (SEE CBDISP).
      *>   BP-ESCHEAT-YEARS    YEARS AN ACCOUNT MAY SIT DORMANT
      *>                       BEFORE THE YEARLY ESCHEATMENT
      *>                       SWEEP MOVES ITS BALANCE TO THE
      *>                       UNCLAIMED-PROPERTY LEDGER (SEE
      *>                       CBUNCL).
      *>   BP-WHT-RATE         WITHHOLDING TAX TAKEN FROM EVERY
      *>                       CREDIT INTEREST PAYMENT, AS A
      *>                       FRACTION (0.2000 = 20%). A
      *>                       CUSTOMER FLAGGED EXEMPT ON CBCUST
      *>                       IS PAID GROSS.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  BP-LAST-FEE-RUN     PIC 9(6).
           05  BP-DUAL-LIMIT       PIC 9(7)V99.
           05  BP-PEND-EXPIRE-DAYS PIC 9(3).
           05  BP-SNAP-KEEP-DAYS   PIC 9(3).
           05  BP-DISPUTE-DAYS     PIC 9(3).
           05  BP-ESCHEAT-YEARS    PIC 9(2).
           05  BP-WHT-RATE         PIC 9V9(4).
