      *> ---------------------------------------------------
      *> CBLOAN - CAT BANK INSTALMENT LOAN MASTER RECORD
      *> SHARED BY: ACCTMAINT.cob, LOANPOST.cob, ESCHEAT.cob
      *> ONE RECORD PER LOAN ON LOANMSTR.DAT, KEYED BY A
      *> BANK-WIDE LOAN NUMBER. A TELLER BOOKS THE LOAN AT
      *> THE COUNTER (THE PRINCIPAL IS ADVANCED INTO THE
      *> LINKED REPAYMENT ACCOUNT); THE NIGHTLY LOAN BATCH
      *> (CAT-BANK-LOAN-POST) ACCRUES THE INTEREST, COLLECTS
      *> EACH INSTALMENT FROM THE REPAYMENT ACCOUNT ON ITS
      *> DUE DATE AND AGES WHATEVER IT COULD NOT COLLECT.
      *> FULLY REPAID LOANS ARE KEPT ('P') RATHER THAN
      *> DELETED SO THE HISTORY STAYS ON FILE.
      *>   LN-DAILY-RATE       INTEREST PER DAY ON THE
      *>                       OUTSTANDING PRINCIPAL, SAME
      *>                       BASIS AS PP-DAILY-RATE ON CBPROD.
      *>   LN-INSTALMENT       FIXED MONTHLY REPAYMENT WORKED
      *>                       OUT AT BOOKING; THE FINAL ONE IS
      *>                       CAPPED AT WHATEVER IS STILL OWED.
      *>   LN-LAST-ACCR-DATE   BUSINESS DATE INTEREST WAS LAST
      *>                       ACCRUED TO - RERUN PROTECTION,
      *>                       LIKE DB-LAST-INT-DATE ON CBACCT.
      *>   LN-ARREARS-AMT      INSTALMENTS FALLEN DUE BUT NOT
      *>                       YET COLLECTED.
      *>   LN-ARREARS-SINCE    DUE DATE OF THE OLDEST UNPAID
      *>                       INSTALMENT - THE ARREARS REPORT
      *>                       AGES THE LOAN FROM HERE. ZERO
      *>                       WHEN THE LOAN IS UP TO DATE.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  LN-LOAN-NUM         PIC 9(5).
           05  LN-ACCT-NUM         PIC 9(5).
           05  LN-PRINCIPAL        PIC 9(7)V99.
           05  LN-OUTSTANDING      PIC 9(7)V99.
           05  LN-ACCRUED-INT      PIC 9(7)V99.
           05  LN-DAILY-RATE       PIC 9V9(6).
           05  LN-TERM-MONTHS      PIC 9(3).
           05  LN-INSTALMENT       PIC 9(7)V99.
           05  LN-START-DATE       PIC 9(8).
           05  LN-NEXT-DUE-DATE    PIC 9(8).
           05  LN-LAST-ACCR-DATE   PIC 9(8).
           05  LN-ARREARS-AMT      PIC 9(7)V99.
           05  LN-ARREARS-SINCE    PIC 9(8).
           05  LN-BOOKED-BY        PIC X(4).
           05  LN-STATUS           PIC X(1).
               88  LN-ACTIVE        VALUE 'A'.
               88  LN-PAID-OFF      VALUE 'P'.
