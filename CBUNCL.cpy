      *> ---------------------------------------------------
      *> CBUNCL - CAT BANK UNCLAIMED-PROPERTY LEDGER RECORD
      *> SHARED BY: ESCHEAT.cob, ACCTMAINT.cob
      *> ONE RECORD ON UNCLAIM.DAT PER BALANCE THE YEARLY
      *> ESCHEATMENT SWEEP (CAT-BANK-ESCHEAT) HAS TAKEN OFF A
      *> LONG-DORMANT ACCOUNT, KEYED BY THE ACCOUNT AND THE
      *> SWEEP DATE. THE ACCOUNT ITSELF IS CLOSED WITH A ZERO
      *> BALANCE; THE MONEY IS HELD HERE UNDER THE OWNER'S
      *> NAME AND MAILING ADDRESS AS THEY STOOD ON CUSTMSTR
      *> AT THE SWEEP:
      *>   'H' HELD      - STILL OWED TO THE OWNER (AND
      *>                   REPORTED TO THE STATE ON THE
      *>                   ESCHEAT FILE, SEE CBESCH)
      *>   'R' RECLAIMED - THE OWNER CAME BACK AND A TELLER
      *>                   PAID IT OUT (A "RECLAIM" JOURNAL
      *>                   ENTRY ON THE ACCOUNT, THEN THE
      *>                   PAYOUT ITSELF)
      *> RECLAIMED ENTRIES ARE KEPT RATHER THAN DELETED SO
      *> THE AUDITORS CAN SEE THE WHOLE HISTORY.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  UC-KEY.
               10  UC-ACCT-NUM     PIC 9(5).
               10  UC-SWEEP-DATE   PIC 9(8).
           05  UC-CARD-NUM         PIC 9(8).
           05  UC-OWNER-NAME       PIC X(20).
           05  UC-ADDR-LINE-1      PIC X(30).
           05  UC-ADDR-LINE-2      PIC X(30).
           05  UC-LAST-ACT-DATE    PIC 9(8).
           05  UC-AMOUNT           PIC 9(7)V99.
           05  UC-STATUS           PIC X(1).
               88  UC-HELD          VALUE 'H'.
               88  UC-RECLAIMED     VALUE 'R'.
           05  UC-RECLAIM-DATE     PIC 9(8).
           05  UC-RECLAIM-BY       PIC X(4).
