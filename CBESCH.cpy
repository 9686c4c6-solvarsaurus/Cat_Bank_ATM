      *> ---------------------------------------------------
      *> CBESCH - CAT BANK ESCHEAT (UNCLAIMED PROPERTY) FILE
      *> SHARED BY: ESCHEAT.cob AND THE STATE UNCLAIMED-
      *> PROPERTY FILING.
      *> ONE FIXED-LAYOUT FILE (ESCHyyyymmdd.DAT) PER YEARLY
      *> SWEEP, IN THE STYLE OF THE GL EXTRACT (CBGLEX):
      *>   'H' HEADER  - FILE ID AND BUSINESS DATE, FIRST
      *>   'D' ITEM    - ONE PER BALANCE SWEPT: THE ACCOUNT,
      *>                 THE OWNER'S NAME AND MAILING ADDRESS
      *>                 FROM THE CUSTOMER MASTER (CBCUST), THE
      *>                 LAST CUSTOMER ACTIVITY DATE AND THE
      *>                 AMOUNT TURNED OVER
      *>   'T' TRAILER - LAST; ES-REC-COUNT IS THE NUMBER OF
      *>                 'D' RECORDS, ES-HASH-AMOUNT THE SUM
      *>                 OF THEIR AMOUNTS, ES-HASH-ACCT THE SUM
      *>                 OF THEIR ACCOUNT NUMBERS.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  ES-REC-TYPE         PIC X(1).
               88  ES-HEADER-REC    VALUE 'H'.
               88  ES-DATA-REC      VALUE 'D'.
               88  ES-TRAILER-REC   VALUE 'T'.
           05  ES-BUSINESS-DATE    PIC 9(8).
           05  ES-DETAIL           PIC X(102).
           05  ES-HEADER-DETAIL REDEFINES ES-DETAIL.
               10  ES-FILE-ID      PIC X(10).
               10  FILLER          PIC X(92).
           05  ES-DATA-DETAIL REDEFINES ES-DETAIL.
               10  ES-ACCT-NUM     PIC 9(5).
               10  ES-OWNER-NAME   PIC X(20).
               10  ES-ADDR-LINE-1  PIC X(30).
               10  ES-ADDR-LINE-2  PIC X(30).
               10  ES-LAST-ACT-DATE PIC 9(8).
               10  ES-AMOUNT       PIC 9(7)V99.
           05  ES-TRAILER-DETAIL REDEFINES ES-DETAIL.
               10  ES-REC-COUNT    PIC 9(7).
               10  ES-HASH-AMOUNT  PIC 9(13)V99.
               10  ES-HASH-ACCT    PIC 9(9).
               10  FILLER          PIC X(71).
