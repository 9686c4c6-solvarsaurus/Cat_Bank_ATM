      *> ---------------------------------------------------
      *> CBALRT - CAT BANK CUSTOMER ALERT FILE LAYOUT
      *> SHARED BY: ALERTGEN.cob AND THE SMS/EMAIL MESSAGING
      *> GATEWAY'S INTAKE JOB.
      *> ONE FIXED-LAYOUT FILE (ALERTyyyymmdd.DAT) PER
      *> BUSINESS DAY, IN THE STYLE OF THE GL EXTRACT (CBGLEX)
      *> AND THE CLEARING FILE (CBEXTF):
      *>   'H' HEADER  - FILE ID AND BUSINESS DATE, FIRST
      *>   'D' ALERT   - ONE PER MESSAGE TO SEND, ADDRESSED BY
      *>                 THE CUSTOMER'S CARD NUMBER, NAME AND
      *>                 PHONE FROM THE CUSTOMER MASTER
      *>                 (CBCUST)
      *>   'T' TRAILER - LAST; AL-REC-COUNT IS THE NUMBER OF
      *>                 'D' RECORDS, AL-HASH-AMOUNT THE SUM
      *>                 OF THEIR AMOUNTS, AL-HASH-CARD THE
      *>                 SUM OF THEIR CARD NUMBERS - THE
      *>                 GATEWAY CAN PROVE THE FILE ARRIVED
      *>                 INTACT.
      *> AL-ALERT-TYPE IS THE SAME 1-7 NUMBERING AS THE
      *> CUSTOMER'S OPT-OUT BYTES (CF-ALERT-OPT ON CBCUST);
      *> AL-ALERT-CODE SPELLS IT OUT FOR THE GATEWAY'S
      *> MESSAGE TEMPLATES. AL-AMOUNT IS THE BALANCE FOR THE
      *> LOW-BALANCE, OVERDRAFT AND DORMANCY ALERTS, THE ITEM
      *> AMOUNT FOR THE STANDING ORDER, RETURNED PAYMENT AND
      *> HOLD ALERTS, AND ZERO FOR A CARD LOCK. AL-EVENT-DATE
      *> IS THE BUSINESS DATE, EXCEPT ON A DORMANCY WARNING
      *> WHERE IT IS THE DAY THE ACCOUNT GOES DORMANT.
      *> AL-ACCT-NUM IS ZERO FOR A CARD-LEVEL ALERT.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  AL-REC-TYPE         PIC X(1).
               88  AL-HEADER-REC    VALUE 'H'.
               88  AL-DATA-REC      VALUE 'D'.
               88  AL-TRAILER-REC   VALUE 'T'.
           05  AL-BUSINESS-DATE    PIC 9(8).
           05  AL-DETAIL           PIC X(76).
           05  AL-HEADER-DETAIL REDEFINES AL-DETAIL.
               10  AL-FILE-ID      PIC X(10).
               10  FILLER          PIC X(66).
           05  AL-DATA-DETAIL REDEFINES AL-DETAIL.
               10  AL-ALERT-TYPE   PIC 9(1).
               10  AL-ALERT-CODE   PIC X(8).
               10  AL-CARD-NUM     PIC 9(8).
               10  AL-ACCT-NUM     PIC 9(5).
               10  AL-NAME         PIC X(20).
               10  AL-PHONE        PIC X(15).
               10  AL-AMOUNT       PIC S9(7)V99.
               10  AL-EVENT-DATE   PIC 9(8).
               10  FILLER          PIC X(2).
           05  AL-TRAILER-DETAIL REDEFINES AL-DETAIL.
               10  AL-REC-COUNT    PIC 9(7).
               10  AL-HASH-AMOUNT  PIC S9(13)V99.
               10  AL-HASH-CARD    PIC 9(15).
               10  FILLER          PIC X(39).
