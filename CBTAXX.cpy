      *> ---------------------------------------------------
      *> CBTAXX - CAT BANK YEAR-END INTEREST TAX EXTRACT
      *> SHARED BY: TAXCERT.cob AND THE TAX AUTHORITY'S
      *> INTAKE OF THE BANK'S ANNUAL RETURN.
      *> ONE FIXED-LAYOUT FILE (TAXyyyy.DAT) PER TAX YEAR, IN
      *> THE STYLE OF THE GL EXTRACT (CBGLEX):
      *>   'H' HEADER  - FILE ID, TAX YEAR AND THE BUSINESS
      *>                 DATE THE FILE WAS MADE, FIRST
      *>   'D' PAYEE   - ONE PER CUSTOMER PAID CREDIT
      *>                 INTEREST IN THE YEAR, ACROSS EVERY
      *>                 ACCOUNT ON THEIR CARD: NAME AND
      *>                 MAILING ADDRESS FROM THE CUSTOMER
      *>                 MASTER (CBCUST), THE EXEMPT FLAG AS IT
      *>                 STOOD AT YEAR END, GROSS INTEREST PAID
      *>                 ("INTEREST" ENTRIES LESS ANY LATER
      *>                 REVERSED) AND TAX WITHHELD ("WHT-TAX")
      *>   'T' TRAILER - LAST; TX-REC-COUNT IS THE NUMBER OF
      *>                 'D' RECORDS, TX-HASH-INTEREST AND
      *>                 TX-HASH-TAX THE SUMS OF THEIR INTEREST
      *>                 AND TAX, TX-HASH-CARD THE SUM OF THEIR
      *>                 CARD NUMBERS.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  TX-REC-TYPE         PIC X(1).
               88  TX-HEADER-REC    VALUE 'H'.
               88  TX-DATA-REC      VALUE 'D'.
               88  TX-TRAILER-REC   VALUE 'T'.
           05  TX-TAX-YEAR         PIC 9(4).
           05  TX-DETAIL           PIC X(111).
           05  TX-HEADER-DETAIL REDEFINES TX-DETAIL.
               10  TX-FILE-ID      PIC X(10).
               10  TX-BUSINESS-DATE PIC 9(8).
               10  FILLER          PIC X(93).
           05  TX-DATA-DETAIL REDEFINES TX-DETAIL.
               10  TX-CARD-NUM     PIC 9(8).
               10  TX-NAME         PIC X(20).
               10  TX-ADDR-LINE-1  PIC X(30).
               10  TX-ADDR-LINE-2  PIC X(30).
               10  TX-EXEMPT       PIC X(1).
               10  TX-INTEREST     PIC 9(9)V99.
               10  TX-TAX-WITHHELD PIC 9(9)V99.
           05  TX-TRAILER-DETAIL REDEFINES TX-DETAIL.
               10  TX-REC-COUNT    PIC 9(7).
               10  TX-HASH-INTEREST PIC 9(13)V99.
               10  TX-HASH-TAX     PIC 9(13)V99.
               10  TX-HASH-CARD    PIC 9(15).
               10  FILLER          PIC X(59).
