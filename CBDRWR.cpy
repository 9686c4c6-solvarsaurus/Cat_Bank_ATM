      *> ---------------------------------------------------
      *> CBDRWR - CAT BANK TELLER CASH DRAWER LAYOUT
      *> SHARED BY: ACCTMAINT.cob, DRWRPT.cob
      *> ONE RECORD PER TELLER PER BUSINESS DAY ON DRAWER.DAT,
      *> KEYED BY TELLER ID PLUS THE BUSINESS DATE (CBBDATE).
      *> THE TELLER OPENS THE DRAWER WITH THE FLOAT ISSUED BY
      *> THE VAULT; EVERY COUNTER CASH DEPOSIT ADDS TO
      *> DR-CASH-IN AND EVERY CASH PAYMENT ACROSS THE COUNTER
      *> (WITHDRAWAL, CLOSING OR RECLAIMED BALANCE PAID IN
      *> CASH) TO DR-CASH-OUT. AT DAY END THE TELLER COUNTS
      *> THE DRAWER AND SIGNS IT OFF WITH THE COUNT; THE
      *> EVENING DRAWER-BALANCING REPORT SETTLES EACH DRAWER
      *> AGAINST THE "DEPOSIT" AND "CASH-OUT" ENTRIES THE
      *> TELLER'S ID STAMPED ON THE JOURNAL (SEE CBJRNL).
      *> OLD DAYS ARE KEPT RATHER THAN DELETED SO THE BRANCH
      *> CAN SEE A TELLER'S BALANCING HISTORY.
      *> WRAP WITH YOUR OWN 01 LEVEL AND QUALIFY FIELDS WITH
      *> "OF" WHEN MORE THAN ONE COPY IS ACTIVE IN A PROGRAM.
      *> ---------------------------------------------------
           05  DR-KEY.
               10  DR-TELLER-ID    PIC X(4).
               10  DR-DRAWER-DATE  PIC 9(8).
           05  DR-STATUS           PIC X(1).
               88  DR-OPEN          VALUE 'O'.
               88  DR-SIGNED-OFF    VALUE 'S'.
           05  DR-OPENING-FLOAT    PIC 9(7)V99.
           05  DR-CASH-IN          PIC 9(9)V99.
           05  DR-CASH-OUT         PIC 9(9)V99.
      *> THE TELLER'S SIGN-OFF COUNT OF THE CASH IN THE
      *> DRAWER, AND WHEN IT WAS TAKEN. ZERO UNTIL SIGN-OFF.
           05  DR-COUNTED-CASH     PIC 9(9)V99.
           05  DR-SIGNOFF-TIMESTAMP PIC 9(14).
