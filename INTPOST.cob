      *> RATE (FROM THE PRODUCT PARAMETER FILE) TO EVERY OPEN
      *> ACCOUNT ON AN INTEREST-BEARING PRODUCT AND POSTS
      *> EACH ACCRUAL AS AN "INTEREST" ENTRY IN THE SAME
      *> TRANSACTION JOURNAL THE ATM WRITES TO. THE NIGHT
      *> BEFORE A WEEKEND OR BANK HOLIDAY PAYS FOR EVERY DAY
      *> UP TO THE NEXT BUSINESS DAY, SO NO CALENDAR DAY
      *> GOES UNPAID WHILE THE CHAIN IS NOT RUNNING.
      *> ACCOUNTS ON NON-INTEREST PRODUCTS (OR WITH A
      *> PRODUCT CODE NOT ON THE PARAMETER FILE) ARE SKIPPED.
      *> WITHHOLDING TAX AT THE BANKPARM RATE (BP-WHT-RATE)
      *> IS TAKEN FROM EACH PAYMENT IN THE SAME UPDATE AND
      *> JOURNALED AS ITS OWN "WHT-TAX" ENTRY RIGHT AFTER THE
      *> GROSS "INTEREST" ENTRY, UNLESS THE CUSTOMER THAT
      *> OWNS THE ACCOUNT IS FLAGGED EXEMPT ON THE CUSTOMER
      *> MASTER (CF-WHT-EXEMPT). AN ACCOUNT WITH NO CUSTOMER
      *> ON FILE IS TAXED.
      *> DOUBLE-POSTING PROTECTION IS TWO-LAYERED: EVERY
      *> ACCOUNT IS STAMPED WITH THE BUSINESS DATE ITS
      *> INTEREST WAS LAST POSTED (DB-LAST-INT-DATE) AND IS
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CARD-NUM OF CUST-MASTER-REC
               FILE STATUS IS WS-CUST-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT BANK-PARAM-FILE ASSIGN TO "BANKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  CUSTOMER-MASTER.
       01  CUST-MASTER-REC.
           COPY CBCUST.

       FD  TRAN-LOG-FILE.
       01  TL-REC.
           COPY CBJRNL.
       01  PROD-PARAM-REC.
           COPY CBPROD.

       FD  BANK-PARAM-FILE.
       01  BANK-PARAM-REC.
           COPY CBBPARM.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.
           88  WS-ACCT-EOF         VALUE "10".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-TRAN-STATUS         PIC X(2).

       01  WS-PROD-STATUS         PIC X(2).

       01  WS-BANK-STATUS         PIC X(2).

      *> ---------------------------------------------------
      *> PRODUCT PARAMETER TABLE - PRODPARM.DAT LOADED AT
      *> START-UP. EACH ACCOUNT ACCRUES AT ITS OWN PRODUCT'S

       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> DAYS THIS RUN PAYS FOR - TONIGHT PLUS ANY WEEKEND
       *> OR HOLIDAY BEFORE THE NEXT BUSINESS DAY, WHEN NO
       *> CHAIN RUNS (SEE CAT-BANK-CALENDAR).
       *> ---------------------------------------------------
       01  WS-ACCRUAL-DAYS        PIC 9(3).
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       01  WS-INTEREST-AMOUNT     PIC 9(7)V99.

       *> ---------------------------------------------------
       *> WITHHOLDING TAX - THE BANKPARM RATE AND THE TAX
       *> TAKEN FROM THE ACCOUNT IN HAND. WITHOUT A CUSTOMER
       *> MASTER NOBODY CAN BE SHOWN TO BE EXEMPT, SO
       *> EVERYONE IS TAXED.
       *> ---------------------------------------------------
       01  WS-WHT-RATE            PIC 9V9(4).
       01  WS-TAX-AMOUNT          PIC 9(7)V99.
       01  WS-GROSS-RESULT-BALANCE PIC S9(7)V99.
       01  WS-CUST-FILE-FLAG      PIC X(1) VALUE 'N'.
           88  CUST-FILE-OPEN      VALUE 'Y'.
       01  WS-PRE-INTEREST-BAL    PIC S9(7)V99.
       01  WS-LOG-RESULT-BALANCE  PIC S9(7)V99.
       01  WS-INTEREST-STATUS     PIC X(1).
           05  WS-ACCTS-PROCESSED PIC 9(5) VALUE 0.
           05  WS-ACCTS-SKIPPED   PIC 9(5) VALUE 0.
           05  WS-TOTAL-INTEREST  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-TAX       PIC 9(9)V99 VALUE 0.

       01  DISPLAY-MONEY          PIC $$$$,$$$,$$9.99.


           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM SET-ACCRUAL-DAYS.
           PERFORM CHECK-RUN-CONTROL.

           OPEN I-O ACCOUNT-MASTER.
               OPEN OUTPUT TRAN-LOG-FILE
           END-IF.
           PERFORM LOAD-PRODUCT-PARAMS.
           PERFORM LOAD-BANK-PARAMS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-OK
               SET CUST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "WARNING: CUSTOMER MASTER NOT AVAILABLE - "
                   "TAX WILL BE WITHHELD FROM EVERY ACCOUNT."
           END-IF.

           IF RESTARTING-RUN
               PERFORM POSITION-AFTER-CHECKPOINT

           CLOSE ACCOUNT-MASTER.
           CLOSE TRAN-LOG-FILE.
           IF CUST-FILE-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.

           DISPLAY " ".
           DISPLAY "ACCOUNTS CREDITED : " WS-ACCTS-PROCESSED.
           DISPLAY "ACCOUNTS SKIPPED  : " WS-ACCTS-SKIPPED.
           MOVE WS-TOTAL-INTEREST TO DISPLAY-MONEY.
           DISPLAY "TOTAL INTEREST PAID: " DISPLAY-MONEY.
           MOVE WS-TOTAL-TAX TO DISPLAY-MONEY.
           DISPLAY "TOTAL TAX WITHHELD : " DISPLAY-MONEY.
           DISPLAY "INTEREST POSTING RUN COMPLETE.".
           STOP RUN.

           WRITE BUSINESS-DATE-REC.
           CLOSE BUSINESS-DATE-FILE.

      *> ---------------------------------------------------
      *> COUNTS THE CALENDAR DAYS FROM TODAY TO THE NEXT
      *> BUSINESS DAY. A FRIDAY RUN PAYS FOR FRIDAY, SATURDAY
      *> AND SUNDAY; AN ORDINARY WEEKNIGHT JUST THE ONE DAY.
      *> ---------------------------------------------------
       SET-ACCRUAL-DAYS.
           MOVE 'N' TO WS-CAL-FUNCTION
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           COMPUTE WS-ACCRUAL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-ACCRUAL-DAYS = 0
               MOVE 1 TO WS-ACCRUAL-DAYS
           END-IF
           DISPLAY "BUSINESS DATE " WS-TODAY-DATE " - PAYING FOR "
               WS-ACCRUAL-DAYS " DAY(S) TO " WS-CAL-RESULT ".".

      *> ---------------------------------------------------
      *> DECIDES WHETHER THIS IS A FRESH RUN, A RESTART OF AN
      *> INTERRUPTED RUN, OR A FORBIDDEN SECOND RUN FOR A
           END-PERFORM.
           CLOSE PRODUCT-PARAM-FILE.

      *> ---------------------------------------------------
      *> THE WITHHOLDING RATE FROM BANKPARM.DAT. READ ONLY -
      *> THE MONTHLY FEE RUN OWNS THE FILE; UNTIL IT EXISTS
      *> THE STANDARD 20% APPLIES.
      *> ---------------------------------------------------
       LOAD-BANK-PARAMS.
           MOVE 0.2000 TO WS-WHT-RATE.
           OPEN INPUT BANK-PARAM-FILE.
           IF WS-BANK-STATUS = "00"
               READ BANK-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-WHT-RATE IS NUMERIC
                           MOVE BP-WHT-RATE TO WS-WHT-RATE
                       END-IF
               END-READ
               CLOSE BANK-PARAM-FILE
           END-IF.
           DISPLAY "WITHHOLDING TAX RATE: " WS-WHT-RATE.

       FIND-PRODUCT-PARAMS.
           MOVE 'N' TO WS-PROD-FOUND
           MOVE 0 TO WS-PROD-SLOT
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-PRE-INTEREST-BAL
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   DB-BALANCE OF ACCT-MASTER-REC * WS-DAILY-RATE
                   * WS-ACCRUAL-DAYS
               PERFORM SET-WITHHOLDING-TAX
               ADD WS-INTEREST-AMOUNT TO DB-BALANCE OF ACCT-MASTER-REC
               ADD WS-INTEREST-AMOUNT
                   TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               MOVE DB-BALANCE OF ACCT-MASTER-REC
                   TO WS-GROSS-RESULT-BALANCE
               SUBTRACT WS-TAX-AMOUNT
                   FROM DB-BALANCE OF ACCT-MASTER-REC
               SUBTRACT WS-TAX-AMOUNT
                   FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               MOVE WS-TODAY-DATE
                   TO DB-LAST-INT-DATE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC

               IF WS-ACCT-OK
                   ADD WS-INTEREST-AMOUNT TO WS-TOTAL-INTEREST
                   ADD WS-TAX-AMOUNT TO WS-TOTAL-TAX
                   ADD 1 TO WS-ACCTS-PROCESSED
                   MOVE 'S' TO WS-INTEREST-STATUS
                   MOVE WS-GROSS-RESULT-BALANCE TO WS-LOG-RESULT-BALANCE
               ELSE
                   MOVE WS-PRE-INTEREST-BAL TO DB-BALANCE OF ACCT-MASTER-REC
                   SUBTRACT WS-INTEREST-AMOUNT
                       FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   ADD WS-TAX-AMOUNT
                       TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   ADD 1 TO WS-ACCTS-SKIPPED
                   MOVE 'F' TO WS-INTEREST-STATUS
                   MOVE WS-PRE-INTEREST-BAL TO WS-LOG-RESULT-BALANCE
               END-IF

               PERFORM LOG-INTEREST-ENTRY
               IF WS-TAX-AMOUNT > 0
                   PERFORM LOG-TAX-ENTRY
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------
      *> THE TAX ON THE INTEREST IN WS-INTEREST-AMOUNT FOR
      *> THE ACCOUNT IN ACCT-MASTER-REC - ZERO WHEN ITS
      *> CUSTOMER IS EXEMPT.
      *> ---------------------------------------------------
       SET-WITHHOLDING-TAX.
           COMPUTE WS-TAX-AMOUNT ROUNDED =
               WS-INTEREST-AMOUNT * WS-WHT-RATE
           IF CUST-FILE-OPEN
               MOVE DB-CARD-NUM OF ACCT-MASTER-REC
                   TO CF-CARD-NUM OF CUST-MASTER-REC
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CF-TAX-EXEMPT OF CUST-MASTER-REC
                           MOVE 0 TO WS-TAX-AMOUNT
                       END-IF
               END-READ
           END-IF.

       LOG-INTEREST-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO TL-ACCT-NUM
           MOVE 0                                   TO TL-REF-TIMESTAMP
           MOVE SPACES                              TO TL-AUTH-ID
           WRITE TL-REC.

      *> THE TAX ENTRY CARRIES THE NET BALANCE - THE ACCOUNT'S
      *> TRUE BALANCE AFTER THE PAYMENT - OR, ON A FAILED
      *> UPDATE, THE UNCHANGED BALANCE LIKE THE INTEREST
      *> ENTRY BEFORE IT. IT IS STAMPED WITH THE INTEREST
      *> ENTRY'S OWN TIMESTAMP SO THE PAIR STAYS LINKED - A
      *> REVERSAL OF THE INTEREST TAKES ITS TAX WITH IT ON THE
      *> TAX CERTIFICATE.
       LOG-TAX-ENTRY.
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO TL-ACCT-NUM
           MOVE WS-CURRENT-TIMESTAMP(1:14)      TO TL-TIMESTAMP
           MOVE "WHT-TAX"                       TO TL-TRAN-TYPE
           MOVE WS-TAX-AMOUNT                   TO TL-AMOUNT
           MOVE DB-BALANCE OF ACCT-MASTER-REC   TO TL-BALANCE
           MOVE WS-INTEREST-STATUS              TO TL-STATUS
           MOVE SPACES                          TO TL-TELLER-ID
           MOVE SPACES                          TO TL-TERMINAL-ID
           MOVE 0                               TO TL-REF-TIMESTAMP
           MOVE SPACES                          TO TL-AUTH-ID
           WRITE TL-REC.
