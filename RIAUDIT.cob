       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-RI-AUDIT.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> NIGHTLY CROSS-FILE INTEGRITY AUDIT - THE FIRST STEP
      *> OF THE NIGHT CHAIN, SO NOTHING POSTS AGAINST FILES
      *> THAT NO LONGER AGREE WITH EACH OTHER. READ ONLY. IT
      *> CHECKS:
      *>   NO-CUST  - AN ACCOUNT WHOSE DB-CARD-NUM HAS NO
      *>              CUSTOMER RECORD ON CUSTMSTR.DAT, OR IS
      *>              STILL ON A CARD A REISSUE HAS REPLACED.
      *>   HOLDS    - AN ACCOUNT WHOSE DB-BALANCE LESS
      *>              DB-AVAIL-BALANCE IS NOT THE SUM OF ITS
      *>              'H' HOLDS ON DEPHOLD.DAT.
      *>   NO-PROD  - A DB-PRODUCT-CODE NOT ON PRODPARM.DAT.
      *>   OVER-OD  - A BALANCE BELOW THE PRODUCT'S OVERDRAFT
      *>              LIMIT (PP-OD-LIMIT).
      *>   SO-CLOSD - AN ACTIVE STANDING ORDER WHOSE SOURCE
      *>              OR DESTINATION ACCOUNT IS CLOSED (OR
      *>              NOT ON FILE AT ALL).
      *>   XP-CLOSD - A PENDING EXTERNAL PAYMENT ON A CLOSED
      *>              (OR MISSING) ACCOUNT.
      *>   NO-ACCTS - A CUSTOMER WITH NO OPEN ACCOUNT. A
      *>              CUSTOMER WHO HAS CLOSED EVERYTHING IS
      *>              NOT AN ERROR, SO THESE ARE LISTED FOR
      *>              THE BRANCH TO TIDY BUT DO NOT COUNT AS
      *>              BREAKS. REPLACED CARDS ARE PASSED OVER -
      *>              THEIR ACCOUNTS LIVE ON THE NEW CARD.
      *> EVERY EXCEPTION IS PRINTED TO INTEGRTY.PRT. ANY BREAK
      *> ENDS THE RUN WITH RETURN CODE 4, WHICH HOLDS THE
      *> NIGHT CHAIN UNTIL THE DATA IS PUT RIGHT AND THE STEP
      *> IS RERUN CLEAN.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CARD-NUM OF CUST-MASTER-REC
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DEPOSIT-HOLD-FILE ASSIGN TO "DEPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY OF DEPOSIT-HOLD-REC
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY OF STANDING-ORDER-REC
               FILE STATUS IS WS-SO-STATUS.

           SELECT EXTERNAL-PAYMENT-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-KEY OF EXTERNAL-PAYMENT-REC
               FILE STATUS IS WS-XP-STATUS.

           SELECT PRODUCT-PARAM-FILE ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT AUDIT-PRINT-FILE ASSIGN TO "INTEGRTY.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  CUSTOMER-MASTER.
       01  CUST-MASTER-REC.
           COPY CBCUST.

       FD  DEPOSIT-HOLD-FILE.
       01  DEPOSIT-HOLD-REC.
           COPY CBHOLD.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           COPY CBSTORD.

       FD  EXTERNAL-PAYMENT-FILE.
       01  EXTERNAL-PAYMENT-REC.
           COPY CBEXTP.

       FD  PRODUCT-PARAM-FILE.
       01  PROD-PARAM-REC.
           COPY CBPROD.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  AUDIT-PRINT-FILE.
       01  PRT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-EOF         VALUE "10".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-EOF         VALUE "10".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-HOLD-STATUS         PIC X(2).
           88  WS-HOLD-OK          VALUE "00".
           88  WS-HOLD-EOF         VALUE "10".
           88  WS-HOLD-NOT-FOUND   VALUE "23", "35".

       01  WS-SO-STATUS           PIC X(2).
           88  WS-SO-OK            VALUE "00".
           88  WS-SO-EOF           VALUE "10".
           88  WS-SO-NOT-FOUND     VALUE "23", "35".

       01  WS-XP-STATUS           PIC X(2).
           88  WS-XP-OK            VALUE "00".
           88  WS-XP-EOF           VALUE "10".
           88  WS-XP-NOT-FOUND     VALUE "23", "35".

       01  WS-PROD-STATUS         PIC X(2).
       01  WS-BDATE-STATUS        PIC X(2).
       01  WS-PRT-STATUS          PIC X(2).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> PRODUCT PARAMETER TABLE - PRODPARM.DAT LOADED AT
       *> START-UP FOR THE PRODUCT AND OVERDRAFT CHECKS.
       *> ---------------------------------------------------
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-COUNT   PIC 9(2) VALUE 0.
           05  WS-PRODUCT-ENTRY OCCURS 10 TIMES INDEXED BY PROD-IDX.
               COPY CBPROD REPLACING ==05== BY ==10==.

       01  WS-PROD-LOOKUP.
           05  WS-FIND-PRODUCT    PIC X(2).
           05  WS-PROD-FOUND      PIC X(1).
               88  PRODUCT-FOUND   VALUE 'Y'.
           05  WS-PROD-SLOT       PIC 9(2).

       *> ---------------------------------------------------
       *> EVERY CARD THAT OWNS AT LEAST ONE OPEN ACCOUNT,
       *> GATHERED ON THE ACCOUNT PASS FOR THE CUSTOMER PASS.
       *> A COMPLIANCE REPORT MUST NEVER NARROW ITS COVERAGE
       *> QUIETLY - AN OVERFLOW IS WARNED AND THE CUSTOMER
       *> CHECK IS SKIPPED RATHER THAN REPORTING FALSE BREAKS.
       *> ---------------------------------------------------
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT      PIC 9(4) VALUE 0.
           05  WS-OPEN-CARD       PIC 9(8)
               OCCURS 1000 TIMES INDEXED BY CARD-IDX.

       01  WS-CARD-FULL           PIC X(1) VALUE 'N'.
           88  CARD-TABLE-FULL     VALUE 'Y'.

       01  WS-AUDIT-VARS.
           05  WS-HOLDS-OPEN      PIC X(1) VALUE 'N'.
               88  HOLD-FILE-OPEN  VALUE 'Y'.
           05  WS-HELD-TOTAL      PIC S9(8)V99.
           05  WS-HELD-GAP        PIC S9(8)V99.
           05  WS-OD-FLOOR        PIC S9(8)V99.
           05  WS-CARD-FOUND      PIC X(1).
               88  CARD-HAS-OPEN   VALUE 'Y'.
           05  WS-CHECK-ACCT      PIC 9(5).
           05  WS-CHECK-RESULT    PIC X(8).
           05  WS-EXC-CHECK       PIC X(8).
           05  WS-EXC-KEY         PIC 9(8).
           05  WS-EXC-TEXT        PIC X(70).
           05  WS-EXC-BREAK       PIC X(1).
               88  EXC-IS-BREAK    VALUE 'Y'.

       *> ---------------------------------------------------
       *> EXCEPTION COUNTS BY CHECK, AND THE BREAK TOTAL THAT
       *> DECIDES THE RETURN CODE.
       *> ---------------------------------------------------
       01  WS-AUDIT-TOTALS.
           05  WS-ACCTS-READ      PIC 9(5) VALUE 0.
           05  WS-CUSTS-READ      PIC 9(5) VALUE 0.
           05  WS-ORDERS-READ     PIC 9(5) VALUE 0.
           05  WS-PAYMENTS-READ   PIC 9(5) VALUE 0.
           05  WS-NO-CUST-COUNT   PIC 9(5) VALUE 0.
           05  WS-HOLDS-COUNT     PIC 9(5) VALUE 0.
           05  WS-NO-PROD-COUNT   PIC 9(5) VALUE 0.
           05  WS-OVER-OD-COUNT   PIC 9(5) VALUE 0.
           05  WS-SO-CLOSED-COUNT PIC 9(5) VALUE 0.
           05  WS-XP-CLOSED-COUNT PIC 9(5) VALUE 0.
           05  WS-NO-ACCTS-COUNT  PIC 9(5) VALUE 0.
           05  WS-BREAK-COUNT     PIC 9(5) VALUE 0.

       *> ---------------------------------------------------
       *> INTEGRITY REPORT PRINT LINES.
       *> ---------------------------------------------------
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(32)
               VALUE "CAT BANK - FILE INTEGRITY AUDIT ".
           05  FILLER             PIC X(14) VALUE "BUSINESS DATE ".
           05  WS-HL-DATE         PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(40)
               VALUE "CHECK    KEY      DETAIL".

       01  WS-DETAIL-LINE.
           05  WS-DL-CHECK        PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-KEY          PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-TEXT         PIC X(70).

       01  WS-SUMMARY-LINE.
           05  WS-SL-CHECK        PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-SL-DESC         PIC X(44).
           05  WS-SL-COUNT        PIC ZZZZ9.

       01  DISPLAY-MONEY          PIC -$$$,$$$,$$9.99.
       01  DISPLAY-MONEY-2        PIC -$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - FILE INTEGRITY AUDIT".
           DISPLAY "===============================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PRODUCT-PARAMS.

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-NOT-FOUND
               DISPLAY "ERROR: ACCOUNT MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-NOT-FOUND
               DISPLAY "ERROR: CUSTOMER MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DEPOSIT-HOLD-FILE.
           IF WS-HOLD-OK
               SET HOLD-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT AUDIT-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE INTEGRITY REPORT "
                   "INTEGRTY.PRT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TODAY-DATE TO WS-HL-DATE.
           MOVE WS-HEADING-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-COLUMN-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY " ".
           DISPLAY WS-COLUMN-LINE.

           PERFORM AUDIT-ACCOUNTS.
           PERFORM AUDIT-CUSTOMERS.
           PERFORM AUDIT-STANDING-ORDERS.
           PERFORM AUDIT-EXTERNAL-PAYMENTS.

           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.
           IF HOLD-FILE-OPEN
               CLOSE DEPOSIT-HOLD-FILE
           END-IF.

           PERFORM PRINT-AUDIT-SUMMARY.
           CLOSE AUDIT-PRINT-FILE.

           DISPLAY " ".
           DISPLAY "ACCOUNTS READ     : " WS-ACCTS-READ.
           DISPLAY "CUSTOMERS READ    : " WS-CUSTS-READ.
           DISPLAY "STANDING ORDERS   : " WS-ORDERS-READ.
           DISPLAY "EXTERNAL PAYMENTS : " WS-PAYMENTS-READ.
           DISPLAY "INTEGRITY REPORT WRITTEN TO INTEGRTY.PRT.".
           IF WS-BREAK-COUNT > 0
               DISPLAY "BREAKS FOUND: " WS-BREAK-COUNT
                   " - CHAIN HELD UNTIL THEY ARE PUT RIGHT."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "NO BREAKS FOUND. FILES AGREE."
           END-IF.
           STOP RUN.

      *> ---------------------------------------------------
      *> READS THE BANK BUSINESS DATE FROM BUSDATE.DAT.
      *> SEEDED FROM THE SYSTEM CLOCK ON THE FIRST EVER RUN;
      *> THEREAFTER ONLY THE NIGHT-RUN SEQUENCER
      *> (NIGHTRUN.cob) ADVANCES IT.
      *> ---------------------------------------------------
       LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BDATE-STATUS NOT = "00"
               PERFORM SEED-BUSINESS-DATE
               OPEN INPUT BUSINESS-DATE-FILE
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
               NOT AT END
                   MOVE BD-BUSINESS-DATE OF BUSINESS-DATE-REC
                       TO WS-TODAY-DATE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

       SEED-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO BD-BUSINESS-DATE OF BUSINESS-DATE-REC
           WRITE BUSINESS-DATE-REC.
           CLOSE BUSINESS-DATE-FILE.

       LOAD-PRODUCT-PARAMS.
           OPEN INPUT PRODUCT-PARAM-FILE.
           IF WS-PROD-STATUS NOT = "00"
               DISPLAY "ERROR: PRODUCT PARAMETER FILE PRODPARM.DAT "
                   "NOT FOUND. RUN THE ATM SYSTEM AT LEAST ONCE "
                   "FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 0 TO WS-PRODUCT-COUNT.
           PERFORM UNTIL WS-PROD-STATUS NOT = "00"
               READ PRODUCT-PARAM-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 10
                           ADD 1 TO WS-PRODUCT-COUNT
                           MOVE PROD-PARAM-REC TO
                               WS-PRODUCT-ENTRY (WS-PRODUCT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUCT-PARAM-FILE.

       FIND-PRODUCT-PARAMS.
           MOVE 'N' TO WS-PROD-FOUND
           MOVE 0 TO WS-PROD-SLOT
           PERFORM VARYING PROD-IDX FROM 1 BY 1
               UNTIL PROD-IDX > WS-PRODUCT-COUNT
                   OR PRODUCT-FOUND
               IF PP-PRODUCT-CODE OF WS-PRODUCT-ENTRY (PROD-IDX)
                   = WS-FIND-PRODUCT
                   SET PRODUCT-FOUND TO TRUE
                   SET WS-PROD-SLOT TO PROD-IDX
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------
      *> ONE PASS OVER THE ACCOUNT MASTER: OWNER, HOLDS,
      *> PRODUCT AND OVERDRAFT CHECKS, AND THE LIST OF CARDS
      *> THAT STILL OWN AN OPEN ACCOUNT.
      *> ---------------------------------------------------
       AUDIT-ACCOUNTS.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       PERFORM AUDIT-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       AUDIT-ONE-ACCOUNT.
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-EXC-KEY.

           MOVE DB-CARD-NUM OF ACCT-MASTER-REC
               TO CF-CARD-NUM OF CUST-MASTER-REC.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CUST-OK
               MOVE "NO-CUST " TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-TEXT
               STRING "CARD " DB-CARD-NUM OF ACCT-MASTER-REC
                   " HAS NO CUSTOMER RECORD" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-NO-CUST-COUNT
               PERFORM REPORT-BREAK
           ELSE
               IF CF-CARD-REPLACED OF CUST-MASTER-REC
                   MOVE "NO-CUST " TO WS-EXC-CHECK
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "CARD " DB-CARD-NUM OF ACCT-MASTER-REC
                       " WAS REPLACED BY "
                       CF-REPLACED-BY OF CUST-MASTER-REC
                       " - ACCOUNT NOT RELINKED" DELIMITED BY SIZE
                       INTO WS-EXC-TEXT
                   ADD 1 TO WS-NO-CUST-COUNT
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

           PERFORM TOTAL-ACCOUNT-HOLDS.
           COMPUTE WS-HELD-GAP = DB-BALANCE OF ACCT-MASTER-REC
               - DB-AVAIL-BALANCE OF ACCT-MASTER-REC.
           IF WS-HELD-GAP NOT = WS-HELD-TOTAL
               MOVE "HOLDS   " TO WS-EXC-CHECK
               MOVE WS-HELD-GAP TO DISPLAY-MONEY
               MOVE WS-HELD-TOTAL TO DISPLAY-MONEY-2
               MOVE SPACES TO WS-EXC-TEXT
               STRING "BALANCE LESS AVAILABLE " DISPLAY-MONEY
                   " BUT HOLDS TOTAL " DISPLAY-MONEY-2
                   DELIMITED BY SIZE INTO WS-EXC-TEXT
               ADD 1 TO WS-HOLDS-COUNT
               PERFORM REPORT-BREAK
           END-IF.

           MOVE DB-PRODUCT-CODE OF ACCT-MASTER-REC TO WS-FIND-PRODUCT.
           PERFORM FIND-PRODUCT-PARAMS.
           IF NOT PRODUCT-FOUND
               MOVE "NO-PROD " TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-TEXT
               STRING "PRODUCT CODE '" WS-FIND-PRODUCT
                   "' IS NOT ON PRODPARM.DAT" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-NO-PROD-COUNT
               PERFORM REPORT-BREAK
           ELSE
               COMPUTE WS-OD-FLOOR = 0
                   - PP-OD-LIMIT OF WS-PRODUCT-ENTRY (WS-PROD-SLOT)
               IF DB-BALANCE OF ACCT-MASTER-REC < WS-OD-FLOOR
                   MOVE "OVER-OD " TO WS-EXC-CHECK
                   MOVE DB-BALANCE OF ACCT-MASTER-REC TO DISPLAY-MONEY
                   MOVE WS-OD-FLOOR TO DISPLAY-MONEY-2
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "BALANCE " DISPLAY-MONEY
                       " IS BELOW OVERDRAFT FLOOR " DISPLAY-MONEY-2
                       DELIMITED BY SIZE INTO WS-EXC-TEXT
                   ADD 1 TO WS-OVER-OD-COUNT
                   PERFORM REPORT-BREAK
               END-IF
           END-IF.

           IF DB-ACCT-OPEN OF ACCT-MASTER-REC
               PERFORM NOTE-OPEN-CARD
           END-IF.

      *> ---------------------------------------------------
      *> SUMS THE HOLDS STILL IN FORCE ('H') FOR THE ACCOUNT
      *> IN ACCT-MASTER-REC. HOLDS ARE KEYED ACCOUNT FIRST,
      *> SO THEY ARE READ FROM THE ACCOUNT'S FIRST SEQUENCE
      *> UNTIL THE ACCOUNT NUMBER CHANGES.
      *> ---------------------------------------------------
       TOTAL-ACCOUNT-HOLDS.
           MOVE 0 TO WS-HELD-TOTAL.
           IF HOLD-FILE-OPEN
               MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
                   TO HD-ACCT-NUM OF DEPOSIT-HOLD-REC
               MOVE 0 TO HD-SEQ OF DEPOSIT-HOLD-REC
               START DEPOSIT-HOLD-FILE
                   KEY >= HD-KEY OF DEPOSIT-HOLD-REC
                   INVALID KEY
                       MOVE "10" TO WS-HOLD-STATUS
               END-START
               PERFORM UNTIL NOT WS-HOLD-OK
                   READ DEPOSIT-HOLD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF HD-ACCT-NUM OF DEPOSIT-HOLD-REC
                               NOT = DB-ACCT-NUM OF ACCT-MASTER-REC
                               MOVE "10" TO WS-HOLD-STATUS
                           ELSE
                               IF HD-HELD OF DEPOSIT-HOLD-REC
                                   ADD HD-AMOUNT OF DEPOSIT-HOLD-REC
                                       TO WS-HELD-TOTAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-HOLD-STATUS
           END-IF.

       NOTE-OPEN-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > WS-CARD-COUNT OR CARD-HAS-OPEN
               IF WS-OPEN-CARD (CARD-IDX)
                   = DB-CARD-NUM OF ACCT-MASTER-REC
                   SET CARD-HAS-OPEN TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CARD-HAS-OPEN
               IF WS-CARD-COUNT < 1000
                   ADD 1 TO WS-CARD-COUNT
                   MOVE DB-CARD-NUM OF ACCT-MASTER-REC
                       TO WS-OPEN-CARD (WS-CARD-COUNT)
               ELSE
                   IF NOT CARD-TABLE-FULL
                       SET CARD-TABLE-FULL TO TRUE
                       DISPLAY "WARNING: OPEN-CARD TABLE FULL - "
                           "CUSTOMER CHECK SKIPPED."
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> CUSTOMERS WITHOUT A SINGLE OPEN ACCOUNT - LISTED,
      *> NOT COUNTED AS BREAKS (SEE THE HEADER).
      *> ---------------------------------------------------
       AUDIT-CUSTOMERS.
           MOVE LOW-VALUES TO CUST-MASTER-REC.
           MOVE 0 TO CF-CARD-NUM OF CUST-MASTER-REC.
           START CUSTOMER-MASTER
               KEY >= CF-CARD-NUM OF CUST-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-CUST-STATUS
           END-START.
           PERFORM UNTIL NOT WS-CUST-OK
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CUSTS-READ
                       IF NOT CARD-TABLE-FULL
                           AND NOT CF-CARD-REPLACED OF CUST-MASTER-REC
                           PERFORM AUDIT-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.

       AUDIT-ONE-CUSTOMER.
           MOVE 'N' TO WS-CARD-FOUND.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > WS-CARD-COUNT OR CARD-HAS-OPEN
               IF WS-OPEN-CARD (CARD-IDX)
                   = CF-CARD-NUM OF CUST-MASTER-REC
                   SET CARD-HAS-OPEN TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CARD-HAS-OPEN
               MOVE "NO-ACCTS" TO WS-EXC-CHECK
               MOVE CF-CARD-NUM OF CUST-MASTER-REC TO WS-EXC-KEY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "CUSTOMER " CF-NAME OF CUST-MASTER-REC
                   " HAS NO OPEN ACCOUNT" DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-NO-ACCTS-COUNT
               MOVE 'N' TO WS-EXC-BREAK
               PERFORM PRINT-EXCEPTION
           END-IF.

      *> ---------------------------------------------------
      *> ACTIVE STANDING ORDERS MUST RUN BETWEEN TWO OPEN
      *> ACCOUNTS. A MISSING FILE MEANS NO ORDERS.
      *> ---------------------------------------------------
       AUDIT-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-SO-OK
               PERFORM UNTIL NOT WS-SO-OK
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-ORDERS-READ
                           IF SO-ACTIVE OF STANDING-ORDER-REC
                               PERFORM AUDIT-ONE-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.

       AUDIT-ONE-ORDER.
           MOVE SO-ACCT-NUM OF STANDING-ORDER-REC TO WS-EXC-KEY.
           MOVE SO-ACCT-NUM OF STANDING-ORDER-REC TO WS-CHECK-ACCT.
           PERFORM CHECK-ACCOUNT-OPEN.
           IF WS-CHECK-RESULT NOT = "OPEN    "
               MOVE "SO-CLOSD" TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-TEXT
               STRING "ORDER " SO-SEQ OF STANDING-ORDER-REC
                   " SOURCE ACCOUNT " WS-CHECK-ACCT " IS "
                   WS-CHECK-RESULT DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-SO-CLOSED-COUNT
               PERFORM REPORT-BREAK
           END-IF.
           MOVE SO-DEST-ACCT OF STANDING-ORDER-REC TO WS-CHECK-ACCT.
           PERFORM CHECK-ACCOUNT-OPEN.
           IF WS-CHECK-RESULT NOT = "OPEN    "
               MOVE "SO-CLOSD" TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-TEXT
               STRING "ORDER " SO-SEQ OF STANDING-ORDER-REC
                   " DESTINATION ACCOUNT " WS-CHECK-ACCT " IS "
                   WS-CHECK-RESULT DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-SO-CLOSED-COUNT
               PERFORM REPORT-BREAK
           END-IF.

      *> ---------------------------------------------------
      *> PENDING OUTBOUND PAYMENTS MUST BE DRAWN ON AN OPEN
      *> ACCOUNT. A MISSING FILE MEANS NO PAYMENTS.
      *> ---------------------------------------------------
       AUDIT-EXTERNAL-PAYMENTS.
           OPEN INPUT EXTERNAL-PAYMENT-FILE.
           IF WS-XP-OK
               PERFORM UNTIL NOT WS-XP-OK
                   READ EXTERNAL-PAYMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-PAYMENTS-READ
                           IF XP-PENDING OF EXTERNAL-PAYMENT-REC
                               PERFORM AUDIT-ONE-PAYMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTERNAL-PAYMENT-FILE
           END-IF.

       AUDIT-ONE-PAYMENT.
           MOVE XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC TO WS-EXC-KEY.
           MOVE XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC TO WS-CHECK-ACCT.
           PERFORM CHECK-ACCOUNT-OPEN.
           IF WS-CHECK-RESULT NOT = "OPEN    "
               MOVE "XP-CLOSD" TO WS-EXC-CHECK
               MOVE XP-AMOUNT OF EXTERNAL-PAYMENT-REC TO DISPLAY-MONEY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "PAYMENT " XP-SEQ OF EXTERNAL-PAYMENT-REC
                   " FOR " DISPLAY-MONEY " PENDING, ACCOUNT IS "
                   WS-CHECK-RESULT DELIMITED BY SIZE
                   INTO WS-EXC-TEXT
               ADD 1 TO WS-XP-CLOSED-COUNT
               PERFORM REPORT-BREAK
           END-IF.

      *> ---------------------------------------------------
      *> KEYED LOOK-UP OF WS-CHECK-ACCT: SETS WS-CHECK-RESULT
      *> TO OPEN, CLOSED OR MISSING.
      *> ---------------------------------------------------
       CHECK-ACCOUNT-OPEN.
           MOVE WS-CHECK-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   MOVE "MISSING " TO WS-CHECK-RESULT
               WHEN DB-ACCT-CLOSED OF ACCT-MASTER-REC
                   MOVE "CLOSED  " TO WS-CHECK-RESULT
               WHEN OTHER
                   MOVE "OPEN    " TO WS-CHECK-RESULT
           END-EVALUATE.

       REPORT-BREAK.
           MOVE 'Y' TO WS-EXC-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           PERFORM PRINT-EXCEPTION.

       PRINT-EXCEPTION.
           MOVE WS-EXC-CHECK TO WS-DL-CHECK.
           MOVE WS-EXC-KEY   TO WS-DL-KEY.
           MOVE WS-EXC-TEXT  TO WS-DL-TEXT.
           MOVE WS-DETAIL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-DETAIL-LINE.

      *> ---------------------------------------------------
      *> ONE LINE PER CHECK WITH ITS EXCEPTION COUNT, THEN
      *> THE BREAK TOTAL THAT SETS THE RETURN CODE.
      *> ---------------------------------------------------
       PRINT-AUDIT-SUMMARY.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE "NO-CUST " TO WS-SL-CHECK.
           MOVE "ACCOUNT CARD WITH NO CUSTOMER RECORD" TO WS-SL-DESC.
           MOVE WS-NO-CUST-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "HOLDS   " TO WS-SL-CHECK.
           MOVE "BALANCE LESS AVAILABLE NOT EQUAL TO HOLDS"
               TO WS-SL-DESC.
           MOVE WS-HOLDS-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "NO-PROD " TO WS-SL-CHECK.
           MOVE "PRODUCT CODE NOT ON PRODPARM.DAT" TO WS-SL-DESC.
           MOVE WS-NO-PROD-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "OVER-OD " TO WS-SL-CHECK.
           MOVE "BALANCE BELOW PRODUCT OVERDRAFT LIMIT"
               TO WS-SL-DESC.
           MOVE WS-OVER-OD-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "SO-CLOSD" TO WS-SL-CHECK.
           MOVE "ACTIVE STANDING ORDER ON CLOSED ACCOUNT"
               TO WS-SL-DESC.
           MOVE WS-SO-CLOSED-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "XP-CLOSD" TO WS-SL-CHECK.
           MOVE "PENDING EXTERNAL PAYMENT ON CLOSED ACCOUNT"
               TO WS-SL-DESC.
           MOVE WS-XP-CLOSED-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "NO-ACCTS" TO WS-SL-CHECK.
           MOVE "CUSTOMER WITH NO OPEN ACCOUNT (NOT A BREAK)"
               TO WS-SL-DESC.
           MOVE WS-NO-ACCTS-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE "TOTAL   " TO WS-SL-CHECK.
           MOVE "BREAKS" TO WS-SL-DESC.
           MOVE WS-BREAK-COUNT TO WS-SL-COUNT.
           PERFORM PRINT-SUMMARY-LINE.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.

       PRINT-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-SUMMARY-LINE.
