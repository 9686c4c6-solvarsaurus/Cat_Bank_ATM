       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-LOAN-POST.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> NIGHTLY INSTALMENT LOAN BATCH - RUN IN THE NIGHT
      *> CHAIN AFTER THE JOBS THAT CREDIT ACCOUNTS AND BEFORE
      *> THE OVERDRAFT-INTEREST RUN. FOR EVERY ACTIVE LOAN ON
      *> THE LOAN MASTER (LOANMSTR.DAT, LAYOUT IN CBLOAN):
      *>   - ACCRUES INTEREST ON THE OUTSTANDING PRINCIPAL FOR
      *>     EVERY DAY SINCE THE LAST ACCRUAL;
      *>   - RAISES EACH INSTALMENT WHOSE DUE DATE HAS ARRIVED
      *>     (THE FINAL ONE CAPPED AT WHAT IS STILL OWED);
      *>   - COLLECTS WHATEVER IS DUE FROM THE LINKED
      *>     REPAYMENT ACCOUNT, THE PRODUCT'S OVERDRAFT
      *>     COUNTING AS COVER, AND JOURNALS IT AS A
      *>     "LOAN-PMT" DEBIT SO THE EOD TRIAL BALANCE AND THE
      *>     GL EXTRACT PICK IT UP, WITH THE INTEREST PART OF
      *>     IT NOTED BESIDE IT AS A "LOAN-INT" MEMO ENTRY.
      *>     COLLECTIONS CLEAR THE OLDEST INSTALMENT FIRST, SO
      *>     THE LOAN IS AGED FROM THE OLDEST ONE STILL UNPAID.
      *>     AN UNCOLLECTABLE AMOUNT IS JOURNALED AS A FAILED
      *>     "LOAN-PMT" AND LEFT IN ARREARS FOR THE NEXT NIGHT.
      *> A SECOND PASS PRINTS THE ARREARS REPORT (ARREARS.PRT)
      *> WITH EVERY LOAN BEHIND ON ITS PAYMENTS AGED INTO
      *> 1-30, 31-60, 61-90 AND 90+ DAY BUCKETS.
      *> DOUBLE-POSTING PROTECTION IS THE SAME TWO LAYERS AS
      *> THE INTEREST RUNS: EVERY LOAN IS STAMPED WITH THE
      *> BUSINESS DATE IT WAS LAST SERVICED (LN-LAST-ACCR-
      *> DATE) AND IS SKIPPED IF ALREADY STAMPED TODAY, AND
      *> THE RUN-CONTROL FILE LOANRUN.DAT CHECKPOINTS THE
      *> LAST LOAN COMPLETED SO AN INTERRUPTED RUN RESUMES
      *> WHERE IT STOPPED AND A COMPLETED RUN IS REFUSED FOR
      *> THE SAME BUSINESS DATE.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUM OF LOAN-MASTER-REC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PRODUCT-PARAM-FILE ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "LOANRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT ARREARS-PRINT-FILE ASSIGN TO "ARREARS.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       01  LOAN-MASTER-REC.
           COPY CBLOAN.

       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  TRAN-LOG-FILE.
       01  TL-REC.
           COPY CBJRNL.

       FD  PRODUCT-PARAM-FILE.
       01  PROD-PARAM-REC.
           COPY CBPROD.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  ARREARS-PRINT-FILE.
       01  PRT-REC                PIC X(100).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
           05  RC-RUN-DATE        PIC 9(8).
           05  RC-LAST-LOAN       PIC 9(5).
           05  RC-STATUS          PIC X(1).
               88  RC-IN-PROGRESS  VALUE 'P'.
               88  RC-COMPLETE     VALUE 'C'.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS         PIC X(2).
           88  WS-LOAN-OK          VALUE "00".
           88  WS-LOAN-EOF         VALUE "10".
           88  WS-LOAN-NOT-FOUND   VALUE "23", "35".

       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-TRAN-STATUS         PIC X(2).

       01  WS-PROD-STATUS         PIC X(2).

       01  WS-PRT-STATUS          PIC X(2).

       *> ---------------------------------------------------
       *> PRODUCT PARAMETER TABLE - PRODPARM.DAT LOADED AT
       *> START-UP SO THE COLLECTION CHECK KNOWS EACH
       *> REPAYMENT ACCOUNT'S OVERDRAFT LIMIT.
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

       01  WS-SRC-OD-LIMIT        PIC 9(7)V99.

       01  WS-RUN-STATUS          PIC X(2).

       01  WS-BDATE-STATUS        PIC X(2).

       *> ---------------------------------------------------
       *> WORKING COPY OF THE RUN-CONTROL CHECKPOINT. THE
       *> FILE IS REWRITTEN (AND FLUSHED) AFTER EVERY LOAN SO
       *> A CRASH MID-RUN LOSES AT MOST THE LOAN IN FLIGHT,
       *> NEVER A WHOLE RUN.
       *> ---------------------------------------------------
       01  WS-RUN-CONTROL.
           05  WS-RC-RUN-DATE     PIC 9(8).
           05  WS-RC-LAST-LOAN    PIC 9(5).
           05  WS-RC-STATUS       PIC X(1).

       01  WS-RESTART-FLAG        PIC X(1) VALUE 'N'.
           88  RESTARTING-RUN      VALUE 'Y'.

       01  WS-TODAY-DATE          PIC 9(8).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).

       01  WS-DATE-VARS.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-LAST-INT        PIC 9(7).
           05  WS-ACCR-DAYS       PIC 9(5).
           05  WS-DAYS-PAST-DUE   PIC 9(5).
           05  WS-DUE-YYYY        PIC 9(4).
           05  WS-DUE-MM          PIC 9(2).
           05  WS-DUE-DD          PIC 9(2).
           05  WS-DUE-MONTHS      PIC 9(6).
           05  WS-UNPAID-INSTS    PIC 9(3).
           05  WS-OLDEST-DUE      PIC 9(8).

       *> ---------------------------------------------------
       *> PER-LOAN SERVICING WORK AREAS. WS-STILL-OWED IS
       *> EVERYTHING OWED (PRINCIPAL PLUS ACCRUED INTEREST)
       *> THAT HAS NOT ALREADY BEEN RAISED AS AN INSTALMENT.
       *> ---------------------------------------------------
       01  WS-LOAN-VARS.
           05  WS-ACCR-AMOUNT     PIC 9(7)V99.
           05  WS-STILL-OWED      PIC S9(8)V99.
           05  WS-DUE-AMOUNT      PIC 9(7)V99.
           05  WS-COVER           PIC S9(8)V99.
           05  WS-COLLECT-AMOUNT  PIC 9(7)V99.
           05  WS-INT-PORTION     PIC 9(7)V99.
           05  WS-ACCT-BALANCE    PIC S9(7)V99.
           05  WS-SKIP-REASON     PIC X(30).
           05  WS-RAISE-FLAG      PIC X(1).
               88  RAISING-DONE    VALUE 'Y'.

       01  WS-LOG-ENTRY.
           05  WS-LOG-ACCT        PIC 9(5).
           05  WS-LOG-TYPE        PIC X(10).
           05  WS-LOG-AMOUNT      PIC 9(7)V99.
           05  WS-LOG-BALANCE     PIC S9(7)V99.
           05  WS-LOG-STATUS      PIC X(1).

       01  WS-RUN-TOTALS.
           05  WS-LOANS-READ      PIC 9(5) VALUE 0.
           05  WS-LOANS-SERVICED  PIC 9(5) VALUE 0.
           05  WS-LOANS-SKIPPED   PIC 9(5) VALUE 0.
           05  WS-INSTS-RAISED    PIC 9(5) VALUE 0.
           05  WS-COLLECTIONS     PIC 9(5) VALUE 0.
           05  WS-COLLECT-FAILS   PIC 9(5) VALUE 0.
           05  WS-LOANS-PAID-OFF  PIC 9(5) VALUE 0.
           05  WS-TOTAL-ACCRUED   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-COLLECTED PIC 9(9)V99 VALUE 0.

       *> ---------------------------------------------------
       *> ARREARS AGEING BUCKETS - NAMES, THEN THE COUNT AND
       *> AMOUNT OF LOANS FALLING INTO EACH.
       *> ---------------------------------------------------
       01  WS-BUCKET-NAME-VALUES.
           05  FILLER             PIC X(8) VALUE "1-30    ".
           05  FILLER             PIC X(8) VALUE "31-60   ".
           05  FILLER             PIC X(8) VALUE "61-90   ".
           05  FILLER             PIC X(8) VALUE "90+     ".
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAME-VALUES.
           05  WS-BUCKET-NAME     PIC X(8) OCCURS 4 TIMES.

       01  WS-BUCKET-TABLE.
           05  WS-BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY BKT-IDX.
               10  WS-BUCKET-COUNT  PIC 9(5).
               10  WS-BUCKET-AMOUNT PIC 9(9)V99.

       01  WS-BUCKET-SLOT         PIC 9(1).
       01  WS-ARREARS-COUNT       PIC 9(5) VALUE 0.
       01  WS-ARREARS-TOTAL       PIC 9(9)V99 VALUE 0.

       *> ---------------------------------------------------
       *> ARREARS REPORT PRINT LINES.
       *> ---------------------------------------------------
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(32)
               VALUE "CAT BANK - LOAN ARREARS REPORT  ".
           05  FILLER             PIC X(14) VALUE "BUSINESS DATE ".
           05  WS-HL-DATE         PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(50)
               VALUE "LOAN  ACCT  DUE SINCE  DAYS BUCKET        ARREARS".
           05  FILLER             PIC X(16)
               VALUE "     OUTSTANDING".

       01  WS-DETAIL-LINE.
           05  WS-DL-LOAN         PIC 9(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-ACCT         PIC 9(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-SINCE        PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DL-DAYS         PIC ZZZZ9.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-BUCKET       PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-ARREARS      PIC $$,$$$,$$9.99.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-OUTSTANDING  PIC $$,$$$,$$9.99.

       01  WS-BUCKET-LINE.
           05  FILLER             PIC X(8) VALUE "BUCKET  ".
           05  WS-BL-NAME         PIC X(8).
           05  FILLER             PIC X(8) VALUE " LOANS: ".
           05  WS-BL-COUNT        PIC ZZZZ9.
           05  FILLER             PIC X(10) VALUE "  AMOUNT: ".
           05  WS-BL-AMOUNT       PIC $$$$,$$$,$$9.99.

       01  DISPLAY-MONEY          PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - NIGHTLY INSTALMENT LOAN RUN".
           DISPLAY "=======================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM CHECK-RUN-CONTROL.

           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-NOT-FOUND
               DISPLAY "NO LOAN MASTER FILE FOUND - NOTHING TO DO."
               STOP RUN
           END-IF.
           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-NOT-FOUND
               DISPLAY "ERROR: ACCOUNT MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               CLOSE LOAN-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRAN-LOG-FILE
           END-IF.
           PERFORM LOAD-PRODUCT-PARAMS.

           IF RESTARTING-RUN
               PERFORM POSITION-AFTER-CHECKPOINT
           ELSE
               MOVE WS-TODAY-DATE TO WS-RC-RUN-DATE
               MOVE 0             TO WS-RC-LAST-LOAN
               MOVE 'P'           TO WS-RC-STATUS
               PERFORM WRITE-RUN-CONTROL
           END-IF.

           PERFORM READ-NEXT-LOAN.
           PERFORM UNTIL WS-LOAN-EOF
               ADD 1 TO WS-LOANS-READ
               PERFORM SERVICE-ONE-LOAN
               MOVE LN-LOAN-NUM OF LOAN-MASTER-REC
                   TO WS-RC-LAST-LOAN
               PERFORM WRITE-RUN-CONTROL
               PERFORM READ-NEXT-LOAN
           END-PERFORM.

           MOVE 'C' TO WS-RC-STATUS.
           PERFORM WRITE-RUN-CONTROL.

           CLOSE LOAN-MASTER.
           CLOSE ACCOUNT-MASTER.
           CLOSE TRAN-LOG-FILE.

           PERFORM PRINT-ARREARS-REPORT.

           DISPLAY " ".
           DISPLAY "LOANS READ        : " WS-LOANS-READ.
           DISPLAY "LOANS SERVICED    : " WS-LOANS-SERVICED.
           DISPLAY "LOANS SKIPPED     : " WS-LOANS-SKIPPED.
           DISPLAY "INSTALMENTS RAISED: " WS-INSTS-RAISED.
           DISPLAY "COLLECTIONS MADE  : " WS-COLLECTIONS.
           DISPLAY "COLLECTIONS FAILED: " WS-COLLECT-FAILS.
           DISPLAY "LOANS PAID OFF    : " WS-LOANS-PAID-OFF.
           MOVE WS-TOTAL-ACCRUED TO DISPLAY-MONEY.
           DISPLAY "INTEREST ACCRUED  : " DISPLAY-MONEY.
           MOVE WS-TOTAL-COLLECTED TO DISPLAY-MONEY.
           DISPLAY "TOTAL COLLECTED   : " DISPLAY-MONEY.
           DISPLAY "LOANS IN ARREARS  : " WS-ARREARS-COUNT.
           MOVE WS-ARREARS-TOTAL TO DISPLAY-MONEY.
           DISPLAY "TOTAL IN ARREARS  : " DISPLAY-MONEY.
           DISPLAY "INSTALMENT LOAN RUN COMPLETE.".
           STOP RUN.

       READ-NEXT-LOAN.
           IF NOT WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET WS-LOAN-EOF TO TRUE
               END-READ
           END-IF.

      *> ---------------------------------------------------
      *> READS THE BANK BUSINESS DATE FROM BUSDATE.DAT SO A
      *> CHAIN THAT SLIPS PAST MIDNIGHT STILL SERVICES AND
      *> STAMPS ITS LOANS UNDER THE RIGHT DAY. SEEDED FROM
      *> THE SYSTEM CLOCK ON THE FIRST EVER RUN; THEREAFTER
      *> ONLY THE NIGHT-RUN SEQUENCER (NIGHTRUN.cob)
      *> ADVANCES IT.
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

      *> ---------------------------------------------------
      *> DECIDES WHETHER THIS IS A FRESH RUN, A RESTART OF AN
      *> INTERRUPTED RUN, OR A FORBIDDEN SECOND RUN FOR A
      *> BUSINESS DATE WHOSE LOANS HAVE ALREADY BEEN SERVICED.
      *> ---------------------------------------------------
       CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-STATUS NOT = "00"
               CONTINUE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RUN-CONTROL-REC TO WS-RUN-CONTROL
                       IF WS-RC-RUN-DATE = WS-TODAY-DATE
                           IF WS-RC-STATUS = 'C'
                               DISPLAY "ERROR: LOANS HAVE ALREADY BEEN "
                                   "SERVICED FOR " WS-TODAY-DATE
                                   ". RUN REFUSED - A SECOND RUN "
                                   "WOULD COLLECT EVERYONE TWICE."
                               CLOSE RUN-CONTROL-FILE
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           ELSE
                               SET RESTARTING-RUN TO TRUE
                               DISPLAY "INTERRUPTED RUN DETECTED FOR "
                                   WS-TODAY-DATE
                                   " - RESUMING AFTER LOAN "
                                   WS-RC-LAST-LOAN
                           END-IF
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *> ---------------------------------------------------
      *> ON RESTART, POSITIONS THE LOAN MASTER JUST PAST THE
      *> LAST LOAN THE INTERRUPTED RUN COMPLETED, SO NOBODY
      *> ALREADY COLLECTED IS TOUCHED AGAIN.
      *> ---------------------------------------------------
       POSITION-AFTER-CHECKPOINT.
           MOVE WS-RC-LAST-LOAN
               TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           START LOAN-MASTER KEY >
               LN-LOAN-NUM OF LOAN-MASTER-REC
               INVALID KEY
                   SET WS-LOAN-EOF TO TRUE
                   DISPLAY "NO LOANS REMAIN AFTER THE CHECKPOINT."
           END-START.

       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           MOVE WS-RUN-CONTROL TO RUN-CONTROL-REC.
           WRITE RUN-CONTROL-REC.
           CLOSE RUN-CONTROL-FILE.

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
      *> SERVICES THE LOAN IN LOAN-MASTER-REC FOR TONIGHT:
      *> ACCRUE, RAISE WHAT HAS FALLEN DUE, COLLECT, AND
      *> STAMP. PAID-OFF LOANS AND LOANS ALREADY STAMPED
      *> TODAY ARE SKIPPED.
      *> ---------------------------------------------------
       SERVICE-ONE-LOAN.
           IF NOT LN-ACTIVE OF LOAN-MASTER-REC
               ADD 1 TO WS-LOANS-SKIPPED
           ELSE
           IF LN-LAST-ACCR-DATE OF LOAN-MASTER-REC >= WS-TODAY-DATE
               ADD 1 TO WS-LOANS-SKIPPED
           ELSE
               PERFORM ACCRUE-LOAN-INTEREST
               PERFORM RAISE-DUE-INSTALMENTS
               IF LN-ARREARS-AMT OF LOAN-MASTER-REC > 0
                   PERFORM COLLECT-LOAN-ARREARS
               END-IF
               IF LN-OUTSTANDING OF LOAN-MASTER-REC = 0
                   AND LN-ACCRUED-INT OF LOAN-MASTER-REC = 0
                   AND LN-ARREARS-AMT OF LOAN-MASTER-REC = 0
                   SET LN-PAID-OFF OF LOAN-MASTER-REC TO TRUE
                   ADD 1 TO WS-LOANS-PAID-OFF
                   DISPLAY "LOAN " LN-LOAN-NUM OF LOAN-MASTER-REC
                       " FULLY REPAID."
               END-IF
               MOVE WS-TODAY-DATE
                   TO LN-LAST-ACCR-DATE OF LOAN-MASTER-REC
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       DISPLAY "WARNING: COULD NOT REWRITE LOAN "
                           LN-LOAN-NUM OF LOAN-MASTER-REC
               END-REWRITE
               ADD 1 TO WS-LOANS-SERVICED
           END-IF
           END-IF.

      *> ---------------------------------------------------
      *> ONE DAY'S INTEREST FOR EVERY BUSINESS-DATE DAY SINCE
      *> THE LOAN WAS LAST SERVICED, SO A NIGHT THE CHAIN DID
      *> NOT RUN IS STILL CHARGED.
      *> ---------------------------------------------------
       ACCRUE-LOAN-INTEREST.
           IF LN-LAST-ACCR-DATE OF LOAN-MASTER-REC = 0
               MOVE 1 TO WS-ACCR-DAYS
           ELSE
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(
                   LN-LAST-ACCR-DATE OF LOAN-MASTER-REC)
               COMPUTE WS-ACCR-DAYS = WS-TODAY-INT - WS-LAST-INT
           END-IF.
           COMPUTE WS-ACCR-AMOUNT ROUNDED =
               LN-OUTSTANDING OF LOAN-MASTER-REC
               * LN-DAILY-RATE OF LOAN-MASTER-REC
               * WS-ACCR-DAYS.
           ADD WS-ACCR-AMOUNT TO LN-ACCRUED-INT OF LOAN-MASTER-REC.
           ADD WS-ACCR-AMOUNT TO WS-TOTAL-ACCRUED.

      *> ---------------------------------------------------
      *> RAISES EVERY INSTALMENT WHOSE DUE DATE HAS ARRIVED
      *> INTO ARREARS AND ROLLS THE DUE DATE ON A MONTH
      *> (DAYS PAST THE 28TH SETTLE ON THE 28TH, AS FOR
      *> STANDING ORDERS). LOOPS SO MISSED NIGHTS CATCH UP;
      *> STOPS RAISING ONCE EVERYTHING OWED HAS BEEN RAISED.
      *> ---------------------------------------------------
       RAISE-DUE-INSTALMENTS.
           MOVE 'N' TO WS-RAISE-FLAG.
           PERFORM UNTIL RAISING-DONE
               COMPUTE WS-STILL-OWED =
                   LN-OUTSTANDING OF LOAN-MASTER-REC
                   + LN-ACCRUED-INT OF LOAN-MASTER-REC
                   - LN-ARREARS-AMT OF LOAN-MASTER-REC
               IF LN-NEXT-DUE-DATE OF LOAN-MASTER-REC > WS-TODAY-DATE
                   OR WS-STILL-OWED NOT > 0
                   SET RAISING-DONE TO TRUE
               ELSE
                   IF WS-STILL-OWED < LN-INSTALMENT OF LOAN-MASTER-REC
                       MOVE WS-STILL-OWED TO WS-DUE-AMOUNT
                   ELSE
                       MOVE LN-INSTALMENT OF LOAN-MASTER-REC
                           TO WS-DUE-AMOUNT
                   END-IF
                   ADD WS-DUE-AMOUNT
                       TO LN-ARREARS-AMT OF LOAN-MASTER-REC
                   IF LN-ARREARS-SINCE OF LOAN-MASTER-REC = 0
                       MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC
                           TO LN-ARREARS-SINCE OF LOAN-MASTER-REC
                   END-IF
                   ADD 1 TO WS-INSTS-RAISED
                   PERFORM ADVANCE-LOAN-DUE-DATE
               END-IF
           END-PERFORM.

       ADVANCE-LOAN-DUE-DATE.
           MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (1:4)
               TO WS-DUE-YYYY.
           MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (5:2)
               TO WS-DUE-MM.
           MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (7:2)
               TO WS-DUE-DD.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           IF WS-DUE-DD > 28
               MOVE 28 TO WS-DUE-DD
           END-IF.
           COMPUTE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC =
               WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD.

      *> ---------------------------------------------------
      *> COLLECTS AS MUCH OF THE ARREARS AS THE REPAYMENT
      *> ACCOUNT CAN COVER - AVAILABLE BALANCE PLUS ANY
      *> OVERDRAFT ON ITS PRODUCT. THE PAYMENT CLEARS ACCRUED
      *> INTEREST FIRST, THEN PRINCIPAL, AND COUNTS AS
      *> ACTIVITY ON THE ACCOUNT, THE SAME AS A STANDING
      *> ORDER DOES, SO A LOAN BEING REPAID IS NOT LEFT TO GO
      *> DORMANT. A NIL COLLECTION IS
      *> JOURNALED AS A FAILED "LOAN-PMT" SO THE AUDIT TRAIL
      *> SHOWS THE ATTEMPT.
      *> ---------------------------------------------------
       COLLECT-LOAN-ARREARS.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE 0 TO WS-ACCT-BALANCE.
           MOVE LN-ACCT-NUM OF LOAN-MASTER-REC
               TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "REPAYMENT ACCOUNT NOT FOUND" TO WS-SKIP-REASON
           END-READ.
           IF WS-SKIP-REASON = SPACES
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-ACCT-BALANCE
               IF DB-ACCT-CLOSED OF ACCT-MASTER-REC
                   MOVE "REPAYMENT ACCOUNT CLOSED" TO WS-SKIP-REASON
               ELSE
                   PERFORM SET-SOURCE-OD-LIMIT
                   COMPUTE WS-COVER =
                       DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                       + WS-SRC-OD-LIMIT
                   IF WS-COVER NOT > 0
                       MOVE "INSUFFICIENT AVAILABLE FUNDS"
                           TO WS-SKIP-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
               IF WS-COVER < LN-ARREARS-AMT OF LOAN-MASTER-REC
                   MOVE WS-COVER TO WS-COLLECT-AMOUNT
               ELSE
                   MOVE LN-ARREARS-AMT OF LOAN-MASTER-REC
                       TO WS-COLLECT-AMOUNT
               END-IF
               SUBTRACT WS-COLLECT-AMOUNT
                   FROM DB-BALANCE OF ACCT-MASTER-REC
               SUBTRACT WS-COLLECT-AMOUNT
                   FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               MOVE WS-TODAY-DATE
                   TO DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       MOVE "REPAYMENT ACCOUNT DEBIT FAILED"
                           TO WS-SKIP-REASON
               END-REWRITE
               IF NOT WS-ACCT-OK
                   MOVE "REPAYMENT ACCOUNT DEBIT FAILED"
                       TO WS-SKIP-REASON
               END-IF
           END-IF.
           IF WS-SKIP-REASON = SPACES
               PERFORM APPLY-LOAN-PAYMENT
           ELSE
               PERFORM REPORT-FAILED-COLLECTION
           END-IF.

       SET-SOURCE-OD-LIMIT.
           MOVE 0 TO WS-SRC-OD-LIMIT.
           MOVE DB-PRODUCT-CODE OF ACCT-MASTER-REC TO WS-FIND-PRODUCT.
           PERFORM FIND-PRODUCT-PARAMS.
           IF PRODUCT-FOUND
               MOVE PP-OD-LIMIT OF WS-PRODUCT-ENTRY (WS-PROD-SLOT)
                   TO WS-SRC-OD-LIMIT
           END-IF.

       APPLY-LOAN-PAYMENT.
           IF WS-COLLECT-AMOUNT < LN-ACCRUED-INT OF LOAN-MASTER-REC
               MOVE WS-COLLECT-AMOUNT TO WS-INT-PORTION
           ELSE
               MOVE LN-ACCRUED-INT OF LOAN-MASTER-REC
                   TO WS-INT-PORTION
           END-IF.
           SUBTRACT WS-INT-PORTION
               FROM LN-ACCRUED-INT OF LOAN-MASTER-REC.
           COMPUTE LN-OUTSTANDING OF LOAN-MASTER-REC =
               LN-OUTSTANDING OF LOAN-MASTER-REC
               - (WS-COLLECT-AMOUNT - WS-INT-PORTION).
           SUBTRACT WS-COLLECT-AMOUNT
               FROM LN-ARREARS-AMT OF LOAN-MASTER-REC.
           IF LN-ARREARS-AMT OF LOAN-MASTER-REC = 0
               MOVE 0 TO LN-ARREARS-SINCE OF LOAN-MASTER-REC
           ELSE
               PERFORM ROLL-ARREARS-SINCE
               DISPLAY "LOAN " LN-LOAN-NUM OF LOAN-MASTER-REC
                   " PART-COLLECTED - BALANCE LEFT IN ARREARS."
           END-IF.
           ADD 1 TO WS-COLLECTIONS.
           ADD WS-COLLECT-AMOUNT TO WS-TOTAL-COLLECTED.
           MOVE LN-ACCT-NUM OF LOAN-MASTER-REC TO WS-LOG-ACCT.
           MOVE "LOAN-PMT"                     TO WS-LOG-TYPE.
           MOVE WS-COLLECT-AMOUNT              TO WS-LOG-AMOUNT.
           MOVE DB-BALANCE OF ACCT-MASTER-REC   TO WS-LOG-BALANCE.
           MOVE 'S'                            TO WS-LOG-STATUS.
           PERFORM LOG-TRANSACTION.
           IF WS-INT-PORTION > 0
               PERFORM LOG-INTEREST-PORTION
           END-IF.

      *> ---------------------------------------------------
      *> A COLLECTION CLEARS THE OLDEST INSTALMENT FIRST, SO
      *> WHAT IS LEFT IN ARREARS IS THE NEWEST INSTALMENTS
      *> RAISED. HOW MANY IS WORKED BACK FROM THE INSTALMENT
      *> AMOUNT (A PART-PAID ONE COUNTS WHOLE), AND THE
      *> OLDEST OF THEM FELL DUE THAT MANY MONTHS BEFORE
      *> LN-NEXT-DUE-DATE - DUE DATES NEVER FALL PAST THE
      *> 28TH, SO THE DAY CARRIES BACK UNCHANGED. THE LOAN IS
      *> THEN AGED FROM THERE; A COLLECTION ONLY EVER MOVES
      *> LN-ARREARS-SINCE FORWARD.
      *> ---------------------------------------------------
       ROLL-ARREARS-SINCE.
           IF LN-INSTALMENT OF LOAN-MASTER-REC > 0
               COMPUTE WS-UNPAID-INSTS =
                   (LN-ARREARS-AMT OF LOAN-MASTER-REC
                   + LN-INSTALMENT OF LOAN-MASTER-REC - 0.01)
                   / LN-INSTALMENT OF LOAN-MASTER-REC
               MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (1:4)
                   TO WS-DUE-YYYY
               MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (5:2)
                   TO WS-DUE-MM
               MOVE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC (7:2)
                   TO WS-DUE-DD
               COMPUTE WS-DUE-MONTHS =
                   WS-DUE-YYYY * 12 + WS-DUE-MM - 1 - WS-UNPAID-INSTS
               DIVIDE WS-DUE-MONTHS BY 12
                   GIVING WS-DUE-YYYY REMAINDER WS-DUE-MM
               ADD 1 TO WS-DUE-MM
               COMPUTE WS-OLDEST-DUE =
                   WS-DUE-YYYY * 10000 + WS-DUE-MM * 100 + WS-DUE-DD
               IF WS-OLDEST-DUE > LN-ARREARS-SINCE OF LOAN-MASTER-REC
                   MOVE WS-OLDEST-DUE
                       TO LN-ARREARS-SINCE OF LOAN-MASTER-REC
               END-IF
           END-IF.

      *> THE INTEREST PART OF A COLLECTION IS JOURNALED AS A
      *> "LOAN-INT" MEMO ENTRY STAMPED WITH THE "LOAN-PMT"
      *> ENTRY'S OWN TIMESTAMP, THE WAY THE INTEREST RUN
      *> PAIRS "WHT-TAX" WITH "INTEREST". IT MOVES NO MONEY -
      *> THE LOAN-PMT ALREADY DEBITED THE WHOLE AMOUNT - BUT
      *> LETS A REVERSAL OF THE PAYMENT PUT THE INTEREST BACK
      *> AS INTEREST AND ONLY THE REST ON THE PRINCIPAL.
       LOG-INTEREST-PORTION.
           MOVE LN-ACCT-NUM OF LOAN-MASTER-REC TO TL-ACCT-NUM OF TL-REC
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO TL-TIMESTAMP OF TL-REC
           MOVE "LOAN-INT"            TO TL-TRAN-TYPE OF TL-REC
           MOVE WS-INT-PORTION        TO TL-AMOUNT OF TL-REC
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO TL-BALANCE OF TL-REC
           MOVE 'S'                   TO TL-STATUS OF TL-REC
           MOVE SPACES                TO TL-TELLER-ID OF TL-REC
           MOVE SPACES                TO TL-TERMINAL-ID OF TL-REC
           MOVE 0                     TO TL-REF-TIMESTAMP OF TL-REC
           MOVE SPACES                TO TL-AUTH-ID OF TL-REC
           WRITE TL-REC.

       REPORT-FAILED-COLLECTION.
           ADD 1 TO WS-COLLECT-FAILS.
           DISPLAY "LOAN " LN-LOAN-NUM OF LOAN-MASTER-REC
               " NOT COLLECTED - " WS-SKIP-REASON.
           MOVE LN-ACCT-NUM OF LOAN-MASTER-REC    TO WS-LOG-ACCT.
           MOVE "LOAN-PMT"                        TO WS-LOG-TYPE.
           MOVE LN-ARREARS-AMT OF LOAN-MASTER-REC TO WS-LOG-AMOUNT.
           MOVE WS-ACCT-BALANCE                   TO WS-LOG-BALANCE.
           MOVE 'F'                               TO WS-LOG-STATUS.
           PERFORM LOG-TRANSACTION.

       LOG-TRANSACTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-LOG-ACCT           TO TL-ACCT-NUM OF TL-REC
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO TL-TIMESTAMP OF TL-REC
           MOVE WS-LOG-TYPE           TO TL-TRAN-TYPE OF TL-REC
           MOVE WS-LOG-AMOUNT         TO TL-AMOUNT OF TL-REC
           MOVE WS-LOG-BALANCE        TO TL-BALANCE OF TL-REC
           MOVE WS-LOG-STATUS         TO TL-STATUS OF TL-REC
           MOVE SPACES                TO TL-TELLER-ID OF TL-REC
           MOVE SPACES                TO TL-TERMINAL-ID OF TL-REC
           MOVE 0                     TO TL-REF-TIMESTAMP OF TL-REC
           MOVE SPACES                TO TL-AUTH-ID OF TL-REC
           WRITE TL-REC.

      *> ---------------------------------------------------
      *> SECOND PASS OVER THE LOAN MASTER FOR THE ARREARS
      *> REPORT. RUN AFTER THE WHOLE FILE HAS BEEN SERVICED
      *> SO A RESTARTED RUN STILL PRINTS EVERY LOAN. EACH
      *> LOAN IN ARREARS IS AGED FROM ITS OLDEST UNPAID DUE
      *> DATE; THE REPORT ENDS WITH ONE LINE PER BUCKET.
      *> ---------------------------------------------------
       PRINT-ARREARS-REPORT.
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               MOVE 0 TO WS-BUCKET-COUNT (BKT-IDX)
               MOVE 0 TO WS-BUCKET-AMOUNT (BKT-IDX)
           END-PERFORM.
           OPEN OUTPUT ARREARS-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE ARREARS REPORT "
                   "ARREARS.PRT."
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
           DISPLAY WS-HEADING-LINE.
           DISPLAY WS-COLUMN-LINE.

           MOVE "00" TO WS-LOAN-STATUS.
           OPEN INPUT LOAN-MASTER.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       SET WS-LOAN-EOF TO TRUE
                   NOT AT END
                       IF LN-ACTIVE OF LOAN-MASTER-REC
                           AND LN-ARREARS-AMT OF LOAN-MASTER-REC > 0
                           PERFORM PRINT-ONE-ARREARS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOAN-MASTER.

           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY " ".
           PERFORM VARYING BKT-IDX FROM 1 BY 1 UNTIL BKT-IDX > 4
               MOVE WS-BUCKET-NAME (BKT-IDX)   TO WS-BL-NAME
               MOVE WS-BUCKET-COUNT (BKT-IDX)  TO WS-BL-COUNT
               MOVE WS-BUCKET-AMOUNT (BKT-IDX) TO WS-BL-AMOUNT
               MOVE WS-BUCKET-LINE TO PRT-REC
               WRITE PRT-REC
               DISPLAY WS-BUCKET-LINE
           END-PERFORM.
           MOVE "TOTAL   " TO WS-BL-NAME.
           MOVE WS-ARREARS-COUNT TO WS-BL-COUNT.
           MOVE WS-ARREARS-TOTAL TO WS-BL-AMOUNT.
           MOVE WS-BUCKET-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-BUCKET-LINE.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.
           CLOSE ARREARS-PRINT-FILE.
           DISPLAY "ARREARS REPORT WRITTEN TO ARREARS.PRT.".

       PRINT-ONE-ARREARS-LINE.
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(
                   LN-ARREARS-SINCE OF LOAN-MASTER-REC).
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= 30
                   MOVE 1 TO WS-BUCKET-SLOT
               WHEN WS-DAYS-PAST-DUE <= 60
                   MOVE 2 TO WS-BUCKET-SLOT
               WHEN WS-DAYS-PAST-DUE <= 90
                   MOVE 3 TO WS-BUCKET-SLOT
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SLOT
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT (WS-BUCKET-SLOT).
           ADD LN-ARREARS-AMT OF LOAN-MASTER-REC
               TO WS-BUCKET-AMOUNT (WS-BUCKET-SLOT).
           ADD 1 TO WS-ARREARS-COUNT.
           ADD LN-ARREARS-AMT OF LOAN-MASTER-REC TO WS-ARREARS-TOTAL.

           MOVE LN-LOAN-NUM OF LOAN-MASTER-REC      TO WS-DL-LOAN.
           MOVE LN-ACCT-NUM OF LOAN-MASTER-REC      TO WS-DL-ACCT.
           MOVE LN-ARREARS-SINCE OF LOAN-MASTER-REC TO WS-DL-SINCE.
           MOVE WS-DAYS-PAST-DUE                    TO WS-DL-DAYS.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SLOT)     TO WS-DL-BUCKET.
           MOVE LN-ARREARS-AMT OF LOAN-MASTER-REC   TO WS-DL-ARREARS.
           MOVE LN-OUTSTANDING OF LOAN-MASTER-REC   TO WS-DL-OUTSTANDING.
           MOVE WS-DETAIL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-DETAIL-LINE.
