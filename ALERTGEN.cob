       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-ALERT-GEN.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> NIGHTLY CUSTOMER ALERT BATCH - RUN JUST AHEAD OF THE
      *> JOURNAL CUTOVER, WHILE TRANLOG.DAT STILL HOLDS THE
      *> WHOLE BUSINESS DAY (EVERYTHING SINCE LAST NIGHT'S
      *> CUTOVER: THE OVERNIGHT POSTINGS AND THE DAY'S ATM AND
      *> COUNTER WORK). READS THE JOURNAL AND THE MASTERS AND
      *> WRITES ONE ALERT PER EVENT ON THE DATED OUTBOUND
      *> FILE ALERTyyyymmdd.DAT (LAYOUT IN CBALRT, HEADER/
      *> TRAILER HASH TOTALS IN THE STYLE OF THE GL EXTRACT)
      *> FOR THE SMS/EMAIL MESSAGING GATEWAY:
      *>   1 LOWBAL   - A POSTING TOOK THE BALANCE BELOW THE
      *>                PRODUCT'S PP-MIN-BALANCE
      *>   2 OVERDRWN - A POSTING TOOK THE BALANCE BELOW ZERO
      *>                (REPLACES THE LOW-BALANCE ALERT FOR
      *>                THE SAME POSTING)
      *>   3 SOFAIL   - A STANDING ORDER COULD NOT BE PAID (A
      *>                FAILED "XFER-OUT" WITH NO TELLER AND
      *>                NO TERMINAL - ONLY THE STANDING ORDER
      *>                BATCH WRITES ONE)
      *>   4 EXTRETN  - AN EXTERNAL PAYMENT CAME BACK
      *>                ("EXT-RETURN")
      *>   5 HOLDREL  - A DEPOSIT HOLD RELEASED ("HOLD-REL")
      *>   6 CARDLOCK - THE CARD LOCKED AFTER FAILED PINS
      *>                ("CARD-LOCK", CARD NUMBER IN THE
      *>                REFERENCE FIELD)
      *>   7 DORMWARN - THE ACCOUNT GOES DORMANT (BANKPARM
      *>                WINDOW, AS THE MONTHLY FEE RUN APPLIES
      *>                IT) WITHIN THE NEXT 30 DAYS. SENT ONCE,
      *>                ON THE FIRST BUSINESS DAY INSIDE THE
      *>                30 DAYS.
      *> EACH ALERT IS ADDRESSED TO THE CARD THAT OWNS THE
      *> ACCOUNT, USING THE NAME AND PHONE ON THE CUSTOMER
      *> MASTER. ALERTS THE CUSTOMER HAS OPTED OUT OF
      *> (CF-ALERT-OPT, MAINTAINED IN ACCOUNT MAINTENANCE),
      *> AND ALERTS FOR CUSTOMERS WITH NO PHONE ON FILE, ARE
      *> COUNTED BUT NOT WRITTEN. READ ONLY AGAINST THE
      *> MASTERS; A RERUN SIMPLY WRITES THE SAME FILE AGAIN.
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

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PRODUCT-PARAM-FILE ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT BANK-PARAM-FILE ASSIGN TO "BANKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT ALERT-FILE ASSIGN USING WS-ALERT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  CUSTOMER-MASTER.
       01  CUST-MASTER-REC.
           COPY CBCUST.

       FD  TRAN-LOG-FILE.
       01  TL-REC.
           COPY CBJRNL.

       FD  PRODUCT-PARAM-FILE.
       01  PROD-PARAM-REC.
           COPY CBPROD.

       FD  BANK-PARAM-FILE.
       01  BANK-PARAM-REC.
           COPY CBBPARM.

       FD  ALERT-FILE.
       01  AL-REC.
           COPY CBALRT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-EOF         VALUE "10".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-TRAN-STATUS         PIC X(2).
           88  WS-TRAN-EOF         VALUE "10".

       01  WS-PROD-STATUS         PIC X(2).
       01  WS-BANK-STATUS         PIC X(2).
       01  WS-ALERT-STATUS        PIC X(2).
       01  WS-BDATE-STATUS        PIC X(2).

      *> ---------------------------------------------------
      *> DATED ALERT FILE NAME, BUILT AT RUN TIME AS
      *> ALERTyyyymmdd.DAT FOR THE BUSINESS DATE REPORTED.
      *> ---------------------------------------------------
       01  WS-ALERT-NAME          PIC X(17).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> DORMANCY WARNING DATES. THE WARNING GOES OUT ON THE
       *> FIRST BUSINESS DAY THE DORMANCY DATE IS WITHIN
       *> WS-WARN-DAYS - I.E. IT IS WITHIN THE WINDOW TODAY
       *> BUT WAS NOT ON THE PREVIOUS BUSINESS DAY - SO EACH
       *> ACCOUNT IS WARNED ONCE NO MATTER HOW WEEKENDS AND
       *> HOLIDAYS FALL.
       *> ---------------------------------------------------
       01  WS-DORMANT-DAYS        PIC 9(4).
       01  WS-WARN-DAYS           PIC 9(3) VALUE 30.
       01  WS-DORMANCY-VARS.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-PREV-INT        PIC 9(7).
           05  WS-LAST-ACT-DATE   PIC 9(8).
           05  WS-DORMANT-INT     PIC 9(7).
           05  WS-DAYS-TO-GO      PIC S9(7).
           05  WS-DAYS-TO-GO-PREV PIC S9(7).

       *> ---------------------------------------------------
       *> BUSINESS-DAY ROUTINE (CAT-BANK-CALENDAR) WORK AREAS.
       *> ---------------------------------------------------
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       *> ---------------------------------------------------
       *> PRODUCT PARAMETER TABLE - PRODPARM.DAT LOADED AT
       *> START-UP FOR EACH ACCOUNT'S MINIMUM BALANCE.
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
       *> ALERT CODES BY TYPE - THE SAME NUMBERING AS THE
       *> CUSTOMER'S CF-ALERT-OPT BYTES.
       *> ---------------------------------------------------
       01  WS-ALERT-CODE-VALUES.
           05  FILLER             PIC X(8) VALUE "LOWBAL".
           05  FILLER             PIC X(8) VALUE "OVERDRWN".
           05  FILLER             PIC X(8) VALUE "SOFAIL".
           05  FILLER             PIC X(8) VALUE "EXTRETN".
           05  FILLER             PIC X(8) VALUE "HOLDREL".
           05  FILLER             PIC X(8) VALUE "CARDLOCK".
           05  FILLER             PIC X(8) VALUE "DORMWARN".
       01  WS-ALERT-CODE-TABLE REDEFINES WS-ALERT-CODE-VALUES.
           05  WS-ALERT-CODE      PIC X(8) OCCURS 7 TIMES.

       *> ---------------------------------------------------
       *> EVERY ACCOUNT SEEN ON THE JOURNAL: ITS OWNING CARD
       *> AND MINIMUM BALANCE (FROM THE MASTERS), THE BALANCE
       *> AFTER ITS LAST POSTING SO FAR (SO A FALL THROUGH THE
       *> MINIMUM OR THROUGH ZERO IS SEEN AS IT HAPPENS), THE
       *> LOW-BALANCE AND OVERDRAFT ALERTS ALREADY RAISED
       *> TODAY, AND ITS LATEST CUSTOMER ACTIVITY. PAST 1000
       *> ACCOUNTS THE OVERFLOW IS WARNED ONCE AND THOSE
       *> ACCOUNTS' JOURNAL ALERTS ARE NOT RAISED.
       *> ---------------------------------------------------
       01  WS-TRACK-TABLE.
           05  WS-TRK-COUNT       PIC 9(4) VALUE 0.
           05  WS-TRK-ENTRY OCCURS 1000 TIMES INDEXED BY TRK-IDX.
               10  WS-TRK-ACCT    PIC 9(5).
               10  WS-TRK-CARD    PIC 9(8).
               10  WS-TRK-MIN     PIC 9(7)V99.
               10  WS-TRK-BALANCE PIC S9(7)V99.
               10  WS-TRK-HAS-BAL PIC X(1).
                   88  TRK-BALANCE-KNOWN VALUE 'Y'.
               10  WS-TRK-LOW-SENT PIC X(1).
                   88  TRK-LOW-ALERTED   VALUE 'Y'.
               10  WS-TRK-OD-SENT PIC X(1).
                   88  TRK-OD-ALERTED    VALUE 'Y'.
               10  WS-TRK-ACT-DATE PIC 9(8).

       01  WS-TRACK-LOOKUP.
           05  WS-FIND-ACCT       PIC 9(5).
           05  WS-TRK-SLOT        PIC 9(4).
           05  WS-TRK-FULL        PIC X(1) VALUE 'N'.
               88  TRACK-FULL-WARNED VALUE 'Y'.

       *> ---------------------------------------------------
       *> THE ALERT BEING RAISED.
       *> ---------------------------------------------------
       01  WS-ALERT.
           05  WS-ALERT-TYPE      PIC 9(1).
           05  WS-ALERT-CARD      PIC 9(8).
           05  WS-ALERT-ACCT      PIC 9(5).
           05  WS-ALERT-AMOUNT    PIC S9(7)V99.
           05  WS-ALERT-DATE      PIC 9(8).

       *> ---------------------------------------------------
       *> RUNNING RECORD COUNT AND HASH TOTALS THAT END UP ON
       *> THE 'T' TRAILER.
       *> ---------------------------------------------------
       01  WS-HASH-VARS.
           05  WS-DATA-COUNT      PIC 9(7) VALUE 0.
           05  WS-HASH-AMOUNT     PIC S9(13)V99 VALUE 0.
           05  WS-HASH-CARD       PIC 9(15) VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-ENTRIES-READ    PIC 9(7) VALUE 0.
           05  WS-ALERTS-BY-TYPE  PIC 9(5) VALUE 0 OCCURS 7 TIMES.
           05  WS-ALERTS-OPTED-OUT PIC 9(5) VALUE 0.
           05  WS-ALERTS-NO-PHONE PIC 9(5) VALUE 0.
           05  WS-ALERTS-NO-CUST  PIC 9(5) VALUE 0.
           05  WS-TYPE-IDX        PIC 9(1).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - NIGHTLY CUSTOMER ALERT RUN".
           DISPLAY "=====================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           STRING "ALERT" WS-TODAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ALERT-NAME.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE 'P' TO WS-CAL-FUNCTION.
           MOVE WS-TODAY-DATE TO WS-CAL-DATE.
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT.
           COMPUTE WS-PREV-INT = FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT).

           PERFORM LOAD-PRODUCT-PARAMS.
           PERFORM LOAD-BANK-PARAMS.

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
           OPEN OUTPUT ALERT-FILE.
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE ALERT FILE "
                   WS-ALERT-NAME "."
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-ALERT-HEADER.
           PERFORM SCAN-JOURNAL.
           PERFORM CHECK-DORMANCY-WARNINGS.
           PERFORM WRITE-ALERT-TRAILER.

           CLOSE ALERT-FILE.
           CLOSE ACCOUNT-MASTER.
           CLOSE CUSTOMER-MASTER.

           DISPLAY " ".
           DISPLAY "JOURNAL ENTRIES READ : " WS-ENTRIES-READ.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
               UNTIL WS-TYPE-IDX > 7
               DISPLAY "ALERTS " WS-ALERT-CODE (WS-TYPE-IDX)
                   "      : " WS-ALERTS-BY-TYPE (WS-TYPE-IDX)
           END-PERFORM.
           DISPLAY "OPTED OUT (NOT SENT) : " WS-ALERTS-OPTED-OUT.
           DISPLAY "NO PHONE (NOT SENT)  : " WS-ALERTS-NO-PHONE.
           DISPLAY "NO CUSTOMER (NOT SENT): " WS-ALERTS-NO-CUST.
           DISPLAY "ALERTS WRITTEN       : " WS-DATA-COUNT.
           DISPLAY "ALERT FILE           : " WS-ALERT-NAME.
           DISPLAY "CUSTOMER ALERT RUN COMPLETE.".
           STOP RUN.

      *> ---------------------------------------------------
      *> READS THE BANK BUSINESS DATE FROM BUSDATE.DAT SO A
      *> CHAIN THAT SLIPS PAST MIDNIGHT STILL NAMES AND
      *> STAMPS THE ALERT FILE UNDER THE RIGHT DAY. SEEDED
      *> FROM THE SYSTEM CLOCK ON THE FIRST EVER RUN;
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
      *> THE DORMANCY WINDOW FROM BANKPARM.DAT. READ ONLY -
      *> THE MONTHLY FEE RUN OWNS THE FILE; UNTIL IT EXISTS
      *> THE STANDARD 365 DAYS APPLIES.
      *> ---------------------------------------------------
       LOAD-BANK-PARAMS.
           MOVE 365 TO WS-DORMANT-DAYS.
           OPEN INPUT BANK-PARAM-FILE.
           IF WS-BANK-STATUS = "00"
               READ BANK-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-DORMANT-DAYS IS NUMERIC
                           MOVE BP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
               END-READ
               CLOSE BANK-PARAM-FILE
           END-IF.
           DISPLAY "DORMANCY WINDOW: " WS-DORMANT-DAYS " DAYS".

      *> ---------------------------------------------------
      *> ONE PASS OVER THE DAY'S JOURNAL RAISING THE EVENT
      *> ALERTS (TYPES 1-6) AS THE ENTRIES GO BY.
      *> ---------------------------------------------------
       SCAN-JOURNAL.
           OPEN INPUT TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "NOTE: NO JOURNAL FILE FOUND - ONLY DORMANCY "
                   "WARNINGS CAN BE RAISED."
           ELSE
               PERFORM UNTIL WS-TRAN-EOF
                   READ TRAN-LOG-FILE NEXT RECORD
                       AT END
                           SET WS-TRAN-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ENTRIES-READ
                           PERFORM PROCESS-JOURNAL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TRAN-LOG-FILE
           END-IF.

       PROCESS-JOURNAL-ENTRY.
           IF TL-TRAN-TYPE OF TL-REC = "CARD-LOCK"
               AND TL-SUCCESS OF TL-REC
               MOVE 6 TO WS-ALERT-TYPE
               MOVE TL-REF-TIMESTAMP OF TL-REC TO WS-ALERT-CARD
               MOVE 0 TO WS-ALERT-ACCT
               MOVE 0 TO WS-ALERT-AMOUNT
               MOVE WS-TODAY-DATE TO WS-ALERT-DATE
               PERFORM RAISE-ALERT
           ELSE
               IF TL-ACCT-NUM OF TL-REC > 0
                   MOVE TL-ACCT-NUM OF TL-REC TO WS-FIND-ACCT
                   PERFORM FIND-TRACKED-ACCOUNT
                   IF WS-TRK-SLOT > 0
                       IF TL-SUCCESS OF TL-REC
                           PERFORM NOTE-POSTED-ENTRY
                       ELSE
                           PERFORM NOTE-FAILED-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> FINDS WS-FIND-ACCT ON THE TRACKING TABLE, ADDING IT
      *> (WITH ITS CARD AND MINIMUM BALANCE FROM THE MASTERS)
      *> THE FIRST TIME IT IS SEEN. WS-TRK-SLOT IS ZERO WHEN
      *> THE TABLE IS FULL.
      *> ---------------------------------------------------
       FIND-TRACKED-ACCOUNT.
           MOVE 0 TO WS-TRK-SLOT.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
               UNTIL TRK-IDX > WS-TRK-COUNT OR WS-TRK-SLOT > 0
               IF WS-TRK-ACCT (TRK-IDX) = WS-FIND-ACCT
                   SET WS-TRK-SLOT TO TRK-IDX
               END-IF
           END-PERFORM.
           IF WS-TRK-SLOT = 0
               IF WS-TRK-COUNT < 1000
                   PERFORM ADD-TRACKED-ACCOUNT
               ELSE
                   IF NOT TRACK-FULL-WARNED
                       SET TRACK-FULL-WARNED TO TRUE
                       DISPLAY "*** WARNING: ACCOUNT TABLE FULL - "
                           "NO JOURNAL ALERTS FOR ACCOUNTS BEYOND "
                           "1000."
                   END-IF
               END-IF
           END-IF.

       ADD-TRACKED-ACCOUNT.
           ADD 1 TO WS-TRK-COUNT.
           MOVE WS-TRK-COUNT TO WS-TRK-SLOT.
           MOVE WS-FIND-ACCT TO WS-TRK-ACCT (WS-TRK-SLOT).
           MOVE 0 TO WS-TRK-CARD (WS-TRK-SLOT).
           MOVE 0 TO WS-TRK-MIN (WS-TRK-SLOT).
           MOVE 0 TO WS-TRK-BALANCE (WS-TRK-SLOT).
           MOVE 'N' TO WS-TRK-HAS-BAL (WS-TRK-SLOT).
           MOVE 'N' TO WS-TRK-LOW-SENT (WS-TRK-SLOT).
           MOVE 'N' TO WS-TRK-OD-SENT (WS-TRK-SLOT).
           MOVE 0 TO WS-TRK-ACT-DATE (WS-TRK-SLOT).
           MOVE WS-FIND-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-OK
               MOVE DB-CARD-NUM OF ACCT-MASTER-REC
                   TO WS-TRK-CARD (WS-TRK-SLOT)
               MOVE DB-PRODUCT-CODE OF ACCT-MASTER-REC
                   TO WS-FIND-PRODUCT
               PERFORM FIND-PRODUCT-PARAMS
               IF PRODUCT-FOUND
                   MOVE PP-MIN-BALANCE OF
                       WS-PRODUCT-ENTRY (WS-PROD-SLOT)
                       TO WS-TRK-MIN (WS-TRK-SLOT)
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> A POSTED ENTRY: HOLD RELEASES AND RETURNED PAYMENTS
      *> ARE ALERTS IN THEMSELVES; EVERY ENTRY THAT MOVES
      *> MONEY IS CHECKED FOR A FALL THROUGH THE MINIMUM OR
      *> THROUGH ZERO. "CARRYFWD" / "OPENING" ONLY SET THE
      *> STARTING BALANCE. A HOLD RELEASE DOES NOT MOVE THE
      *> LEDGER BALANCE, SO IT IS NOT A POSTING HERE.
      *> ---------------------------------------------------
       NOTE-POSTED-ENTRY.
           PERFORM NOTE-CUSTOMER-ACTIVITY.
           IF TL-TRAN-TYPE OF TL-REC = "HOLD-REL"
               MOVE 5 TO WS-ALERT-TYPE
               MOVE TL-AMOUNT OF TL-REC TO WS-ALERT-AMOUNT
               PERFORM RAISE-ACCOUNT-ALERT
           ELSE
               IF TL-TRAN-TYPE OF TL-REC = "EXT-RETURN"
                   MOVE 4 TO WS-ALERT-TYPE
                   MOVE TL-AMOUNT OF TL-REC TO WS-ALERT-AMOUNT
                   PERFORM RAISE-ACCOUNT-ALERT
               END-IF
               IF TL-TRAN-TYPE OF TL-REC = "CARRYFWD"
                   OR TL-TRAN-TYPE OF TL-REC = "OPENING"
                   MOVE TL-BALANCE OF TL-REC
                       TO WS-TRK-BALANCE (WS-TRK-SLOT)
                   MOVE 'Y' TO WS-TRK-HAS-BAL (WS-TRK-SLOT)
               ELSE
                   IF TL-AMOUNT OF TL-REC NOT = 0
                       PERFORM CHECK-BALANCE-FALL
                   END-IF
               END-IF
           END-IF.

       CHECK-BALANCE-FALL.
           IF TRK-BALANCE-KNOWN (WS-TRK-SLOT)
               IF TL-BALANCE OF TL-REC < 0
                   AND WS-TRK-BALANCE (WS-TRK-SLOT) NOT < 0
                   IF NOT TRK-OD-ALERTED (WS-TRK-SLOT)
                       MOVE 'Y' TO WS-TRK-OD-SENT (WS-TRK-SLOT)
                       MOVE 2 TO WS-ALERT-TYPE
                       MOVE TL-BALANCE OF TL-REC TO WS-ALERT-AMOUNT
                       PERFORM RAISE-ACCOUNT-ALERT
                   END-IF
               ELSE
                   IF TL-BALANCE OF TL-REC < WS-TRK-MIN (WS-TRK-SLOT)
                       AND WS-TRK-BALANCE (WS-TRK-SLOT)
                           NOT < WS-TRK-MIN (WS-TRK-SLOT)
                       AND NOT TRK-LOW-ALERTED (WS-TRK-SLOT)
                       MOVE 'Y' TO WS-TRK-LOW-SENT (WS-TRK-SLOT)
                       MOVE 1 TO WS-ALERT-TYPE
                       MOVE TL-BALANCE OF TL-REC TO WS-ALERT-AMOUNT
                       PERFORM RAISE-ACCOUNT-ALERT
                   END-IF
               END-IF
           END-IF.
           MOVE TL-BALANCE OF TL-REC TO WS-TRK-BALANCE (WS-TRK-SLOT).
           MOVE 'Y' TO WS-TRK-HAS-BAL (WS-TRK-SLOT).

      *> ---------------------------------------------------
      *> A FAILED ENTRY: ONLY THE STANDING ORDER BATCH WRITES
      *> A FAILED "XFER-OUT" WITH NEITHER A TELLER NOR A
      *> TERMINAL ON IT (A REFUSED ATM TRANSFER CARRIES ITS
      *> TERMINAL, A COUNTER ONE ITS TELLER).
      *> ---------------------------------------------------
       NOTE-FAILED-ENTRY.
           IF TL-TRAN-TYPE OF TL-REC = "XFER-OUT"
               AND TL-TELLER-ID OF TL-REC = SPACES
               AND TL-TERMINAL-ID OF TL-REC = SPACES
               MOVE 3 TO WS-ALERT-TYPE
               MOVE TL-AMOUNT OF TL-REC TO WS-ALERT-AMOUNT
               PERFORM RAISE-ACCOUNT-ALERT
           END-IF.

      *> ---------------------------------------------------
      *> THE SAME CUSTOMER-INITIATED ENTRIES THE MONTHLY FEE
      *> RUN COUNTS AS ACTIVITY, SO THE DORMANCY WARNING
      *> NEVER DISAGREES WITH THE FLAG THAT RUN WILL SET.
      *> ---------------------------------------------------
       NOTE-CUSTOMER-ACTIVITY.
           IF TL-TRAN-TYPE OF TL-REC = "DEPOSIT"
               OR TL-TRAN-TYPE OF TL-REC = "WITHDRAW"
               OR TL-TRAN-TYPE OF TL-REC = "CASH-OUT"
               OR TL-TRAN-TYPE OF TL-REC = "XFER-OUT"
               OR TL-TRAN-TYPE OF TL-REC = "XFER-IN"
               OR TL-TRAN-TYPE OF TL-REC = "XFER-EXT"
               OR TL-TRAN-TYPE OF TL-REC = "EXT-IN"
               IF TL-TIMESTAMP OF TL-REC (1:8)
                   > WS-TRK-ACT-DATE (WS-TRK-SLOT)
                   MOVE TL-TIMESTAMP OF TL-REC (1:8)
                       TO WS-TRK-ACT-DATE (WS-TRK-SLOT)
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> ONE PASS OVER THE ACCOUNT MASTER RAISING THE
      *> DORMANCY WARNINGS (TYPE 7) FOR OPEN ACCOUNTS NOT
      *> YET DORMANT. THE DORMANCY DATE IS THE LAST ACTIVITY
      *> (MASTER OR TODAY'S JOURNAL, WHICHEVER IS LATER) PLUS
      *> THE BANKPARM WINDOW.
      *> ---------------------------------------------------
       CHECK-DORMANCY-WARNINGS.
           MOVE 0 TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           START ACCOUNT-MASTER KEY >
               DB-ACCT-NUM OF ACCT-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-ACCT-STATUS
           END-START.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DB-ACCT-OPEN OF ACCT-MASTER-REC
                           AND NOT DB-ACCT-DORMANT OF ACCT-MASTER-REC
                           PERFORM CHECK-ONE-DORMANCY
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-DORMANCY.
           MOVE DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
               TO WS-LAST-ACT-DATE.
           PERFORM VARYING TRK-IDX FROM 1 BY 1
               UNTIL TRK-IDX > WS-TRK-COUNT
               IF WS-TRK-ACCT (TRK-IDX) = DB-ACCT-NUM OF ACCT-MASTER-REC
                   AND WS-TRK-ACT-DATE (TRK-IDX) > WS-LAST-ACT-DATE
                   MOVE WS-TRK-ACT-DATE (TRK-IDX) TO WS-LAST-ACT-DATE
               END-IF
           END-PERFORM.
           IF WS-LAST-ACT-DATE > 0
               COMPUTE WS-DORMANT-INT = FUNCTION INTEGER-OF-DATE(
                   WS-LAST-ACT-DATE) + WS-DORMANT-DAYS
               COMPUTE WS-DAYS-TO-GO = WS-DORMANT-INT - WS-TODAY-INT
               COMPUTE WS-DAYS-TO-GO-PREV = WS-DORMANT-INT - WS-PREV-INT
               IF WS-DAYS-TO-GO NOT > WS-WARN-DAYS
                   AND WS-DAYS-TO-GO-PREV > WS-WARN-DAYS
                   MOVE 7 TO WS-ALERT-TYPE
                   MOVE DB-CARD-NUM OF ACCT-MASTER-REC TO WS-ALERT-CARD
                   MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-ALERT-ACCT
                   MOVE DB-BALANCE OF ACCT-MASTER-REC
                       TO WS-ALERT-AMOUNT
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DORMANT-INT)
                       TO WS-ALERT-DATE
                   PERFORM RAISE-ALERT
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> RAISES ALERT WS-ALERT-TYPE FOR THE JOURNAL ENTRY'S
      *> ACCOUNT, ADDRESSED TO THE CARD THAT OWNS IT.
      *> ---------------------------------------------------
       RAISE-ACCOUNT-ALERT.
           MOVE WS-TRK-CARD (WS-TRK-SLOT) TO WS-ALERT-CARD.
           MOVE TL-ACCT-NUM OF TL-REC TO WS-ALERT-ACCT.
           MOVE WS-TODAY-DATE TO WS-ALERT-DATE.
           PERFORM RAISE-ALERT.

      *> ---------------------------------------------------
      *> LOOKS UP THE CUSTOMER FOR WS-ALERT-CARD AND, UNLESS
      *> THEY HAVE OPTED OUT OF THIS TYPE OR HAVE NO PHONE ON
      *> FILE, WRITES THE 'D' RECORD.
      *> ---------------------------------------------------
       RAISE-ALERT.
           ADD 1 TO WS-ALERTS-BY-TYPE (WS-ALERT-TYPE).
           MOVE WS-ALERT-CARD TO CF-CARD-NUM OF CUST-MASTER-REC.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-CUST-OK OR WS-ALERT-CARD = 0
               ADD 1 TO WS-ALERTS-NO-CUST
               DISPLAY "WARNING: NO CUSTOMER FOR "
                   WS-ALERT-CODE (WS-ALERT-TYPE) " ALERT ON ACCOUNT "
                   WS-ALERT-ACCT " CARD " WS-ALERT-CARD "."
           ELSE
           IF CF-ALERT-OPTED-OUT OF CUST-MASTER-REC (WS-ALERT-TYPE)
               ADD 1 TO WS-ALERTS-OPTED-OUT
           ELSE
           IF CF-PHONE OF CUST-MASTER-REC = SPACES
               ADD 1 TO WS-ALERTS-NO-PHONE
           ELSE
               PERFORM WRITE-ALERT-RECORD
           END-IF
           END-IF
           END-IF.

       WRITE-ALERT-HEADER.
           MOVE SPACES TO AL-REC
           MOVE 'H' TO AL-REC-TYPE OF AL-REC
           MOVE WS-TODAY-DATE TO AL-BUSINESS-DATE OF AL-REC
           MOVE "CATBANK-AL" TO AL-FILE-ID OF AL-REC
           WRITE AL-REC.

       WRITE-ALERT-RECORD.
           MOVE SPACES TO AL-REC
           MOVE 'D' TO AL-REC-TYPE OF AL-REC
           MOVE WS-TODAY-DATE TO AL-BUSINESS-DATE OF AL-REC
           MOVE WS-ALERT-TYPE TO AL-ALERT-TYPE OF AL-REC
           MOVE WS-ALERT-CODE (WS-ALERT-TYPE)
               TO AL-ALERT-CODE OF AL-REC
           MOVE WS-ALERT-CARD TO AL-CARD-NUM OF AL-REC
           MOVE WS-ALERT-ACCT TO AL-ACCT-NUM OF AL-REC
           MOVE CF-NAME OF CUST-MASTER-REC TO AL-NAME OF AL-REC
           MOVE CF-PHONE OF CUST-MASTER-REC TO AL-PHONE OF AL-REC
           MOVE WS-ALERT-AMOUNT TO AL-AMOUNT OF AL-REC
           MOVE WS-ALERT-DATE TO AL-EVENT-DATE OF AL-REC
           ADD 1 TO WS-DATA-COUNT
           ADD WS-ALERT-AMOUNT TO WS-HASH-AMOUNT
           ADD WS-ALERT-CARD TO WS-HASH-CARD
           WRITE AL-REC.

       WRITE-ALERT-TRAILER.
           MOVE SPACES TO AL-REC
           MOVE 'T' TO AL-REC-TYPE OF AL-REC
           MOVE WS-TODAY-DATE TO AL-BUSINESS-DATE OF AL-REC
           MOVE WS-DATA-COUNT TO AL-REC-COUNT OF AL-REC
           MOVE WS-HASH-AMOUNT TO AL-HASH-AMOUNT OF AL-REC
           MOVE WS-HASH-CARD TO AL-HASH-CARD OF AL-REC
           WRITE AL-REC.
