       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-CARD-EXPIRY.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> MONTH-END CARD EXPIRY REPORT. LISTS EVERY ACTIVE
      *> CARD ON CUSTMSTR.DAT THAT EXPIRES WITHIN THE NEXT
      *> 60 DAYS OF THE BUSINESS DATE (OR HAS ALREADY RUN
      *> OUT WITHOUT BEING REISSUED), SO THE BRANCH CAN
      *> ORDER REPLACEMENTS BEFORE THE ATM STARTS CAPTURING
      *> THEM. CARDS ON THE HOTLIST ARE LEFT OFF - A LOST OR
      *> STOLEN CARD IS REISSUED WHEN IT IS REPORTED, AND A
      *> REPLACED ONE ALREADY HAS ITS SUCCESSOR - AND SO ARE
      *> CUSTOMERS WITH NO OPEN ACCOUNT LEFT TO USE A CARD
      *> ON. READ ONLY; THE REPORT GOES TO CARDEXP.PRT WITH
      *> THE MAILING ADDRESS FOR THE NEW PLASTIC.
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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT EXPIRY-PRINT-FILE ASSIGN TO "CARDEXP.PRT"
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

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  EXPIRY-PRINT-FILE.
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

       01  WS-BDATE-STATUS        PIC X(2).
       01  WS-PRT-STATUS          PIC X(2).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> THE LOOK-AHEAD WINDOW AND THE DATES WORKED FROM IT.
       *> ---------------------------------------------------
       01  WS-WINDOW-DAYS         PIC 9(3) VALUE 60.
       01  WS-DATE-VARS.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-WINDOW-END      PIC 9(8).
           05  WS-EXPIRY-INT      PIC 9(7).
           05  WS-DAYS-LEFT       PIC 9(3).

       *> ---------------------------------------------------
       *> EVERY CARD THAT OWNS AT LEAST ONE OPEN ACCOUNT. A
       *> REPLACEMENT ORDER LIST MUST NEVER NARROW ITS
       *> COVERAGE QUIETLY - ON OVERFLOW THE OPEN-ACCOUNT TEST
       *> IS DROPPED (EVERY EXPIRING CARD IS LISTED) AND A
       *> WARNING IS GIVEN.
       *> ---------------------------------------------------
       01  WS-CARD-TABLE.
           05  WS-CARD-COUNT      PIC 9(4) VALUE 0.
           05  WS-OPEN-CARD       PIC 9(8)
               OCCURS 1000 TIMES INDEXED BY CARD-IDX.

       01  WS-CARD-FLAGS.
           05  WS-CARD-FULL       PIC X(1) VALUE 'N'.
               88  CARD-TABLE-FULL VALUE 'Y'.
           05  WS-CARD-FOUND      PIC X(1).
               88  CARD-HAS-OPEN   VALUE 'Y'.
           05  WS-FIND-CARD       PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-CUSTS-READ      PIC 9(5) VALUE 0.
           05  WS-CARDS-EXPIRING  PIC 9(5) VALUE 0.
           05  WS-CARDS-EXPIRED   PIC 9(5) VALUE 0.

       *> ---------------------------------------------------
       *> CARD EXPIRY REPORT PRINT LINES.
       *> ---------------------------------------------------
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(30)
               VALUE "CAT BANK - CARDS EXPIRING BY ".
           05  WS-HL-WINDOW-END   PIC 9(8).
           05  FILLER             PIC X(17)
               VALUE "  BUSINESS DATE ".
           05  WS-HL-DATE         PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(70)
               VALUE "CARD     CUSTOMER             EXPIRES  DAYS  MAIL TO".

       01  WS-DETAIL-LINE.
           05  WS-DL-CARD         PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-NAME         PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-EXPIRY       PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-DAYS         PIC X(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-ADDR-1       PIC X(30).

       01  WS-ADDR-LINE.
           05  FILLER             PIC X(46) VALUE SPACES.
           05  WS-AL-ADDR-2       PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(24)
               VALUE "CARDS EXPIRING IN WINDOW".
           05  FILLER             PIC X(2) VALUE ": ".
           05  WS-TL-EXPIRING     PIC ZZZZ9.
           05  FILLER             PIC X(20)
               VALUE "   ALREADY EXPIRED: ".
           05  WS-TL-EXPIRED      PIC ZZZZ9.

       01  WS-DAYS-EDIT           PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - CARD EXPIRY REPORT".
           DISPLAY "=============================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           COMPUTE WS-WINDOW-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT + WS-WINDOW-DAYS).

           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-NOT-FOUND
               DISPLAY "ERROR: ACCOUNT MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-OPEN-CARDS.
           CLOSE ACCOUNT-MASTER.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-NOT-FOUND
               DISPLAY "ERROR: CUSTOMER MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXPIRY-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE CARD EXPIRY REPORT "
                   "CARDEXP.PRT."
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-WINDOW-END TO WS-HL-WINDOW-END.
           MOVE WS-TODAY-DATE TO WS-HL-DATE.
           MOVE WS-HEADING-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-COLUMN-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY " ".
           DISPLAY WS-COLUMN-LINE.

           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-CUSTS-READ
                       PERFORM CONSIDER-ONE-CARD
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-MASTER.

           MOVE WS-CARDS-EXPIRING TO WS-TL-EXPIRING.
           MOVE WS-CARDS-EXPIRED TO WS-TL-EXPIRED.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-TOTAL-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.
           CLOSE EXPIRY-PRINT-FILE.

           DISPLAY " ".
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "CUSTOMERS READ: " WS-CUSTS-READ.
           DISPLAY "CARD EXPIRY REPORT WRITTEN TO CARDEXP.PRT.".
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

      *> ---------------------------------------------------
      *> ONE PASS OVER THE ACCOUNT MASTER GATHERING THE CARDS
      *> THAT STILL HAVE AN OPEN ACCOUNT ON THEM.
      *> ---------------------------------------------------
       LOAD-OPEN-CARDS.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DB-ACCT-OPEN OF ACCT-MASTER-REC
                           MOVE DB-CARD-NUM OF ACCT-MASTER-REC
                               TO WS-FIND-CARD
                           PERFORM FIND-OPEN-CARD
                           IF NOT CARD-HAS-OPEN
                               PERFORM ADD-OPEN-CARD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-OPEN-CARD.
           IF WS-CARD-COUNT < 1000
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-FIND-CARD TO WS-OPEN-CARD (WS-CARD-COUNT)
           ELSE
               IF NOT CARD-TABLE-FULL
                   SET CARD-TABLE-FULL TO TRUE
                   DISPLAY "WARNING: OPEN-CARD TABLE FULL - EVERY "
                       "EXPIRING CARD WILL BE LISTED."
               END-IF
           END-IF.

       FIND-OPEN-CARD.
           MOVE 'N' TO WS-CARD-FOUND.
           PERFORM VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > WS-CARD-COUNT OR CARD-HAS-OPEN
               IF WS-OPEN-CARD (CARD-IDX) = WS-FIND-CARD
                   SET CARD-HAS-OPEN TO TRUE
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------
      *> LISTS THE CARD IN CUST-MASTER-REC IF IT IS ACTIVE,
      *> RUNS OUT BY THE END OF THE WINDOW, AND STILL HAS AN
      *> OPEN ACCOUNT BEHIND IT.
      *> ---------------------------------------------------
       CONSIDER-ONE-CARD.
           IF CF-CARD-ACTIVE OF CUST-MASTER-REC
               AND CF-EXPIRY-DATE OF CUST-MASTER-REC
                   NOT > WS-WINDOW-END
               MOVE CF-CARD-NUM OF CUST-MASTER-REC TO WS-FIND-CARD
               PERFORM FIND-OPEN-CARD
               IF CARD-HAS-OPEN OR CARD-TABLE-FULL
                   PERFORM PRINT-EXPIRING-CARD
               END-IF
           END-IF.

       PRINT-EXPIRING-CARD.
           MOVE CF-CARD-NUM OF CUST-MASTER-REC TO WS-DL-CARD.
           MOVE CF-NAME OF CUST-MASTER-REC TO WS-DL-NAME.
           MOVE CF-EXPIRY-DATE OF CUST-MASTER-REC TO WS-DL-EXPIRY.
           MOVE CF-ADDR-LINE-1 OF CUST-MASTER-REC TO WS-DL-ADDR-1.
           IF CF-EXPIRY-DATE OF CUST-MASTER-REC < WS-TODAY-DATE
               MOVE "GONE " TO WS-DL-DAYS
               ADD 1 TO WS-CARDS-EXPIRED
           ELSE
               COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE(
                   CF-EXPIRY-DATE OF CUST-MASTER-REC)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-TODAY-INT
               MOVE WS-DAYS-LEFT TO WS-DAYS-EDIT
               MOVE SPACES TO WS-DL-DAYS
               MOVE WS-DAYS-EDIT TO WS-DL-DAYS(1:3)
               ADD 1 TO WS-CARDS-EXPIRING
           END-IF.
           MOVE WS-DETAIL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-DETAIL-LINE.
           MOVE CF-ADDR-LINE-2 OF CUST-MASTER-REC TO WS-AL-ADDR-2.
           MOVE WS-ADDR-LINE TO PRT-REC.
           WRITE PRT-REC.
