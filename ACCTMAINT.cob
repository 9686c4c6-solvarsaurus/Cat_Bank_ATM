               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUM OF LOAN-MASTER-REC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE OF HOLIDAY-REC
               FILE STATUS IS WS-HOL-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-NUM OF DISPUTE-REC
               FILE STATUS IS WS-DISP-STATUS.

           SELECT EXTERNAL-PAYMENT-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-KEY OF EXTERNAL-PAYMENT-REC
               FILE STATUS IS WS-XP-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY OF STANDING-ORDER-REC
               FILE STATUS IS WS-SO-STATUS.

           SELECT UNCLAIMED-FILE ASSIGN TO "UNCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-KEY OF UNCLAIMED-REC
               FILE STATUS IS WS-UNCL-STATUS.

           SELECT CASH-DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY OF CASH-DRAWER-REC
               FILE STATUS IS WS-DRWR-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  BANK-PARAM-REC.
           COPY CBBPARM.

       FD  LOAN-MASTER.
       01  LOAN-MASTER-REC.
           COPY CBLOAN.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           COPY CBCAL.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY CBDISP.

       FD  EXTERNAL-PAYMENT-FILE.
       01  EXTERNAL-PAYMENT-REC.
           COPY CBEXTP.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           COPY CBSTORD.

       FD  UNCLAIMED-FILE.
       01  UNCLAIMED-REC.
           COPY CBUNCL.

       FD  CASH-DRAWER-FILE.
       01  CASH-DRAWER-REC.
           COPY CBDRWR.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-EOF         VALUE "10".
           88  WS-ACCT-DUPLICATE   VALUE "22".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".


       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-EOF         VALUE "10".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-TLR-STATUS          PIC X(2).

       01  WS-BANK-STATUS         PIC X(2).

       01  WS-LOAN-STATUS         PIC X(2).
           88  WS-LOAN-OK          VALUE "00".
           88  WS-LOAN-EOF         VALUE "10".
           88  WS-LOAN-NOT-FOUND   VALUE "23", "35".

       01  WS-HOL-STATUS          PIC X(2).
           88  WS-HOL-OK           VALUE "00".
           88  WS-HOL-EOF          VALUE "10".
           88  WS-HOL-NOT-FOUND    VALUE "23", "35".

       01  WS-DISP-STATUS         PIC X(2).
           88  WS-DISP-OK          VALUE "00".
           88  WS-DISP-EOF         VALUE "10".
           88  WS-DISP-NOT-FOUND   VALUE "23", "35".

       01  WS-XP-STATUS           PIC X(2).
           88  WS-XP-OK            VALUE "00".
           88  WS-XP-EOF           VALUE "10".
           88  WS-XP-NOT-FOUND     VALUE "23", "35".

       01  WS-SO-STATUS           PIC X(2).
           88  WS-SO-OK            VALUE "00".
           88  WS-SO-EOF           VALUE "10".

       01  WS-UNCL-STATUS         PIC X(2).
           88  WS-UNCL-OK          VALUE "00".
           88  WS-UNCL-EOF         VALUE "10".
           88  WS-UNCL-NOT-FOUND   VALUE "23", "35".

       01  WS-DRWR-STATUS         PIC X(2).
           88  WS-DRWR-OK          VALUE "00".
           88  WS-DRWR-NOT-FOUND   VALUE "23", "35".

       01  WS-BDATE-STATUS        PIC X(2).

      *> ---------------------------------------------------
      *> DUAL-CONTROL POLICY AND THE DISPUTE DEADLINE, READ
      *> FROM BANKPARM.DAT AT START-UP (SEEDED WITH THE
      *> STANDARD DEFAULTS ON THE FIRST EVER RUN, MIRRORING
      *> FEEPOST.cob).
      *> ---------------------------------------------------
       01  WS-DUAL-LIMIT          PIC 9(7)V99.
       01  WS-PEND-EXPIRE-DAYS    PIC 9(3).
       01  WS-DISPUTE-DAYS        PIC 9(3).

       *> ---------------------------------------------------
       *> PENDING-APPROVALS WORK AREAS - THE NEXT FREE QUEUE

       01  INPUT-PRODUCT          PIC X(2).

       *> ---------------------------------------------------
       *> LOAN BOOKING WORK AREAS - THE TERMS KEYED BY THE
       *> TELLER AND THE LEVEL MONTHLY INSTALMENT WORKED OUT
       *> FROM THEM (MONTHLY RATE = DAILY RATE X 365 / 12).
       *> ---------------------------------------------------
       01  WS-LOAN-VARS.
           05  WS-LOAN-NEXT-NUM   PIC 9(5).
           05  WS-LOAN-RATE-MILLS PIC 9(6).
           05  WS-LOAN-RATE       PIC 9V9(6).
           05  WS-LOAN-TERM       PIC 9(3).
           05  WS-LOAN-MONTH-RATE PIC 9(2)V9(8).
           05  WS-LOAN-FACTOR     PIC 9(9)V9(8).
           05  WS-LOAN-INSTALMENT PIC 9(7)V99.
           05  WS-LOAN-START-INT  PIC 9(7).
           05  WS-LOAN-DUE-YYYY   PIC 9(4).
           05  WS-LOAN-DUE-MM     PIC 9(2).
           05  WS-LOAN-DUE-DD     PIC 9(2).
           05  WS-LOAN-BAD        PIC X(1).
               88  LOAN-TERMS-BAD  VALUE 'Y'.

       *> ---------------------------------------------------
       *> HOLIDAY CALENDAR MAINTENANCE WORK AREAS - THE DATE
       *> KEYED BY THE SUPERVISOR AND THE LISTING STATE.
       *> ---------------------------------------------------
       01  WS-HOL-VARS.
           05  WS-HOL-CHOICE      PIC X(1).
           05  WS-HOL-DATE        PIC 9(8).
           05  WS-HOL-INT         PIC 9(7).
           05  WS-HOL-DOW         PIC 9(1).
           05  WS-HOL-LISTED      PIC 9(3).

       *> ---------------------------------------------------
       *> CARD HOTLIST AND REISSUE WORK AREAS. A NEW OR
       *> REISSUED CARD IS GOOD TO THE END OF THE MONTH THE
       *> CARD LIFE FROM TODAY (SAME RULE AS ATM.cob). THE
       *> OLD CARD'S RECORD IS KEPT WHILE THE NEW ONE IS
       *> BUILT FROM IT.
       *> ---------------------------------------------------
       01  WS-CARD-LIFE-YEARS     PIC 9(1) VALUE 3.
       01  WS-EXPIRY-VARS.
           05  WS-EXP-WORK        PIC 9(8).
           05  WS-EXP-PARTS REDEFINES WS-EXP-WORK.
               10  WS-EXP-YYYY    PIC 9(4).
               10  WS-EXP-MM      PIC 9(2).
               10  WS-EXP-DD      PIC 9(2).

       01  WS-CARD-VARS.
           05  WS-OLD-CARD        PIC 9(8).
           05  WS-NEW-CARD        PIC 9(8).
           05  WS-CARDS-RELINKED  PIC 9(3).
           05  WS-HOTLIST-REASON  PIC X(1).

       01  WS-OLD-CUSTOMER.
           COPY CBCUST.

       *> ---------------------------------------------------
       *> CUSTOMER ALERT CHOICES - THE NAMES OF THE SEVEN
       *> NOTIFICATIONS, IN CF-ALERT-OPT ORDER (SEE CBCUST).
       *> ---------------------------------------------------
       01  WS-ALERT-NAME-VALUES.
           05  FILLER             PIC X(30)
               VALUE "BALANCE BELOW MINIMUM".
           05  FILLER             PIC X(30)
               VALUE "ACCOUNT OVERDRAWN".
           05  FILLER             PIC X(30)
               VALUE "STANDING ORDER FAILED".
           05  FILLER             PIC X(30)
               VALUE "EXTERNAL PAYMENT RETURNED".
           05  FILLER             PIC X(30)
               VALUE "DEPOSIT HOLD RELEASED".
           05  FILLER             PIC X(30)
               VALUE "CARD LOCKED AFTER FAILED PINS".
           05  FILLER             PIC X(30)
               VALUE "ACCOUNT ABOUT TO GO DORMANT".
       01  WS-ALERT-NAME-TABLE REDEFINES WS-ALERT-NAME-VALUES.
           05  WS-ALERT-NAME      PIC X(30) OCCURS 7 TIMES.

       01  WS-ALERT-VARS.
           05  WS-ALERT-IDX       PIC 9(1).
           05  WS-ALERT-PICK      PIC 9(1).
           05  WS-ALERT-ONOFF     PIC X(3).
           05  WS-ALERTS-CHANGED  PIC X(1).
               88  ALERTS-CHANGED  VALUE 'Y'.

       *> ---------------------------------------------------
       *> DISPUTE CASE WORK AREAS - THE NEXT FREE CASE NUMBER,
       *> THE CASE BEING OPENED OR RESOLVED, AND THE CREDIT
       *> TO POST TO THE CUSTOMER FOR IT.
       *> ---------------------------------------------------
       01  WS-DISP-VARS.
           05  WS-DISP-NEXT-CASE  PIC 9(6).
           05  WS-DISP-PICK       PIC 9(6).
           05  WS-DISP-CHOICE     PIC X(1).
           05  WS-DISP-REASON     PIC X(30).
           05  WS-DISP-PROV       PIC 9(7)V99.
           05  WS-DISP-CREDIT     PIC 9(7)V99.
           05  WS-DISP-LISTED     PIC 9(3).
           05  WS-DISP-DUE-INT    PIC 9(7).
           05  WS-DISP-DUP        PIC X(1).
               88  DISP-CASE-ON-FILE VALUE 'Y'.
           05  WS-DISP-DUP-CASE   PIC 9(6).
           05  WS-DISP-POSTED     PIC X(1).
               88  DISP-CREDIT-POSTED VALUE 'Y'.
           05  WS-DISP-AMT-FLAG   PIC X(1).
               88  DISP-AMOUNT-BAD VALUE 'Y'.

       *> ---------------------------------------------------
       *> BALANCE PAYOUT WORK AREAS - SHARED BY THE CLOSURE
       *> AND THE UNCLAIMED-BALANCE RECLAIM: THE ACCOUNT AND
       *> AMOUNT BEING PAID OUT, HOW (CASH, TRANSFER TO ONE
       *> OF OUR ACCOUNTS, OR AN EXTERNAL PAYMENT) AND WHERE
       *> TO, AND WHETHER THE MONEY HAS ACTUALLY LEFT.
       *> ---------------------------------------------------
       01  WS-PAYOUT-VARS.
           05  WS-PAYOUT-ACCT     PIC 9(5).
           05  WS-PAYOUT-AMOUNT   PIC 9(7)V99.
           05  WS-PAYOUT-CHOICE   PIC X(1).
           05  WS-PAYOUT-METHOD   PIC X(1).
               88  PAYOUT-IN-CASH     VALUE 'C'.
               88  PAYOUT-BY-TRANSFER VALUE 'T'.
               88  PAYOUT-EXTERNAL    VALUE 'E'.
           05  WS-PAYOUT-TYPE     PIC X(10).
           05  WS-PAYOUT-AUTH     PIC X(4).
           05  WS-PAYOUT-TO-ACCT  PIC 9(5).
           05  WS-PAYOUT-XP-SEQ   PIC 9(3).
           05  WS-PAYOUT-DEST-BANK   PIC 9(4).
           05  WS-PAYOUT-DEST-BRANCH PIC 9(4).
           05  WS-PAYOUT-DEST-ACCT   PIC 9(10).
           05  WS-PAYOUT-DEST-NAME   PIC X(20).
           05  WS-PAYOUT-READY    PIC X(1).
               88  PAYOUT-READY    VALUE 'Y'.
           05  WS-PAYOUT-DONE     PIC X(1).
               88  PAYOUT-DONE     VALUE 'Y'.
           05  WS-XP-SCAN         PIC X(1).
               88  XP-SCAN-DONE    VALUE 'Y'.
           05  WS-CLOSE-FLAG      PIC X(1).
               88  CLOSE-APPLIED   VALUE 'Y'.
      *> WHAT IS STILL HANGING OFF AN ACCOUNT THAT HAS BEEN
      *> PUT UP FOR CLOSURE - ANY ONE OF THEM HOLDS IT OPEN.
           05  WS-CLOSE-SO-COUNT  PIC 9(3).
           05  WS-CLOSE-XP-COUNT  PIC 9(3).
           05  WS-CLOSE-LOAN-COUNT PIC 9(3).
           05  WS-CLOSE-DISP-COUNT PIC 9(3).

       *> ---------------------------------------------------
       *> UNCLAIMED-BALANCE RECLAIM WORK AREAS - THE HELD
       *> LEDGER ENTRY FOUND FOR THE ACCOUNT AND WHETHER ITS
       *> MONEY HAS BEEN PUT BACK ON THE ACCOUNT TO PAY OUT.
       *> ---------------------------------------------------
       01  WS-UNCL-VARS.
           05  WS-UNCL-SCAN       PIC X(1).
               88  UNCL-SCAN-DONE  VALUE 'Y'.
           05  WS-UNCL-FOUND      PIC X(1).
               88  UNCLAIMED-FOUND VALUE 'Y'.
           05  WS-UNCL-CREDITED   PIC X(1).
               88  RECLAIM-CREDITED VALUE 'Y'.

       *> ---------------------------------------------------
       *> COUNTER CASH WORK AREAS - THE CASH BEING
       *> TAKEN IN OR PAID OUT, THE ACCOUNT'S PRODUCT RULES
       *> (HOLD PERIOD AND OVERDRAFT LIMIT, AS AT THE ATM),
       *> THE DEPOSIT HOLD BEING WRITTEN AND THE DRAWER
       *> POSITION SHOWN TO THE TELLER.
       *> ---------------------------------------------------
       01  WS-COUNTER-VARS.
           05  WS-DRAWER-FLAG     PIC X(1).
               88  DRAWER-READY    VALUE 'Y'.
           05  WS-DRAWER-CHOICE   PIC X(1).
           05  WS-COUNTER-AMOUNT  PIC 9(7)V99.
           05  WS-COUNTER-HOLD-DAYS PIC 9(2).
           05  WS-COUNTER-OD-LIMIT PIC 9(7)V99.
           05  WS-COUNTER-HOLD-SEQ PIC 9(3).
           05  WS-COUNTER-REL-DATE PIC 9(8).
           05  WS-COUNTER-SCAN    PIC X(1).
               88  COUNTER-SCAN-DONE VALUE 'Y'.
           05  WS-DRAWER-EXPECTED PIC S9(9)V99.
           05  WS-DRAWER-DIFF     PIC S9(9)V99.

       *> ---------------------------------------------------
       *> THE BANK BUSINESS DATE (BUSDATE.DAT) - THE DAY A
       *> TELLER'S DRAWER BELONGS TO AND THE DATE STAMPED ON
       *> DISPUTE CASES, LOANS, RECLAIMS AND COUNTER HOLDS.
       *> ---------------------------------------------------
       01  WS-BUSINESS-DATE       PIC 9(8).

       *> ---------------------------------------------------
       *> BUSINESS-DAY CALENDAR (CAT-BANK-CALENDAR) WORK
       *> AREAS - RELEASE DATE OF A COUNTER DEPOSIT HOLD.
       *> ---------------------------------------------------
       01  WS-CAL-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).

      *> ---------------------------------------------------
               10  WS-REV-TS      PIC 9(14).
               10  WS-REV-TYPE    PIC X(10).
               10  WS-REV-AMOUNT  PIC 9(7)V99.
      *> TAX WITHHELD FROM AN INTEREST ENTRY - THE WHT-TAX
      *> ENTRY CARRIES THE INTEREST ENTRY'S TIMESTAMP.
               10  WS-REV-TAX     PIC 9(7)V99.
      *> INTEREST PART OF A LOAN-PMT ENTRY - THE LOAN-INT MEMO
      *> ENTRY CARRIES THE LOAN-PMT ENTRY'S TIMESTAMP.
               10  WS-REV-LOAN-INT PIC 9(7)V99.

       01  WS-REV-VARS.
           05  WS-REV-DATE        PIC 9(8).
           05  WS-REV-HOLD-FLAG   PIC X(1).
               88  REV-HOLD-IN-FORCE VALUE 'Y'.
           05  WS-REV-HOLD-SEQ    PIC 9(3).
      *> THE LOAN A REVERSED LOAN-PMT WAS COLLECTED FOR -
      *> ZERO WHEN IT CANNOT BE IDENTIFIED.
           05  WS-REV-LOAN-NUM    PIC 9(5).
           05  WS-REV-LOAN-COUNT  PIC 9(3).
           05  WS-WORK-TL.
               COPY CBJRNL REPLACING ==05== BY ==10==.

               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           OPEN I-O LOAN-MASTER.
           IF WS-LOAN-NOT-FOUND
               OPEN OUTPUT LOAN-MASTER
               CLOSE LOAN-MASTER
               OPEN I-O LOAN-MASTER
           END-IF.
           OPEN I-O HOLIDAY-FILE.
           IF WS-HOL-NOT-FOUND
               OPEN OUTPUT HOLIDAY-FILE
               CLOSE HOLIDAY-FILE
               OPEN I-O HOLIDAY-FILE
           END-IF.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISP-NOT-FOUND
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           OPEN I-O EXTERNAL-PAYMENT-FILE.
           IF WS-XP-NOT-FOUND
               OPEN OUTPUT EXTERNAL-PAYMENT-FILE
               CLOSE EXTERNAL-PAYMENT-FILE
               OPEN I-O EXTERNAL-PAYMENT-FILE
           END-IF.
           OPEN I-O UNCLAIMED-FILE.
           IF WS-UNCL-NOT-FOUND
               OPEN OUTPUT UNCLAIMED-FILE
               CLOSE UNCLAIMED-FILE
               OPEN I-O UNCLAIMED-FILE
           END-IF.
           OPEN I-O CASH-DRAWER-FILE.
           IF WS-DRWR-NOT-FOUND
               OPEN OUTPUT CASH-DRAWER-FILE
               CLOSE CASH-DRAWER-FILE
               OPEN I-O CASH-DRAWER-FILE
           END-IF.
           PERFORM LOAD-PRODUCT-PARAMS.
           PERFORM LOAD-BANK-PARAMS.

           CLOSE CUSTOMER-MASTER.
           CLOSE DEPOSIT-HOLD-FILE.
           CLOSE PENDING-FILE.
           CLOSE LOAN-MASTER.
           CLOSE HOLIDAY-FILE.
           CLOSE DISPUTE-FILE.
           CLOSE EXTERNAL-PAYMENT-FILE.
           CLOSE UNCLAIMED-FILE.
           CLOSE CASH-DRAWER-FILE.
           CLOSE TELLER-MASTER.
           CLOSE TRAN-LOG-FILE.
           DISPLAY "ACCOUNT MAINTENANCE SESSION ENDED.".
           SET CF-CARD-UNLOCKED OF CUST-MASTER-REC TO TRUE
           MOVE 0 TO CF-PIN-HIST OF CUST-MASTER-REC (1)
           MOVE 0 TO CF-PIN-HIST OF CUST-MASTER-REC (2)
           MOVE 0 TO CF-PIN-HIST OF CUST-MASTER-REC (3)
           SET CF-CARD-ACTIVE OF CUST-MASTER-REC TO TRUE
           PERFORM SET-CARD-EXPIRY
           MOVE 0 TO CF-REPLACED-BY OF CUST-MASTER-REC
           MOVE SPACES TO CF-ALERT-OPTIONS OF CUST-MASTER-REC
           MOVE SPACES TO CF-WHT-EXEMPT OF CUST-MASTER-REC
           MOVE SPACES TO CF-SPARE OF CUST-MASTER-REC.

      *> ---------------------------------------------------
      *> SETS CF-EXPIRY-DATE TO THE LAST DAY OF THE MONTH
      *> THE CARD LIFE AFTER TODAY: STEP TO THE FIRST OF THE
      *> FOLLOWING MONTH AND BACK ONE DAY.
      *> ---------------------------------------------------
       SET-CARD-EXPIRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EXP-WORK
           ADD WS-CARD-LIFE-YEARS TO WS-EXP-YYYY
           ADD 1 TO WS-EXP-MM
           IF WS-EXP-MM > 12
               MOVE 1 TO WS-EXP-MM
               ADD 1 TO WS-EXP-YYYY
           END-IF
           MOVE 1 TO WS-EXP-DD
           COMPUTE CF-EXPIRY-DATE OF CUST-MASTER-REC =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-EXP-WORK) - 1).

       INIT-ACCT-DEFAULTS.
           SET DB-ACCT-OPEN OF ACCT-MASTER-REC TO TRUE
           DISPLAY " 7. OPEN NEW CUSTOMER"
           DISPLAY " 8. EDIT CUSTOMER DETAILS"
           DISPLAY " B. EDIT BALANCE"
           DISPLAY " I. COUNTER CASH DEPOSIT"
           DISPLAY " W. COUNTER CASH WITHDRAWAL"
           DISPLAY " T. TELLER CASH DRAWER"
           DISPLAY " R. REVERSE A TRANSACTION"
           DISPLAY " P. PENDING APPROVALS (SUPERVISOR)"
           DISPLAY " L. BOOK INSTALMENT LOAN"
           DISPLAY " H. HOLIDAY CALENDAR (SUPERVISOR)"
           DISPLAY " C. REPORT CARD LOST / STOLEN"
           DISPLAY " N. REISSUE CARD"
           DISPLAY " A. CUSTOMER ALERT CHOICES"
           DISPLAY " D. DISPUTE CASES"
           DISPLAY " U. RECLAIM UNCLAIMED BALANCE"
           DISPLAY " X. WITHHOLDING TAX EXEMPTION (SUPERVISOR)"
           DISPLAY " 9. EXIT"
           DISPLAY "==================================="
           DISPLAY "SELECT OPTION: " WITH NO ADVANCING.
               WHEN '8' PERFORM EDIT-CUSTOMER-DETAILS
               WHEN 'B' PERFORM EDIT-BALANCE
               WHEN 'b' PERFORM EDIT-BALANCE
               WHEN 'I' PERFORM COUNTER-CASH-DEPOSIT
               WHEN 'i' PERFORM COUNTER-CASH-DEPOSIT
               WHEN 'W' PERFORM COUNTER-CASH-WITHDRAWAL
               WHEN 'w' PERFORM COUNTER-CASH-WITHDRAWAL
               WHEN 'T' PERFORM MAINTAIN-CASH-DRAWER
               WHEN 't' PERFORM MAINTAIN-CASH-DRAWER
               WHEN 'R' PERFORM REVERSE-TRANSACTION
               WHEN 'r' PERFORM REVERSE-TRANSACTION
               WHEN 'P' PERFORM PENDING-APPROVALS
               WHEN 'p' PERFORM PENDING-APPROVALS
               WHEN 'L' PERFORM BOOK-INSTALMENT-LOAN
               WHEN 'l' PERFORM BOOK-INSTALMENT-LOAN
               WHEN 'H' PERFORM MAINTAIN-HOLIDAYS
               WHEN 'h' PERFORM MAINTAIN-HOLIDAYS
               WHEN 'C' PERFORM REPORT-CARD-LOST
               WHEN 'c' PERFORM REPORT-CARD-LOST
               WHEN 'N' PERFORM REISSUE-CARD
               WHEN 'n' PERFORM REISSUE-CARD
               WHEN 'A' PERFORM MAINTAIN-ALERT-CHOICES
               WHEN 'a' PERFORM MAINTAIN-ALERT-CHOICES
               WHEN 'D' PERFORM MAINTAIN-DISPUTES
               WHEN 'd' PERFORM MAINTAIN-DISPUTES
               WHEN 'U' PERFORM RECLAIM-UNCLAIMED-BALANCE
               WHEN 'u' PERFORM RECLAIM-UNCLAIMED-BALANCE
               WHEN 'X' PERFORM MAINTAIN-TAX-EXEMPTION
               WHEN 'x' PERFORM MAINTAIN-TAX-EXEMPTION
               WHEN '9' SET MAINT-DONE TO TRUE
               WHEN OTHER DISPLAY "INVALID SELECTION."
           END-EVALUATE.
                           DISPLAY "ERROR: NO CUSTOMER ON FILE FOR "
                               "THAT CARD. OPEN THE CUSTOMER FIRST."
                   END-READ
                   IF WS-CUST-OK
                       AND CF-CARD-HOTLISTED OF CUST-MASTER-REC
                       DISPLAY "ERROR: THAT CARD IS HOTLISTED. REISSUE "
                           "IT AND OPEN THE ACCOUNT ON THE NEW CARD."
                       MOVE "23" TO WS-CUST-STATUS
                   END-IF
                   IF WS-CUST-OK
                   DISPLAY "ACCOUNT NAME (UP TO 20 CHARS): "
                       WITH NO ADVANCING
               AT END
                   MOVE 1000.00 TO WS-DUAL-LIMIT
                   MOVE 7       TO WS-PEND-EXPIRE-DAYS
                   MOVE 45      TO WS-DISPUTE-DAYS
               NOT AT END
                   MOVE BP-DUAL-LIMIT       TO WS-DUAL-LIMIT
                   MOVE BP-PEND-EXPIRE-DAYS TO WS-PEND-EXPIRE-DAYS
                   IF BP-DISPUTE-DAYS IS NUMERIC
                       MOVE BP-DISPUTE-DAYS TO WS-DISPUTE-DAYS
                   ELSE
                       MOVE 45 TO WS-DISPUTE-DAYS
                   END-IF
           END-READ.
           CLOSE BANK-PARAM-FILE.

           MOVE 0       TO BP-LAST-FEE-RUN
           MOVE 1000.00 TO BP-DUAL-LIMIT
           MOVE 7       TO BP-PEND-EXPIRE-DAYS
           MOVE 7       TO BP-SNAP-KEEP-DAYS
           MOVE 45      TO BP-DISPUTE-DAYS
           MOVE 5       TO BP-ESCHEAT-YEARS
           MOVE 0.2000  TO BP-WHT-RATE
           WRITE BANK-PARAM-REC.
           CLOSE BANK-PARAM-FILE.

       REQUEST-CLOSE-ACCOUNT.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCT-OK
               IF DB-ACCT-CLOSED OF ACCT-MASTER-REC
                   DISPLAY "ACCOUNT IS ALREADY CLOSED."
               ELSE
                   MOVE DB-BALANCE OF ACCT-MASTER-REC TO DISPLAY-MONEY
                   DISPLAY "CURRENT BALANCE: " DISPLAY-MONEY
                       " - PAID OUT TO THE CUSTOMER WHEN THE "
                       "CLOSURE IS APPROVED."
                   MOVE "CLOS" TO WS-PEND-ACTION
                   MOVE 0 TO WS-PEND-NEWBAL
                   PERFORM QUEUE-PENDING-ACTION
               END-IF
           END-IF.

       REQUEST-UNLOCK-ACCOUNT.
                           PA-ACTION OF PENDING-REC "."
               END-EVALUATE
      *> A QUEUED BALANCE EDIT THAT COULD NOT BE APPLIED
      *> (OVERSIZE DELTA AGAINST TODAY'S BALANCE), OR A
      *> CLOSURE WHOSE BALANCE COULD NOT BE PAID OUT, STAYS
      *> PENDING RATHER THAN BEING FLAGGED APPROVED.
               IF WS-ACCT-OK
                   AND (NOT PA-ACT-BALEDIT OF PENDING-REC
                       OR BAL-EDIT-APPLIED)
                   AND (NOT PA-ACT-CLOSE OF PENDING-REC
                       OR CLOSE-APPLIED)
                   SET PA-APPROVED OF PENDING-REC TO TRUE
                   MOVE WS-SIGNED-ON-TELLER
                       TO PA-APPR-TELLER OF PENDING-REC
      *> THE APPROVER (TL-TELLER-ID) AND REQUESTER
      *> (TL-AUTH-ID).
      *> ---------------------------------------------------

      *> AN ACCOUNT ONLY CLOSES ONCE ITS MONEY HAS GONE
      *> SOMEWHERE. A CREDIT BALANCE IS PAID OUT FIRST - IN
      *> CASH ACROSS THE COUNTER, BY TRANSFER TO ANOTHER OF
      *> OUR ACCOUNTS, OR AS AN OUTBOUND EXTERNAL PAYMENT -
      *> AND THE PAYOUT IS JOURNALED AHEAD OF THE CLOSURE.
      *> AN OVERDRAWN ACCOUNT, OR ONE WITH DEPOSITS STILL ON
      *> HOLD, CANNOT CLOSE YET AND THE REQUEST STAYS
      *> PENDING; SO DOES ONE WHOSE PAYOUT DID NOT GO
      *> THROUGH, AND ONE THAT SOMETHING ELSE ON FILE STILL
      *> RELIES ON (SEE CHECK-CLOSE-BLOCKERS).
       APPLY-CLOSE-ACTION.
           MOVE 'N' TO WS-CLOSE-FLAG
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-PAYOUT-ACCT
           PERFORM CHECK-CLOSE-BLOCKERS
           IF WS-CLOSE-SO-COUNT > 0 OR WS-CLOSE-XP-COUNT > 0
               OR WS-CLOSE-LOAN-COUNT > 0 OR WS-CLOSE-DISP-COUNT > 0
               DISPLAY "REFUSED: THE ACCOUNT IS STILL IN USE (SEE "
                   "ABOVE). CLEAR THOSE FIRST - REQUEST LEFT PENDING."
           ELSE
           IF DB-BALANCE OF ACCT-MASTER-REC < 0
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO DISPLAY-MONEY
               DISPLAY "REFUSED: THE ACCOUNT IS OVERDRAWN ("
                   DISPLAY-MONEY "). IT MUST BE BROUGHT BACK TO "
                   "ZERO BEFORE IT CAN CLOSE - REQUEST LEFT PENDING."
           ELSE
           IF DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               NOT = DB-BALANCE OF ACCT-MASTER-REC
               DISPLAY "REFUSED: DEPOSITS ARE STILL ON HOLD ON THIS "
                   "ACCOUNT. CLOSE IT ONCE THEY HAVE CLEARED - "
                   "REQUEST LEFT PENDING."
           ELSE
           IF DB-BALANCE OF ACCT-MASTER-REC = 0
               PERFORM CLOSE-PAID-OUT-ACCOUNT
           ELSE
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-PAYOUT-AMOUNT
               MOVE WS-PAYOUT-AMOUNT TO DISPLAY-MONEY
               DISPLAY "BALANCE TO PAY OUT BEFORE CLOSING: "
                   DISPLAY-MONEY
               MOVE PA-REQ-TELLER OF PENDING-REC TO WS-PAYOUT-AUTH
               PERFORM CAPTURE-PAYOUT-METHOD
               IF PAYOUT-READY
                   PERFORM POST-PAYOUT
               END-IF
               IF PAYOUT-DONE
                   PERFORM CLOSE-PAID-OUT-ACCOUNT
               ELSE
                   DISPLAY "NOTHING PAID OUT - REQUEST LEFT PENDING."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------
      *> THE RECORDS THAT WOULD GO ON POINTING AT THE ACCOUNT
      *> IN WS-PAYOUT-ACCT AFTER IT CLOSED: ACTIVE STANDING
      *> ORDERS PAYING FROM OR INTO IT, EXTERNAL PAYMENTS
      *> STILL WAITING TO BE SENT FROM IT, LIVE LOANS THAT
      *> REPAY FROM IT AND DISPUTE CASES STILL OPEN ON IT.
      *> THE NIGHT RUN WOULD TRIP OVER EVERY ONE OF THEM, SO
      *> EACH IS COUNTED AND LISTED FOR THE TELLER. A MISSING
      *> STORDER.DAT MEANS NO ORDERS.
      *> ---------------------------------------------------
       CHECK-CLOSE-BLOCKERS.
           MOVE 0 TO WS-CLOSE-SO-COUNT.
           MOVE 0 TO WS-CLOSE-XP-COUNT.
           MOVE 0 TO WS-CLOSE-LOAN-COUNT.
           MOVE 0 TO WS-CLOSE-DISP-COUNT.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-SO-OK
               PERFORM UNTIL NOT WS-SO-OK
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SO-ACTIVE OF STANDING-ORDER-REC
                               AND (SO-ACCT-NUM OF STANDING-ORDER-REC
                                   = WS-PAYOUT-ACCT
                               OR SO-DEST-ACCT OF STANDING-ORDER-REC
                                   = WS-PAYOUT-ACCT)
                               ADD 1 TO WS-CLOSE-SO-COUNT
                               DISPLAY "  ACTIVE STANDING ORDER "
                                   SO-ACCT-NUM OF STANDING-ORDER-REC
                                   "/" SO-SEQ OF STANDING-ORDER-REC
                                   " TO " SO-DEST-ACCT OF
                                   STANDING-ORDER-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-FILE
           END-IF.
           MOVE 'N' TO WS-XP-SCAN.
           MOVE WS-PAYOUT-ACCT TO XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC.
           MOVE 0 TO XP-SEQ OF EXTERNAL-PAYMENT-REC.
           START EXTERNAL-PAYMENT-FILE KEY >
               XP-KEY OF EXTERNAL-PAYMENT-REC
               INVALID KEY
                   SET XP-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL XP-SCAN-DONE
               READ EXTERNAL-PAYMENT-FILE NEXT RECORD
                   AT END
                       SET XP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC
                           NOT = WS-PAYOUT-ACCT
                           SET XP-SCAN-DONE TO TRUE
                       ELSE
                           IF XP-PENDING OF EXTERNAL-PAYMENT-REC
                               ADD 1 TO WS-CLOSE-XP-COUNT
                               MOVE XP-AMOUNT OF EXTERNAL-PAYMENT-REC
                                   TO DISPLAY-MONEY
                               DISPLAY "  EXTERNAL PAYMENT "
                                   XP-SEQ OF EXTERNAL-PAYMENT-REC
                                   " FOR " DISPLAY-MONEY
                                   " NOT YET SENT"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-XP-STATUS.
           MOVE 0 TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           START LOAN-MASTER KEY > LN-LOAN-NUM OF LOAN-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-LOAN-STATUS
           END-START.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LN-ACTIVE OF LOAN-MASTER-REC
                           AND LN-ACCT-NUM OF LOAN-MASTER-REC
                               = WS-PAYOUT-ACCT
                           ADD 1 TO WS-CLOSE-LOAN-COUNT
                           MOVE LN-OUTSTANDING OF LOAN-MASTER-REC
                               TO DISPLAY-MONEY
                           DISPLAY "  LOAN " LN-LOAN-NUM OF
                               LOAN-MASTER-REC " STILL REPAYING, "
                               DISPLAY-MONEY " OUTSTANDING"
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOAN-STATUS.
           MOVE 0 TO DS-CASE-NUM OF DISPUTE-REC.
           START DISPUTE-FILE KEY > DS-CASE-NUM OF DISPUTE-REC
               INVALID KEY
                   MOVE "10" TO WS-DISP-STATUS
           END-START.
           PERFORM UNTIL WS-DISP-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-OPEN OF DISPUTE-REC
                           AND DS-ACCT-NUM OF DISPUTE-REC
                               = WS-PAYOUT-ACCT
                           ADD 1 TO WS-CLOSE-DISP-COUNT
                           DISPLAY "  DISPUTE CASE " DS-CASE-NUM OF
                               DISPUTE-REC " STILL OPEN"
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-DISP-STATUS.

       CLOSE-PAID-OUT-ACCOUNT.
           MOVE WS-PAYOUT-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ ACCOUNT."
           END-READ
           IF WS-ACCT-OK
               SET DB-ACCT-CLOSED OF ACCT-MASTER-REC TO TRUE
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE ACCOUNT."
               END-REWRITE
           END-IF
           MOVE "MAINT-CLOS" TO WS-LOG-TYPE
           IF WS-ACCT-OK
               SET CLOSE-APPLIED TO TRUE
               DISPLAY "ACCOUNT CLOSED."
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
           MOVE PA-REQ-TELLER OF PENDING-REC TO WS-LOG-AUTH
           PERFORM LOG-MAINT-ACTION.

      *> ---------------------------------------------------
      *> BALANCE PAYOUT - USED WHEN AN ACCOUNT CLOSES AND
      *> WHEN A RETURNING OWNER RECLAIMS AN ESCHEATED
      *> BALANCE. THE CALLER SETS WS-PAYOUT-ACCT,
      *> WS-PAYOUT-AMOUNT AND WS-PAYOUT-AUTH. THE METHOD AND
      *> ITS DETAILS ARE TAKEN AND CHECKED FIRST (NOTHING
      *> MOVES UNTIL PAYOUT-READY), THEN POST-PAYOUT TAKES
      *> THE MONEY OFF THE ACCOUNT AND JOURNALS IT:
      *>   CASH     - "CASH-OUT", COUNTED OUT AT THE COUNTER
      *>   TRANSFER - "XFER-OUT" HERE AND "XFER-IN" ON THE
      *>              RECEIVING ACCOUNT, WHICH MUST BE OPEN
      *>   EXTERNAL - "XFER-EXT", WITH A PRE-FUNDED ('F')
      *>              INSTRUCTION ON EXTPAY.DAT THAT TONIGHT'S
      *>              SEND BATCH PUTS ON THE CLEARING FILE
      *>              WITHOUT DEBITING AGAIN (SEE CBEXTP)
      *> ---------------------------------------------------
       CAPTURE-PAYOUT-METHOD.
           MOVE 'N' TO WS-PAYOUT-READY.
           MOVE 'N' TO WS-PAYOUT-DONE.
           MOVE SPACE TO WS-PAYOUT-METHOD.
           DISPLAY "PAY OUT BY C=CASH AT THE COUNTER, T=TRANSFER TO "
               "ANOTHER ACCOUNT, E=EXTERNAL PAYMENT: "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:1) TO WS-PAYOUT-CHOICE.
           EVALUATE WS-PAYOUT-CHOICE
               WHEN 'C' PERFORM CHOOSE-CASH-PAYOUT
               WHEN 'c' PERFORM CHOOSE-CASH-PAYOUT
               WHEN 'T' PERFORM CHOOSE-TRANSFER-PAYOUT
               WHEN 't' PERFORM CHOOSE-TRANSFER-PAYOUT
               WHEN 'E' PERFORM CHOOSE-EXTERNAL-PAYOUT
               WHEN 'e' PERFORM CHOOSE-EXTERNAL-PAYOUT
               WHEN OTHER DISPLAY "NO PAYOUT METHOD CHOSEN."
           END-EVALUATE.

      *> CASH COMES OUT OF THE SIGNED-ON OFFICER'S DRAWER, SO
      *> IT MUST BE OPEN FOR THE DAY.
       CHOOSE-CASH-PAYOUT.
           PERFORM FIND-OPEN-DRAWER.
           IF DRAWER-READY
               SET PAYOUT-IN-CASH TO TRUE
               SET PAYOUT-READY TO TRUE
           END-IF.

       CHOOSE-TRANSFER-PAYOUT.
           DISPLAY "PAY INTO ACCOUNT NUMBER (5 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           IF RAW-STRING(1:5) IS NOT NUMERIC
               DISPLAY "INVALID ACCOUNT FORMAT."
           ELSE
               MOVE RAW-STRING(1:5) TO WS-PAYOUT-TO-ACCT
               IF WS-PAYOUT-TO-ACCT = WS-PAYOUT-ACCT
                   DISPLAY "REFUSED: AN ACCOUNT CANNOT BE PAID OUT "
                       "INTO ITSELF."
               ELSE
                   MOVE WS-PAYOUT-TO-ACCT
                       TO DB-ACCT-NUM OF ACCT-MASTER-REC
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           DISPLAY "ERROR: ACCOUNT NOT FOUND."
                   END-READ
                   IF WS-ACCT-OK
                       IF DB-ACCT-CLOSED OF ACCT-MASTER-REC
                           DISPLAY "REFUSED: ACCOUNT "
                               WS-PAYOUT-TO-ACCT " IS CLOSED."
                       ELSE
                           DISPLAY "PAYING INTO "
                               DB-NAME OF ACCT-MASTER-REC
                           SET PAYOUT-BY-TRANSFER TO TRUE
                           SET PAYOUT-READY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHOOSE-EXTERNAL-PAYOUT.
           PERFORM FIND-NEXT-PAYOUT-SEQ.
           IF WS-PAYOUT-XP-SEQ >= 999
               DISPLAY "REFUSED: NO EXTERNAL PAYMENT SLOTS LEFT ON "
                   "THIS ACCOUNT."
           ELSE
               ADD 1 TO WS-PAYOUT-XP-SEQ
               DISPLAY "DESTINATION BANK CODE (4 DIGITS): "
                   WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING(1:4) IS NOT NUMERIC
                   DISPLAY "INVALID BANK CODE."
               ELSE
                   MOVE RAW-STRING(1:4) TO WS-PAYOUT-DEST-BANK
                   DISPLAY "DESTINATION BRANCH CODE (4 DIGITS): "
                       WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING(1:4) IS NOT NUMERIC
                       DISPLAY "INVALID BRANCH CODE."
                   ELSE
                       MOVE RAW-STRING(1:4) TO WS-PAYOUT-DEST-BRANCH
                       DISPLAY "DESTINATION ACCOUNT (10 DIGITS): "
                           WITH NO ADVANCING
                       ACCEPT RAW-STRING
                       IF RAW-STRING(1:10) IS NOT NUMERIC
                           DISPLAY "INVALID ACCOUNT NUMBER."
                       ELSE
                           MOVE RAW-STRING(1:10)
                               TO WS-PAYOUT-DEST-ACCT
                           DISPLAY "PAYEE NAME (UP TO 20 CHARS): "
                               WITH NO ADVANCING
                           ACCEPT WS-PAYOUT-DEST-NAME
                           SET PAYOUT-EXTERNAL TO TRUE
                           SET PAYOUT-READY TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> HIGHEST EXTERNAL PAYMENT SEQUENCE ALREADY USED BY
      *> THE PAYING ACCOUNT (ZERO FOR NONE) - SAME RULE AS
      *> THE ATM'S OWN PAYMENT SET-UP.
      *> ---------------------------------------------------
       FIND-NEXT-PAYOUT-SEQ.
           MOVE 0 TO WS-PAYOUT-XP-SEQ.
           MOVE 'N' TO WS-XP-SCAN.
           MOVE WS-PAYOUT-ACCT TO XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC.
           MOVE 0 TO XP-SEQ OF EXTERNAL-PAYMENT-REC.
           START EXTERNAL-PAYMENT-FILE KEY >
               XP-KEY OF EXTERNAL-PAYMENT-REC
               INVALID KEY
                   SET XP-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL XP-SCAN-DONE
               READ EXTERNAL-PAYMENT-FILE NEXT RECORD
                   AT END
                       SET XP-SCAN-DONE TO TRUE
                   NOT AT END
                       IF XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC
                           NOT = WS-PAYOUT-ACCT
                           SET XP-SCAN-DONE TO TRUE
                       ELSE
                           MOVE XP-SEQ OF EXTERNAL-PAYMENT-REC
                               TO WS-PAYOUT-XP-SEQ
                       END-IF
               END-READ
           END-PERFORM.

       POST-PAYOUT.
           MOVE 'N' TO WS-PAYOUT-DONE.
           EVALUATE TRUE
               WHEN PAYOUT-IN-CASH
                   MOVE "CASH-OUT" TO WS-PAYOUT-TYPE
                   PERFORM DEBIT-PAYOUT-ACCOUNT
                   IF PAYOUT-DONE
                       MOVE WS-PAYOUT-AMOUNT TO WS-COUNTER-AMOUNT
                       PERFORM DRAWER-CASH-OUT
                   END-IF
               WHEN PAYOUT-BY-TRANSFER
                   MOVE "XFER-OUT" TO WS-PAYOUT-TYPE
                   PERFORM DEBIT-PAYOUT-ACCOUNT
                   IF PAYOUT-DONE
                       PERFORM CREDIT-PAYOUT-TARGET
                   END-IF
               WHEN PAYOUT-EXTERNAL
                   MOVE "XFER-EXT" TO WS-PAYOUT-TYPE
                   PERFORM WRITE-PAYOUT-INSTRUCTION
                   IF WS-XP-OK
                       PERFORM DEBIT-PAYOUT-ACCOUNT
                       IF NOT PAYOUT-DONE
                           PERFORM CANCEL-PAYOUT-INSTRUCTION
                       END-IF
                   END-IF
           END-EVALUATE.
           IF PAYOUT-DONE
               MOVE WS-PAYOUT-AMOUNT TO DISPLAY-MONEY
               EVALUATE TRUE
                   WHEN PAYOUT-IN-CASH
                       DISPLAY "PAY THE CUSTOMER " DISPLAY-MONEY
                           " IN CASH."
                   WHEN PAYOUT-BY-TRANSFER
                       DISPLAY DISPLAY-MONEY " TRANSFERRED TO "
                           "ACCOUNT " WS-PAYOUT-TO-ACCT "."
                   WHEN PAYOUT-EXTERNAL
                       DISPLAY "EXTERNAL PAYMENT " WS-PAYOUT-XP-SEQ
                           " FOR " DISPLAY-MONEY " QUEUED - IT "
                           "GOES OUT ON TONIGHT'S CLEARING FILE."
               END-EVALUATE
           END-IF.

       DEBIT-PAYOUT-ACCOUNT.
           MOVE WS-PAYOUT-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ ACCOUNT."
           END-READ.
           IF WS-ACCT-OK
               SUBTRACT WS-PAYOUT-AMOUNT
                   FROM DB-BALANCE OF ACCT-MASTER-REC
               SUBTRACT WS-PAYOUT-AMOUNT
                   FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE ACCOUNT."
               END-REWRITE
           END-IF.
           IF WS-ACCT-OK
               SET PAYOUT-DONE TO TRUE
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               MOVE 'F' TO WS-LOG-STATUS
           END-IF.
           MOVE WS-PAYOUT-ACCT   TO WS-LOG-ACCT.
           MOVE WS-PAYOUT-TYPE   TO WS-LOG-TYPE.
           MOVE WS-PAYOUT-AMOUNT TO WS-LOG-AMOUNT.
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE.
           MOVE WS-PAYOUT-AUTH   TO WS-LOG-AUTH.
           PERFORM LOG-TRANSACTION.

      *> THE PAYOUT HAS ALREADY LEFT THE PAYING ACCOUNT, SO A
      *> FAILURE HERE IS SHOUTED FOR MANUAL CORRECTION RATHER
      *> THAN UNWOUND.
       CREDIT-PAYOUT-TARGET.
           MOVE WS-PAYOUT-TO-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: RECEIVING ACCOUNT NOT FOUND."
           END-READ.
           IF WS-ACCT-OK
               ADD WS-PAYOUT-AMOUNT TO DB-BALANCE OF ACCT-MASTER-REC
               ADD WS-PAYOUT-AMOUNT
                   TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8)
                   TO DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE RECEIVING "
                           "ACCOUNT."
               END-REWRITE
           END-IF.
           IF WS-ACCT-OK
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               DISPLAY "*** THE PAYOUT LEFT ACCOUNT " WS-PAYOUT-ACCT
                   " BUT DID NOT REACH " WS-PAYOUT-TO-ACCT
                   " - MANUAL CORRECTION REQUIRED."
               MOVE 'F' TO WS-LOG-STATUS
           END-IF.
           MOVE WS-PAYOUT-TO-ACCT TO WS-LOG-ACCT.
           MOVE "XFER-IN"         TO WS-LOG-TYPE.
           MOVE WS-PAYOUT-AMOUNT  TO WS-LOG-AMOUNT.
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE.
           MOVE WS-PAYOUT-AUTH    TO WS-LOG-AUTH.
           PERFORM LOG-TRANSACTION.

       WRITE-PAYOUT-INSTRUCTION.
           MOVE WS-PAYOUT-ACCT   TO XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-XP-SEQ TO XP-SEQ OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-DEST-BANK
               TO XP-DEST-BANK OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-DEST-BRANCH
               TO XP-DEST-BRANCH OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-DEST-ACCT
               TO XP-DEST-ACCT OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-DEST-NAME
               TO XP-DEST-NAME OF EXTERNAL-PAYMENT-REC.
           MOVE WS-PAYOUT-AMOUNT TO XP-AMOUNT OF EXTERNAL-PAYMENT-REC.
           SET XP-FUNDED OF EXTERNAL-PAYMENT-REC TO TRUE.
           MOVE 0 TO XP-SENT-DATE OF EXTERNAL-PAYMENT-REC.
           WRITE EXTERNAL-PAYMENT-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO QUEUE THE EXTERNAL "
                       "PAYMENT."
           END-WRITE.

       CANCEL-PAYOUT-INSTRUCTION.
           SET XP-CANCELLED OF EXTERNAL-PAYMENT-REC TO TRUE.
           REWRITE EXTERNAL-PAYMENT-REC
               INVALID KEY
                   DISPLAY "*** UNABLE TO CANCEL EXTERNAL PAYMENT "
                       WS-PAYOUT-ACCT "/" WS-PAYOUT-XP-SEQ
                       " - IT MUST BE STOPPED BY HAND BEFORE TONIGHT'S"
                       " SEND RUN."
           END-REWRITE.

      *> ---------------------------------------------------
      *> CLEARS BOTH LOCKS THE CUSTOMER CAN RUN INTO: THE
      *> PER-ACCOUNT TELLER LOCK ON THE MASTER RECORD, AND
      *> JOURNALED UNDER THE SIGNED-ON TELLER WITH
      *> TL-REF-TIMESTAMP POINTING AT THE ENTRY IT REVERSES:
      *>   REV-DR - BACKS A CREDIT OUT (DEPOSIT, XFER-IN,
      *>            EXT-IN, INTEREST; AND A DISPUTE CREDIT
      *>            WHEN THE BANK WINS THE CASE)
      *>   REV-CR - PUTS A DEBIT BACK (WITHDRAW, XFER-OUT,
      *>            CASH-OUT, FEE, OD-INT, LOAN-PMT - THE LOAN
      *>            PAYMENT GOES BACK ON THE LOAN AS ARREARS)
      *> REVERSING INTEREST THAT HAD TAX WITHHELD ALSO PUTS
      *> THE TAX BACK, AS A SECOND REV-CR WITH THE SAME
      *> REFERENCE, SO ONLY THE NET INTEREST LEAVES THE
      *> ACCOUNT.
      *> THE EOD REPORT, GL EXTRACT AND STATEMENT RUN ALL
      *> RECOGNISE BOTH TYPES, AND AN ENTRY THAT ALREADY HAS
      *> A REVERSAL ON FILE CANNOT BE REVERSED A SECOND TIME.
      *> AN ENTRY UNDER AN OPEN DISPUTE CASE IS LEFT TO THE
      *> CASE'S RESOLUTION.
      *> ---------------------------------------------------
       REVERSE-TRANSACTION.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCT-OK
               PERFORM CAPTURE-ENTRY-DATE
               IF WS-REV-DATE > 0
                   PERFORM LIST-REVERSIBLE-ENTRIES
                   IF WS-REV-COUNT = 0
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> KEYS THE DAY OF THE JOURNAL ENTRY TO PICK FROM.
      *> WS-REV-DATE IS LEFT AT ZERO WHEN REJECTED.
      *> ---------------------------------------------------
       CAPTURE-ENTRY-DATE.
           DISPLAY "DATE OF TRANSACTION (YYYYMMDD, BLANK=TODAY): "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           IF RAW-STRING = SPACES
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-REV-DATE
           ELSE
               IF RAW-STRING(1:8) IS NUMERIC
                   MOVE RAW-STRING(1:8) TO WS-REV-DATE
               ELSE
                   DISPLAY "INVALID DATE FORMAT."
                   MOVE 0 TO WS-REV-DATE
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> LISTS THE DAY'S SUCCESSFUL MONEY MOVEMENTS FOR THE
      *> ACCOUNT, NUMBERED FOR THE TELLER TO PICK FROM. THE
           OPEN EXTEND TRAN-LOG-FILE.

       CONSIDER-REVERSIBLE-ENTRY.
           IF TL-TRAN-TYPE OF WS-WORK-TL = "WHT-TAX"
               PERFORM NOTE-INTEREST-TAX
           END-IF.
           IF TL-TRAN-TYPE OF WS-WORK-TL = "LOAN-INT"
               PERFORM NOTE-LOAN-INTEREST
           END-IF.
           IF TL-ACCT-NUM OF WS-WORK-TL = INPUT-ACCT
               AND TL-STATUS OF WS-WORK-TL = 'S'
               AND TL-TIMESTAMP OF WS-WORK-TL (1:8) = WS-REV-DATE
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "WITHDRAW"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "XFER-IN"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "XFER-OUT"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "CASH-OUT"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "EXT-IN"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "INTEREST"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "OD-INT"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "FEE"
                   OR TL-TRAN-TYPE OF WS-WORK-TL = "LOAN-PMT"
                   ADD 1 TO WS-REV-COUNT
                   MOVE TL-TIMESTAMP OF WS-WORK-TL
                       TO WS-REV-TS (WS-REV-COUNT)
                       TO WS-REV-TYPE (WS-REV-COUNT)
                   MOVE TL-AMOUNT OF WS-WORK-TL
                       TO WS-REV-AMOUNT (WS-REV-COUNT)
                   MOVE 0 TO WS-REV-TAX (WS-REV-COUNT)
                   MOVE 0 TO WS-REV-LOAN-INT (WS-REV-COUNT)
                   MOVE TL-AMOUNT OF WS-WORK-TL TO DISPLAY-MONEY
                   DISPLAY "  " WS-REV-COUNT ". "
                       WS-REV-TS (WS-REV-COUNT) " "
               END-IF
           END-IF.

      *> THE TAX ENTRY FOLLOWS ITS INTEREST ENTRY ON THE
      *> JOURNAL, SO THE INTEREST IS ALREADY IN THE TABLE.
       NOTE-INTEREST-TAX.
           IF TL-ACCT-NUM OF WS-WORK-TL = INPUT-ACCT
               AND TL-STATUS OF WS-WORK-TL = 'S'
               PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-REV-COUNT
                   IF WS-REV-TS (REV-IDX) = TL-TIMESTAMP OF WS-WORK-TL
                       AND WS-REV-TYPE (REV-IDX) = "INTEREST"
                       MOVE TL-AMOUNT OF WS-WORK-TL
                           TO WS-REV-TAX (REV-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> LIKEWISE THE LOAN BATCH WRITES A PAYMENT'S INTEREST
      *> PART RIGHT AFTER ITS LOAN-PMT ENTRY.
       NOTE-LOAN-INTEREST.
           IF TL-ACCT-NUM OF WS-WORK-TL = INPUT-ACCT
               AND TL-STATUS OF WS-WORK-TL = 'S'
               PERFORM VARYING REV-IDX FROM 1 BY 1
                   UNTIL REV-IDX > WS-REV-COUNT
                   IF WS-REV-TS (REV-IDX) = TL-TIMESTAMP OF WS-WORK-TL
                       AND WS-REV-TYPE (REV-IDX) = "LOAN-PMT"
                       MOVE TL-AMOUNT OF WS-WORK-TL
                           TO WS-REV-LOAN-INT (REV-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       PICK-AND-APPLY-REVERSAL.
           DISPLAY "ENTRY NUMBER TO REVERSE (2 DIGITS): "
               WITH NO ADVANCING.
                   DISPLAY "INVALID ENTRY NUMBER."
               ELSE
                   PERFORM CHECK-ALREADY-REVERSED
                   PERFORM FIND-OPEN-DISPUTE
                   IF REV-ALREADY-DONE
                       DISPLAY "REFUSED: THAT ENTRY ALREADY HAS A "
                           "REVERSAL ON FILE."
                   ELSE
                   IF DISP-CASE-ON-FILE
                       DISPLAY "REFUSED: DISPUTE CASE "
                           WS-DISP-DUP-CASE " IS OPEN AGAINST THAT "
                           "ENTRY. RESOLVE THE CASE INSTEAD."
                   ELSE
                   IF WS-REV-TYPE (WS-REV-PICK) = "LOAN-PMT"
                       PERFORM FIND-REVERSED-LOAN
                       IF WS-REV-LOAN-NUM = 0
                           DISPLAY "REVERSAL NOT APPLIED."
                       ELSE
                           PERFORM APPLY-REVERSAL
                       END-IF
                   ELSE
                       PERFORM APPLY-REVERSAL
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

               OR WS-REV-TYPE (WS-REV-PICK) = "XFER-IN"
               OR WS-REV-TYPE (WS-REV-PICK) = "EXT-IN"
               OR WS-REV-TYPE (WS-REV-PICK) = "INTEREST"
               OR WS-REV-TYPE (WS-REV-PICK) = "DISP-CR"
               MOVE 'D' TO WS-REV-DIR
           ELSE
               MOVE 'C' TO WS-REV-DIR
                       SUBTRACT WS-REV-AMOUNT (WS-REV-PICK)
                           FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   END-IF
                   ADD WS-REV-TAX (WS-REV-PICK)
                       TO DB-BALANCE OF ACCT-MASTER-REC
                   ADD WS-REV-TAX (WS-REV-PICK)
                       TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               ELSE
                   ADD WS-REV-AMOUNT (WS-REV-PICK)
                       TO DB-BALANCE OF ACCT-MASTER-REC
                       MOVE "REV-CR" TO WS-LOG-TYPE
                   END-IF
                   MOVE WS-REV-AMOUNT (WS-REV-PICK) TO WS-LOG-AMOUNT
                   COMPUTE WS-LOG-BALANCE =
                       DB-BALANCE OF ACCT-MASTER-REC
                       - WS-REV-TAX (WS-REV-PICK)
                   MOVE 'S' TO WS-LOG-STATUS
                   MOVE WS-REV-TS (WS-REV-PICK) TO WS-LOG-REF
                   PERFORM LOG-TRANSACTION
                   IF WS-REV-TAX (WS-REV-PICK) > 0
                       MOVE "REV-CR" TO WS-LOG-TYPE
                       MOVE WS-REV-TAX (WS-REV-PICK) TO WS-LOG-AMOUNT
                       MOVE DB-BALANCE OF ACCT-MASTER-REC
                           TO WS-LOG-BALANCE
                       MOVE WS-REV-TS (WS-REV-PICK) TO WS-LOG-REF
                       PERFORM LOG-TRANSACTION
                       MOVE WS-REV-TAX (WS-REV-PICK) TO DISPLAY-MONEY
                       DISPLAY "TAX OF " DISPLAY-MONEY
                           " WITHHELD FROM IT PUT BACK."
                   END-IF
                   IF WS-REV-TYPE (WS-REV-PICK) = "LOAN-PMT"
                       PERFORM REOPEN-REVERSED-LOAN
                   END-IF
                   MOVE WS-REV-AMOUNT (WS-REV-PICK) TO DISPLAY-MONEY
                   DISPLAY WS-REV-TYPE (WS-REV-PICK) " OF "
                       DISPLAY-MONEY " REVERSED ON ACCOUNT "
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> THE JOURNAL DOES NOT CARRY THE LOAN NUMBER, SO THE
      *> LOAN A REVERSED LOAN-PMT WAS COLLECTED FOR IS FOUND
      *> BY ITS REPAYMENT ACCOUNT. WHEN THE ACCOUNT REPAYS
      *> MORE THAN ONE LOAN THE TELLER KEYS WHICH.
      *> ---------------------------------------------------
       FIND-REVERSED-LOAN.
           MOVE 0 TO WS-REV-LOAN-NUM.
           MOVE 0 TO WS-REV-LOAN-COUNT.
           MOVE 0 TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           START LOAN-MASTER KEY > LN-LOAN-NUM OF LOAN-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-LOAN-STATUS
           END-START.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LN-ACCT-NUM OF LOAN-MASTER-REC = INPUT-ACCT
                           ADD 1 TO WS-REV-LOAN-COUNT
                           MOVE LN-LOAN-NUM OF LOAN-MASTER-REC
                               TO WS-REV-LOAN-NUM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOAN-STATUS.
           IF WS-REV-LOAN-COUNT = 0
               DISPLAY "REFUSED: NO LOAN IS REPAID FROM ACCOUNT "
                   INPUT-ACCT "."
           ELSE
               IF WS-REV-LOAN-COUNT > 1
                   MOVE 0 TO WS-REV-LOAN-NUM
                   DISPLAY "ACCOUNT REPAYS " WS-REV-LOAN-COUNT
                       " LOANS. LOAN NUMBER THE PAYMENT WAS FOR "
                       "(5 DIGITS): " WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING(1:5) IS NOT NUMERIC
                       DISPLAY "INVALID LOAN NUMBER."
                   ELSE
                       MOVE RAW-STRING(1:5)
                           TO LN-LOAN-NUM OF LOAN-MASTER-REC
                       READ LOAN-MASTER
                           INVALID KEY
                               DISPLAY "ERROR: LOAN NOT FOUND."
                       END-READ
                       IF WS-LOAN-OK
                           IF LN-ACCT-NUM OF LOAN-MASTER-REC
                               NOT = INPUT-ACCT
                               DISPLAY "REFUSED: THAT LOAN IS NOT "
                                   "REPAID FROM ACCOUNT " INPUT-ACCT "."
                           ELSE
                               MOVE LN-LOAN-NUM OF LOAN-MASTER-REC
                                   TO WS-REV-LOAN-NUM
                           END-IF
                       END-IF
                       MOVE "00" TO WS-LOAN-STATUS
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> PUTS A REVERSED LOAN PAYMENT BACK ON THE LOAN: IT IS
      *> OWED AGAIN AND FALLS BACK INTO ARREARS, AGED FROM THE
      *> DAY IT WAS COLLECTED UNLESS THE LOAN IS ALREADY IN
      *> ARREARS FROM EARLIER, SO TONIGHT'S LOAN BATCH
      *> COLLECTS IT AFRESH. THE PART OF IT THAT PAID
      *> INTEREST (ITS LOAN-INT ENTRY) GOES BACK ON THE
      *> ACCRUED INTEREST AND ONLY THE REST ON THE PRINCIPAL,
      *> SO NO INTEREST IS CHARGED ON INTEREST. A PAYMENT
      *> WITH NO LOAN-INT ENTRY WAS ALL PRINCIPAL. A PAID-OFF
      *> LOAN IS REOPENED.
      *> ---------------------------------------------------
       REOPEN-REVERSED-LOAN.
           MOVE WS-REV-LOAN-NUM TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY "WARNING: UNABLE TO RE-READ LOAN "
                       WS-REV-LOAN-NUM " - RAISE THE ARREARS BY HAND."
           END-READ.
           IF WS-LOAN-OK
               ADD WS-REV-LOAN-INT (WS-REV-PICK)
                   TO LN-ACCRUED-INT OF LOAN-MASTER-REC
               COMPUTE LN-OUTSTANDING OF LOAN-MASTER-REC =
                   LN-OUTSTANDING OF LOAN-MASTER-REC
                   + WS-REV-AMOUNT (WS-REV-PICK)
                   - WS-REV-LOAN-INT (WS-REV-PICK)
               ADD WS-REV-AMOUNT (WS-REV-PICK)
                   TO LN-ARREARS-AMT OF LOAN-MASTER-REC
               IF LN-ARREARS-SINCE OF LOAN-MASTER-REC = 0
                   OR LN-ARREARS-SINCE OF LOAN-MASTER-REC > WS-REV-DATE
                   MOVE WS-REV-DATE
                       TO LN-ARREARS-SINCE OF LOAN-MASTER-REC
               END-IF
               SET LN-ACTIVE OF LOAN-MASTER-REC TO TRUE
               REWRITE LOAN-MASTER-REC
                   INVALID KEY
                       DISPLAY "WARNING: UNABLE TO UPDATE LOAN "
                           WS-REV-LOAN-NUM
                           " - RAISE THE ARREARS BY HAND."
               END-REWRITE
               IF WS-LOAN-OK
                   DISPLAY "LOAN " WS-REV-LOAN-NUM
                       " PAYMENT PUT BACK INTO ARREARS."
               END-IF
           END-IF.
           MOVE "00" TO WS-LOAN-STATUS.

      *> ---------------------------------------------------
      *> LOOKS FOR THE HOLD THE REVERSED DEPOSIT PLACED ON
      *> DEPHOLD.DAT - SAME ACCOUNT, SAME AMOUNT, DEPOSITED
                       "REVERSAL."
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> BOOKS AN INSTALMENT LOAN AGAINST AN OPEN REPAYMENT
      *> ACCOUNT. THE PRINCIPAL IS ADVANCED INTO THAT ACCOUNT
      *> AT ONCE (JOURNALED AS "LOAN-ADV") AND THE NIGHTLY
      *> LOAN BATCH COLLECTS THE INSTALMENTS FROM IT. A LOAN
      *> OVER THE DUAL-CONTROL LIMIT MAY ONLY BE BOOKED BY A
      *> SUPERVISOR - IT PUTS SPENDABLE MONEY IN AN ACCOUNT
      *> JUST AS SURELY AS A BALANCE EDIT DOES.
      *> ---------------------------------------------------
       BOOK-INSTALMENT-LOAN.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCT-OK
               IF DB-ACCT-CLOSED OF ACCT-MASTER-REC
                   DISPLAY "REFUSED: REPAYMENT ACCOUNT IS CLOSED."
               ELSE
                   PERFORM CAPTURE-LOAN-TERMS
                   IF NOT LOAN-TERMS-BAD
                       AND INPUT-BALANCE > WS-DUAL-LIMIT
                       AND NOT SIGNED-ON-SUPER
                       DISPLAY "REFUSED: A LOAN OVER THE DUAL-CONTROL "
                           "LIMIT MUST BE BOOKED BY A SUPERVISOR."
                       SET LOAN-TERMS-BAD TO TRUE
                   END-IF
                   IF NOT LOAN-TERMS-BAD
                       PERFORM WORK-OUT-LOAN-INSTALMENT
                   END-IF
                   IF NOT LOAN-TERMS-BAD
                       MOVE INPUT-BALANCE TO DISPLAY-MONEY
                       DISPLAY "PRINCIPAL         : " DISPLAY-MONEY
                       DISPLAY "DAILY RATE        : " WS-LOAN-RATE
                       DISPLAY "TERM (MONTHS)     : " WS-LOAN-TERM
                       MOVE WS-LOAN-INSTALMENT TO DISPLAY-MONEY
                       DISPLAY "MONTHLY INSTALMENT: " DISPLAY-MONEY
                       DISPLAY "BOOK THIS LOAN (Y/N)? " WITH NO ADVANCING
                       ACCEPT RAW-STRING
                       IF RAW-STRING(1:1) = 'Y' OR RAW-STRING(1:1) = 'y'
                           PERFORM POST-NEW-LOAN
                       ELSE
                           DISPLAY "LOAN NOT BOOKED."
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CAPTURE-LOAN-TERMS.
           MOVE 'N' TO WS-LOAN-BAD.
           DISPLAY "LOAN PRINCIPAL: " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           IF RAW-STRING IS NOT NUMERIC
               DISPLAY "INVALID AMOUNT."
               SET LOAN-TERMS-BAD TO TRUE
           ELSE
               MOVE RAW-STRING TO INPUT-BALANCE
               IF INPUT-BALANCE = 0
                   DISPLAY "INVALID AMOUNT."
                   SET LOAN-TERMS-BAD TO TRUE
               END-IF
           END-IF.
           IF NOT LOAN-TERMS-BAD
               DISPLAY "DAILY RATE IN MILLIONTHS (6 DIGITS, "
                   "E.G. 000250 = 0.000250): " WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING(1:6) IS NOT NUMERIC
                   DISPLAY "INVALID RATE."
                   SET LOAN-TERMS-BAD TO TRUE
               ELSE
                   MOVE RAW-STRING(1:6) TO WS-LOAN-RATE-MILLS
                   COMPUTE WS-LOAN-RATE = WS-LOAN-RATE-MILLS / 1000000
               END-IF
           END-IF.
           IF NOT LOAN-TERMS-BAD
               DISPLAY "TERM IN MONTHS (3 DIGITS, E.G. 036): "
                   WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING(1:3) IS NOT NUMERIC
                   DISPLAY "INVALID TERM."
                   SET LOAN-TERMS-BAD TO TRUE
               ELSE
                   MOVE RAW-STRING(1:3) TO WS-LOAN-TERM
                   IF WS-LOAN-TERM = 0
                       DISPLAY "INVALID TERM."
                       SET LOAN-TERMS-BAD TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> LEVEL INSTALMENT THAT PAYS THE LOAN OFF OVER THE
      *> TERM: P X R X (1+R)**N / ((1+R)**N - 1), OR SIMPLY
      *> P / N ON AN INTEREST-FREE LOAN.
      *> ---------------------------------------------------
       WORK-OUT-LOAN-INSTALMENT.
           COMPUTE WS-LOAN-MONTH-RATE = WS-LOAN-RATE * 365 / 12.
           IF WS-LOAN-MONTH-RATE = 0
               COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                   INPUT-BALANCE / WS-LOAN-TERM
           ELSE
               COMPUTE WS-LOAN-FACTOR =
                   (1 + WS-LOAN-MONTH-RATE) ** WS-LOAN-TERM
                   ON SIZE ERROR
                       DISPLAY "REFUSED: RATE AND TERM ARE OUT OF "
                           "RANGE."
                       SET LOAN-TERMS-BAD TO TRUE
               END-COMPUTE
               IF NOT LOAN-TERMS-BAD
                   COMPUTE WS-LOAN-INSTALMENT ROUNDED =
                       INPUT-BALANCE * WS-LOAN-MONTH-RATE
                       * WS-LOAN-FACTOR / (WS-LOAN-FACTOR - 1)
                       ON SIZE ERROR
                           DISPLAY "REFUSED: RATE AND TERM ARE OUT "
                               "OF RANGE."
                           SET LOAN-TERMS-BAD TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> WRITES THE LOAN UNDER THE NEXT FREE LOAN NUMBER, THEN
      *> ADVANCES THE PRINCIPAL INTO THE REPAYMENT ACCOUNT. IF
      *> THE ACCOUNT CANNOT BE CREDITED THE LOAN RECORD IS
      *> TAKEN BACK OFF THE FILE SO NOTHING IS HALF-BOOKED.
      *> THE FIRST INSTALMENT FALLS DUE ONE MONTH OUT; THE
      *> ACCRUAL STAMP STARTS THE DAY BEFORE SO TONIGHT'S
      *> BATCH CHARGES THE BOOKING DAY.
      *> ---------------------------------------------------
       POST-NEW-LOAN.
           PERFORM FIND-NEXT-LOAN-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           MOVE WS-LOAN-NEXT-NUM TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
               TO LN-ACCT-NUM OF LOAN-MASTER-REC.
           MOVE INPUT-BALANCE TO LN-PRINCIPAL OF LOAN-MASTER-REC.
           MOVE INPUT-BALANCE TO LN-OUTSTANDING OF LOAN-MASTER-REC.
           MOVE 0 TO LN-ACCRUED-INT OF LOAN-MASTER-REC.
           MOVE WS-LOAN-RATE TO LN-DAILY-RATE OF LOAN-MASTER-REC.
           MOVE WS-LOAN-TERM TO LN-TERM-MONTHS OF LOAN-MASTER-REC.
           MOVE WS-LOAN-INSTALMENT TO LN-INSTALMENT OF LOAN-MASTER-REC.
           MOVE WS-TODAY-DATE TO LN-START-DATE OF LOAN-MASTER-REC.
           COMPUTE WS-LOAN-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-LOAN-START-INT)
               TO LN-LAST-ACCR-DATE OF LOAN-MASTER-REC.
           MOVE WS-TODAY-DATE(1:4) TO WS-LOAN-DUE-YYYY.
           MOVE WS-TODAY-DATE(5:2) TO WS-LOAN-DUE-MM.
           MOVE WS-TODAY-DATE(7:2) TO WS-LOAN-DUE-DD.
           ADD 1 TO WS-LOAN-DUE-MM.
           IF WS-LOAN-DUE-MM > 12
               MOVE 1 TO WS-LOAN-DUE-MM
               ADD 1 TO WS-LOAN-DUE-YYYY
           END-IF.
           IF WS-LOAN-DUE-DD > 28
               MOVE 28 TO WS-LOAN-DUE-DD
           END-IF.
           COMPUTE LN-NEXT-DUE-DATE OF LOAN-MASTER-REC =
               WS-LOAN-DUE-YYYY * 10000 + WS-LOAN-DUE-MM * 100
               + WS-LOAN-DUE-DD.
           MOVE 0 TO LN-ARREARS-AMT OF LOAN-MASTER-REC.
           MOVE 0 TO LN-ARREARS-SINCE OF LOAN-MASTER-REC.
           MOVE WS-SIGNED-ON-TELLER TO LN-BOOKED-BY OF LOAN-MASTER-REC.
           SET LN-ACTIVE OF LOAN-MASTER-REC TO TRUE.
           WRITE LOAN-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO WRITE THE LOAN RECORD."
           END-WRITE.
           IF WS-LOAN-OK
               ADD INPUT-BALANCE TO DB-BALANCE OF ACCT-MASTER-REC
               ADD INPUT-BALANCE TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO CREDIT THE REPAYMENT "
                           "ACCOUNT."
               END-REWRITE
               MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-LOG-ACCT
               MOVE "LOAN-ADV"                     TO WS-LOG-TYPE
               MOVE INPUT-BALANCE                  TO WS-LOG-AMOUNT
               IF WS-ACCT-OK
                   MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE
                   MOVE 'S' TO WS-LOG-STATUS
                   PERFORM LOG-TRANSACTION
                   MOVE INPUT-BALANCE TO DISPLAY-MONEY
                   DISPLAY "LOAN " WS-LOAN-NEXT-NUM " BOOKED. "
                       DISPLAY-MONEY " ADVANCED TO ACCOUNT "
                       DB-ACCT-NUM OF ACCT-MASTER-REC "."
                   DISPLAY "FIRST INSTALMENT DUE "
                       LN-NEXT-DUE-DATE OF LOAN-MASTER-REC "."
               ELSE
                   SUBTRACT INPUT-BALANCE
                       FROM DB-BALANCE OF ACCT-MASTER-REC
                   SUBTRACT INPUT-BALANCE
                       FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE
                   MOVE 'F' TO WS-LOG-STATUS
                   PERFORM LOG-TRANSACTION
                   DELETE LOAN-MASTER
                       INVALID KEY
                           DISPLAY "WARNING: LOAN " WS-LOAN-NEXT-NUM
                               " COULD NOT BE REMOVED - CLOSE IT BY "
                               "HAND."
                   END-DELETE
                   DISPLAY "LOAN NOT BOOKED."
               END-IF
           END-IF.

       FIND-NEXT-LOAN-NUM.
           MOVE 0 TO WS-LOAN-NEXT-NUM.
           MOVE 0 TO LN-LOAN-NUM OF LOAN-MASTER-REC.
           START LOAN-MASTER KEY > LN-LOAN-NUM OF LOAN-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-LOAN-STATUS
           END-START.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LN-LOAN-NUM OF LOAN-MASTER-REC
                           TO WS-LOAN-NEXT-NUM
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-LOAN-STATUS.
           ADD 1 TO WS-LOAN-NEXT-NUM.

      *> ---------------------------------------------------
      *> BANK HOLIDAY CALENDAR (HOLIDAY.DAT). SUPERVISORS
      *> LIST, ADD AND REMOVE THE WEEKDAYS THE BANK IS SHUT;
      *> THE NIGHT RUN, THE POSTING BATCHES AND THE ATM ALL
      *> READ THE FILE THROUGH CAT-BANK-CALENDAR. WEEKENDS
      *> ARE NEVER BUSINESS DAYS AND ARE REFUSED HERE. EVERY
      *> CHANGE IS JOURNALED UNDER THE SIGNED-ON SUPERVISOR.
      *> ---------------------------------------------------
       MAINTAIN-HOLIDAYS.
           IF NOT SIGNED-ON-SUPER
               DISPLAY "REFUSED: SUPERVISOR AUTHORITY REQUIRED."
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
               DISPLAY "L=LIST, A=ADD, D=DELETE: " WITH NO ADVANCING
               ACCEPT RAW-STRING
               MOVE RAW-STRING(1:1) TO WS-HOL-CHOICE
               EVALUATE WS-HOL-CHOICE
                   WHEN 'L' PERFORM LIST-HOLIDAYS
                   WHEN 'l' PERFORM LIST-HOLIDAYS
                   WHEN 'A' PERFORM ADD-HOLIDAY
                   WHEN 'a' PERFORM ADD-HOLIDAY
                   WHEN 'D' PERFORM DELETE-HOLIDAY
                   WHEN 'd' PERFORM DELETE-HOLIDAY
                   WHEN OTHER DISPLAY "INVALID SELECTION."
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------
      *> LISTS EVERY HOLIDAY FROM TODAY ONWARD.
      *> ---------------------------------------------------
       LIST-HOLIDAYS.
           MOVE 0 TO WS-HOL-LISTED.
           MOVE WS-TODAY-DATE TO HC-HOLIDAY-DATE OF HOLIDAY-REC.
           START HOLIDAY-FILE KEY >= HC-HOLIDAY-DATE OF HOLIDAY-REC
               INVALID KEY
                   MOVE "10" TO WS-HOL-STATUS
           END-START.
           PERFORM UNTIL WS-HOL-EOF
               READ HOLIDAY-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-HOL-LISTED
                       DISPLAY "  " HC-HOLIDAY-DATE OF HOLIDAY-REC " "
                           HC-DESCRIPTION OF HOLIDAY-REC " (ADDED BY "
                           HC-ADDED-BY OF HOLIDAY-REC ")"
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-HOL-STATUS.
           IF WS-HOL-LISTED = 0
               DISPLAY "NO HOLIDAYS ON THE CALENDAR FROM TODAY ON."
           END-IF.

      *> ---------------------------------------------------
      *> KEYS AND CHECKS A HOLIDAY DATE: A REAL CALENDAR
      *> DATE. WS-HOL-DATE IS LEFT AT ZERO WHEN REJECTED.
      *> ---------------------------------------------------
       CAPTURE-HOLIDAY-DATE.
           MOVE 0 TO WS-HOL-DATE.
           DISPLAY "HOLIDAY DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           IF RAW-STRING(1:8) IS NOT NUMERIC
               DISPLAY "INVALID DATE FORMAT."
           ELSE
               IF RAW-STRING(5:2) < "01" OR RAW-STRING(5:2) > "12"
                   OR RAW-STRING(7:2) < "01" OR RAW-STRING(7:2) > "31"
                   DISPLAY "INVALID DATE."
               ELSE
                   MOVE RAW-STRING(1:8) TO WS-HOL-DATE
                   COMPUTE WS-HOL-INT =
                       FUNCTION INTEGER-OF-DATE(WS-HOL-DATE)
                   IF WS-HOL-INT = 0
                       DISPLAY "INVALID DATE."
                       MOVE 0 TO WS-HOL-DATE
                   END-IF
               END-IF
           END-IF.

       ADD-HOLIDAY.
           PERFORM CAPTURE-HOLIDAY-DATE.
           IF WS-HOL-DATE > 0
      *> INTEGER DAY 1 (1 JANUARY 1601) WAS A MONDAY, SO THE
      *> REMAINDER BY SEVEN IS 6 ON SATURDAYS AND 0 ON SUNDAYS.
               COMPUTE WS-HOL-DOW = FUNCTION MOD(WS-HOL-INT, 7)
               IF WS-HOL-DATE < WS-TODAY-DATE
                   DISPLAY "REFUSED: HOLIDAY DATE CANNOT BE IN THE "
                       "PAST."
               ELSE
               IF WS-HOL-DOW = 0 OR WS-HOL-DOW = 6
                   DISPLAY "REFUSED: WEEKENDS ARE NEVER BUSINESS DAYS "
                       "- NO ENTRY NEEDED."
               ELSE
                   DISPLAY "DESCRIPTION: " WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   MOVE WS-HOL-DATE TO HC-HOLIDAY-DATE OF HOLIDAY-REC
                   MOVE RAW-STRING TO HC-DESCRIPTION OF HOLIDAY-REC
                   MOVE WS-SIGNED-ON-TELLER
                       TO HC-ADDED-BY OF HOLIDAY-REC
                   WRITE HOLIDAY-REC
                       INVALID KEY
                           DISPLAY "REFUSED: " WS-HOL-DATE
                               " IS ALREADY A HOLIDAY."
                   END-WRITE
                   IF WS-HOL-OK
                       DISPLAY WS-HOL-DATE " ADDED TO THE HOLIDAY "
                           "CALENDAR."
                       MOVE 0         TO WS-LOG-ACCT
                       MOVE "HOL-ADD" TO WS-LOG-TYPE
                       MOVE 0         TO WS-LOG-AMOUNT
                       MOVE 0         TO WS-LOG-BALANCE
                       MOVE 'S'       TO WS-LOG-STATUS
                       PERFORM LOG-TRANSACTION
                   END-IF
               END-IF
               END-IF
           END-IF.

       DELETE-HOLIDAY.
           PERFORM CAPTURE-HOLIDAY-DATE.
           IF WS-HOL-DATE > 0
               MOVE WS-HOL-DATE TO HC-HOLIDAY-DATE OF HOLIDAY-REC
               DELETE HOLIDAY-FILE
                   INVALID KEY
                       DISPLAY "NO HOLIDAY ON FILE FOR " WS-HOL-DATE "."
               END-DELETE
               IF WS-HOL-OK
                   DISPLAY WS-HOL-DATE " REMOVED FROM THE HOLIDAY "
                       "CALENDAR."
                   MOVE 0         TO WS-LOG-ACCT
                   MOVE "HOL-DEL" TO WS-LOG-TYPE
                   MOVE 0         TO WS-LOG-AMOUNT
                   MOVE 0         TO WS-LOG-BALANCE
                   MOVE 'S'       TO WS-LOG-STATUS
                   PERFORM LOG-TRANSACTION
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> PUTS A CARD ON THE HOTLIST THE MOMENT THE CUSTOMER
      *> REPORTS IT - NO SECOND OFFICER, BECAUSE STOPPING A
      *> CARD ONLY EVER PROTECTS THE CUSTOMER. THE ATM
      *> CAPTURES IT FROM THEN ON; REISSUE A NEW CARD TO
      *> GIVE THE CUSTOMER ACCESS AGAIN. JOURNALED AS
      *> "CARD-LOST" OR "CARD-STOLN".
      *> ---------------------------------------------------
       REPORT-CARD-LOST.
           PERFORM FIND-CUSTOMER-BY-CARD.
           IF WS-CUST-OK
               EVALUATE TRUE
                   WHEN CF-CARD-REPLACED OF CUST-MASTER-REC
                       DISPLAY "CARD ALREADY REPLACED BY "
                           CF-REPLACED-BY OF CUST-MASTER-REC
                           " - NOTHING TO STOP."
                   WHEN CF-CARD-HOTLISTED OF CUST-MASTER-REC
                       DISPLAY "CARD IS ALREADY ON THE HOTLIST."
                   WHEN OTHER
                       DISPLAY "CUSTOMER: " CF-NAME OF CUST-MASTER-REC
                       DISPLAY "L=LOST, S=STOLEN: " WITH NO ADVANCING
                       ACCEPT RAW-STRING
                       MOVE RAW-STRING(1:1) TO WS-HOTLIST-REASON
                       EVALUATE WS-HOTLIST-REASON
                           WHEN 'L'
                           WHEN 'l'
                               SET CF-CARD-LOST OF CUST-MASTER-REC
                                   TO TRUE
                               MOVE "CARD-LOST" TO WS-LOG-TYPE
                           WHEN 'S'
                           WHEN 's'
                               SET CF-CARD-STOLEN OF CUST-MASTER-REC
                                   TO TRUE
                               MOVE "CARD-STOLN" TO WS-LOG-TYPE
                           WHEN OTHER
                               MOVE SPACES TO WS-LOG-TYPE
                       END-EVALUATE
                       IF WS-LOG-TYPE = SPACES
                           DISPLAY "NO CHANGE MADE."
                       ELSE
                           REWRITE CUST-MASTER-REC
                               INVALID KEY
                                   DISPLAY "ERROR: UNABLE TO UPDATE "
                                       "CUSTOMER."
                           END-REWRITE
                           IF WS-CUST-OK
                               DISPLAY "CARD " INPUT-CARD
                                   " HOTLISTED. IT WILL BE CAPTURED IF "
                                   "USED AT AN ATM."
                               MOVE 'S' TO WS-LOG-STATUS
                           ELSE
                               MOVE 'F' TO WS-LOG-STATUS
                           END-IF
                           PERFORM LOG-CUST-ACTION
                       END-IF
               END-EVALUATE
           END-IF.

      *> ---------------------------------------------------
      *> ISSUES A REPLACEMENT CARD: THE NEXT FREE CARD NUMBER
      *> IS TAKEN, THE CUSTOMER'S DETAILS, PIN DIGEST, PIN
      *> HISTORY AND LOCK CARRY ACROSS (THE CUSTOMER KEEPS
      *> THEIR PIN), AND EVERY ACCOUNT LINKED TO THE OLD CARD
      *> IS MOVED TO THE NEW ONE. THE OLD RECORD STAYS ON FILE
      *> FLAGGED REPLACED AND POINTING AT ITS SUCCESSOR, SO
      *> THE ATM CAPTURES THE OLD PLASTIC. ONE "CARD-RELNK"
      *> IS JOURNALED PER ACCOUNT MOVED, CARRYING THE OLD
      *> CARD NUMBER IN TL-REF-TIMESTAMP, AND THE LINK ITSELF
      *> AS A PAIR OF ENTRIES UNDER ACCOUNT ZERO WITH ONE
      *> TIMESTAMP: "CARD-REISS" CARRYING THE OLD CARD NUMBER
      *> AND "CARD-NEW" CARRYING THE NEW ONE.
      *> ---------------------------------------------------
       REISSUE-CARD.
           PERFORM FIND-CUSTOMER-BY-CARD.
           IF WS-CUST-OK
               IF CF-CARD-REPLACED OF CUST-MASTER-REC
                   DISPLAY "REFUSED: CARD ALREADY REPLACED BY "
                       CF-REPLACED-BY OF CUST-MASTER-REC "."
               ELSE
                   MOVE CUST-MASTER-REC TO WS-OLD-CUSTOMER
                   MOVE INPUT-CARD TO WS-OLD-CARD
                   PERFORM FIND-NEXT-CARD-NUM
                   PERFORM WRITE-REISSUED-CARD
                   IF WS-CUST-OK
                       PERFORM RELINK-CARD-ACCOUNTS
                       PERFORM RETIRE-OLD-CARD
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-CARD-NUM.
           MOVE 0 TO WS-NEW-CARD.
           MOVE 0 TO CF-CARD-NUM OF CUST-MASTER-REC.
           START CUSTOMER-MASTER KEY > CF-CARD-NUM OF CUST-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-CUST-STATUS
           END-START.
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CF-CARD-NUM OF CUST-MASTER-REC
                           TO WS-NEW-CARD
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CUST-STATUS.
           ADD 1 TO WS-NEW-CARD.

       WRITE-REISSUED-CARD.
           MOVE WS-OLD-CUSTOMER TO CUST-MASTER-REC.
           MOVE WS-NEW-CARD TO CF-CARD-NUM OF CUST-MASTER-REC.
           SET CF-CARD-ACTIVE OF CUST-MASTER-REC TO TRUE.
           PERFORM SET-CARD-EXPIRY.
           MOVE 0 TO CF-REPLACED-BY OF CUST-MASTER-REC.
           WRITE CUST-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO CREATE CARD "
                       WS-NEW-CARD ". NOTHING CHANGED."
           END-WRITE.
           IF WS-CUST-OK
               DISPLAY "NEW CARD " WS-NEW-CARD " ISSUED, EXPIRES "
                   CF-EXPIRY-DATE OF CUST-MASTER-REC "."
           END-IF.

       RELINK-CARD-ACCOUNTS.
           MOVE 0 TO WS-CARDS-RELINKED.
           MOVE 0 TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           START ACCOUNT-MASTER KEY > DB-ACCT-NUM OF ACCT-MASTER-REC
               INVALID KEY
                   MOVE "10" TO WS-ACCT-STATUS
           END-START.
           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DB-CARD-NUM OF ACCT-MASTER-REC = WS-OLD-CARD
                           PERFORM RELINK-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-ACCT-STATUS.
           DISPLAY WS-CARDS-RELINKED " ACCOUNT(S) MOVED TO CARD "
               WS-NEW-CARD ".".

       RELINK-ONE-ACCOUNT.
           MOVE WS-NEW-CARD TO DB-CARD-NUM OF ACCT-MASTER-REC.
           REWRITE ACCT-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO MOVE ACCOUNT "
                       DB-ACCT-NUM OF ACCT-MASTER-REC
                       " - RELINK IT BY HAND."
           END-REWRITE.
           MOVE "CARD-RELNK" TO WS-LOG-TYPE.
           IF WS-ACCT-OK
               ADD 1 TO WS-CARDS-RELINKED
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               MOVE 'F' TO WS-LOG-STATUS
               MOVE "00" TO WS-ACCT-STATUS
           END-IF.
           MOVE WS-OLD-CARD TO WS-LOG-REF.
           PERFORM LOG-MAINT-ACTION.

       RETIRE-OLD-CARD.
           MOVE WS-OLD-CARD TO CF-CARD-NUM OF CUST-MASTER-REC.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ CARD "
                       WS-OLD-CARD " - HOTLIST IT BY HAND."
           END-READ.
           IF WS-CUST-OK
               SET CF-CARD-REPLACED OF CUST-MASTER-REC TO TRUE
               MOVE WS-NEW-CARD TO CF-REPLACED-BY OF CUST-MASTER-REC
               REWRITE CUST-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO RETIRE CARD "
                           WS-OLD-CARD " - HOTLIST IT BY HAND."
               END-REWRITE
           END-IF.
           MOVE "CARD-REISS" TO WS-LOG-TYPE.
           IF WS-CUST-OK
               DISPLAY "OLD CARD " WS-OLD-CARD " RETIRED - IT WILL BE "
                   "CAPTURED IF USED."
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               MOVE 'F' TO WS-LOG-STATUS
           END-IF.
           MOVE WS-OLD-CARD TO WS-LOG-REF.
           PERFORM LOG-CUST-ACTION.
           PERFORM LOG-NEW-CARD-ENTRY.

      *> THE OTHER HALF OF THE REISSUE LINK: STAMPED WITH THE
      *> "CARD-REISS" ENTRY'S OWN TIMESTAMP AND STATUS SO THE
      *> PAIR STAYS TOGETHER, THE WAY THE INTEREST RUN PAIRS
      *> "WHT-TAX" WITH ITS "INTEREST" ENTRY.
       LOG-NEW-CARD-ENTRY.
           MOVE 0                     TO TL-ACCT-NUM OF TL-REC
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO TL-TIMESTAMP OF TL-REC
           MOVE "CARD-NEW"            TO TL-TRAN-TYPE OF TL-REC
           MOVE 0                     TO TL-AMOUNT OF TL-REC
           MOVE 0                     TO TL-BALANCE OF TL-REC
           MOVE WS-LOG-STATUS         TO TL-STATUS OF TL-REC
           MOVE WS-SIGNED-ON-TELLER   TO TL-TELLER-ID OF TL-REC
           MOVE SPACES                TO TL-TERMINAL-ID OF TL-REC
           MOVE WS-NEW-CARD           TO TL-REF-TIMESTAMP OF TL-REC
           MOVE SPACES                TO TL-AUTH-ID OF TL-REC
           WRITE TL-REC.

      *> ---------------------------------------------------
      *> THE CUSTOMER'S OPT-IN / OPT-OUT CHOICE FOR EACH OF
      *> THE NIGHTLY ALERTS (CAT-BANK-ALERT-GEN). THE TELLER
      *> TOGGLES ALERTS BY NUMBER UNTIL DONE; THE CHOICES
      *> COVER EVERY ACCOUNT ON THE CARD AND CARRY ACROSS A
      *> REISSUE. JOURNALED AS "ALERT-PREF" WHEN ANYTHING
      *> CHANGED.
      *> ---------------------------------------------------
       MAINTAIN-ALERT-CHOICES.
           PERFORM FIND-CUSTOMER-BY-CARD.
           IF WS-CUST-OK
               DISPLAY "CUSTOMER: " CF-NAME OF CUST-MASTER-REC
               IF CF-PHONE OF CUST-MASTER-REC = SPACES
                   DISPLAY "NOTE: NO PHONE ON FILE - NO ALERTS CAN BE "
                       "SENT UNTIL ONE IS ADDED (OPTION 8)."
               END-IF
               MOVE 'N' TO WS-ALERTS-CHANGED
               MOVE 9 TO WS-ALERT-PICK
               PERFORM UNTIL WS-ALERT-PICK = 0
                   PERFORM SHOW-ALERT-CHOICES
                   DISPLAY "ALERT TO SWITCH ON/OFF (1-7, 0 WHEN "
                       "DONE): " WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING(1:1) IS NUMERIC
                       AND RAW-STRING(2:1) = SPACE
                       MOVE RAW-STRING(1:1) TO WS-ALERT-PICK
                   ELSE
                       MOVE 9 TO WS-ALERT-PICK
                   END-IF
                   IF WS-ALERT-PICK >= 1 AND WS-ALERT-PICK <= 7
                       IF CF-ALERT-OPTED-OUT OF CUST-MASTER-REC
                           (WS-ALERT-PICK)
                           MOVE SPACE TO CF-ALERT-OPT OF
                               CUST-MASTER-REC (WS-ALERT-PICK)
                       ELSE
                           MOVE 'N' TO CF-ALERT-OPT OF
                               CUST-MASTER-REC (WS-ALERT-PICK)
                       END-IF
                       SET ALERTS-CHANGED TO TRUE
                   ELSE
                       IF WS-ALERT-PICK NOT = 0
                           DISPLAY "INVALID SELECTION."
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT ALERTS-CHANGED
                   DISPLAY "NO CHANGE MADE."
               ELSE
                   REWRITE CUST-MASTER-REC
                       INVALID KEY
                           DISPLAY "ERROR: UNABLE TO UPDATE CUSTOMER."
                   END-REWRITE
                   MOVE "ALERT-PREF" TO WS-LOG-TYPE
                   IF WS-CUST-OK
                       DISPLAY "ALERT CHOICES UPDATED."
                       MOVE 'S' TO WS-LOG-STATUS
                   ELSE
                       MOVE 'F' TO WS-LOG-STATUS
                   END-IF
                   PERFORM LOG-CUST-ACTION
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> WITHHOLDING TAX EXEMPTION. A SUPERVISOR, HOLDING THE
      *> CUSTOMER'S EXEMPTION PAPERWORK, SWITCHES THE FLAG
      *> THAT LETS THE NIGHTLY INTEREST RUN PAY THEM GROSS;
      *> IT COVERS EVERY ACCOUNT ON THE CARD AND CARRIES
      *> ACROSS A REISSUE. JOURNALED AS "WHT-EXEMPT" OR
      *> "WHT-TAXED" WITH THE CARD NUMBER IN
      *> TL-REF-TIMESTAMP.
      *> ---------------------------------------------------
       MAINTAIN-TAX-EXEMPTION.
           IF NOT SIGNED-ON-SUPER
               DISPLAY "REFUSED: SUPERVISOR AUTHORITY REQUIRED."
           ELSE
               PERFORM FIND-CUSTOMER-BY-CARD
               IF WS-CUST-OK
                   DISPLAY "CUSTOMER: " CF-NAME OF CUST-MASTER-REC
                   IF CF-TAX-EXEMPT OF CUST-MASTER-REC
                       DISPLAY "INTEREST IS PAID GROSS (EXEMPT). "
                           "START WITHHOLDING TAX (Y/N): "
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY "TAX IS WITHHELD FROM INTEREST. "
                           "MARK EXEMPT (Y/N): " WITH NO ADVANCING
                   END-IF
                   ACCEPT RAW-STRING
                   IF RAW-STRING(1:1) NOT = 'Y'
                       AND RAW-STRING(1:1) NOT = 'y'
                       DISPLAY "NO CHANGE MADE."
                   ELSE
                       IF CF-TAX-EXEMPT OF CUST-MASTER-REC
                           MOVE SPACE TO CF-WHT-EXEMPT OF CUST-MASTER-REC
                           MOVE "WHT-TAXED" TO WS-LOG-TYPE
                       ELSE
                           SET CF-TAX-EXEMPT OF CUST-MASTER-REC TO TRUE
                           MOVE "WHT-EXEMPT" TO WS-LOG-TYPE
                       END-IF
                       REWRITE CUST-MASTER-REC
                           INVALID KEY
                               DISPLAY "ERROR: UNABLE TO UPDATE "
                                   "CUSTOMER."
                       END-REWRITE
                       IF WS-CUST-OK
                           DISPLAY "WITHHOLDING TAX STATUS UPDATED."
                           MOVE 'S' TO WS-LOG-STATUS
                       ELSE
                           MOVE 'F' TO WS-LOG-STATUS
                       END-IF
                       MOVE INPUT-CARD TO WS-LOG-REF
                       PERFORM LOG-CUST-ACTION
                   END-IF
               END-IF
           END-IF.

       SHOW-ALERT-CHOICES.
           DISPLAY " ".
           PERFORM VARYING WS-ALERT-IDX FROM 1 BY 1
               UNTIL WS-ALERT-IDX > 7
               IF CF-ALERT-OPTED-OUT OF CUST-MASTER-REC (WS-ALERT-IDX)
                   MOVE "OFF" TO WS-ALERT-ONOFF
               ELSE
                   MOVE "ON " TO WS-ALERT-ONOFF
               END-IF
               DISPLAY " " WS-ALERT-IDX ". " WS-ALERT-NAME (WS-ALERT-IDX)
                   " " WS-ALERT-ONOFF
           END-PERFORM.

      *> ---------------------------------------------------
      *> DISPUTE CASES (DISPUTE.DAT, SEE CBDISP). A TELLER
      *> OPENS A CASE AGAINST ONE OF THE ACCOUNT'S JOURNALED
      *> MONEY MOVEMENTS - PICKED OFF THE DAY'S JOURNAL THE
      *> SAME WAY AS FOR A REVERSAL - AND MAY GIVE THE
      *> CUSTOMER A PROVISIONAL CREDIT OF UP TO THE DISPUTED
      *> AMOUNT WHILE THE CASE IS INVESTIGATED. A PROVISIONAL
      *> CREDIT OVER THE DUAL-CONTROL LIMIT NEEDS A
      *> SUPERVISOR. A SUPERVISOR RESOLVES THE CASE:
      *>   CUSTOMER WINS - THE CREDIT STANDS, AND ANY PART OF
      *>                   THE DISPUTED AMOUNT NOT YET
      *>                   CREDITED IS CREDITED NOW
      *>   BANK WINS     - THE PROVISIONAL CREDIT IS BACKED
      *>                   OUT BY THE ORDINARY REVERSAL PATH
      *> EVERY STEP IS JOURNALED AGAINST THE ACCOUNT WITH THE
      *> DISPUTED ENTRY'S TIMESTAMP IN TL-REF-TIMESTAMP. THE
      *> NIGHTLY AGING REPORT (DISPAGE.cob) CHASES OPEN CASES
      *> TOWARDS THEIR DEADLINE.
      *> ---------------------------------------------------
       MAINTAIN-DISPUTES.
           DISPLAY "O=OPEN CASE, L=LIST OPEN CASES, R=RESOLVE CASE: "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:1) TO WS-DISP-CHOICE.
           EVALUATE WS-DISP-CHOICE
               WHEN 'O' PERFORM OPEN-DISPUTE-CASE
               WHEN 'o' PERFORM OPEN-DISPUTE-CASE
               WHEN 'L' PERFORM LIST-OPEN-DISPUTES
               WHEN 'l' PERFORM LIST-OPEN-DISPUTES
               WHEN 'R' PERFORM RESOLVE-DISPUTE-CASE
               WHEN 'r' PERFORM RESOLVE-DISPUTE-CASE
               WHEN OTHER DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       OPEN-DISPUTE-CASE.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCT-OK
               AND DB-ACCT-CLOSED OF ACCT-MASTER-REC
               DISPLAY "REFUSED: ACCOUNT " INPUT-ACCT " IS CLOSED."
               MOVE "23" TO WS-ACCT-STATUS
           END-IF.
           IF WS-ACCT-OK
               PERFORM CAPTURE-ENTRY-DATE
               IF WS-REV-DATE > 0
                   PERFORM LIST-REVERSIBLE-ENTRIES
                   IF WS-REV-COUNT = 0
                       DISPLAY "NO MONEY MOVEMENTS FOUND FOR "
                           "ACCOUNT " INPUT-ACCT " ON " WS-REV-DATE "."
                   ELSE
                       PERFORM PICK-DISPUTED-ENTRY
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> TAKES THE TELLER'S PICK AND REFUSES AN ENTRY THAT IS
      *> ALREADY UNDER AN OPEN CASE OR HAS BEEN REVERSED -
      *> THERE IS NOTHING LEFT TO DISPUTE ON A REVERSED ENTRY.
      *> ---------------------------------------------------
       PICK-DISPUTED-ENTRY.
           DISPLAY "ENTRY NUMBER TO DISPUTE (2 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           IF RAW-STRING(1:2) IS NOT NUMERIC
               DISPLAY "INVALID ENTRY NUMBER."
           ELSE
               MOVE RAW-STRING(1:2) TO WS-REV-PICK
               IF WS-REV-PICK < 1 OR WS-REV-PICK > WS-REV-COUNT
                   DISPLAY "INVALID ENTRY NUMBER."
               ELSE
                   PERFORM FIND-OPEN-DISPUTE
                   PERFORM CHECK-ALREADY-REVERSED
                   IF DISP-CASE-ON-FILE
                       DISPLAY "REFUSED: DISPUTE CASE "
                           WS-DISP-DUP-CASE " IS ALREADY OPEN "
                           "AGAINST THAT ENTRY."
                   ELSE
                   IF REV-ALREADY-DONE
                       DISPLAY "REFUSED: THAT ENTRY HAS ALREADY BEEN "
                           "REVERSED."
                   ELSE
                       PERFORM CAPTURE-DISPUTE-DETAILS
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> LOOKS FOR AN OPEN CASE AGAINST THE PICKED ENTRY.
      *> ---------------------------------------------------
       FIND-OPEN-DISPUTE.
           MOVE 'N' TO WS-DISP-DUP.
           MOVE 0 TO WS-DISP-DUP-CASE.
           MOVE 0 TO DS-CASE-NUM OF DISPUTE-REC.
           START DISPUTE-FILE KEY > DS-CASE-NUM OF DISPUTE-REC
               INVALID KEY
                   MOVE "10" TO WS-DISP-STATUS
           END-START.
           PERFORM UNTIL WS-DISP-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-OPEN OF DISPUTE-REC
                           AND DS-ACCT-NUM OF DISPUTE-REC = INPUT-ACCT
                           AND DS-TRAN-TIMESTAMP OF DISPUTE-REC
                               = WS-REV-TS (WS-REV-PICK)
                           SET DISP-CASE-ON-FILE TO TRUE
                           MOVE DS-CASE-NUM OF DISPUTE-REC
                               TO WS-DISP-DUP-CASE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-DISP-STATUS.

      *> ---------------------------------------------------
      *> KEYS THE REASON AND ANY PROVISIONAL CREDIT, THEN
      *> OPENS THE CASE. BLANK OR ZERO MEANS NO PROVISIONAL
      *> CREDIT FOR NOW.
      *> ---------------------------------------------------
       CAPTURE-DISPUTE-DETAILS.
           DISPLAY "REASON (UP TO 30 CHARS): " WITH NO ADVANCING.
           ACCEPT WS-DISP-REASON.
           MOVE WS-REV-AMOUNT (WS-REV-PICK) TO DISPLAY-MONEY.
           DISPLAY "PROVISIONAL CREDIT (BLANK=NONE, UP TO "
               DISPLAY-MONEY "): " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE 'N' TO WS-DISP-AMT-FLAG.
           MOVE 0 TO WS-DISP-PROV.
           IF RAW-STRING NOT = SPACES
               IF RAW-STRING IS NUMERIC
                   MOVE RAW-STRING TO WS-DISP-PROV
               ELSE
                   SET DISP-AMOUNT-BAD TO TRUE
               END-IF
           END-IF.
           IF DISP-AMOUNT-BAD
               DISPLAY "INVALID AMOUNT. NO CASE OPENED."
           ELSE
           IF WS-DISP-PROV > WS-REV-AMOUNT (WS-REV-PICK)
               DISPLAY "REFUSED: THE PROVISIONAL CREDIT CANNOT "
                   "EXCEED THE DISPUTED AMOUNT. NO CASE OPENED."
           ELSE
           IF WS-DISP-PROV > WS-DUAL-LIMIT
               AND NOT SIGNED-ON-SUPER
               DISPLAY "REFUSED: A PROVISIONAL CREDIT OVER THE "
                   "DUAL-CONTROL LIMIT NEEDS A SUPERVISOR. NO CASE "
                   "OPENED."
           ELSE
               PERFORM WRITE-DISPUTE-CASE
           END-IF
           END-IF
           END-IF.

      *> ---------------------------------------------------
      *> WRITES THE CASE, JOURNALS ITS OPENING AND POSTS THE
      *> PROVISIONAL CREDIT. THE DEADLINE IS FIXED NOW FROM
      *> THE BANKPARM DISPUTE WINDOW.
      *> ---------------------------------------------------
       WRITE-DISPUTE-CASE.
           PERFORM FIND-NEXT-CASE-NUM.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE.
           COMPUTE WS-DISP-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-DISPUTE-DAYS.
           MOVE WS-DISP-NEXT-CASE TO DS-CASE-NUM OF DISPUTE-REC.
           MOVE INPUT-ACCT TO DS-ACCT-NUM OF DISPUTE-REC.
           MOVE WS-REV-TS (WS-REV-PICK)
               TO DS-TRAN-TIMESTAMP OF DISPUTE-REC.
           MOVE WS-REV-TYPE (WS-REV-PICK) TO DS-TRAN-TYPE OF DISPUTE-REC.
           MOVE WS-REV-AMOUNT (WS-REV-PICK)
               TO DS-TRAN-AMOUNT OF DISPUTE-REC.
           MOVE WS-DISP-REASON TO DS-REASON OF DISPUTE-REC.
           MOVE WS-TODAY-DATE TO DS-OPENED-DATE OF DISPUTE-REC.
           MOVE WS-SIGNED-ON-TELLER TO DS-OPENED-BY OF DISPUTE-REC.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DISP-DUE-INT)
               TO DS-DUE-DATE OF DISPUTE-REC.
           MOVE 0 TO DS-PROV-AMOUNT OF DISPUTE-REC.
           MOVE 0 TO DS-PROV-TIMESTAMP OF DISPUTE-REC.
           SET DS-OPEN OF DISPUTE-REC TO TRUE.
           MOVE 0 TO DS-RESOLVED-DATE OF DISPUTE-REC.
           MOVE SPACES TO DS-RESOLVED-BY OF DISPUTE-REC.
           WRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO OPEN THE CASE."
           END-WRITE.
           IF WS-DISP-OK
               DISPLAY "DISPUTE CASE " WS-DISP-NEXT-CASE
                   " OPENED ON ACCOUNT " INPUT-ACCT
                   ". DEADLINE " DS-DUE-DATE OF DISPUTE-REC "."
               MOVE "DISP-OPEN" TO WS-LOG-TYPE
               MOVE 'S'         TO WS-LOG-STATUS
               MOVE DS-TRAN-TIMESTAMP OF DISPUTE-REC TO WS-LOG-REF
               PERFORM LOG-MAINT-ACTION
               IF WS-DISP-PROV > 0
                   MOVE WS-DISP-PROV TO WS-DISP-CREDIT
                   PERFORM POST-DISPUTE-CREDIT
                   IF DISP-CREDIT-POSTED
                       MOVE WS-DISP-PROV
                           TO DS-PROV-AMOUNT OF DISPUTE-REC
                       MOVE TL-TIMESTAMP OF TL-REC
                           TO DS-PROV-TIMESTAMP OF DISPUTE-REC
                       REWRITE DISPUTE-REC
                           INVALID KEY
                               DISPLAY "ERROR: UNABLE TO RECORD THE "
                                   "PROVISIONAL CREDIT ON THE CASE."
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       FIND-NEXT-CASE-NUM.
           MOVE 0 TO WS-DISP-NEXT-CASE.
           MOVE 0 TO DS-CASE-NUM OF DISPUTE-REC.
           START DISPUTE-FILE KEY > DS-CASE-NUM OF DISPUTE-REC
               INVALID KEY
                   MOVE "10" TO WS-DISP-STATUS
           END-START.
           PERFORM UNTIL WS-DISP-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE DS-CASE-NUM OF DISPUTE-REC
                           TO WS-DISP-NEXT-CASE
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-DISP-STATUS.
           ADD 1 TO WS-DISP-NEXT-CASE.

      *> ---------------------------------------------------
      *> CREDITS WS-DISP-CREDIT TO THE CASE'S ACCOUNT (LEDGER
      *> AND AVAILABLE - A PROVISIONAL CREDIT IS SPENDABLE AT
      *> ONCE) AND JOURNALS IT AS "DISP-CR". ON RETURN
      *> TL-REC STILL HOLDS THE ENTRY JUST WRITTEN.
      *> ---------------------------------------------------
       POST-DISPUTE-CREDIT.
           MOVE 'N' TO WS-DISP-POSTED.
           MOVE DS-ACCT-NUM OF DISPUTE-REC
               TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ ACCOUNT."
           END-READ.
           IF WS-ACCT-OK
               ADD WS-DISP-CREDIT TO DB-BALANCE OF ACCT-MASTER-REC
               ADD WS-DISP-CREDIT TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE ACCOUNT."
               END-REWRITE
           END-IF.
           IF WS-ACCT-OK
               SET DISP-CREDIT-POSTED TO TRUE
               MOVE DS-ACCT-NUM OF DISPUTE-REC TO WS-LOG-ACCT
               MOVE "DISP-CR"      TO WS-LOG-TYPE
               MOVE WS-DISP-CREDIT TO WS-LOG-AMOUNT
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE
               MOVE 'S'            TO WS-LOG-STATUS
               MOVE DS-TRAN-TIMESTAMP OF DISPUTE-REC TO WS-LOG-REF
               PERFORM LOG-TRANSACTION
               MOVE WS-DISP-CREDIT TO DISPLAY-MONEY
               DISPLAY "CREDIT OF " DISPLAY-MONEY " POSTED TO ACCOUNT "
                   DS-ACCT-NUM OF DISPUTE-REC "."
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO DISPLAY-MONEY
               DISPLAY "NEW BALANCE: " DISPLAY-MONEY
           ELSE
               DISPLAY "CREDIT NOT POSTED."
           END-IF.

      *> ---------------------------------------------------
      *> LISTS EVERY OPEN CASE, OLDEST FIRST.
      *> ---------------------------------------------------
       LIST-OPEN-DISPUTES.
           MOVE 0 TO WS-DISP-LISTED.
           MOVE 0 TO DS-CASE-NUM OF DISPUTE-REC.
           START DISPUTE-FILE KEY > DS-CASE-NUM OF DISPUTE-REC
               INVALID KEY
                   MOVE "10" TO WS-DISP-STATUS
           END-START.
           PERFORM UNTIL WS-DISP-EOF
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DS-OPEN OF DISPUTE-REC
                           ADD 1 TO WS-DISP-LISTED
                           PERFORM SHOW-DISPUTE-CASE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-DISP-STATUS.
           IF WS-DISP-LISTED = 0
               DISPLAY "NO OPEN DISPUTE CASES."
           END-IF.

       SHOW-DISPUTE-CASE.
           MOVE DS-TRAN-AMOUNT OF DISPUTE-REC TO DISPLAY-MONEY.
           DISPLAY "  CASE " DS-CASE-NUM OF DISPUTE-REC
               " ACCT " DS-ACCT-NUM OF DISPUTE-REC " "
               DS-TRAN-TYPE OF DISPUTE-REC " "
               DS-TRAN-TIMESTAMP OF DISPUTE-REC " " DISPLAY-MONEY.
           MOVE DS-PROV-AMOUNT OF DISPUTE-REC TO DISPLAY-MONEY.
           DISPLAY "       OPENED " DS-OPENED-DATE OF DISPUTE-REC
               " BY " DS-OPENED-BY OF DISPUTE-REC
               " DEADLINE " DS-DUE-DATE OF DISPUTE-REC
               " PROVISIONAL " DISPLAY-MONEY.
           DISPLAY "       " DS-REASON OF DISPUTE-REC.

      *> ---------------------------------------------------
      *> SUPERVISOR DECISION ON AN OPEN CASE. THE CASE IS
      *> MARKED RESOLVED ONLY ONCE ITS MONEY HAS MOVED.
      *> ---------------------------------------------------
       RESOLVE-DISPUTE-CASE.
           IF NOT SIGNED-ON-SUPER
               DISPLAY "REFUSED: SUPERVISOR AUTHORITY REQUIRED."
           ELSE
               DISPLAY "CASE NUMBER (6 DIGITS): " WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING(1:6) IS NOT NUMERIC
                   DISPLAY "INVALID CASE NUMBER."
               ELSE
                   MOVE RAW-STRING(1:6) TO WS-DISP-PICK
                   MOVE WS-DISP-PICK TO DS-CASE-NUM OF DISPUTE-REC
                   READ DISPUTE-FILE
                       INVALID KEY
                           DISPLAY "ERROR: CASE NOT FOUND."
                   END-READ
                   IF WS-DISP-OK
                       IF NOT DS-OPEN OF DISPUTE-REC
                           DISPLAY "CASE " WS-DISP-PICK
                               " IS ALREADY RESOLVED."
                       ELSE
                           PERFORM SHOW-DISPUTE-CASE
                           PERFORM DECIDE-DISPUTE-CASE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       DECIDE-DISPUTE-CASE.
           DISPLAY "C=CUSTOMER WINS, B=BANK WINS, OTHER=LEAVE OPEN: "
               WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:1) TO WS-DISP-CHOICE.
           EVALUATE WS-DISP-CHOICE
               WHEN 'C' PERFORM RESOLVE-FOR-CUSTOMER
               WHEN 'c' PERFORM RESOLVE-FOR-CUSTOMER
               WHEN 'B' PERFORM RESOLVE-FOR-BANK
               WHEN 'b' PERFORM RESOLVE-FOR-BANK
               WHEN OTHER DISPLAY "CASE LEFT OPEN."
           END-EVALUATE.

      *> ---------------------------------------------------
      *> CUSTOMER WINS - THE PROVISIONAL CREDIT BECOMES
      *> PERMANENT SIMPLY BY NOT BEING REVERSED; WHATEVER OF
      *> THE DISPUTED AMOUNT WAS NOT PROVISIONALLY CREDITED
      *> IS CREDITED NOW.
      *> ---------------------------------------------------
       RESOLVE-FOR-CUSTOMER.
           SET DISP-CREDIT-POSTED TO TRUE.
           IF DS-PROV-AMOUNT OF DISPUTE-REC
               < DS-TRAN-AMOUNT OF DISPUTE-REC
               COMPUTE WS-DISP-CREDIT = DS-TRAN-AMOUNT OF DISPUTE-REC
                   - DS-PROV-AMOUNT OF DISPUTE-REC
               PERFORM POST-DISPUTE-CREDIT
           END-IF.
           IF DISP-CREDIT-POSTED
               SET DS-CUSTOMER-WON OF DISPUTE-REC TO TRUE
               MOVE "DISP-WON" TO WS-LOG-TYPE
               PERFORM CLOSE-DISPUTE-CASE
           ELSE
               DISPLAY "CASE LEFT OPEN."
           END-IF.

      *> ---------------------------------------------------
      *> BANK WINS - THE PROVISIONAL CREDIT, IF ONE WAS GIVEN,
      *> IS BACKED OUT THROUGH THE ORDINARY REVERSAL PATH SO
      *> THE REV-DR IS LINKED TO THE DISP-CR ENTRY.
      *> ---------------------------------------------------
       RESOLVE-FOR-BANK.
           MOVE "00" TO WS-ACCT-STATUS.
           IF DS-PROV-AMOUNT OF DISPUTE-REC > 0
               MOVE DS-ACCT-NUM OF DISPUTE-REC TO INPUT-ACCT
               MOVE 1 TO WS-REV-COUNT
               MOVE 1 TO WS-REV-PICK
               MOVE DS-PROV-TIMESTAMP OF DISPUTE-REC TO WS-REV-TS (1)
               MOVE "DISP-CR" TO WS-REV-TYPE (1)
               MOVE 0 TO WS-REV-TAX (1)
               MOVE DS-PROV-AMOUNT OF DISPUTE-REC TO WS-REV-AMOUNT (1)
               MOVE DS-PROV-TIMESTAMP OF DISPUTE-REC (1:8)
                   TO WS-REV-DATE
               PERFORM CHECK-ALREADY-REVERSED
               IF NOT REV-ALREADY-DONE
                   PERFORM APPLY-REVERSAL
               END-IF
           END-IF.
           IF WS-ACCT-OK
               SET DS-BANK-WON OF DISPUTE-REC TO TRUE
               MOVE "DISP-LOST" TO WS-LOG-TYPE
               PERFORM CLOSE-DISPUTE-CASE
           ELSE
               DISPLAY "CASE LEFT OPEN."
           END-IF.

      *> ---------------------------------------------------
      *> STAMPS THE DECISION ON THE CASE AND JOURNALS IT. THE
      *> CALLER SETS THE OUTCOME AND WS-LOG-TYPE FIRST.
      *> ---------------------------------------------------
       CLOSE-DISPUTE-CASE.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-BUSINESS-DATE TO DS-RESOLVED-DATE OF DISPUTE-REC.
           MOVE WS-SIGNED-ON-TELLER TO DS-RESOLVED-BY OF DISPUTE-REC.
           REWRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO UPDATE THE CASE."
           END-REWRITE.
           MOVE DS-ACCT-NUM OF DISPUTE-REC
               TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ ACCOUNT."
           END-READ.
           IF WS-DISP-OK
               DISPLAY "CASE " DS-CASE-NUM OF DISPUTE-REC " RESOLVED."
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               MOVE 'F' TO WS-LOG-STATUS
           END-IF.
           MOVE DS-TRAN-TIMESTAMP OF DISPUTE-REC TO WS-LOG-REF.
           PERFORM LOG-MAINT-ACTION.

      *> ---------------------------------------------------
      *> RECLAIM OF AN ESCHEATED BALANCE. THE OWNER OF A
      *> LONG-DORMANT ACCOUNT SWEPT TO THE UNCLAIMED-PROPERTY
      *> LEDGER (SEE CBUNCL) COMES BACK FOR THE MONEY. THE
      *> TELLER CONFIRMS THE OWNER AGAINST THE NAME AND
      *> ADDRESS HELD AT THE SWEEP AND CHOOSES HOW TO PAY IT.
      *> THE BALANCE IS PUT BACK ON THE (CLOSED) ACCOUNT AS A
      *> "RECLAIM" CREDIT AND PAID STRAIGHT OUT AGAIN, SO THE
      *> ACCOUNT'S JOURNAL SHOWS BOTH LEGS AND ENDS AT ZERO.
      *> A RECLAIM OVER THE DUAL-CONTROL LIMIT NEEDS A
      *> SUPERVISOR.
      *> ---------------------------------------------------
       RECLAIM-UNCLAIMED-BALANCE.
           PERFORM FIND-ACCOUNT-BY-NUMBER.
           IF WS-ACCT-OK
               PERFORM FIND-HELD-UNCLAIMED
               IF NOT UNCLAIMED-FOUND
                   DISPLAY "NO UNCLAIMED BALANCE IS HELD FOR ACCOUNT "
                       INPUT-ACCT "."
               ELSE
                   PERFORM SHOW-UNCLAIMED-ENTRY
                   DISPLAY "OWNER'S IDENTITY CONFIRMED (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING(1:1) NOT = 'Y'
                       AND RAW-STRING(1:1) NOT = 'y'
                       DISPLAY "NOTHING RECLAIMED."
                   ELSE
                   IF UC-AMOUNT OF UNCLAIMED-REC > WS-DUAL-LIMIT
                       AND NOT SIGNED-ON-SUPER
                       DISPLAY "REFUSED: A RECLAIM OVER THE "
                           "DUAL-CONTROL LIMIT NEEDS A SUPERVISOR."
                   ELSE
                       MOVE INPUT-ACCT TO WS-PAYOUT-ACCT
                       MOVE UC-AMOUNT OF UNCLAIMED-REC
                           TO WS-PAYOUT-AMOUNT
                       MOVE SPACES TO WS-PAYOUT-AUTH
                       PERFORM CAPTURE-PAYOUT-METHOD
                       IF PAYOUT-READY
                           PERFORM POST-RECLAIM-CREDIT
                           IF RECLAIM-CREDITED
                               PERFORM MARK-UNCLAIMED-RECLAIMED
                               PERFORM POST-PAYOUT
                               IF NOT PAYOUT-DONE
                                   DISPLAY "*** THE RECLAIM WAS "
                                       "CREDITED BUT NOT PAID OUT - "
                                       "PAY THE BALANCE ON ACCOUNT "
                                       WS-PAYOUT-ACCT " BY HAND."
                               END-IF
                           END-IF
                       ELSE
                           DISPLAY "NOTHING RECLAIMED."
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> FINDS THE ACCOUNT'S LEDGER ENTRY STILL HELD ('H').
      *> AN ACCOUNT IS SWEPT AT MOST ONCE, BUT THE SCAN TAKES
      *> THE FIRST HELD ENTRY IN SWEEP-DATE ORDER REGARDLESS.
      *> ---------------------------------------------------
       FIND-HELD-UNCLAIMED.
           MOVE 'N' TO WS-UNCL-FOUND.
           MOVE 'N' TO WS-UNCL-SCAN.
           MOVE INPUT-ACCT TO UC-ACCT-NUM OF UNCLAIMED-REC.
           MOVE 0 TO UC-SWEEP-DATE OF UNCLAIMED-REC.
           START UNCLAIMED-FILE KEY NOT <
               UC-KEY OF UNCLAIMED-REC
               INVALID KEY
                   SET UNCL-SCAN-DONE TO TRUE
           END-START.
           PERFORM UNTIL UNCL-SCAN-DONE
               READ UNCLAIMED-FILE NEXT RECORD
                   AT END
                       SET UNCL-SCAN-DONE TO TRUE
                   NOT AT END
                       IF UC-ACCT-NUM OF UNCLAIMED-REC
                           NOT = INPUT-ACCT
                           SET UNCL-SCAN-DONE TO TRUE
                       ELSE
                       IF UC-HELD OF UNCLAIMED-REC
                           SET UNCLAIMED-FOUND TO TRUE
                           SET UNCL-SCAN-DONE TO TRUE
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-UNCLAIMED-ENTRY.
           DISPLAY "UNCLAIMED BALANCE HELD FOR ACCOUNT "
               UC-ACCT-NUM OF UNCLAIMED-REC.
           DISPLAY "  OWNER       : " UC-OWNER-NAME OF UNCLAIMED-REC.
           DISPLAY "  ADDRESS     : " UC-ADDR-LINE-1 OF UNCLAIMED-REC.
           DISPLAY "                " UC-ADDR-LINE-2 OF UNCLAIMED-REC.
           DISPLAY "  CARD        : " UC-CARD-NUM OF UNCLAIMED-REC.
           DISPLAY "  LAST ACTIVE : "
               UC-LAST-ACT-DATE OF UNCLAIMED-REC.
           DISPLAY "  SWEPT ON    : " UC-SWEEP-DATE OF UNCLAIMED-REC.
           MOVE UC-AMOUNT OF UNCLAIMED-REC TO DISPLAY-MONEY.
           DISPLAY "  AMOUNT      : " DISPLAY-MONEY.

       POST-RECLAIM-CREDIT.
           MOVE 'N' TO WS-UNCL-CREDITED.
           MOVE WS-PAYOUT-ACCT TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO RE-READ ACCOUNT."
           END-READ.
           IF WS-ACCT-OK
               ADD WS-PAYOUT-AMOUNT TO DB-BALANCE OF ACCT-MASTER-REC
               ADD WS-PAYOUT-AMOUNT
                   TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE ACCOUNT."
               END-REWRITE
           END-IF.
           IF WS-ACCT-OK
               SET RECLAIM-CREDITED TO TRUE
               MOVE 'S' TO WS-LOG-STATUS
           ELSE
               MOVE 'F' TO WS-LOG-STATUS
           END-IF.
           MOVE WS-PAYOUT-ACCT   TO WS-LOG-ACCT.
           MOVE "RECLAIM"        TO WS-LOG-TYPE.
           MOVE WS-PAYOUT-AMOUNT TO WS-LOG-AMOUNT.
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE.
           PERFORM LOG-TRANSACTION.

       MARK-UNCLAIMED-RECLAIMED.
           PERFORM LOAD-BUSINESS-DATE.
           SET UC-RECLAIMED OF UNCLAIMED-REC TO TRUE.
           MOVE WS-BUSINESS-DATE TO UC-RECLAIM-DATE OF UNCLAIMED-REC.
           MOVE WS-SIGNED-ON-TELLER TO UC-RECLAIM-BY OF UNCLAIMED-REC.
           REWRITE UNCLAIMED-REC
               INVALID KEY
                   DISPLAY "*** UNABLE TO MARK THE LEDGER ENTRY "
                       "RECLAIMED - UPDATE UNCLAIM.DAT BY HAND."
           END-REWRITE.

      *> ---------------------------------------------------
      *> COUNTER CASH DEPOSIT - THE CUSTOMER HANDS CASH OVER
      *> THE COUNTER, SO THE TELLER'S DRAWER MUST BE OPEN FOR
      *> THE DAY. THE LEDGER BALANCE IS CREDITED AT ONCE; AS
      *> AT THE ATM, THE PRODUCT'S HOLD PERIOD DECIDES
      *> WHETHER THE MONEY IS SPENDABLE TODAY OR WAITS ON A
      *> DEPOSIT HOLD FOR THE NIGHTLY RELEASE. JOURNALED AS
      *> AN ORDINARY "DEPOSIT" - THE TELLER'S ID ON THE ENTRY
      *> IS WHAT TELLS IT APART FROM AN ATM DEPOSIT.
      *> ---------------------------------------------------
       COUNTER-CASH-DEPOSIT.
           PERFORM FIND-OPEN-DRAWER.
           IF DRAWER-READY
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF WS-ACCT-OK
                   PERFORM CHECK-COUNTER-ACCOUNT
               END-IF
               IF WS-ACCT-OK
                   DISPLAY "CASH DEPOSITED: " WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING IS NOT NUMERIC
                       DISPLAY "INVALID AMOUNT."
                   ELSE
                       MOVE RAW-STRING TO WS-COUNTER-AMOUNT
                       IF WS-COUNTER-AMOUNT = 0
                           DISPLAY "INVALID AMOUNT."
                       ELSE
                           PERFORM SET-COUNTER-PRODUCT-RULES
                           PERFORM POST-COUNTER-DEPOSIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> COUNTER CASH WITHDRAWAL - PAID FROM THE TELLER'S
      *> DRAWER AND LIMITED, AS AT THE ATM, TO THE AVAILABLE
      *> BALANCE (DEPOSITS STILL ON HOLD DO NOT COUNT) PLUS
      *> THE PRODUCT'S OVERDRAFT LIMIT. THE ATM'S DAILY
      *> WITHDRAWAL LIMIT DOES NOT APPLY ACROSS THE COUNTER,
      *> BUT AN AMOUNT OVER THE DUAL-CONTROL LIMIT NEEDS A
      *> SUPERVISOR. JOURNALED AS "CASH-OUT", LIKE A CLOSING
      *> BALANCE PAID IN CASH.
      *> ---------------------------------------------------
       COUNTER-CASH-WITHDRAWAL.
           PERFORM FIND-OPEN-DRAWER.
           IF DRAWER-READY
               PERFORM FIND-ACCOUNT-BY-NUMBER
               IF WS-ACCT-OK
                   PERFORM CHECK-COUNTER-ACCOUNT
               END-IF
               IF WS-ACCT-OK
                   IF DB-ACCT-LOCKED OF ACCT-MASTER-REC
                       DISPLAY "REFUSED: ACCOUNT IS LOCKED. UNLOCK IT "
                           "FIRST (OPTION 5)."
                       MOVE "23" TO WS-ACCT-STATUS
                   END-IF
               END-IF
               IF WS-ACCT-OK
                   DISPLAY "CASH TO PAY OUT: " WITH NO ADVANCING
                   ACCEPT RAW-STRING
                   IF RAW-STRING IS NOT NUMERIC
                       DISPLAY "INVALID AMOUNT."
                   ELSE
                       MOVE RAW-STRING TO WS-COUNTER-AMOUNT
                       PERFORM SET-COUNTER-PRODUCT-RULES
                       IF WS-COUNTER-AMOUNT = 0
                           DISPLAY "INVALID AMOUNT."
                       ELSE
                       IF WS-COUNTER-AMOUNT > WS-DUAL-LIMIT
                           AND NOT SIGNED-ON-SUPER
                           DISPLAY "REFUSED: A CASH WITHDRAWAL OVER THE "
                               "DUAL-CONTROL LIMIT NEEDS A SUPERVISOR."
                       ELSE
                       IF WS-COUNTER-AMOUNT >
                           DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                           + WS-COUNTER-OD-LIMIT
                           DISPLAY "REFUSED: INSUFFICIENT AVAILABLE "
                               "FUNDS. RECENT DEPOSITS MAY STILL BE "
                               "ON HOLD."
                       ELSE
                       IF WS-COUNTER-AMOUNT >
                           DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                           PERFORM CONFIRM-COUNTER-OVERDRAFT
                       ELSE
                           PERFORM POST-COUNTER-WITHDRAWAL
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> THE WITHDRAWAL WILL TAKE THE AVAILABLE BALANCE BELOW
      *> ZERO - ALLOWED WITHIN THE OVERDRAFT LIMIT ONCE THE
      *> CUSTOMER HAS BEEN TOLD OVERDRAFT INTEREST APPLIES.
       CONFIRM-COUNTER-OVERDRAFT.
           DISPLAY "*** NOTICE: THIS WILL OVERDRAW THE ACCOUNT. ***"
           MOVE WS-COUNTER-OD-LIMIT TO DISPLAY-MONEY
           DISPLAY "*** OVERDRAFT LIMIT " DISPLAY-MONEY
               " - DAILY OVERDRAFT INTEREST APPLIES. ***"
           DISPLAY "CUSTOMER ACCEPTS (Y/N): " WITH NO ADVANCING
           ACCEPT RAW-STRING
           IF RAW-STRING(1:1) = 'Y' OR RAW-STRING(1:1) = 'y'
               PERFORM POST-COUNTER-WITHDRAWAL
           ELSE
               DISPLAY "WITHDRAWAL CANCELLED."
           END-IF.

      *> ---------------------------------------------------
      *> A COUNTER TRANSACTION NEEDS A LIVE ACCOUNT: CLOSED
      *> ACCOUNTS ARE REFUSED, AND A DORMANT ONE MUST BE
      *> REACTIVATED (UNDER DUAL CONTROL) BEFORE CASH MOVES
      *> ON IT. CLEARS WS-ACCT-OK ON REFUSAL.
      *> ---------------------------------------------------
       CHECK-COUNTER-ACCOUNT.
           IF DB-ACCT-CLOSED OF ACCT-MASTER-REC
               DISPLAY "REFUSED: ACCOUNT IS CLOSED."
               MOVE "23" TO WS-ACCT-STATUS
           ELSE
           IF DB-ACCT-DORMANT OF ACCT-MASTER-REC
               DISPLAY "REFUSED: ACCOUNT IS DORMANT. REACTIVATE IT "
                   "FIRST (OPTION 6)."
               MOVE "23" TO WS-ACCT-STATUS
           ELSE
               DISPLAY "ACCOUNT HOLDER   : " DB-NAME OF ACCT-MASTER-REC
               MOVE DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   TO DISPLAY-MONEY
               DISPLAY "AVAILABLE BALANCE: " DISPLAY-MONEY
           END-IF
           END-IF.

      *> THE ACCOUNT'S PRODUCT DECIDES THE DEPOSIT HOLD AND
      *> THE OVERDRAFT LIMIT; AN UNKNOWN PRODUCT GETS THE
      *> ATM'S DEFAULTS (TWO-DAY HOLD, NO OVERDRAFT).
       SET-COUNTER-PRODUCT-RULES.
           MOVE DB-PRODUCT-CODE OF ACCT-MASTER-REC TO WS-FIND-PRODUCT
           PERFORM FIND-PRODUCT-PARAMS
           IF PRODUCT-FOUND
               MOVE PP-HOLD-DAYS OF WS-PRODUCT-ENTRY (WS-PROD-SLOT)
                   TO WS-COUNTER-HOLD-DAYS
               MOVE PP-OD-LIMIT OF WS-PRODUCT-ENTRY (WS-PROD-SLOT)
                   TO WS-COUNTER-OD-LIMIT
           ELSE
               MOVE 2 TO WS-COUNTER-HOLD-DAYS
               MOVE 0 TO WS-COUNTER-OD-LIMIT
           END-IF.

       POST-COUNTER-DEPOSIT.
           ADD WS-COUNTER-AMOUNT TO DB-BALANCE OF ACCT-MASTER-REC
           IF WS-COUNTER-HOLD-DAYS = 0
               ADD WS-COUNTER-AMOUNT
                   TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
           REWRITE ACCT-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: DEPOSIT COULD NOT BE SAVED. NO "
                       "CHANGE MADE - HAND THE CASH BACK."
           END-REWRITE
           IF WS-ACCT-OK
               IF WS-COUNTER-HOLD-DAYS > 0
                   PERFORM WRITE-COUNTER-HOLD
               END-IF
               MOVE WS-COUNTER-AMOUNT TO DISPLAY-MONEY
               DISPLAY "DEPOSIT OF " DISPLAY-MONEY " ACCEPTED - PUT "
                   "THE CASH IN YOUR DRAWER."
               IF WS-COUNTER-HOLD-DAYS > 0
                   DISPLAY "FUNDS ON HOLD UNTIL " WS-COUNTER-REL-DATE
                       " PENDING VERIFICATION."
               END-IF
               MOVE 'S' TO WS-LOG-STATUS
               PERFORM DRAWER-CASH-IN
           ELSE
               SUBTRACT WS-COUNTER-AMOUNT
                   FROM DB-BALANCE OF ACCT-MASTER-REC
               IF WS-COUNTER-HOLD-DAYS = 0
                   SUBTRACT WS-COUNTER-AMOUNT
                       FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               END-IF
               MOVE 'F' TO WS-LOG-STATUS
           END-IF
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-LOG-ACCT
           MOVE "DEPOSIT"          TO WS-LOG-TYPE
           MOVE WS-COUNTER-AMOUNT  TO WS-LOG-AMOUNT
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE
           PERFORM LOG-TRANSACTION.

      *> ---------------------------------------------------
      *> WRITES THE HOLD RECORD FOR THE COUNTER DEPOSIT JUST
      *> SAVED: NEXT FREE SEQUENCE ON THE ACCOUNT, RELEASE
      *> DATE = THE BUSINESS DATE PLUS THE PRODUCT'S HOLD
      *> PERIOD IN BUSINESS DAYS. THE DEPOSIT DATE STAYS THE
      *> JOURNAL ENTRY'S OWN DATE, WHICH IS WHAT A REVERSAL
      *> MATCHES THE HOLD ON. MIRRORS ATM.cob'S
      *> WRITE-DEPOSIT-HOLD.
      *> ---------------------------------------------------
       WRITE-COUNTER-HOLD.
           MOVE 'N' TO WS-COUNTER-SCAN
           MOVE 0 TO WS-COUNTER-HOLD-SEQ
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
               TO HD-ACCT-NUM OF DEPOSIT-HOLD-REC
           MOVE 0 TO HD-SEQ OF DEPOSIT-HOLD-REC
           START DEPOSIT-HOLD-FILE KEY >
               HD-KEY OF DEPOSIT-HOLD-REC
               INVALID KEY
                   SET COUNTER-SCAN-DONE TO TRUE
           END-START
           PERFORM UNTIL COUNTER-SCAN-DONE
               READ DEPOSIT-HOLD-FILE NEXT RECORD
                   AT END
                       SET COUNTER-SCAN-DONE TO TRUE
                   NOT AT END
                       IF HD-ACCT-NUM OF DEPOSIT-HOLD-REC
                           NOT = DB-ACCT-NUM OF ACCT-MASTER-REC
                           SET COUNTER-SCAN-DONE TO TRUE
                       ELSE
                           MOVE HD-SEQ OF DEPOSIT-HOLD-REC
                               TO WS-COUNTER-HOLD-SEQ
                       END-IF
               END-READ
           END-PERFORM
           ADD 1 TO WS-COUNTER-HOLD-SEQ

           PERFORM LOAD-BUSINESS-DATE
           MOVE 'A' TO WS-CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           MOVE WS-COUNTER-HOLD-DAYS TO WS-CAL-DAYS
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-COUNTER-REL-DATE

           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
               TO HD-ACCT-NUM OF DEPOSIT-HOLD-REC
           MOVE WS-COUNTER-HOLD-SEQ TO HD-SEQ OF DEPOSIT-HOLD-REC
           MOVE WS-COUNTER-AMOUNT TO HD-AMOUNT OF DEPOSIT-HOLD-REC
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO HD-DEPOSIT-DATE OF DEPOSIT-HOLD-REC
           MOVE WS-COUNTER-REL-DATE
               TO HD-RELEASE-DATE OF DEPOSIT-HOLD-REC
           SET HD-HELD OF DEPOSIT-HOLD-REC TO TRUE
           WRITE DEPOSIT-HOLD-REC
               INVALID KEY
                   DISPLAY "WARNING: UNABLE TO RECORD DEPOSIT HOLD - "
                       "RELEASE THE FUNDS BY HAND WHEN THEY CLEAR."
           END-WRITE.

       POST-COUNTER-WITHDRAWAL.
           SUBTRACT WS-COUNTER-AMOUNT FROM DB-BALANCE OF ACCT-MASTER-REC
           SUBTRACT WS-COUNTER-AMOUNT
               FROM DB-AVAIL-BALANCE OF ACCT-MASTER-REC
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8)
               TO DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
           REWRITE ACCT-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR: WITHDRAWAL COULD NOT BE SAVED. NO "
                       "CHANGE MADE - DO NOT PAY OUT."
           END-REWRITE
           IF WS-ACCT-OK
               MOVE WS-COUNTER-AMOUNT TO DISPLAY-MONEY
               DISPLAY "PAY THE CUSTOMER " DISPLAY-MONEY " IN CASH."
               MOVE DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                   TO DISPLAY-MONEY
               DISPLAY "AVAILABLE BALANCE NOW: " DISPLAY-MONEY
               MOVE 'S' TO WS-LOG-STATUS
               PERFORM DRAWER-CASH-OUT
           ELSE
               ADD WS-COUNTER-AMOUNT TO DB-BALANCE OF ACCT-MASTER-REC
               ADD WS-COUNTER-AMOUNT
                   TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               MOVE 'F' TO WS-LOG-STATUS
           END-IF
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-LOG-ACCT
           MOVE "CASH-OUT"         TO WS-LOG-TYPE
           MOVE WS-COUNTER-AMOUNT  TO WS-LOG-AMOUNT
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-LOG-BALANCE
           PERFORM LOG-TRANSACTION.

      *> ---------------------------------------------------
      *> TELLER CASH DRAWER - ONE PER TELLER PER BUSINESS DAY
      *> ON DRAWER.DAT (SEE CBDRWR). THE TELLER OPENS IT WITH
      *> THE FLOAT FROM THE VAULT BEFORE SERVING CASH, AND AT
      *> DAY END COUNTS THE CASH AND SIGNS IT OFF; THE COUNT
      *> IS TAKEN BEFORE THE EXPECTED FIGURE IS SHOWN. A
      *> SIGNED-OFF DRAWER TAKES NO MORE CASH.
      *> ---------------------------------------------------
       MAINTAIN-CASH-DRAWER.
           DISPLAY "O=OPEN DRAWER, S=SHOW DRAWER, C=COUNT AND SIGN "
               "OFF: " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:1) TO WS-DRAWER-CHOICE.
           EVALUATE WS-DRAWER-CHOICE
               WHEN 'O' PERFORM OPEN-CASH-DRAWER
               WHEN 'o' PERFORM OPEN-CASH-DRAWER
               WHEN 'S' PERFORM SHOW-CASH-DRAWER
               WHEN 's' PERFORM SHOW-CASH-DRAWER
               WHEN 'C' PERFORM SIGN-OFF-CASH-DRAWER
               WHEN 'c' PERFORM SIGN-OFF-CASH-DRAWER
               WHEN OTHER DISPLAY "INVALID SELECTION."
           END-EVALUATE.

       OPEN-CASH-DRAWER.
           PERFORM READ-OWN-DRAWER.
           IF WS-DRWR-OK
               DISPLAY "REFUSED: YOUR DRAWER FOR " WS-BUSINESS-DATE
                   " IS ALREADY OPEN OR SIGNED OFF."
           ELSE
               DISPLAY "OPENING FLOAT FROM THE VAULT: "
                   WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING IS NOT NUMERIC
                   DISPLAY "INVALID AMOUNT."
               ELSE
                   MOVE WS-SIGNED-ON-TELLER
                       TO DR-TELLER-ID OF CASH-DRAWER-REC
                   MOVE WS-BUSINESS-DATE
                       TO DR-DRAWER-DATE OF CASH-DRAWER-REC
                   SET DR-OPEN OF CASH-DRAWER-REC TO TRUE
                   MOVE RAW-STRING
                       TO DR-OPENING-FLOAT OF CASH-DRAWER-REC
                   MOVE 0 TO DR-CASH-IN OF CASH-DRAWER-REC
                   MOVE 0 TO DR-CASH-OUT OF CASH-DRAWER-REC
                   MOVE 0 TO DR-COUNTED-CASH OF CASH-DRAWER-REC
                   MOVE 0 TO DR-SIGNOFF-TIMESTAMP OF CASH-DRAWER-REC
                   WRITE CASH-DRAWER-REC
                       INVALID KEY
                           DISPLAY "ERROR: UNABLE TO OPEN DRAWER."
                   END-WRITE
                   IF WS-DRWR-OK
                       MOVE DR-OPENING-FLOAT OF CASH-DRAWER-REC
                           TO DISPLAY-MONEY
                       DISPLAY "DRAWER OPENED FOR " WS-BUSINESS-DATE
                           " WITH A FLOAT OF " DISPLAY-MONEY "."
                       MOVE "DRWR-OPEN" TO WS-LOG-TYPE
                       MOVE DR-OPENING-FLOAT OF CASH-DRAWER-REC
                           TO WS-LOG-AMOUNT
                       PERFORM LOG-DRAWER-EVENT
                   END-IF
               END-IF
           END-IF.

       SHOW-CASH-DRAWER.
           PERFORM READ-OWN-DRAWER.
           IF NOT WS-DRWR-OK
               DISPLAY "NO DRAWER OPENED FOR " WS-BUSINESS-DATE "."
           ELSE
               PERFORM DISPLAY-DRAWER-POSITION
           END-IF.

       SIGN-OFF-CASH-DRAWER.
           PERFORM FIND-OPEN-DRAWER.
           IF DRAWER-READY
               DISPLAY "CASH COUNTED IN THE DRAWER: " WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING IS NOT NUMERIC
                   DISPLAY "INVALID AMOUNT."
               ELSE
                   MOVE RAW-STRING TO DR-COUNTED-CASH OF CASH-DRAWER-REC
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                   MOVE WS-CURRENT-TIMESTAMP(1:14)
                       TO DR-SIGNOFF-TIMESTAMP OF CASH-DRAWER-REC
                   SET DR-SIGNED-OFF OF CASH-DRAWER-REC TO TRUE
                   REWRITE CASH-DRAWER-REC
                       INVALID KEY
                           DISPLAY "ERROR: UNABLE TO SIGN OFF DRAWER."
                   END-REWRITE
                   IF WS-DRWR-OK
                       DISPLAY "DRAWER SIGNED OFF."
                       PERFORM DISPLAY-DRAWER-POSITION
                       MOVE "DRWR-COUNT" TO WS-LOG-TYPE
                       MOVE DR-COUNTED-CASH OF CASH-DRAWER-REC
                           TO WS-LOG-AMOUNT
                       PERFORM LOG-DRAWER-EVENT
                   END-IF
               END-IF
           END-IF.

       DISPLAY-DRAWER-POSITION.
           COMPUTE WS-DRAWER-EXPECTED =
               DR-OPENING-FLOAT OF CASH-DRAWER-REC
               + DR-CASH-IN OF CASH-DRAWER-REC
               - DR-CASH-OUT OF CASH-DRAWER-REC.
           DISPLAY "DRAWER " DR-TELLER-ID OF CASH-DRAWER-REC
               " FOR " DR-DRAWER-DATE OF CASH-DRAWER-REC.
           MOVE DR-OPENING-FLOAT OF CASH-DRAWER-REC TO DISPLAY-MONEY.
           DISPLAY "  OPENING FLOAT : " DISPLAY-MONEY.
           MOVE DR-CASH-IN OF CASH-DRAWER-REC TO DISPLAY-MONEY.
           DISPLAY "  CASH IN       : " DISPLAY-MONEY.
           MOVE DR-CASH-OUT OF CASH-DRAWER-REC TO DISPLAY-MONEY.
           DISPLAY "  CASH OUT      : " DISPLAY-MONEY.
           MOVE WS-DRAWER-EXPECTED TO DISPLAY-MONEY.
           DISPLAY "  EXPECTED CASH : " DISPLAY-MONEY.
           IF DR-SIGNED-OFF OF CASH-DRAWER-REC
               COMPUTE WS-DRAWER-DIFF =
                   DR-COUNTED-CASH OF CASH-DRAWER-REC
                   - WS-DRAWER-EXPECTED
               MOVE DR-COUNTED-CASH OF CASH-DRAWER-REC TO DISPLAY-MONEY
               DISPLAY "  COUNTED CASH  : " DISPLAY-MONEY
               MOVE WS-DRAWER-DIFF TO DISPLAY-MONEY
               IF WS-DRAWER-DIFF > 0
                   DISPLAY "  DRAWER OVER   : " DISPLAY-MONEY
               ELSE
               IF WS-DRAWER-DIFF < 0
                   DISPLAY "  DRAWER SHORT  : " DISPLAY-MONEY
               ELSE
                   DISPLAY "  DRAWER BALANCES."
               END-IF
               END-IF
           ELSE
               DISPLAY "  DRAWER OPEN - NOT YET SIGNED OFF."
           END-IF.

      *> ---------------------------------------------------
      *> THE BANK BUSINESS DATE FROM BUSDATE.DAT DATES THE
      *> TELLER'S DRAWER, SO THE EVENING BALANCING REPORT
      *> SETTLES IT AGAINST THE SAME DAY'S JOURNAL, AND THE
      *> DISPUTE CASES, LOANS, RECLAIMS AND COUNTER HOLDS THE
      *> NIGHT RUN LATER AGES AND MATURES AGAINST IT. READ ONLY
      *> - THE NIGHT-RUN SEQUENCER OWNS THE FILE; BEFORE ITS
      *> FIRST RUN THE SYSTEM CLOCK STANDS IN.
      *> ---------------------------------------------------
       LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BDATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BD-BUSINESS-DATE OF BUSINESS-DATE-REC
                           TO WS-BUSINESS-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-OWN-DRAWER.
           PERFORM LOAD-BUSINESS-DATE.
           MOVE WS-SIGNED-ON-TELLER TO DR-TELLER-ID OF CASH-DRAWER-REC.
           MOVE WS-BUSINESS-DATE TO DR-DRAWER-DATE OF CASH-DRAWER-REC.
           READ CASH-DRAWER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      *> SETS DRAWER-READY WHEN THE SIGNED-ON OFFICER HAS A
      *> DRAWER OPEN TODAY THAT IS NOT YET SIGNED OFF.
       FIND-OPEN-DRAWER.
           MOVE 'N' TO WS-DRAWER-FLAG.
           PERFORM READ-OWN-DRAWER.
           IF NOT WS-DRWR-OK
               DISPLAY "REFUSED: NO CASH DRAWER OPEN FOR YOU ON "
                   WS-BUSINESS-DATE " - OPEN ONE FIRST (OPTION T)."
           ELSE
           IF DR-SIGNED-OFF OF CASH-DRAWER-REC
               DISPLAY "REFUSED: YOUR DRAWER FOR " WS-BUSINESS-DATE
                   " IS ALREADY SIGNED OFF."
           ELSE
               SET DRAWER-READY TO TRUE
           END-IF
           END-IF.

      *> ---------------------------------------------------
      *> BOOKS CASH TAKEN IN OR PAID OUT (WS-COUNTER-AMOUNT)
      *> TO THE SIGNED-ON OFFICER'S OPEN DRAWER. THE ACCOUNT
      *> AND JOURNAL ARE ALREADY UPDATED BY NOW, SO A FAILURE
      *> IS SHOUTED RATHER THAN UNWOUND - THE EVENING REPORT
      *> WILL SHOW IT AS A DRAWER-VERSUS-JOURNAL DIFFERENCE.
      *> ---------------------------------------------------
       DRAWER-CASH-IN.
           PERFORM READ-OWN-DRAWER.
           IF WS-DRWR-OK
               ADD WS-COUNTER-AMOUNT TO DR-CASH-IN OF CASH-DRAWER-REC
               PERFORM REWRITE-CASH-DRAWER
           ELSE
               PERFORM REPORT-DRAWER-NOT-UPDATED
           END-IF.

       DRAWER-CASH-OUT.
           PERFORM READ-OWN-DRAWER.
           IF WS-DRWR-OK
               ADD WS-COUNTER-AMOUNT TO DR-CASH-OUT OF CASH-DRAWER-REC
               PERFORM REWRITE-CASH-DRAWER
           ELSE
               PERFORM REPORT-DRAWER-NOT-UPDATED
           END-IF.

       REWRITE-CASH-DRAWER.
           REWRITE CASH-DRAWER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF NOT WS-DRWR-OK
               PERFORM REPORT-DRAWER-NOT-UPDATED
           END-IF.

       REPORT-DRAWER-NOT-UPDATED.
           MOVE WS-COUNTER-AMOUNT TO DISPLAY-MONEY.
           DISPLAY "*** UNABLE TO BOOK " DISPLAY-MONEY " TO YOUR "
               "CASH DRAWER - TELL YOUR SUPERVISOR.".

      *> DRAWER OPENINGS AND SIGN-OFF COUNTS ARE JOURNALED
      *> UNDER ACCOUNT ZERO; THE TELLER ID SAYS WHOSE DRAWER.
       LOG-DRAWER-EVENT.
           MOVE 0   TO WS-LOG-ACCT
           MOVE 0   TO WS-LOG-BALANCE
           MOVE 'S' TO WS-LOG-STATUS
           PERFORM LOG-TRANSACTION.
