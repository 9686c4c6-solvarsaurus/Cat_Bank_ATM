           05  WS-LOG-AMOUNT      PIC 9(7)V99.
           05  WS-LOG-BALANCE     PIC S9(7)V99.
           05  WS-LOG-STATUS      PIC X(1).
           05  WS-LOG-REF         PIC 9(14) VALUE 0.

       01  WS-CURRENT-TIMESTAMP   PIC X(21).


       01  WS-TODAY-DATE          PIC 9(8).

      *> CARD LIFE FOR THE STARTER CARDS SEEDED ON THE FIRST
      *> EVER RUN - THEY EXPIRE AT THE END OF THE MONTH THIS
      *> MANY YEARS OUT, THE SAME RULE ACCTMAINT.cob USES FOR
      *> NEW AND REISSUED CARDS.
       01  WS-CARD-LIFE-YEARS     PIC 9(1) VALUE 3.
       01  WS-EXPIRY-VARS.
           05  WS-EXP-WORK        PIC 9(8).
           05  WS-EXP-PARTS REDEFINES WS-EXP-WORK.
               10  WS-EXP-YYYY    PIC 9(4).
               10  WS-EXP-MM      PIC 9(2).
               10  WS-EXP-DD      PIC 9(2).

      *> EFFECTIVE DAILY WITHDRAWAL LIMIT FOR THE LOGGED-IN
      *> CUSTOMER - SET AT LOGIN FROM THE ACCOUNT'S PRODUCT
      *> PARAMETERS, OR THE DEFAULT WHEN THE PRODUCT CODE IS
       *> ---------------------------------------------------
       01  WS-HOLD-VARS.
           05  WS-HOLD-NEXT-SEQ   PIC 9(3).
           05  WS-HOLD-REL-DATE   PIC 9(8).
           05  WS-HOLD-EOF        PIC X(1).
               88  HOLD-SCAN-DONE  VALUE 'Y'.
               88  PIN-REUSED      VALUE 'Y'.
           05  HIST-IDX           PIC 9(1).

       *> ---------------------------------------------------
       *> BUSINESS-DAY ROUTINE (CAT-BANK-CALENDAR) WORK AREAS -
       *> HOLD PERIODS COUNT BUSINESS DAYS, AND A STANDING
       *> ORDER'S FIRST PAYMENT ROLLS OFF A WEEKEND OR BANK
       *> HOLIDAY.
       *> ---------------------------------------------------
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       *> ---------------------------------------------------
       *> MINI-STATEMENT - LAST 5 JOURNAL ENTRIES FOR THE
       *> CURRENTLY LOGGED-IN ACCOUNT, HELD AS A CIRCULAR

       01  VALIDATION-FLAGS.
           05  AUTH-SUCCESS       PIC X(1) VALUE 'N'.
           05  CARD-CAPTURED      PIC X(1) VALUE 'N'.
               88  CARD-WAS-CAPTURED VALUE 'Y'.
           05  CARD-LOCKED-NOW    PIC X(1) VALUE 'N'.
               88  CARD-JUST-LOCKED  VALUE 'Y'.
           05  SAVE-SUCCESS       PIC X(1) VALUE 'N'.
               88  SAVE-OK         VALUE 'Y'.

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

       *> ---------------------------------------------------
       *> DIGESTS THE 4-DIGIT PIN IN WS-DIGEST-PIN, LEAVING
           MOVE WS-LOG-STATUS         TO TL-STATUS OF TL-REC
           MOVE SPACES                TO TL-TELLER-ID OF TL-REC
           MOVE WS-TERMINAL-ID        TO TL-TERMINAL-ID OF TL-REC
           MOVE WS-LOG-REF            TO TL-REF-TIMESTAMP OF TL-REC
           MOVE SPACES                TO TL-AUTH-ID OF TL-REC
           WRITE TL-REC
           MOVE 0 TO WS-LOG-REF.

       *> ---------------------------------------------------
       *> LOGIN LOGIC
       *> VERIFIES THE CARD AND PIN AGAINST THE CUSTOMER
       *> MASTER. THREE BAD PINS LOCK THE CARD - EVERY
       *> ACCOUNT LINKED TO IT - UNTIL A TELLER UNLOCKS IT.
       *> A HOTLISTED CARD (LOST, STOLEN OR REPLACED BY A
       *> REISSUE) OR AN EXPIRED ONE IS CAPTURED BEFORE THE
       *> PIN IS EVEN TRIED, AND JOURNALED AS A "CAPTURE"
       *> CARRYING THE CARD NUMBER.
       *> THE BAD PIN THAT LOCKS A CARD ALSO JOURNALS A
       *> "CARD-LOCK" CARRYING THE CARD NUMBER, SO THE
       *> NIGHTLY ALERT RUN CAN TELL THE CUSTOMER.
       *> THE ACCOUNT PICK (AND ITS OWN STATUS CHECKS)
       *> HAPPENS AFTERWARDS IN PICK-OWN-ACCOUNT.
       *> ---------------------------------------------------
       AUTHENTICATE-USER.
           MOVE 'N' TO AUTH-SUCCESS.
           MOVE 'N' TO CARD-CAPTURED.
           MOVE 'N' TO CARD-LOCKED-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE.
           MOVE INPUT-CARD TO CF-CARD-NUM OF CUST-MASTER-REC.
           READ CUSTOMER-MASTER
               INVALID KEY
           END-READ.

           IF WS-CUST-OK
               IF CF-CARD-HOTLISTED OF CUST-MASTER-REC
                   OR CF-EXPIRY-DATE OF CUST-MASTER-REC < WS-TODAY-DATE
                   SET CARD-WAS-CAPTURED TO TRUE
                   DISPLAY " "
                   IF CF-CARD-HOTLISTED OF CUST-MASTER-REC
                       DISPLAY "CARD RETAINED - THIS CARD IS NO LONGER "
                           "VALID. PLEASE CONTACT YOUR BRANCH."
                   ELSE
                       DISPLAY "CARD RETAINED - THIS CARD HAS EXPIRED. "
                           "PLEASE CONTACT YOUR BRANCH."
                   END-IF
               ELSE
               IF CF-CARD-LOCKED OF CUST-MASTER-REC
                   DISPLAY " "
                   DISPLAY "ERROR: CARD LOCKED AFTER REPEATED FAILED PIN "
                       DISPLAY " "
                       IF CF-FAILED-ATTEMPTS OF CUST-MASTER-REC >= 3
                           SET CF-CARD-LOCKED OF CUST-MASTER-REC TO TRUE
                           SET CARD-JUST-LOCKED TO TRUE
                           DISPLAY "ERROR: INVALID CREDENTIALS. CARD NOW "
                               "LOCKED AFTER 3 FAILED ATTEMPTS."
                       ELSE
                       END-REWRITE
                   END-IF
               END-IF
               END-IF
           END-IF.

           IF AUTH-SUCCESS NOT = 'Y'
               MOVE 0        TO WS-LOG-ACCT
               IF CARD-WAS-CAPTURED
                   MOVE "CAPTURE" TO WS-LOG-TYPE
                   MOVE INPUT-CARD TO WS-LOG-REF
               ELSE
                   MOVE "LOGIN"  TO WS-LOG-TYPE
               END-IF
               MOVE 0         TO WS-LOG-AMOUNT
               MOVE 0         TO WS-LOG-BALANCE
               MOVE 'F'       TO WS-LOG-STATUS
               PERFORM LOG-TRANSACTION
               IF CARD-JUST-LOCKED
                   MOVE 0           TO WS-LOG-ACCT
                   MOVE "CARD-LOCK" TO WS-LOG-TYPE
                   MOVE 0           TO WS-LOG-AMOUNT
                   MOVE 0           TO WS-LOG-BALANCE
                   MOVE 'S'         TO WS-LOG-STATUS
                   MOVE INPUT-CARD  TO WS-LOG-REF
                   PERFORM LOG-TRANSACTION
               END-IF
           END-IF.

       *> ---------------------------------------------------
       *> ---------------------------------------------------
       *> WRITES THE HOLD RECORD FOR THE DEPOSIT JUST SAVED:
       *> NEXT FREE SEQUENCE ON THE ACCOUNT, RELEASE DATE =
       *> TODAY PLUS THE PRODUCT'S HOLD PERIOD IN BUSINESS
       *> DAYS - WEEKENDS AND BANK HOLIDAYS DO NOT COUNT.
       *> ---------------------------------------------------
       WRITE-DEPOSIT-HOLD.
           MOVE 'N' TO WS-HOLD-EOF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE 'A' TO WS-CAL-FUNCTION
           MOVE WS-TODAY-DATE TO WS-CAL-DATE
           MOVE WS-HOLD-DAYS TO WS-CAL-DAYS
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-HOLD-REL-DATE

           MOVE DB-ACCT-NUM OF WS-ACCOUNT
               TO HD-ACCT-NUM OF DEPOSIT-HOLD-REC

       *> ---------------------------------------------------
       *> THE FIRST PAYMENT DATE MUST BE A PLAUSIBLE CALENDAR
       *> DATE AND NOT IN THE PAST. A DATE ON A WEEKEND OR
       *> BANK HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY
       *> AND THE CUSTOMER IS TOLD. WS-SO-DUE IS LEFT AT ZERO
       *> WHEN THE ENTRY IS REJECTED.
       *> ---------------------------------------------------
       VALIDATE-ORDER-DUE-DATE.
                       DISPLAY "FIRST PAYMENT DATE CANNOT BE IN "
                           "THE PAST."
                   ELSE
                       MOVE 'R' TO WS-CAL-FUNCTION
                       MOVE RAW-STRING(1:8) TO WS-CAL-DATE
                       CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
                           WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
                       MOVE WS-CAL-RESULT TO WS-SO-DUE
                       IF WS-SO-DUE NOT = WS-CAL-DATE
                           DISPLAY "THAT IS NOT A BUSINESS DAY - FIRST "
                               "PAYMENT MOVED TO " WS-SO-DUE "."
                       END-IF
                   END-IF
               END-IF
           END-IF.
