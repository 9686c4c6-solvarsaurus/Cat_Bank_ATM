      *> HARMLESS - A RELEASED HOLD IS NEVER RELEASED AGAIN.
      *> HOLDS ON CLOSED ACCOUNTS ARE REPORTED FOR THE BACK
      *> OFFICE AND LEFT IN PLACE.
      *> THE HOLD PERIOD (PP-HOLD-DAYS ON THE ACCOUNT'S
      *> PRODUCT) IS COUNTED IN BUSINESS DAYS FROM THE
      *> DEPOSIT DATE - WEEKENDS AND BANK HOLIDAYS DO NOT
      *> COUNT, SO A HOLIDAY ADDED AFTER THE DEPOSIT STILL
      *> PUSHES THE RELEASE BACK. THE STAMPED RELEASE DATE IS
      *> ONLY USED WHEN THE PRODUCT CANNOT BE FOUND.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT PRODUCT-PARAM-FILE ASSIGN TO "PRODPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.
       01  TL-REC.
           COPY CBJRNL.

       FD  PRODUCT-PARAM-FILE.
       01  PROD-PARAM-REC.
           COPY CBPROD.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       01  WS-BDATE-STATUS        PIC X(2).

       01  WS-PROD-STATUS         PIC X(2).

       *> ---------------------------------------------------
       *> PRODUCT PARAMETER TABLE - PRODPARM.DAT LOADED AT
       *> START-UP FOR EACH PRODUCT'S HOLD PERIOD.
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
       *> BUSINESS-DAY ROUTINE (CAT-BANK-CALENDAR) WORK AREAS
       *> AND THE RELEASE DATE WORKED OUT FOR THE HOLD.
       *> ---------------------------------------------------
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).
       01  WS-HOLD-DUE-DATE       PIC 9(8).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).


           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM LOAD-PRODUCT-PARAMS.

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-NOT-FOUND
               ADD 1 TO WS-HOLDS-READ
               MOVE DEPOSIT-HOLD-REC TO WS-HOLD
               IF HD-HELD OF WS-HOLD
                   PERFORM SET-HOLD-DUE-DATE
                   IF WS-HOLD-DUE-DATE <= WS-TODAY-DATE
                       ADD 1 TO WS-HOLDS-MATURED
                       PERFORM RELEASE-ONE-HOLD
                   END-IF
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM.
           WRITE BUSINESS-DATE-REC.
           CLOSE BUSINESS-DATE-FILE.

      *> ---------------------------------------------------
      *> LOADS THE PRODUCT PARAMETER FILE INTO THE LOOKUP
      *> TABLE. THE FILE IS SEEDED BY THE ATM AND THE ACCOUNT
      *> MAINTENANCE PROGRAM, SO A MISSING FILE HERE MEANS
      *> THE SYSTEM HAS NEVER BEEN SET UP.
      *> ---------------------------------------------------
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
      *> WORKS OUT WHEN THE HOLD IN WS-HOLD MATURES: THE
      *> DEPOSIT DATE PLUS THE ACCOUNT'S PRODUCT HOLD PERIOD
      *> IN BUSINESS DAYS. FALLS BACK TO THE RELEASE DATE
      *> STAMPED AT DEPOSIT WHEN THE ACCOUNT OR ITS PRODUCT
      *> CANNOT BE FOUND.
      *> ---------------------------------------------------
       SET-HOLD-DUE-DATE.
           MOVE HD-RELEASE-DATE OF WS-HOLD TO WS-HOLD-DUE-DATE.
           MOVE HD-ACCT-NUM OF WS-HOLD
               TO DB-ACCT-NUM OF ACCT-MASTER-REC.
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ACCT-OK
               MOVE DB-PRODUCT-CODE OF ACCT-MASTER-REC
                   TO WS-FIND-PRODUCT
               PERFORM FIND-PRODUCT-PARAMS
               IF PRODUCT-FOUND
                   MOVE 'A' TO WS-CAL-FUNCTION
                   MOVE HD-DEPOSIT-DATE OF WS-HOLD TO WS-CAL-DATE
                   MOVE PP-HOLD-DAYS OF WS-PRODUCT-ENTRY (WS-PROD-SLOT)
                       TO WS-CAL-DAYS
                   CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
                       WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
                   MOVE WS-CAL-RESULT TO WS-HOLD-DUE-DATE
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> RELEASES THE HOLD IN WS-HOLD: CREDITS THE ACCOUNT'S
      *> AVAILABLE BALANCE, FLAGS THE HOLD RELEASED, AND
