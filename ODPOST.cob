      *> EACH CHARGE AS AN "OD-INT" ENTRY. ACCOUNTS IN
      *> CREDIT, ON PRODUCTS WITH NO OVERDRAFT RATE, OR WITH
      *> A PRODUCT CODE NOT ON THE PARAMETER FILE ARE
      *> SKIPPED. THE NIGHT BEFORE A WEEKEND OR BANK HOLIDAY
      *> CHARGES FOR EVERY DAY UP TO THE NEXT BUSINESS DAY -
      *> THE OVERDRAWN BALANCE STANDS THROUGH THEM ALL.
      *> DOUBLE-POSTING PROTECTION IS THE SAME TWO LAYERS AS
      *> THE CREDIT-INTEREST RUN: EVERY ACCOUNT IS STAMPED
      *> WITH THE BUSINESS DATE ITS OVERDRAFT INTEREST WAS

       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> DAYS THIS RUN CHARGES FOR - TONIGHT PLUS ANY WEEKEND
       *> OR HOLIDAY BEFORE THE NEXT BUSINESS DAY, WHEN NO
       *> CHAIN RUNS (SEE CAT-BANK-CALENDAR).
       *> ---------------------------------------------------
       01  WS-ACCRUAL-DAYS        PIC 9(3).
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       01  WS-CHARGE-AMOUNT       PIC 9(7)V99.
       01  WS-PRE-CHARGE-BAL      PIC S9(7)V99.
       01  WS-LOG-RESULT-BALANCE  PIC S9(7)V99.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           PERFORM SET-ACCRUAL-DAYS.
           PERFORM CHECK-RUN-CONTROL.

           OPEN I-O ACCOUNT-MASTER.
           WRITE BUSINESS-DATE-REC.
           CLOSE BUSINESS-DATE-FILE.

      *> ---------------------------------------------------
      *> COUNTS THE CALENDAR DAYS FROM TODAY TO THE NEXT
      *> BUSINESS DAY. A FRIDAY RUN CHARGES FRIDAY, SATURDAY
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
           DISPLAY "BUSINESS DATE " WS-TODAY-DATE " - CHARGING FOR "
               WS-ACCRUAL-DAYS " DAY(S) TO " WS-CAL-RESULT ".".

      *> ---------------------------------------------------
      *> DECIDES WHETHER THIS IS A FRESH RUN, A RESTART OF AN
      *> INTERRUPTED RUN, OR A FORBIDDEN SECOND RUN FOR A
               MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-PRE-CHARGE-BAL
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   (0 - DB-BALANCE OF ACCT-MASTER-REC) * WS-OD-RATE
                   * WS-ACCRUAL-DAYS
               SUBTRACT WS-CHARGE-AMOUNT
                   FROM DB-BALANCE OF ACCT-MASTER-REC
               SUBTRACT WS-CHARGE-AMOUNT
