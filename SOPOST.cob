      *> SKIPPED, JOURNALED AS FAILURES AND REPORTED SO THE
      *> BACK OFFICE CAN FOLLOW UP. THE DUE DATE IS ADVANCED
      *> EITHER WAY SO ONE BAD NIGHT DOES NOT QUEUE UP A
      *> RETRY STORM. A DUE DATE ON A WEEKEND OR BANK
      *> HOLIDAY ROLLS FORWARD TO THE NEXT BUSINESS DAY; THE
      *> STORED DATE STAYS THE CUSTOMER'S OWN PAYMENT DAY SO
      *> A MONTHLY ORDER NEVER DRIFTS.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.

       01  WS-DATE-VARS.
           05  WS-DUE-INT         PIC 9(7).
           05  WS-DUE-ROLLED      PIC 9(8).
           05  WS-DUE-YYYY        PIC 9(4).
           05  WS-DUE-MM          PIC 9(2).
           05  WS-DUE-DD          PIC 9(2).

       *> ---------------------------------------------------
       *> BUSINESS-DAY ROUTINE (CAT-BANK-CALENDAR) WORK AREAS.
       *> ---------------------------------------------------
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       01  WS-LOG-ENTRY.
           05  WS-LOG-ACCT        PIC 9(5).
           05  WS-LOG-TYPE        PIC X(10).
               ADD 1 TO WS-ORDERS-READ
               MOVE STANDING-ORDER-REC TO WS-ORDER
               IF SO-ACTIVE OF WS-ORDER
                   PERFORM ROLL-ORDER-DUE-DATE
                   IF WS-DUE-ROLLED <= WS-TODAY-DATE
                       ADD 1 TO WS-ORDERS-DUE
                       PERFORM EXECUTE-ONE-ORDER
                   END-IF
               END-IF
               PERFORM READ-NEXT-ORDER
           END-PERFORM.
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------
      *> THE DAY THE ORDER ACTUALLY PAYS: ITS DUE DATE, OR
      *> THE NEXT BUSINESS DAY WHEN THE DUE DATE FALLS ON A
      *> WEEKEND OR BANK HOLIDAY.
      *> ---------------------------------------------------
       ROLL-ORDER-DUE-DATE.
           MOVE 'R' TO WS-CAL-FUNCTION
           MOVE SO-NEXT-DUE-DATE OF WS-ORDER TO WS-CAL-DATE
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-DUE-ROLLED.

      *> ---------------------------------------------------
      *> EXECUTES THE ORDER IN WS-ORDER: CREDITS THE
      *> DESTINATION FIRST, THEN DEBITS THE SOURCE, REVERSING
      *> JOURNALED AND THE DUE DATE IS ADVANCED.
      *> ---------------------------------------------------
       EXECUTE-ONE-ORDER.
           IF WS-DUE-ROLLED NOT = SO-NEXT-DUE-DATE OF WS-ORDER
               DISPLAY "ORDER " SO-ACCT-NUM OF WS-ORDER "/"
                   SO-SEQ OF WS-ORDER " DUE "
                   SO-NEXT-DUE-DATE OF WS-ORDER
                   " (NOT A BUSINESS DAY) - PAYS " WS-DUE-ROLLED
           END-IF.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE 0 TO WS-SRC-BALANCE.
           PERFORM CHECK-ORDER-ACCOUNTS.
