      *> ITEMS BACK. PAYMENTS THAT CANNOT BE SENT
      *> (INSUFFICIENT FUNDS, CLOSED OR MISSING ACCOUNTS) ARE
      *> LEFT PENDING FOR THE NEXT NIGHT, JOURNALED AS
      *> FAILURES AND REPORTED. A PRE-FUNDED PAYMENT (STATUS
      *> 'F' - A CLOSING OR RECLAIMED BALANCE THE BRANCH HAS
      *> ALREADY DEBITED AND JOURNALED) GOES ON THE FILE AS
      *> IT STANDS, WITH NO SECOND DEBIT OR ENTRY. A RERUN IS
      *> REFUSED WHEN THE DAY'S OUTBOUND FILE ALREADY EXISTS
      *> - A SECOND FILE WOULD PAY EVERYONE TWICE.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-SEND-VARS.
           05  WS-SKIP-REASON     PIC X(30).
           05  WS-SRC-BALANCE     PIC S9(7)V99.
           05  WS-PREFUNDED       PIC X(1).
               88  PAYMENT-PREFUNDED VALUE 'Y'.

       01  WS-LOG-ENTRY.
           05  WS-LOG-ACCT        PIC 9(5).
               ADD 1 TO WS-PAYMENTS-READ
               MOVE EXTERNAL-PAYMENT-REC TO WS-PAYMENT
               IF XP-PENDING OF WS-PAYMENT
                   OR XP-FUNDED OF WS-PAYMENT
                   PERFORM SEND-ONE-PAYMENT
               END-IF
               PERFORM READ-NEXT-PAYMENT
      *> JOURNALS THE MOVEMENT, PUTS THE "PAY" RECORD ON THE
      *> OUTBOUND FILE AND FLAGS THE PAYMENT SENT. ANYTHING
      *> THAT CANNOT BE SENT STAYS PENDING FOR TOMORROW AND
      *> IS JOURNALED AS A FAILED ATTEMPT. A PRE-FUNDED
      *> PAYMENT SKIPS THE DEBIT AND THE ENTRY - THE BRANCH
      *> DID BOTH WHEN IT QUEUED THE PAYOUT.
      *> ---------------------------------------------------
       SEND-ONE-PAYMENT.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE 0 TO WS-SRC-BALANCE.
           IF XP-FUNDED OF WS-PAYMENT
               SET PAYMENT-PREFUNDED TO TRUE
           ELSE
               MOVE 'N' TO WS-PREFUNDED
               PERFORM DEBIT-PAYMENT-SOURCE
           END-IF.
           IF WS-SKIP-REASON = SPACES
               PERFORM WRITE-OUTBOUND-PAYMENT
               SET XP-SENT OF WS-PAYMENT TO TRUE
                   XP-SEQ OF WS-PAYMENT " SENT " DISPLAY-MONEY
                   " TO " XP-DEST-BANK OF WS-PAYMENT "/"
                   XP-DEST-BRANCH OF WS-PAYMENT
               IF NOT PAYMENT-PREFUNDED
                   MOVE XP-ACCT-NUM OF WS-PAYMENT TO WS-LOG-ACCT
                   MOVE "XFER-EXT"                TO WS-LOG-TYPE
                   MOVE XP-AMOUNT OF WS-PAYMENT    TO WS-LOG-AMOUNT
                   MOVE WS-SRC-BALANCE             TO WS-LOG-BALANCE
                   MOVE 'S'                        TO WS-LOG-STATUS
                   PERFORM LOG-TRANSACTION
               END-IF
           ELSE
               ADD 1 TO WS-PAYMENTS-HELD
               DISPLAY "PAYMENT " XP-ACCT-NUM OF WS-PAYMENT "/"
