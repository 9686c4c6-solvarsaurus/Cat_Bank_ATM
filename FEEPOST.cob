       01  WS-LAST-FEE-RUN        PIC 9(6).
       01  WS-DUAL-LIMIT          PIC 9(7)V99.
       01  WS-PEND-EXPIRE-DAYS    PIC 9(3).
       01  WS-SNAP-KEEP-DAYS      PIC 9(3).
       01  WS-DISPUTE-DAYS        PIC 9(3).
       01  WS-ESCHEAT-YEARS       PIC 9(2).
       01  WS-WHT-RATE            PIC 9V9(4).
       01  WS-THIS-MONTH          PIC 9(6).

       *> ---------------------------------------------------
                   MOVE 0       TO WS-LAST-FEE-RUN
                   MOVE 1000.00 TO WS-DUAL-LIMIT
                   MOVE 7       TO WS-PEND-EXPIRE-DAYS
                   MOVE 7       TO WS-SNAP-KEEP-DAYS
                   MOVE 45      TO WS-DISPUTE-DAYS
                   MOVE 5       TO WS-ESCHEAT-YEARS
                   MOVE 0.2000  TO WS-WHT-RATE
               NOT AT END
                   MOVE BP-DORMANT-DAYS     TO WS-DORMANT-DAYS
                   MOVE BP-LAST-FEE-RUN     TO WS-LAST-FEE-RUN
                   MOVE BP-DUAL-LIMIT       TO WS-DUAL-LIMIT
                   MOVE BP-PEND-EXPIRE-DAYS TO WS-PEND-EXPIRE-DAYS
                   IF BP-SNAP-KEEP-DAYS IS NUMERIC
                       MOVE BP-SNAP-KEEP-DAYS TO WS-SNAP-KEEP-DAYS
                   ELSE
                       MOVE 7 TO WS-SNAP-KEEP-DAYS
                   END-IF
                   IF BP-DISPUTE-DAYS IS NUMERIC
                       MOVE BP-DISPUTE-DAYS TO WS-DISPUTE-DAYS
                   ELSE
                       MOVE 45 TO WS-DISPUTE-DAYS
                   END-IF
                   IF BP-ESCHEAT-YEARS IS NUMERIC
                       MOVE BP-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
                   ELSE
                       MOVE 5 TO WS-ESCHEAT-YEARS
                   END-IF
                   IF BP-WHT-RATE IS NUMERIC
                       MOVE BP-WHT-RATE TO WS-WHT-RATE
                   ELSE
                       MOVE 0.2000 TO WS-WHT-RATE
                   END-IF
           END-READ.
           CLOSE BANK-PARAM-FILE.
           DISPLAY "DORMANCY WINDOW: " WS-DORMANT-DAYS " DAYS".
           MOVE 0       TO BP-LAST-FEE-RUN
           MOVE 1000.00 TO BP-DUAL-LIMIT
           MOVE 7       TO BP-PEND-EXPIRE-DAYS
           MOVE 7       TO BP-SNAP-KEEP-DAYS
           MOVE 45      TO BP-DISPUTE-DAYS
           MOVE 5       TO BP-ESCHEAT-YEARS
           MOVE 0.2000  TO BP-WHT-RATE
           WRITE BANK-PARAM-REC.
           CLOSE BANK-PARAM-FILE.

           MOVE WS-THIS-MONTH       TO BP-LAST-FEE-RUN
           MOVE WS-DUAL-LIMIT       TO BP-DUAL-LIMIT
           MOVE WS-PEND-EXPIRE-DAYS TO BP-PEND-EXPIRE-DAYS
           MOVE WS-SNAP-KEEP-DAYS   TO BP-SNAP-KEEP-DAYS
           MOVE WS-DISPUTE-DAYS     TO BP-DISPUTE-DAYS
           MOVE WS-ESCHEAT-YEARS    TO BP-ESCHEAT-YEARS
           MOVE WS-WHT-RATE         TO BP-WHT-RATE
           WRITE BANK-PARAM-REC.
           CLOSE BANK-PARAM-FILE.

           IF TL-STATUS OF TL-REC = 'S'
               IF TL-TRAN-TYPE OF TL-REC = "DEPOSIT"
                   OR TL-TRAN-TYPE OF TL-REC = "WITHDRAW"
                   OR TL-TRAN-TYPE OF TL-REC = "CASH-OUT"
                   OR TL-TRAN-TYPE OF TL-REC = "XFER-OUT"
                   OR TL-TRAN-TYPE OF TL-REC = "XFER-IN"
                   OR TL-TRAN-TYPE OF TL-REC = "XFER-EXT"
