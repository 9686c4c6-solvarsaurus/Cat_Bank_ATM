           05  WS-TOTAL-CARRYFWD  PIC S9(9)V99 VALUE 0.
           05  WS-TOTAL-DEPOSITS  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-WITHDRAW  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-CASH-OUT  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-XFER-OUT  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-XFER-IN   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-XFER-EXT  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-EXT-IN    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-EXT-RET   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-INTEREST  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-WHT-TAX   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ODINT     PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-FEES      PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-REV-DR    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-REV-CR    PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-DISP-CR   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-ESCHEAT   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-RECLAIM   PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-LOAN-ADV  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-LOAN-PMT  PIC 9(9)V99 VALUE 0.
      *> BALANCE EDITS JOURNAL THEIR SIGNED DELTA, SO THE
      *> NET CAN RUN EITHER WAY.
           05  WS-TOTAL-MAINTBAL  PIC S9(9)V99 VALUE 0.
           05  WS-COUNT-CARRYFWD  PIC 9(7) VALUE 0.
           05  WS-COUNT-DEPOSITS  PIC 9(7) VALUE 0.
           05  WS-COUNT-WITHDRAW  PIC 9(7) VALUE 0.
           05  WS-COUNT-CASH-OUT  PIC 9(7) VALUE 0.
           05  WS-COUNT-XFER-OUT  PIC 9(7) VALUE 0.
           05  WS-COUNT-XFER-IN   PIC 9(7) VALUE 0.
           05  WS-COUNT-XFER-EXT  PIC 9(7) VALUE 0.
           05  WS-COUNT-EXT-IN    PIC 9(7) VALUE 0.
           05  WS-COUNT-EXT-RET   PIC 9(7) VALUE 0.
           05  WS-COUNT-INTEREST  PIC 9(7) VALUE 0.
           05  WS-COUNT-WHT-TAX   PIC 9(7) VALUE 0.
           05  WS-COUNT-ODINT     PIC 9(7) VALUE 0.
           05  WS-COUNT-FEES      PIC 9(7) VALUE 0.
           05  WS-COUNT-REV-DR    PIC 9(7) VALUE 0.
           05  WS-COUNT-REV-CR    PIC 9(7) VALUE 0.
           05  WS-COUNT-DISP-CR   PIC 9(7) VALUE 0.
           05  WS-COUNT-ESCHEAT   PIC 9(7) VALUE 0.
           05  WS-COUNT-RECLAIM   PIC 9(7) VALUE 0.
           05  WS-COUNT-LOAN-ADV  PIC 9(7) VALUE 0.
           05  WS-COUNT-LOAN-PMT  PIC 9(7) VALUE 0.
           05  WS-COUNT-MAINTBAL  PIC 9(7) VALUE 0.

       *> ---------------------------------------------------
                   WHEN "WITHDRAW"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-WITHDRAW
                       ADD 1 TO WS-COUNT-WITHDRAW
                   WHEN "CASH-OUT"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-CASH-OUT
                       ADD 1 TO WS-COUNT-CASH-OUT
                   WHEN "XFER-OUT"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-XFER-OUT
                       ADD 1 TO WS-COUNT-XFER-OUT
                   WHEN "INTEREST"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-INTEREST
                       ADD 1 TO WS-COUNT-INTEREST
                   WHEN "WHT-TAX"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-WHT-TAX
                       ADD 1 TO WS-COUNT-WHT-TAX
                   WHEN "OD-INT"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-ODINT
                       ADD 1 TO WS-COUNT-ODINT
                   WHEN "REV-CR"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-REV-CR
                       ADD 1 TO WS-COUNT-REV-CR
                   WHEN "DISP-CR"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-DISP-CR
                       ADD 1 TO WS-COUNT-DISP-CR
                   WHEN "ESCHEAT"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-ESCHEAT
                       ADD 1 TO WS-COUNT-ESCHEAT
                   WHEN "RECLAIM"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-RECLAIM
                       ADD 1 TO WS-COUNT-RECLAIM
                   WHEN "MAINT-BAL"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-MAINTBAL
                       ADD 1 TO WS-COUNT-MAINTBAL
                   WHEN "LOAN-ADV"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-LOAN-ADV
                       ADD 1 TO WS-COUNT-LOAN-ADV
                   WHEN "LOAN-PMT"
                       ADD TL-AMOUNT OF TL-REC TO WS-TOTAL-LOAN-PMT
                       ADD 1 TO WS-COUNT-LOAN-PMT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           COMPUTE WS-EXPECTED-TOTAL =
               WS-TOTAL-OPENING + WS-TOTAL-CARRYFWD
               + WS-TOTAL-DEPOSITS - WS-TOTAL-WITHDRAW
               - WS-TOTAL-CASH-OUT
               + WS-TOTAL-XFER-IN - WS-TOTAL-XFER-OUT
               - WS-TOTAL-XFER-EXT + WS-TOTAL-EXT-IN
               + WS-TOTAL-EXT-RET + WS-TOTAL-INTEREST
               - WS-TOTAL-WHT-TAX
               - WS-TOTAL-ODINT - WS-TOTAL-FEES
               - WS-TOTAL-REV-DR + WS-TOTAL-REV-CR
               + WS-TOTAL-DISP-CR
               - WS-TOTAL-ESCHEAT + WS-TOTAL-RECLAIM
               + WS-TOTAL-MAINTBAL
               + WS-TOTAL-LOAN-ADV - WS-TOTAL-LOAN-PMT.
           COMPUTE WS-DISCREPANCY = WS-CLOSING-TOTAL - WS-EXPECTED-TOTAL.

           DISPLAY " ".
           DISPLAY "+ DEPOSITS         : " DISPLAY-MONEY.
           MOVE WS-TOTAL-WITHDRAW TO DISPLAY-MONEY
           DISPLAY "- WITHDRAWALS      : " DISPLAY-MONEY.
           MOVE WS-TOTAL-CASH-OUT TO DISPLAY-MONEY
           DISPLAY "- COUNTER CASH OUT : " DISPLAY-MONEY.
           MOVE WS-TOTAL-XFER-IN  TO DISPLAY-MONEY
           DISPLAY "+ TRANSFERS IN     : " DISPLAY-MONEY.
           MOVE WS-TOTAL-XFER-OUT TO DISPLAY-MONEY
           DISPLAY "+ EXTERNAL RETURNS : " DISPLAY-MONEY.
           MOVE WS-TOTAL-INTEREST TO DISPLAY-MONEY
           DISPLAY "+ INTEREST POSTED  : " DISPLAY-MONEY.
           MOVE WS-TOTAL-WHT-TAX  TO DISPLAY-MONEY
           DISPLAY "- TAX WITHHELD     : " DISPLAY-MONEY.
           MOVE WS-TOTAL-ODINT    TO DISPLAY-MONEY
           DISPLAY "- OVERDRAFT INT    : " DISPLAY-MONEY.
           MOVE WS-TOTAL-FEES     TO DISPLAY-MONEY
           DISPLAY "- REVERSED CREDITS : " DISPLAY-MONEY.
           MOVE WS-TOTAL-REV-CR   TO DISPLAY-MONEY
           DISPLAY "+ REVERSED DEBITS  : " DISPLAY-MONEY.
           MOVE WS-TOTAL-DISP-CR  TO DISPLAY-MONEY
           DISPLAY "+ DISPUTE CREDITS  : " DISPLAY-MONEY.
           MOVE WS-TOTAL-ESCHEAT  TO DISPLAY-MONEY
           DISPLAY "- ESCHEATED        : " DISPLAY-MONEY.
           MOVE WS-TOTAL-RECLAIM  TO DISPLAY-MONEY
           DISPLAY "+ RECLAIMED        : " DISPLAY-MONEY.
           MOVE WS-TOTAL-MAINTBAL TO DISPLAY-MONEY-SIGNED
           DISPLAY "+ BALANCE EDITS    : " DISPLAY-MONEY-SIGNED.
           MOVE WS-TOTAL-LOAN-ADV TO DISPLAY-MONEY
           DISPLAY "+ LOANS ADVANCED   : " DISPLAY-MONEY.
           MOVE WS-TOTAL-LOAN-PMT TO DISPLAY-MONEY
           DISPLAY "- LOAN REPAYMENTS  : " DISPLAY-MONEY.
           MOVE WS-EXPECTED-TOTAL TO DISPLAY-MONEY-SIGNED
           DISPLAY "= EXPECTED CLOSING : " DISPLAY-MONEY-SIGNED.
           MOVE WS-CLOSING-TOTAL  TO DISPLAY-MONEY-SIGNED
               MOVE WS-COUNT-WITHDRAW TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-WITHDRAW TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "CASH-OUT"  TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-CASH-OUT TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-CASH-OUT TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "XFER-OUT"  TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-XFER-OUT TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-XFER-OUT TO GL-TRAN-AMOUNT OF GL-REC
               MOVE WS-COUNT-INTEREST TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-INTEREST TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "WHT-TAX"   TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-WHT-TAX  TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-WHT-TAX  TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "OD-INT"    TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-ODINT    TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-ODINT    TO GL-TRAN-AMOUNT OF GL-REC
               MOVE WS-COUNT-REV-CR   TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-REV-CR   TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "DISP-CR"   TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-DISP-CR  TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-DISP-CR  TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "ESCHEAT"   TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-ESCHEAT  TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-ESCHEAT  TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "RECLAIM"   TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-RECLAIM  TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-RECLAIM  TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "MAINT-BAL" TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-MAINTBAL TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-MAINTBAL TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "LOAN-ADV"  TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-LOAN-ADV TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-LOAN-ADV TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               MOVE "LOAN-PMT"  TO GL-TRAN-TYPE OF GL-REC
               MOVE WS-COUNT-LOAN-PMT TO GL-TRAN-COUNT OF GL-REC
               MOVE WS-TOTAL-LOAN-PMT TO GL-TRAN-AMOUNT OF GL-REC
               PERFORM WRITE-GL-SUMMARY
               PERFORM WRITE-GL-ACCOUNT-SNAPSHOTS
               PERFORM WRITE-GL-TRAILER
               CLOSE GL-EXTRACT-FILE
