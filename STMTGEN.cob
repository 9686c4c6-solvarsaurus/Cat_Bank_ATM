           05  WS-ST-XFER-IN      PIC 9(9)V99.
           05  WS-ST-XFER-OUT     PIC 9(9)V99.
           05  WS-ST-INTEREST     PIC 9(9)V99.
           05  WS-ST-WHT-TAX      PIC 9(9)V99.
           05  WS-ST-ODINT        PIC 9(9)V99.
           05  WS-ST-FEES         PIC 9(9)V99.
           05  WS-ST-REV-DR       PIC 9(9)V99.
           05  WS-ST-REV-CR       PIC 9(9)V99.
           05  WS-ST-DISP-CR      PIC 9(9)V99.
      *> BALANCE EDITS JOURNAL THEIR SIGNED DELTA, SO THE
      *> PERIOD'S NET CAN RUN EITHER WAY.
           05  WS-ST-MAINTBAL     PIC S9(9)V99.
                       PERFORM NOTE-OPENING-BEFORE-CREDIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-XFER-IN
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "LOAN-ADV"
                       PERFORM NOTE-OPENING-BEFORE-CREDIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-XFER-IN
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "INTEREST"
                       PERFORM NOTE-OPENING-BEFORE-CREDIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-INTEREST
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "WHT-TAX"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-WHT-TAX
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "WITHDRAW"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-WITHDRAW
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "CASH-OUT"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-WITHDRAW
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "XFER-OUT"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-XFER-OUT
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-XFER-OUT
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "LOAN-PMT"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-XFER-OUT
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "OD-INT"
                       PERFORM NOTE-OPENING-BEFORE-DEBIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-ODINT
                       PERFORM NOTE-OPENING-BEFORE-CREDIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-REV-CR
                       PERFORM ADD-ENTRY-TO-STATEMENT
                   WHEN "DISP-CR"
                       PERFORM NOTE-OPENING-BEFORE-CREDIT
                       ADD TL-AMOUNT OF WS-WORK-TL TO WS-ST-DISP-CR
                       PERFORM ADD-ENTRY-TO-STATEMENT
      *> THE SIGNED DELTA MAKES THE CREDIT-SIDE OPENING
      *> DERIVATION (BALANCE LESS AMOUNT) CORRECT FOR A
      *> BALANCE EDIT IN EITHER DIRECTION.
           MOVE WS-ST-INTEREST   TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           PERFORM WRITE-STMT-LINE.
           MOVE "TOTAL TAX WITHHELD" TO WS-TL-LABEL.
           MOVE WS-ST-WHT-TAX        TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           PERFORM WRITE-STMT-LINE.
           MOVE "TOTAL OVERDRAFT INT" TO WS-TL-LABEL.
           MOVE WS-ST-ODINT           TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           MOVE WS-ST-REV-CR          TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           PERFORM WRITE-STMT-LINE.
           MOVE "TOTAL DISPUTE CREDITS" TO WS-TL-LABEL.
           MOVE WS-ST-DISP-CR           TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
           PERFORM WRITE-STMT-LINE.
           MOVE "TOTAL BALANCE EDITS" TO WS-TL-LABEL.
           MOVE WS-ST-MAINTBAL        TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STMT-REC.
