       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-DRAWER-REPORT.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> EVENING TELLER DRAWER-BALANCING REPORT - RUN BEFORE
      *> THE JOURNAL CUTOVER, THE COUNTER'S EQUIVALENT OF THE
      *> ATM CASH-BALANCING REPORT (CSHRPT.cob). SETTLES
      *> EVERY TELLER CASH DRAWER OPENED FOR THE BUSINESS
      *> DATE (DRAWER.DAT, SEE CBDRWR) SEPARATELY: THE
      *> DRAWER'S OWN FLOAT, CASH-IN AND CASH-OUT FIGURES ARE
      *> COMPARED AGAINST THE "DRWR-OPEN", SUCCESSFUL
      *> "DEPOSIT" AND SUCCESSFUL "CASH-OUT" ENTRIES THAT
      *> TELLER'S ID STAMPED ON THE DAY'S TRANSACTION
      *> JOURNAL, AND THE TELLER'S SIGN-OFF COUNT AGAINST THE
      *> CASH THE JOURNAL SAYS SHOULD BE IN THE DRAWER
      *> (FLOAT + DEPOSITS - CASH PAID OUT). THE DIFFERENCE
      *> IS THE DRAWER'S OVERAGE OR SHORTAGE. A SAME-DAY
      *> REVERSAL ("REV-DR"/"REV-CR") OF ONE OF THOSE DEPOSITS
      *> OR PAY-OUTS NETS IT OFF THE EXPECTED CASH OF THE
      *> DRAWER THAT TOOK IT, WHOEVER KEYED THE REVERSAL; THE
      *> DRAWER'S OWN FIGURES ARE NOT TOUCHED BY A REVERSAL,
      *> SO THEY ARE STILL COMPARED GROSS. A DRAWER NOT
      *> SIGNED OFF CANNOT BE SETTLED AND IS FLAGGED. COUNTER
      *> CASH ON THE JOURNAL UNDER A TELLER WITH NO DRAWER
      *> FOR THE DAY IS REPORTED AS AN ORPHAN.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-DRAWER-FILE ASSIGN TO "DRAWER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY OF CASH-DRAWER-REC
               FILE STATUS IS WS-DRWR-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASH-DRAWER-FILE.
       01  CASH-DRAWER-REC.
           COPY CBDRWR.

       FD  TRAN-LOG-FILE.
       01  TL-REC.
           COPY CBJRNL.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       WORKING-STORAGE SECTION.
       01  WS-DRWR-STATUS         PIC X(2).
           88  WS-DRWR-EOF         VALUE "10".

       01  WS-TRAN-STATUS         PIC X(2).
           88  WS-TRAN-EOF         VALUE "10".

       01  WS-BDATE-STATUS        PIC X(2).

       01  WS-TODAY-DATE          PIC 9(8).
       01  WS-CURRENT-TIMESTAMP   PIC X(21).

       *> ---------------------------------------------------
       *> ONE SLOT PER DRAWER OPENED FOR THE BUSINESS DATE -
       *> THE DRAWER RECORD ITSELF PLUS THE JOURNAL TOTALS
       *> ACCUMULATED FOR ITS TELLER ID.
       *> ---------------------------------------------------
       01  WS-DRAWER-TABLE.
           05  WS-DRWR-COUNT      PIC 9(3) VALUE 0.
           05  WS-DRWR-ENTRY OCCURS 100 TIMES INDEXED BY DRWR-IDX.
               10  WS-DRWR-POSITION.
                   COPY CBDRWR REPLACING ==05== BY ==15==
                                         ==10== BY ==20==.
               10  WS-DRWR-DEP-COUNT  PIC 9(7).
               10  WS-DRWR-DEP-TOTAL  PIC 9(9)V99.
               10  WS-DRWR-OUT-COUNT  PIC 9(7).
               10  WS-DRWR-OUT-TOTAL  PIC 9(9)V99.
               10  WS-DRWR-OPEN-TOTAL PIC 9(9)V99.
               10  WS-DRWR-REV-IN-COUNT  PIC 9(7).
               10  WS-DRWR-REV-IN-TOTAL  PIC 9(9)V99.
               10  WS-DRWR-REV-OUT-COUNT PIC 9(7).
               10  WS-DRWR-REV-OUT-TOTAL PIC 9(9)V99.

       *> ---------------------------------------------------
       *> EVERY TELLER DEPOSIT AND PAY-OUT TAKEN UP AGAINST A
       *> DRAWER SO FAR - A REVERSAL FOLLOWS ITS ORIGINAL ON
       *> THE JOURNAL AND FINDS IT HERE BY ACCOUNT AND
       *> TL-REF-TIMESTAMP.
       *> ---------------------------------------------------
       01  WS-CASH-ENTRY-TABLE.
           05  WS-CASH-COUNT      PIC 9(4) VALUE 0.
           05  WS-CASH-ENTRY OCCURS 2000 TIMES INDEXED BY CASH-IDX.
               10  WS-CASH-ACCT   PIC 9(5).
               10  WS-CASH-TS     PIC 9(14).
               10  WS-CASH-TYPE   PIC X(10).
               10  WS-CASH-SLOT   PIC 9(3).

       01  WS-CASH-LOOKUP.
           05  WS-CASH-FOUND      PIC X(1).
               88  CASH-ENTRY-FOUND VALUE 'Y'.
           05  WS-CASH-HIT        PIC 9(4).
           05  WS-CASH-FULL       PIC X(1) VALUE 'N'.
               88  CASH-TABLE-FULL  VALUE 'Y'.

       01  WS-DRWR-LOOKUP.
           05  WS-DRWR-FOUND      PIC X(1).
               88  DRAWER-FOUND    VALUE 'Y'.
           05  WS-DRWR-SLOT       PIC 9(3).

       *> ---------------------------------------------------
       *> COUNTER CASH ENTRIES STAMPED WITH A TELLER ID THAT
       *> HAS NO DRAWER FOR THE BUSINESS DATE.
       *> ---------------------------------------------------
       01  WS-ORPHAN-TOTALS.
           05  WS-ORPHAN-COUNT    PIC 9(7) VALUE 0.
           05  WS-ORPHAN-TOTAL    PIC 9(9)V99 VALUE 0.

       01  WS-DIFFERENCES.
           05  WS-DIFF-FLOAT      PIC S9(9)V99 VALUE 0.
           05  WS-DIFF-CASH-IN    PIC S9(9)V99 VALUE 0.
           05  WS-DIFF-CASH-OUT   PIC S9(9)V99 VALUE 0.
           05  WS-NET-CASH-IN     PIC S9(9)V99 VALUE 0.
           05  WS-NET-CASH-OUT    PIC S9(9)V99 VALUE 0.
           05  WS-EXPECTED-CASH   PIC S9(9)V99 VALUE 0.
           05  WS-OVER-SHORT      PIC S9(9)V99 VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-DISCREPANT-DRAWERS PIC 9(3) VALUE 0.
           05  WS-OPEN-DRAWERS    PIC 9(3) VALUE 0.
           05  WS-UNBALANCED-DRAWERS PIC 9(3) VALUE 0.
           05  WS-TOTAL-OVER      PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-SHORT     PIC 9(9)V99 VALUE 0.

       01  DISPLAY-MONEY          PIC $$$$,$$$,$$9.99.
       01  DISPLAY-MONEY-SIGNED   PIC -$$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - TELLER DRAWER BALANCING REPORT".
           DISPLAY "==========================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE: " WS-TODAY-DATE.

           PERFORM LOAD-DRAWER-TABLE.
           PERFORM SUM-JOURNAL-COUNTER-CASH.
           PERFORM VARYING DRWR-IDX FROM 1 BY 1
               UNTIL DRWR-IDX > WS-DRWR-COUNT
               PERFORM PRINT-ONE-DRAWER-REPORT
           END-PERFORM.
           PERFORM PRINT-ORPHAN-REPORT.

           DISPLAY " ".
           IF WS-DRWR-COUNT = 0
               DISPLAY "NO TELLER CASH DRAWERS WERE OPENED FOR "
                   WS-TODAY-DATE "."
           END-IF.
           MOVE WS-TOTAL-OVER TO DISPLAY-MONEY.
           DISPLAY "TOTAL DRAWER OVERAGES : " DISPLAY-MONEY.
           MOVE WS-TOTAL-SHORT TO DISPLAY-MONEY.
           DISPLAY "TOTAL DRAWER SHORTAGES: " DISPLAY-MONEY.
           IF WS-DISCREPANT-DRAWERS = 0 AND WS-OPEN-DRAWERS = 0
               AND WS-UNBALANCED-DRAWERS = 0 AND WS-ORPHAN-COUNT = 0
               DISPLAY "ALL DRAWERS SETTLE - NO DISCREPANCY FOUND."
           ELSE
               DISPLAY "DRAWERS WITH DISCREPANCIES: "
                   WS-DISCREPANT-DRAWERS
               DISPLAY "DRAWERS OVER OR SHORT     : "
                   WS-UNBALANCED-DRAWERS
               DISPLAY "DRAWERS NOT SIGNED OFF    : "
                   WS-OPEN-DRAWERS
           END-IF.
           DISPLAY "DRAWER BALANCING RUN COMPLETE.".
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
      *> TAKES UP EVERY DRAWER DATED THE BUSINESS DATE. NO
      *> DRAWER FILE YET SIMPLY MEANS NO TELLER HAS OPENED A
      *> DRAWER - THE JOURNAL IS STILL SCANNED FOR ORPHANS.
      *> ---------------------------------------------------
       LOAD-DRAWER-TABLE.
           OPEN INPUT CASH-DRAWER-FILE.
           IF WS-DRWR-STATUS = "00"
               PERFORM UNTIL WS-DRWR-EOF
                   READ CASH-DRAWER-FILE NEXT RECORD
                       AT END
                           SET WS-DRWR-EOF TO TRUE
                       NOT AT END
                           IF DR-DRAWER-DATE OF CASH-DRAWER-REC
                               = WS-TODAY-DATE
                               PERFORM TAKE-UP-DRAWER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASH-DRAWER-FILE
           END-IF.

       TAKE-UP-DRAWER.
           IF WS-DRWR-COUNT >= 100
               DISPLAY "*** WARNING: DRAWER TABLE FULL - DRAWERS "
                   "BEYOND 100 NOT SETTLED. COVERAGE IS PARTIAL."
           ELSE
               ADD 1 TO WS-DRWR-COUNT
               MOVE CASH-DRAWER-REC
                   TO WS-DRWR-POSITION (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-DEP-COUNT (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-DEP-TOTAL (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-OUT-COUNT (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-OUT-TOTAL (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-OPEN-TOTAL (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-REV-IN-COUNT (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-REV-IN-TOTAL (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-REV-OUT-COUNT (WS-DRWR-COUNT)
               MOVE 0 TO WS-DRWR-REV-OUT-TOTAL (WS-DRWR-COUNT)
           END-IF.

       SUM-JOURNAL-COUNTER-CASH.
           OPEN INPUT TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               DISPLAY "ERROR: JOURNAL FILE TRANLOG.DAT NOT FOUND."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-TRAN-EOF
               READ TRAN-LOG-FILE NEXT RECORD
                   AT END
                       SET WS-TRAN-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-CASH-ENTRY-TO-TOTALS
               END-READ
           END-PERFORM.
           CLOSE TRAN-LOG-FILE.

      *> ---------------------------------------------------
      *> ONLY TELLER ENTRIES COUNT: AN ATM DEPOSIT OR A BATCH
      *> ENTRY CARRIES NO TELLER ID AND NEVER TOUCHED A
      *> DRAWER.
      *> ---------------------------------------------------
       ADD-CASH-ENTRY-TO-TOTALS.
           IF TL-STATUS OF TL-REC = 'S'
               AND TL-TELLER-ID OF TL-REC NOT = SPACES
               EVALUATE TL-TRAN-TYPE OF TL-REC
                   WHEN "DEPOSIT"
                       PERFORM FIND-ENTRY-DRAWER
                       IF DRAWER-FOUND
                           ADD 1 TO WS-DRWR-DEP-COUNT (WS-DRWR-SLOT)
                           ADD TL-AMOUNT OF TL-REC
                               TO WS-DRWR-DEP-TOTAL (WS-DRWR-SLOT)
                           PERFORM NOTE-DRAWER-CASH-ENTRY
                       ELSE
                           ADD 1 TO WS-ORPHAN-COUNT
                           ADD TL-AMOUNT OF TL-REC TO WS-ORPHAN-TOTAL
                       END-IF
                   WHEN "CASH-OUT"
                       PERFORM FIND-ENTRY-DRAWER
                       IF DRAWER-FOUND
                           ADD 1 TO WS-DRWR-OUT-COUNT (WS-DRWR-SLOT)
                           ADD TL-AMOUNT OF TL-REC
                               TO WS-DRWR-OUT-TOTAL (WS-DRWR-SLOT)
                           PERFORM NOTE-DRAWER-CASH-ENTRY
                       ELSE
                           ADD 1 TO WS-ORPHAN-COUNT
                           ADD TL-AMOUNT OF TL-REC TO WS-ORPHAN-TOTAL
                       END-IF
                   WHEN "DRWR-OPEN"
                       PERFORM FIND-ENTRY-DRAWER
                       IF DRAWER-FOUND
                           ADD TL-AMOUNT OF TL-REC
                               TO WS-DRWR-OPEN-TOTAL (WS-DRWR-SLOT)
                       END-IF
                   WHEN "REV-DR"
                       PERFORM FIND-REVERSED-CASH-ENTRY
                       IF CASH-ENTRY-FOUND
                           IF WS-CASH-TYPE (WS-CASH-HIT) = "DEPOSIT"
                               MOVE WS-CASH-SLOT (WS-CASH-HIT)
                                   TO WS-DRWR-SLOT
                               ADD 1
                                   TO WS-DRWR-REV-IN-COUNT (WS-DRWR-SLOT)
                               ADD TL-AMOUNT OF TL-REC
                                   TO WS-DRWR-REV-IN-TOTAL (WS-DRWR-SLOT)
                           END-IF
                       END-IF
                   WHEN "REV-CR"
                       PERFORM FIND-REVERSED-CASH-ENTRY
                       IF CASH-ENTRY-FOUND
                           IF WS-CASH-TYPE (WS-CASH-HIT) = "CASH-OUT"
                               MOVE WS-CASH-SLOT (WS-CASH-HIT)
                                   TO WS-DRWR-SLOT
                               ADD 1
                                   TO WS-DRWR-REV-OUT-COUNT (WS-DRWR-SLOT)
                               ADD TL-AMOUNT OF TL-REC
                                   TO WS-DRWR-REV-OUT-TOTAL (WS-DRWR-SLOT)
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       NOTE-DRAWER-CASH-ENTRY.
           IF WS-CASH-COUNT >= 2000
               IF NOT CASH-TABLE-FULL
                   SET CASH-TABLE-FULL TO TRUE
                   DISPLAY "*** WARNING: COUNTER CASH TABLE FULL - "
                       "REVERSALS OF LATER ENTRIES ARE NOT NETTED. "
                       "COVERAGE IS PARTIAL."
               END-IF
           ELSE
               ADD 1 TO WS-CASH-COUNT
               MOVE TL-ACCT-NUM OF TL-REC
                   TO WS-CASH-ACCT (WS-CASH-COUNT)
               MOVE TL-TIMESTAMP OF TL-REC
                   TO WS-CASH-TS (WS-CASH-COUNT)
               MOVE TL-TRAN-TYPE OF TL-REC
                   TO WS-CASH-TYPE (WS-CASH-COUNT)
               MOVE WS-DRWR-SLOT TO WS-CASH-SLOT (WS-CASH-COUNT)
           END-IF.

       FIND-REVERSED-CASH-ENTRY.
           MOVE 'N' TO WS-CASH-FOUND
           MOVE 0 TO WS-CASH-HIT
           PERFORM VARYING CASH-IDX FROM 1 BY 1
               UNTIL CASH-IDX > WS-CASH-COUNT
                   OR CASH-ENTRY-FOUND
               IF WS-CASH-TS (CASH-IDX) = TL-REF-TIMESTAMP OF TL-REC
                   AND WS-CASH-ACCT (CASH-IDX) = TL-ACCT-NUM OF TL-REC
                   SET CASH-ENTRY-FOUND TO TRUE
                   SET WS-CASH-HIT TO CASH-IDX
               END-IF
           END-PERFORM.

       FIND-ENTRY-DRAWER.
           MOVE 'N' TO WS-DRWR-FOUND
           MOVE 0 TO WS-DRWR-SLOT
           PERFORM VARYING DRWR-IDX FROM 1 BY 1
               UNTIL DRWR-IDX > WS-DRWR-COUNT
                   OR DRAWER-FOUND
               IF DR-TELLER-ID OF WS-DRWR-ENTRY (DRWR-IDX)
                   = TL-TELLER-ID OF TL-REC
                   SET DRAWER-FOUND TO TRUE
                   SET WS-DRWR-SLOT TO DRWR-IDX
               END-IF
           END-PERFORM.

       PRINT-ONE-DRAWER-REPORT.
           COMPUTE WS-DIFF-FLOAT =
               DR-OPENING-FLOAT OF WS-DRWR-ENTRY (DRWR-IDX)
               - WS-DRWR-OPEN-TOTAL (DRWR-IDX).
           COMPUTE WS-DIFF-CASH-IN =
               DR-CASH-IN OF WS-DRWR-ENTRY (DRWR-IDX)
               - WS-DRWR-DEP-TOTAL (DRWR-IDX).
           COMPUTE WS-DIFF-CASH-OUT =
               DR-CASH-OUT OF WS-DRWR-ENTRY (DRWR-IDX)
               - WS-DRWR-OUT-TOTAL (DRWR-IDX).
           COMPUTE WS-NET-CASH-IN =
               WS-DRWR-DEP-TOTAL (DRWR-IDX)
               - WS-DRWR-REV-IN-TOTAL (DRWR-IDX).
           COMPUTE WS-NET-CASH-OUT =
               WS-DRWR-OUT-TOTAL (DRWR-IDX)
               - WS-DRWR-REV-OUT-TOTAL (DRWR-IDX).
           COMPUTE WS-EXPECTED-CASH =
               DR-OPENING-FLOAT OF WS-DRWR-ENTRY (DRWR-IDX)
               + WS-NET-CASH-IN - WS-NET-CASH-OUT.

           DISPLAY " ".
           DISPLAY "TELLER: " DR-TELLER-ID OF WS-DRWR-ENTRY (DRWR-IDX).
           DISPLAY " ".
           MOVE DR-OPENING-FLOAT OF WS-DRWR-ENTRY (DRWR-IDX)
               TO DISPLAY-MONEY.
           DISPLAY "OPENING FLOAT             : " DISPLAY-MONEY.
           MOVE DR-CASH-IN OF WS-DRWR-ENTRY (DRWR-IDX)
               TO DISPLAY-MONEY.
           DISPLAY "DRAWER CASH IN            : " DISPLAY-MONEY.
           MOVE WS-DRWR-DEP-TOTAL (DRWR-IDX) TO DISPLAY-MONEY.
           DISPLAY "JOURNAL COUNTER DEPOSITS  : " DISPLAY-MONEY
               " (" WS-DRWR-DEP-COUNT (DRWR-IDX) ")".
           IF WS-DRWR-REV-IN-COUNT (DRWR-IDX) > 0
               MOVE WS-DRWR-REV-IN-TOTAL (DRWR-IDX) TO DISPLAY-MONEY
               DISPLAY "  LESS DEPOSITS REVERSED  : " DISPLAY-MONEY
                   " (" WS-DRWR-REV-IN-COUNT (DRWR-IDX) ")"
           END-IF.
           MOVE DR-CASH-OUT OF WS-DRWR-ENTRY (DRWR-IDX)
               TO DISPLAY-MONEY.
           DISPLAY "DRAWER CASH OUT           : " DISPLAY-MONEY.
           MOVE WS-DRWR-OUT-TOTAL (DRWR-IDX) TO DISPLAY-MONEY.
           DISPLAY "JOURNAL CASH PAID OUT     : " DISPLAY-MONEY
               " (" WS-DRWR-OUT-COUNT (DRWR-IDX) ")".
           IF WS-DRWR-REV-OUT-COUNT (DRWR-IDX) > 0
               MOVE WS-DRWR-REV-OUT-TOTAL (DRWR-IDX) TO DISPLAY-MONEY
               DISPLAY "  LESS PAY-OUTS REVERSED  : " DISPLAY-MONEY
                   " (" WS-DRWR-REV-OUT-COUNT (DRWR-IDX) ")"
           END-IF.
           MOVE WS-EXPECTED-CASH TO DISPLAY-MONEY-SIGNED.
           DISPLAY "EXPECTED CASH IN DRAWER   : " DISPLAY-MONEY-SIGNED.
           DISPLAY " ".

           IF WS-DIFF-FLOAT NOT = 0 OR WS-DIFF-CASH-IN NOT = 0
               OR WS-DIFF-CASH-OUT NOT = 0
               ADD 1 TO WS-DISCREPANT-DRAWERS
               DISPLAY "*** DRAWER DISCREPANCY REPORT ***"
               IF WS-DIFF-FLOAT NOT = 0
                   MOVE WS-DIFF-FLOAT TO DISPLAY-MONEY-SIGNED
                   DISPLAY "FLOAT    (DRAWER - JOURNAL): "
                       DISPLAY-MONEY-SIGNED
               END-IF
               IF WS-DIFF-CASH-IN NOT = 0
                   MOVE WS-DIFF-CASH-IN TO DISPLAY-MONEY-SIGNED
                   DISPLAY "CASH IN  (DRAWER - JOURNAL): "
                       DISPLAY-MONEY-SIGNED
               END-IF
               IF WS-DIFF-CASH-OUT NOT = 0
                   MOVE WS-DIFF-CASH-OUT TO DISPLAY-MONEY-SIGNED
                   DISPLAY "CASH OUT (DRAWER - JOURNAL): "
                       DISPLAY-MONEY-SIGNED
               END-IF
               DISPLAY "THE JOURNAL FIGURES, NET OF REVERSALS, ARE USED "
                   "FOR THE EXPECTED CASH."
           END-IF.

           IF DR-SIGNED-OFF OF WS-DRWR-ENTRY (DRWR-IDX)
               PERFORM PRINT-DRAWER-OVER-SHORT
           ELSE
               ADD 1 TO WS-OPEN-DRAWERS
               DISPLAY "*** DRAWER NOT SIGNED OFF - NO COUNT TO "
                   "SETTLE. THE TELLER MUST COUNT THE DRAWER."
           END-IF.

      *> ---------------------------------------------------
      *> OVERAGE / SHORTAGE = THE TELLER'S SIGN-OFF COUNT
      *> LESS THE CASH THE JOURNAL SAYS SHOULD BE THERE.
      *> ---------------------------------------------------
       PRINT-DRAWER-OVER-SHORT.
           COMPUTE WS-OVER-SHORT =
               DR-COUNTED-CASH OF WS-DRWR-ENTRY (DRWR-IDX)
               - WS-EXPECTED-CASH.
           MOVE DR-COUNTED-CASH OF WS-DRWR-ENTRY (DRWR-IDX)
               TO DISPLAY-MONEY.
           DISPLAY "SIGN-OFF COUNT            : " DISPLAY-MONEY.
           MOVE WS-OVER-SHORT TO DISPLAY-MONEY-SIGNED.
           IF WS-OVER-SHORT > 0
               ADD 1 TO WS-UNBALANCED-DRAWERS
               ADD WS-OVER-SHORT TO WS-TOTAL-OVER
               DISPLAY "*** DRAWER OVER           : "
                   DISPLAY-MONEY-SIGNED
           ELSE
           IF WS-OVER-SHORT < 0
               ADD 1 TO WS-UNBALANCED-DRAWERS
               SUBTRACT WS-OVER-SHORT FROM WS-TOTAL-SHORT
               DISPLAY "*** DRAWER SHORT          : "
                   DISPLAY-MONEY-SIGNED
           ELSE
               DISPLAY "DRAWER BALANCES - NO OVERAGE OR SHORTAGE."
           END-IF
           END-IF.

       PRINT-ORPHAN-REPORT.
           IF WS-ORPHAN-COUNT > 0
               DISPLAY " "
               DISPLAY "*** ORPHAN COUNTER CASH ENTRIES ***"
               MOVE WS-ORPHAN-TOTAL TO DISPLAY-MONEY
               DISPLAY WS-ORPHAN-COUNT " COUNTER CASH ENTRIES "
                   "TOTALLING " DISPLAY-MONEY " CARRY A TELLER ID "
                   "WITH NO DRAWER FOR " WS-TODAY-DATE "."
               DISPLAY "CHECK FOR CASH TAKEN OR PAID WITHOUT A "
                   "DRAWER OPEN."
           END-IF.
