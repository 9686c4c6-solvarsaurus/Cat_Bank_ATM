       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-ESCHEAT.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> YEARLY ESCHEATMENT SWEEP. RUN ONCE A YEAR, OUTSIDE
      *> THE NIGHTLY CHAIN, ON THE DATE THE STATE'S UNCLAIMED
      *> PROPERTY RETURN IS MADE UP. EVERY OPEN ACCOUNT THE
      *> MONTHLY FEE RUN HAS FLAGGED DORMANT, AND WHICH HAS
      *> NOW BEEN DORMANT FOR MORE THAN THE BANKPARM
      *> ESCHEATMENT PERIOD (BP-ESCHEAT-YEARS), HAS ITS
      *> CREDIT BALANCE SWEPT TO THE UNCLAIMED-PROPERTY
      *> LEDGER (UNCLAIM.DAT, LAYOUT IN CBUNCL) UNDER THE
      *> OWNER'S NAME AND MAILING ADDRESS FROM THE CUSTOMER
      *> MASTER. THE ACCOUNT IS LEFT CLOSED AT A ZERO BALANCE
      *> WITH AN "ESCHEAT" JOURNAL ENTRY FOR THE AMOUNT, SO
      *> THE FEE RUN STOPS CHARGING IT; THE OWNER CAN STILL
      *> RECLAIM THE MONEY AT THE BRANCH (ACCTMAINT).
      *> AN ACCOUNT GOES DORMANT BP-DORMANT-DAYS AFTER ITS
      *> LAST ACTIVITY, SO THAT IS WHERE ITS DORMANT PERIOD
      *> IS COUNTED FROM. AN ACCOUNT WITH DEPOSITS STILL ON
      *> HOLD IS LEFT ALONE AND REPORTED, AS IS ONE THAT
      *> SOMETHING ELSE ON FILE STILL RELIES ON - AN ACTIVE
      *> STANDING ORDER PAYING FROM OR INTO IT, AN EXTERNAL
      *> PAYMENT NOT YET SENT FROM IT, A LOAN STILL REPAYING
      *> FROM IT OR A DISPUTE CASE STILL OPEN ON IT. THOSE
      *> ARE THE SAME THINGS THAT STOP A BRANCH CLOSURE
      *> (ACCTMAINT), AND THE NIGHT RUN WOULD TRIP OVER THEM
      *> ONCE THE ACCOUNT WAS CLOSED.
      *> THE SWEPT BALANCES GO TO ESCHEAT.PRT AND TO THE
      *> DATED FIXED-LAYOUT RETURN FILE ESCHyyyymmdd.DAT
      *> (LAYOUT IN CBESCH, HEADER/TRAILER CONTROL TOTALS IN
      *> THE STYLE OF THE CLEARING FILE). A RERUN IS REFUSED
      *> WHEN THE DAY'S RETURN FILE ALREADY EXISTS.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CARD-NUM OF CUST-MASTER-REC
               FILE STATUS IS WS-CUST-STATUS.

           SELECT UNCLAIMED-FILE ASSIGN TO "UNCLAIM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UC-KEY OF UNCLAIMED-REC
               FILE STATUS IS WS-UNCL-STATUS.

           SELECT TRAN-LOG-FILE ASSIGN TO "TRANLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY OF STANDING-ORDER-REC
               FILE STATUS IS WS-SO-STATUS.

           SELECT EXTERNAL-PAYMENT-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-KEY OF EXTERNAL-PAYMENT-REC
               FILE STATUS IS WS-XP-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUM OF LOAN-MASTER-REC
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-NUM OF DISPUTE-REC
               FILE STATUS IS WS-DISP-STATUS.

           SELECT BANK-PARAM-FILE ASSIGN TO "BANKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT ESCHEAT-FILE ASSIGN USING WS-ESCHEAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCH-STATUS.

           SELECT ESCHEAT-PRINT-FILE ASSIGN TO "ESCHEAT.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  CUSTOMER-MASTER.
       01  CUST-MASTER-REC.
           COPY CBCUST.

       FD  UNCLAIMED-FILE.
       01  UNCLAIMED-REC.
           COPY CBUNCL.

       FD  TRAN-LOG-FILE.
       01  TL-REC.
           COPY CBJRNL.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           COPY CBSTORD.

       FD  EXTERNAL-PAYMENT-FILE.
       01  EXTERNAL-PAYMENT-REC.
           COPY CBEXTP.

       FD  LOAN-MASTER.
       01  LOAN-MASTER-REC.
           COPY CBLOAN.

       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY CBDISP.

       FD  BANK-PARAM-FILE.
       01  BANK-PARAM-REC.
           COPY CBBPARM.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  ESCHEAT-FILE.
       01  ES-REC.
           COPY CBESCH.

       FD  ESCHEAT-PRINT-FILE.
       01  PRT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-EOF         VALUE "10".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-UNCL-STATUS         PIC X(2).
           88  WS-UNCL-OK          VALUE "00".
           88  WS-UNCL-NOT-FOUND   VALUE "23", "35".

       01  WS-SO-STATUS           PIC X(2).
           88  WS-SO-OK            VALUE "00".

       01  WS-XP-STATUS           PIC X(2).
           88  WS-XP-OK            VALUE "00".

       01  WS-LOAN-STATUS         PIC X(2).
           88  WS-LOAN-OK          VALUE "00".

       01  WS-DISP-STATUS         PIC X(2).
           88  WS-DISP-OK          VALUE "00".

       01  WS-TRAN-STATUS         PIC X(2).
       01  WS-BANK-STATUS         PIC X(2).
       01  WS-BDATE-STATUS        PIC X(2).
       01  WS-ESCH-STATUS         PIC X(2).
       01  WS-PRT-STATUS          PIC X(2).

      *> ---------------------------------------------------
      *> DATED RETURN FILE NAME, BUILT AT RUN TIME AS
      *> ESCHyyyymmdd.DAT FOR THE BUSINESS DATE OF THE SWEEP.
      *> ---------------------------------------------------
       01  WS-ESCHEAT-NAME        PIC X(16).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> THE DORMANCY AND ESCHEATMENT PERIODS FROM BANKPARM
       *> AND THE DATES WORKED FROM THEM. AN ACCOUNT IS SWEPT
       *> WHEN THE DAY IT WENT DORMANT FALLS BEFORE THE CUT-OFF
       *> - THE BUSINESS DATE WITH THE YEAR WOUND BACK BY THE
       *> ESCHEATMENT PERIOD.
       *> ---------------------------------------------------
       01  WS-DORMANT-DAYS        PIC 9(4).
       01  WS-ESCHEAT-YEARS       PIC 9(2).
       01  WS-DATE-VARS.
           05  WS-CUTOFF-DATE     PIC 9(8).
           05  WS-DORMANT-SINCE   PIC 9(8).

       01  WS-SWEEP-VARS.
           05  WS-SWEEP-AMOUNT    PIC 9(7)V99.
           05  WS-SWEEP-FLAG      PIC X(1).
               88  SWEEP-LEDGERED  VALUE 'Y'.
      *> WHAT IS STILL HANGING OFF THE ACCOUNT BEING SWEPT -
      *> ANY ONE OF THEM HOLDS IT OPEN.
           05  WS-CHECK-ACCT      PIC 9(5).
           05  WS-BLOCK-SO-COUNT  PIC 9(3).
           05  WS-BLOCK-XP-COUNT  PIC 9(3).
           05  WS-BLOCK-LOAN-COUNT PIC 9(3).
           05  WS-BLOCK-DISP-COUNT PIC 9(3).

       01  WS-RUN-TOTALS.
           05  WS-ACCTS-READ      PIC 9(5) VALUE 0.
           05  WS-ACCTS-DORMANT   PIC 9(5) VALUE 0.
           05  WS-ACCTS-SWEPT     PIC 9(5) VALUE 0.
           05  WS-ACCTS-ON-HOLD   PIC 9(5) VALUE 0.
           05  WS-ACCTS-IN-USE    PIC 9(5) VALUE 0.
           05  WS-TOTAL-SWEPT     PIC 9(9)V99 VALUE 0.

       01  WS-HASH-VARS.
           05  WS-DATA-COUNT      PIC 9(7) VALUE 0.
           05  WS-HASH-AMOUNT     PIC 9(13)V99 VALUE 0.
           05  WS-HASH-ACCT       PIC 9(9) VALUE 0.

       01  DISPLAY-MONEY          PIC $$$$,$$$,$$9.99.

       *> ---------------------------------------------------
       *> ESCHEATMENT REPORT PRINT LINES.
       *> ---------------------------------------------------
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(30)
               VALUE "CAT BANK - ESCHEATMENT SWEEP ".
           05  FILLER             PIC X(15)
               VALUE "DORMANT BEFORE ".
           05  WS-HL-CUTOFF       PIC 9(8).
           05  FILLER             PIC X(17)
               VALUE "  BUSINESS DATE ".
           05  WS-HL-DATE         PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(80)
               VALUE "ACCT  CARD     OWNER                LAST ACT          AMOUNT  OWNER ADDRESS".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT         PIC 9(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-CARD         PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-NAME         PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-LAST-ACT     PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT       PIC $$$$,$$$,$$9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-DL-ADDR-1       PIC X(30).

       01  WS-ADDR-LINE.
           05  FILLER             PIC X(62) VALUE SPACES.
           05  WS-AL-ADDR-2       PIC X(30).

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(16)
               VALUE "ACCOUNTS SWEPT: ".
           05  WS-TL-SWEPT        PIC ZZZZ9.
           05  FILLER             PIC X(16)
               VALUE "   TOTAL SWEPT: ".
           05  WS-TL-AMOUNT       PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - YEARLY ESCHEATMENT SWEEP".
           DISPLAY "===================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           STRING "ESCH" WS-TODAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-ESCHEAT-NAME.

           PERFORM CHECK-NOT-ALREADY-SWEPT.
           PERFORM LOAD-BANK-PARAMS.
           COMPUTE WS-CUTOFF-DATE =
               WS-TODAY-DATE - (WS-ESCHEAT-YEARS * 10000).

           OPEN I-O ACCOUNT-MASTER.
           IF WS-ACCT-NOT-FOUND
               DISPLAY "ERROR: ACCOUNT MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUST-NOT-FOUND
               DISPLAY "ERROR: CUSTOMER MASTER FILE NOT FOUND. "
                   "RUN THE ATM SYSTEM AT LEAST ONCE FIRST."
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O UNCLAIMED-FILE.
           IF WS-UNCL-NOT-FOUND
               OPEN OUTPUT UNCLAIMED-FILE
               CLOSE UNCLAIMED-FILE
               OPEN I-O UNCLAIMED-FILE
           END-IF.
           OPEN EXTEND TRAN-LOG-FILE.
           IF WS-TRAN-STATUS NOT = "00"
               OPEN OUTPUT TRAN-LOG-FILE
           END-IF.
           OPEN OUTPUT ESCHEAT-FILE.
           IF WS-ESCH-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE ESCHEATMENT FILE "
                   WS-ESCHEAT-NAME "."
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE UNCLAIMED-FILE
               CLOSE TRAN-LOG-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ESCHEAT-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE ESCHEATMENT REPORT "
                   "ESCHEAT.PRT."
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE UNCLAIMED-FILE
               CLOSE TRAN-LOG-FILE
               CLOSE ESCHEAT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-ESCHEAT-HEADER.
           MOVE WS-CUTOFF-DATE TO WS-HL-CUTOFF.
           MOVE WS-TODAY-DATE TO WS-HL-DATE.
           MOVE WS-HEADING-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-COLUMN-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY " ".
           DISPLAY WS-COLUMN-LINE.

           PERFORM UNTIL WS-ACCT-EOF
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ACCTS-READ
                       PERFORM CONSIDER-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           PERFORM WRITE-ESCHEAT-TRAILER.

           MOVE WS-ACCTS-SWEPT TO WS-TL-SWEPT.
           MOVE WS-TOTAL-SWEPT TO WS-TL-AMOUNT.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-TOTAL-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.

           CLOSE ESCHEAT-PRINT-FILE.
           CLOSE ESCHEAT-FILE.
           CLOSE TRAN-LOG-FILE.
           CLOSE UNCLAIMED-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE ACCOUNT-MASTER.

           DISPLAY " ".
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "ACCOUNTS READ        : " WS-ACCTS-READ.
           DISPLAY "DORMANT PAST PERIOD  : " WS-ACCTS-DORMANT.
           DISPLAY "LEFT - FUNDS ON HOLD : " WS-ACCTS-ON-HOLD.
           DISPLAY "LEFT - STILL IN USE  : " WS-ACCTS-IN-USE.
           DISPLAY "ESCHEATMENT FILE     : " WS-ESCHEAT-NAME.
           DISPLAY "ESCHEATMENT REPORT WRITTEN TO ESCHEAT.PRT.".
           STOP RUN.

      *> ---------------------------------------------------
      *> REFUSES TO RUN TWICE ON THE SAME BUSINESS DATE - A
      *> SECOND RETURN FILE WOULD REPORT THE SAME BALANCES TO
      *> THE STATE TWICE.
      *> ---------------------------------------------------
       CHECK-NOT-ALREADY-SWEPT.
           OPEN INPUT ESCHEAT-FILE.
           IF WS-ESCH-STATUS = "00"
               CLOSE ESCHEAT-FILE
               DISPLAY "ERROR: ESCHEATMENT FILE " WS-ESCHEAT-NAME
                   " ALREADY EXISTS. THE SWEEP HAS ALREADY "
                   "COMPLETED FOR THIS BUSINESS DATE."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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
      *> THE DORMANCY WINDOW AND ESCHEATMENT PERIOD FROM
      *> BANKPARM.DAT. READ ONLY - THE MONTHLY FEE RUN OWNS
      *> THE FILE; UNTIL IT EXISTS THE STANDARD 365 DAYS AND
      *> 5 YEARS APPLY.
      *> ---------------------------------------------------
       LOAD-BANK-PARAMS.
           MOVE 365 TO WS-DORMANT-DAYS.
           MOVE 5 TO WS-ESCHEAT-YEARS.
           OPEN INPUT BANK-PARAM-FILE.
           IF WS-BANK-STATUS = "00"
               READ BANK-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-DORMANT-DAYS IS NUMERIC
                           MOVE BP-DORMANT-DAYS TO WS-DORMANT-DAYS
                       END-IF
                       IF BP-ESCHEAT-YEARS IS NUMERIC
                           AND BP-ESCHEAT-YEARS > 0
                           MOVE BP-ESCHEAT-YEARS TO WS-ESCHEAT-YEARS
                       END-IF
               END-READ
               CLOSE BANK-PARAM-FILE
           END-IF.
           DISPLAY "DORMANCY WINDOW   : " WS-DORMANT-DAYS " DAYS".
           DISPLAY "ESCHEATMENT PERIOD: " WS-ESCHEAT-YEARS " YEARS".

      *> ---------------------------------------------------
      *> SWEEPS THE ACCOUNT IN ACCT-MASTER-REC IF IT IS OPEN,
      *> DORMANT, IN CREDIT, AND WENT DORMANT BEFORE THE
      *> CUT-OFF. ONE WITH FUNDS ON HOLD, OR STILL IN USE BY
      *> ANOTHER RECORD (SEE CHECK-SWEEP-BLOCKERS), IS
      *> REPORTED AND LEFT FOR NEXT YEAR.
      *> ---------------------------------------------------
       CONSIDER-ONE-ACCOUNT.
           IF DB-ACCT-OPEN OF ACCT-MASTER-REC
               AND DB-ACCT-DORMANT OF ACCT-MASTER-REC
               AND DB-BALANCE OF ACCT-MASTER-REC > 0
               AND DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC > 0
               COMPUTE WS-DORMANT-SINCE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC)
                   + WS-DORMANT-DAYS)
               IF WS-DORMANT-SINCE < WS-CUTOFF-DATE
                   ADD 1 TO WS-ACCTS-DORMANT
                   IF DB-AVAIL-BALANCE OF ACCT-MASTER-REC
                       NOT = DB-BALANCE OF ACCT-MASTER-REC
                       ADD 1 TO WS-ACCTS-ON-HOLD
                       DISPLAY "WARNING: ACCOUNT "
                           DB-ACCT-NUM OF ACCT-MASTER-REC
                           " HAS FUNDS ON HOLD - NOT SWEPT."
                   ELSE
                       PERFORM CHECK-SWEEP-BLOCKERS
                       IF WS-BLOCK-SO-COUNT > 0
                           OR WS-BLOCK-XP-COUNT > 0
                           OR WS-BLOCK-LOAN-COUNT > 0
                           OR WS-BLOCK-DISP-COUNT > 0
                           ADD 1 TO WS-ACCTS-IN-USE
                           DISPLAY "WARNING: ACCOUNT "
                               DB-ACCT-NUM OF ACCT-MASTER-REC
                               " IS STILL IN USE (SEE ABOVE) - "
                               "NOT SWEPT."
                       ELSE
                           PERFORM SWEEP-ONE-ACCOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> LEDGER FIRST - IF THE MONEY CANNOT BE RECORDED AS
      *> HELD FOR THE OWNER IT IS NOT TAKEN OFF THE ACCOUNT.
      *> ---------------------------------------------------
       SWEEP-ONE-ACCOUNT.
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO WS-SWEEP-AMOUNT.
           PERFORM WRITE-LEDGER-ENTRY.
           IF SWEEP-LEDGERED
               MOVE 0 TO DB-BALANCE OF ACCT-MASTER-REC
               MOVE 0 TO DB-AVAIL-BALANCE OF ACCT-MASTER-REC
               SET DB-ACCT-CLOSED OF ACCT-MASTER-REC TO TRUE
               REWRITE ACCT-MASTER-REC
                   INVALID KEY
                       DISPLAY "ERROR: UNABLE TO UPDATE ACCOUNT "
                           DB-ACCT-NUM OF ACCT-MASTER-REC
                           " - NOT SWEPT."
               END-REWRITE
               IF WS-ACCT-OK
                   ADD 1 TO WS-ACCTS-SWEPT
                   ADD WS-SWEEP-AMOUNT TO WS-TOTAL-SWEPT
                   PERFORM WRITE-ESCHEAT-JOURNAL-ENTRY
                   PERFORM WRITE-ESCHEAT-DETAIL
                   PERFORM PRINT-SWEPT-ACCOUNT
               ELSE
                   PERFORM REMOVE-LEDGER-ENTRY
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> TAKES BACK THE LEDGER ENTRY JUST WRITTEN FOR AN
      *> ACCOUNT THAT COULD NOT THEN BE CLOSED, SO THE MONEY
      *> IS NOT HELD TWICE - ONCE ON THE ACCOUNT AND ONCE ON
      *> THE LEDGER. UC-KEY STILL HOLDS THE ENTRY'S KEY.
      *> ---------------------------------------------------
       REMOVE-LEDGER-ENTRY.
           DELETE UNCLAIMED-FILE
               INVALID KEY
                   DISPLAY "*** WARNING: LEDGER ENTRY FOR ACCOUNT "
                       UC-ACCT-NUM OF UNCLAIMED-REC
                       " COULD NOT BE REMOVED - DELETE IT BY HAND."
           END-DELETE.

      *> ---------------------------------------------------
      *> COUNTS THE RECORDS THAT WOULD GO ON POINTING AT THE
      *> ACCOUNT IN ACCT-MASTER-REC ONCE IT WAS CLOSED, AND
      *> LISTS EACH ONE FOR THE BRANCH - THE SAME CHECKS
      *> ACCTMAINT MAKES BEFORE A CLOSURE (ITS
      *> CHECK-CLOSE-BLOCKERS). THE FILES ARE READ ONLY AND
      *> A MISSING ONE MEANS NOTHING OF THAT KIND ON FILE.
      *> ---------------------------------------------------
       CHECK-SWEEP-BLOCKERS.
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC TO WS-CHECK-ACCT.
           MOVE 0 TO WS-BLOCK-SO-COUNT.
           MOVE 0 TO WS-BLOCK-XP-COUNT.
           MOVE 0 TO WS-BLOCK-LOAN-COUNT.
           MOVE 0 TO WS-BLOCK-DISP-COUNT.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-SO-OK
               PERFORM UNTIL NOT WS-SO-OK
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF SO-ACTIVE OF STANDING-ORDER-REC
                               AND (SO-ACCT-NUM OF STANDING-ORDER-REC
                                   = WS-CHECK-ACCT
                               OR SO-DEST-ACCT OF STANDING-ORDER-REC
                                   = WS-CHECK-ACCT)
                               ADD 1 TO WS-BLOCK-SO-COUNT
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
           OPEN INPUT EXTERNAL-PAYMENT-FILE.
           IF WS-XP-OK
               MOVE WS-CHECK-ACCT TO XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC
               MOVE 0 TO XP-SEQ OF EXTERNAL-PAYMENT-REC
               START EXTERNAL-PAYMENT-FILE KEY >
                   XP-KEY OF EXTERNAL-PAYMENT-REC
                   INVALID KEY
                       MOVE "10" TO WS-XP-STATUS
               END-START
               PERFORM UNTIL NOT WS-XP-OK
                   READ EXTERNAL-PAYMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XP-ACCT-NUM OF EXTERNAL-PAYMENT-REC
                               NOT = WS-CHECK-ACCT
                               MOVE "10" TO WS-XP-STATUS
                           ELSE
                           IF XP-PENDING OF EXTERNAL-PAYMENT-REC
                               ADD 1 TO WS-BLOCK-XP-COUNT
                               MOVE XP-AMOUNT OF EXTERNAL-PAYMENT-REC
                                   TO DISPLAY-MONEY
                               DISPLAY "  EXTERNAL PAYMENT "
                                   XP-SEQ OF EXTERNAL-PAYMENT-REC
                                   " FOR " DISPLAY-MONEY
                                   " NOT YET SENT"
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXTERNAL-PAYMENT-FILE
           END-IF.
           OPEN INPUT LOAN-MASTER.
           IF WS-LOAN-OK
               PERFORM UNTIL NOT WS-LOAN-OK
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF LN-ACTIVE OF LOAN-MASTER-REC
                               AND LN-ACCT-NUM OF LOAN-MASTER-REC
                                   = WS-CHECK-ACCT
                               ADD 1 TO WS-BLOCK-LOAN-COUNT
                               MOVE LN-OUTSTANDING OF LOAN-MASTER-REC
                                   TO DISPLAY-MONEY
                               DISPLAY "  LOAN " LN-LOAN-NUM OF
                                   LOAN-MASTER-REC " STILL REPAYING, "
                                   DISPLAY-MONEY " OUTSTANDING"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOAN-MASTER
           END-IF.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISP-OK
               PERFORM UNTIL NOT WS-DISP-OK
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DS-OPEN OF DISPUTE-REC
                               AND DS-ACCT-NUM OF DISPUTE-REC
                                   = WS-CHECK-ACCT
                               ADD 1 TO WS-BLOCK-DISP-COUNT
                               DISPLAY "  DISPUTE CASE " DS-CASE-NUM OF
                                   DISPUTE-REC " STILL OPEN"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.

      *> ---------------------------------------------------
      *> THE OWNER'S NAME AND MAILING ADDRESS COME FROM THE
      *> CUSTOMER MASTER VIA THE ACCOUNT'S CARD. WITH NO
      *> CUSTOMER RECORD THE ACCOUNT NAME IS HELD AND THE
      *> ADDRESS IS LEFT BLANK FOR THE BRANCH TO TRACE.
      *> ---------------------------------------------------
       WRITE-LEDGER-ENTRY.
           MOVE 'N' TO WS-SWEEP-FLAG.
           MOVE SPACES TO UNCLAIMED-REC.
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
               TO UC-ACCT-NUM OF UNCLAIMED-REC.
           MOVE WS-TODAY-DATE TO UC-SWEEP-DATE OF UNCLAIMED-REC.
           MOVE DB-CARD-NUM OF ACCT-MASTER-REC
               TO UC-CARD-NUM OF UNCLAIMED-REC.
           MOVE DB-CARD-NUM OF ACCT-MASTER-REC
               TO CF-CARD-NUM OF CUST-MASTER-REC.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "WARNING: NO CUSTOMER RECORD FOR ACCOUNT "
                       DB-ACCT-NUM OF ACCT-MASTER-REC
                       " - OWNER ADDRESS UNKNOWN."
           END-READ.
           IF WS-CUST-OK
               MOVE CF-NAME OF CUST-MASTER-REC
                   TO UC-OWNER-NAME OF UNCLAIMED-REC
               MOVE CF-ADDR-LINE-1 OF CUST-MASTER-REC
                   TO UC-ADDR-LINE-1 OF UNCLAIMED-REC
               MOVE CF-ADDR-LINE-2 OF CUST-MASTER-REC
                   TO UC-ADDR-LINE-2 OF UNCLAIMED-REC
           ELSE
               MOVE DB-NAME OF ACCT-MASTER-REC
                   TO UC-OWNER-NAME OF UNCLAIMED-REC
           END-IF.
           MOVE DB-LAST-ACTIVITY-DATE OF ACCT-MASTER-REC
               TO UC-LAST-ACT-DATE OF UNCLAIMED-REC.
           MOVE WS-SWEEP-AMOUNT TO UC-AMOUNT OF UNCLAIMED-REC.
           SET UC-HELD OF UNCLAIMED-REC TO TRUE.
           MOVE 0 TO UC-RECLAIM-DATE OF UNCLAIMED-REC.
           WRITE UNCLAIMED-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO WRITE LEDGER ENTRY FOR "
                       "ACCOUNT " DB-ACCT-NUM OF ACCT-MASTER-REC
                       " - NOT SWEPT."
           END-WRITE.
           IF WS-UNCL-OK
               SET SWEEP-LEDGERED TO TRUE
           END-IF.

       WRITE-ESCHEAT-JOURNAL-ENTRY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE DB-ACCT-NUM OF ACCT-MASTER-REC
               TO TL-ACCT-NUM OF TL-REC
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO TL-TIMESTAMP OF TL-REC
           MOVE "ESCHEAT"                  TO TL-TRAN-TYPE OF TL-REC
           MOVE WS-SWEEP-AMOUNT            TO TL-AMOUNT OF TL-REC
           MOVE DB-BALANCE OF ACCT-MASTER-REC TO TL-BALANCE OF TL-REC
           MOVE 'S'                        TO TL-STATUS OF TL-REC
           MOVE SPACES                     TO TL-TELLER-ID OF TL-REC
           MOVE SPACES                     TO TL-TERMINAL-ID OF TL-REC
           MOVE 0                          TO TL-REF-TIMESTAMP OF TL-REC
           MOVE SPACES                     TO TL-AUTH-ID OF TL-REC
           WRITE TL-REC.

       WRITE-ESCHEAT-HEADER.
           MOVE SPACES TO ES-REC
           MOVE 'H' TO ES-REC-TYPE OF ES-REC
           MOVE WS-TODAY-DATE TO ES-BUSINESS-DATE OF ES-REC
           MOVE "CATBANK-UP" TO ES-FILE-ID OF ES-REC
           WRITE ES-REC.

       WRITE-ESCHEAT-DETAIL.
           MOVE SPACES TO ES-REC
           MOVE 'D' TO ES-REC-TYPE OF ES-REC
           MOVE WS-TODAY-DATE TO ES-BUSINESS-DATE OF ES-REC
           MOVE UC-ACCT-NUM OF UNCLAIMED-REC
               TO ES-ACCT-NUM OF ES-REC
           MOVE UC-OWNER-NAME OF UNCLAIMED-REC
               TO ES-OWNER-NAME OF ES-REC
           MOVE UC-ADDR-LINE-1 OF UNCLAIMED-REC
               TO ES-ADDR-LINE-1 OF ES-REC
           MOVE UC-ADDR-LINE-2 OF UNCLAIMED-REC
               TO ES-ADDR-LINE-2 OF ES-REC
           MOVE UC-LAST-ACT-DATE OF UNCLAIMED-REC
               TO ES-LAST-ACT-DATE OF ES-REC
           MOVE UC-AMOUNT OF UNCLAIMED-REC TO ES-AMOUNT OF ES-REC
           ADD 1 TO WS-DATA-COUNT
           ADD UC-AMOUNT OF UNCLAIMED-REC TO WS-HASH-AMOUNT
           ADD UC-ACCT-NUM OF UNCLAIMED-REC TO WS-HASH-ACCT
           WRITE ES-REC.

       WRITE-ESCHEAT-TRAILER.
           MOVE SPACES TO ES-REC
           MOVE 'T' TO ES-REC-TYPE OF ES-REC
           MOVE WS-TODAY-DATE TO ES-BUSINESS-DATE OF ES-REC
           MOVE WS-DATA-COUNT  TO ES-REC-COUNT OF ES-REC
           MOVE WS-HASH-AMOUNT TO ES-HASH-AMOUNT OF ES-REC
           MOVE WS-HASH-ACCT   TO ES-HASH-ACCT OF ES-REC
           WRITE ES-REC.

       PRINT-SWEPT-ACCOUNT.
           MOVE UC-ACCT-NUM OF UNCLAIMED-REC TO WS-DL-ACCT.
           MOVE UC-CARD-NUM OF UNCLAIMED-REC TO WS-DL-CARD.
           MOVE UC-OWNER-NAME OF UNCLAIMED-REC TO WS-DL-NAME.
           MOVE UC-LAST-ACT-DATE OF UNCLAIMED-REC TO WS-DL-LAST-ACT.
           MOVE UC-AMOUNT OF UNCLAIMED-REC TO WS-DL-AMOUNT.
           MOVE UC-ADDR-LINE-1 OF UNCLAIMED-REC TO WS-DL-ADDR-1.
           MOVE WS-DETAIL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-DETAIL-LINE.
           MOVE UC-ADDR-LINE-2 OF UNCLAIMED-REC TO WS-AL-ADDR-2.
           MOVE WS-ADDR-LINE TO PRT-REC.
           WRITE PRT-REC.
