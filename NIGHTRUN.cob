      *> ---------------------------------------------------
      *> OPERATOR-FACING NIGHT-RUN SEQUENCER FOR THE EVENING
      *> BATCH CHAIN. THE CHAIN RUNS IN THIS ENFORCED ORDER:
      *>   1 RIAUDIT - CROSS-FILE INTEGRITY AUDIT (ANY
      *>               BREAK HOLDS THE CHAIN BEFORE ANYTHING
      *>               POSTS)
      *>   2 SUSPRPT - SUSPICIOUS ACTIVITY REPORT
      *>   3 EODRPT  - EOD TRIAL BALANCE / GL EXTRACT
      *>   4 CSHRPT  - ATM CASH BALANCING
      *>   5 DRWRPT  - TELLER CASH DRAWER BALANCING
      *>   6 DISPAGE - DISPUTE CASE AGING REPORT
      *>   7 ALERTGEN - CUSTOMER ALERT FILE (BEFORE THE
      *>               CUTOVER, WHILE THE JOURNAL STILL HOLDS
      *>               THE WHOLE DAY)
      *>   8 EODCUT  - JOURNAL CUTOVER / ARCHIVE
      *>   9 INTPOST - INTEREST POSTING
      *>  10 SOPOST  - STANDING ORDERS
      *>  11 EXTSEND - OUTBOUND EXTERNAL PAYMENTS
      *>  12 EXTRECV - INBOUND CLEARING INTAKE
      *>  13 LOANPOST - LOAN INTEREST, INSTALMENT COLLECTION
      *>               AND ARREARS REPORT
      *>  14 ODPOST  - OVERDRAFT INTEREST (AFTER EVERYTHING
      *>               THAT CAN DRAW ON THE OVERDRAFT, SO
      *>               TONIGHT'S DRAWS ARE CHARGED TONIGHT)
      *>  15 HOLDREL - DEPOSIT HOLD RELEASE
      *>  16 FEEPOST - MONTHLY FEES (MONTH-END ONLY; SKIPPED
      *>               AUTOMATICALLY ON OTHER NIGHTS)
      *>  17 STMTGEN - MONTHLY STATEMENTS (MONTH-END ONLY,
      *>               AFTER THE FEES SO THEY PRINT)
      *>  18 CARDEXP - CARDS DUE FOR REPLACEMENT (MONTH-END
      *>               ONLY)
      *> EVERY JOB READS THE BANK BUSINESS DATE FROM
      *> BUSDATE.DAT (LAYOUT IN CBBDATE) INSTEAD OF THE
      *> SYSTEM CLOCK, SO A CHAIN THAT SLIPS PAST MIDNIGHT
      *> RERUN BUT BLOCKS EVERYTHING BEHIND IT. THE BUSINESS
      *> DATE ONLY ADVANCES - AND THE CHAIN ONLY RESETS FOR
      *> THE NEXT NIGHT - WHEN EVERY STEP HAS COMPLETED OR
      *> BEEN PROPERLY SKIPPED. IT ADVANCES TO THE NEXT
      *> BUSINESS DAY, PASSING OVER WEEKENDS AND THE BANK
      *> HOLIDAYS ON HOLIDAY.DAT (SEE CAT-BANK-CALENDAR).
      *> BEFORE STEP 1 FIRST RUNS, EVERY FILE THE CHAIN
      *> CHANGES IS SNAPSHOT (CAT-BANK-SNAPSHOT); IF A STEP
      *> LEAVES THE FILES HALF-UPDATED, A SUPERVISOR CAN PUT
      *> THEM ALL BACK AND START THE NIGHT AGAIN FROM STEP 1.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NRUN-STATUS.

           SELECT TELLER-MASTER ASSIGN TO "TELLMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TLR-ID OF TELLER-MASTER-REC
               FILE STATUS IS WS-TLR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           05  NR-END-TS          PIC 9(14).
           05  NR-RESULT          PIC 9(4).

       FD  TELLER-MASTER.
       01  TELLER-MASTER-REC.
           COPY CBTELLR.

       WORKING-STORAGE SECTION.
       01  WS-BDATE-STATUS        PIC X(2).

       01  WS-NRUN-STATUS         PIC X(2).
           88  WS-NRUN-EOF         VALUE "10".

       01  WS-TLR-STATUS          PIC X(2).
           88  WS-TLR-OK           VALUE "00".

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-BUSINESS-DATE       PIC 9(8).

       01  WS-STEP-COUNT          PIC 9(2) VALUE 18.

       *> ---------------------------------------------------
       *> THE CHAIN STATE FOR THE CURRENT BUSINESS DATE -
       *> SESSION THAT DIES MID-EVENING LOSES NOTHING.
       *> ---------------------------------------------------
       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-ENTRY OCCURS 18 TIMES INDEXED BY STEP-IDX.
               10  WS-STEP-NAME   PIC X(8).
                   88  STEP-MONTH-END-ONLY VALUE "FEEPOST "
                                                 "STMTGEN "
                                                 "CARDEXP ".
               10  WS-STEP-STATUS PIC X(1).
                   88  STEP-PENDING  VALUE 'P'.
                   88  STEP-COMPLETE VALUE 'C'.
           05  WS-COMMAND         PIC X(40).

       01  WS-DATE-VARS.
           05  WS-NEXT-DATE       PIC 9(8).
           05  WS-MONTH-END       PIC X(1).
               88  MONTH-END-TONIGHT VALUE 'Y'.

       *> ---------------------------------------------------
       *> BUSINESS-DAY ROUTINE (CAT-BANK-CALENDAR) WORK AREAS.
       *> ---------------------------------------------------
       01  WS-CALENDAR-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       *> ---------------------------------------------------
       *> START-OF-CHAIN SNAPSHOT (CAT-BANK-SNAPSHOT) AND THE
       *> SUPERVISOR SIGN-ON THAT GUARDS A RESTORE. ONLY THE
       *> PASSWORD DIGEST IS EVER COMPARED (CAT-BANK-DIGEST).
       *> ---------------------------------------------------
       01  WS-SNAP-VARS.
           05  WS-SNAP-FUNCTION   PIC X(1).
           05  WS-SNAP-TELLER     PIC X(4).
           05  WS-SNAP-RESULT     PIC 9(1) VALUE 0.
               88  SNAP-FAILED     VALUE 8.
           05  WS-SUPER-OK        PIC X(1).
               88  SUPERVISOR-SIGNED-ON VALUE 'Y'.
           05  WS-SUPER-PASSWORD  PIC X(8).

       01  WS-DIGEST-VARS.
           05  WS-DIGEST-INPUT    PIC X(16).
           05  WS-DIGEST-VALUE    PIC 9(8).

       01  EXIT-FLAG              PIC X(1) VALUE 'N'.
           88  NIGHT-RUN-DONE      VALUE 'Y'.

           DISPLAY " ".
           DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE.
           IF MONTH-END-TONIGHT
               DISPLAY "TONIGHT IS MONTH END - FEEPOST, STMTGEN AND "
                   "CARDEXP WILL RUN."
           END-IF.

           PERFORM UNTIL NIGHT-RUN-DONE
               WS-CURRENT-TIMESTAMP(1:8) ".".

      *> ---------------------------------------------------
      *> FEEPOST, STMTGEN AND CARDEXP ONLY RUN ON THE LAST
      *> BUSINESS DAY OF THE MONTH - THE NEXT BUSINESS DAY
      *> FALLING IN A NEW MONTH IS THE TEST, SO A MONTH THAT
      *> ENDS ON A WEEKEND OR HOLIDAY CLOSES ON THE LAST DAY
      *> THE BANK IS OPEN.
      *> ---------------------------------------------------
       CHECK-MONTH-END.
           MOVE 'N' TO WS-MONTH-END
           MOVE 'N' TO WS-CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-NEXT-DATE
           IF WS-NEXT-DATE(5:2) NOT = WS-BUSINESS-DATE(5:2)
               SET MONTH-END-TONIGHT TO TRUE
           END-IF.
      *> LOADS THE CHAIN STATE FROM NIGHTRUN.DAT. A MISSING
      *> FILE, OR ONE LEFT OVER FROM A PRIOR BUSINESS DATE
      *> WHOSE CHAIN FINISHED, STARTS A FRESH CHAIN FOR THE
      *> CURRENT DATE. A STEP RECORD ONLY COUNTS WHEN ITS
      *> NAME STILL MATCHES THE STEP IN THAT SLOT.
      *> ---------------------------------------------------
       LOAD-CHAIN-STATE.
           PERFORM INIT-CHAIN-STATE.
       TAKE-UP-STEP-RECORD.
           IF NR-BUSINESS-DATE = WS-BUSINESS-DATE
               AND NR-STEP-NUM >= 1 AND NR-STEP-NUM <= WS-STEP-COUNT
               AND NR-STEP-NAME = WS-STEP-NAME (NR-STEP-NUM)
               MOVE NR-STATUS TO WS-STEP-STATUS (NR-STEP-NUM)
               MOVE NR-START-TS TO WS-STEP-START (NR-STEP-NUM)
               MOVE NR-END-TS   TO WS-STEP-END (NR-STEP-NUM)
           END-IF.

       INIT-CHAIN-STATE.
           MOVE "RIAUDIT " TO WS-STEP-NAME (1)
           MOVE "SUSPRPT " TO WS-STEP-NAME (2)
           MOVE "EODRPT  " TO WS-STEP-NAME (3)
           MOVE "CSHRPT  " TO WS-STEP-NAME (4)
           MOVE "DRWRPT  " TO WS-STEP-NAME (5)
           MOVE "DISPAGE " TO WS-STEP-NAME (6)
           MOVE "ALERTGEN" TO WS-STEP-NAME (7)
           MOVE "EODCUT  " TO WS-STEP-NAME (8)
           MOVE "INTPOST " TO WS-STEP-NAME (9)
           MOVE "SOPOST  " TO WS-STEP-NAME (10)
           MOVE "EXTSEND " TO WS-STEP-NAME (11)
           MOVE "EXTRECV " TO WS-STEP-NAME (12)
           MOVE "LOANPOST" TO WS-STEP-NAME (13)
           MOVE "ODPOST  " TO WS-STEP-NAME (14)
           MOVE "HOLDREL " TO WS-STEP-NAME (15)
           MOVE "FEEPOST " TO WS-STEP-NAME (16)
           MOVE "STMTGEN " TO WS-STEP-NAME (17)
           MOVE "CARDEXP " TO WS-STEP-NAME (18)
           PERFORM VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > WS-STEP-COUNT
               MOVE 'P' TO WS-STEP-STATUS (STEP-IDX)
           DISPLAY " 1. RUN NEXT STEP"
           DISPLAY " 2. RUN A SPECIFIC STEP"
           DISPLAY " 3. SHOW CHAIN STATUS"
           DISPLAY " 4. RESTORE TO START OF CHAIN (SUPERVISOR)"
           DISPLAY " 9. EXIT"
           DISPLAY "==================================="
           DISPLAY "SELECT OPTION: " WITH NO ADVANCING.
               WHEN '1' PERFORM RUN-NEXT-STEP
               WHEN '2' PERFORM RUN-CHOSEN-STEP
               WHEN '3' PERFORM SHOW-CHAIN-STATUS
               WHEN '4' PERFORM RESTORE-START-OF-CHAIN
               WHEN '9' SET NIGHT-RUN-DONE TO TRUE
               WHEN OTHER DISPLAY "INVALID SELECTION."
           END-EVALUATE.
           END-IF.

       RUN-CHOSEN-STEP.
           DISPLAY "STEP NUMBER (1-" WS-STEP-COUNT "): " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           IF RAW-STRING(1:1) IS NOT NUMERIC
               DISPLAY "INVALID STEP NUMBER."
      *> SAVED BEFORE THE JOB LAUNCHES (SO A CRASH MID-JOB
      *> LEAVES A VISIBLE 'R' ON FILE), THE JOB EXECUTABLE IS
      *> INVOKED, AND THE OUTCOME IS RECORDED FROM ITS RETURN
      *> CODE. THE MONTH-END STEPS (FEEPOST, STMTGEN,
      *> CARDEXP) ARE SKIPPED - AND RECORDED AS SKIPPED - ON
      *> ANY NIGHT THAT IS NOT MONTH END. STEP 1 DOES NOT START UNTIL
      *> THE START-OF-CHAIN SNAPSHOT IS SAFELY ON DISK.
      *> ---------------------------------------------------
       EXECUTE-ONE-STEP.
           MOVE 0 TO WS-SNAP-RESULT
           IF WS-RUN-STEP = 1
               MOVE 'T' TO WS-SNAP-FUNCTION
               MOVE SPACES TO WS-SNAP-TELLER
               CALL "CAT-BANK-SNAPSHOT" USING WS-SNAP-FUNCTION
                   WS-BUSINESS-DATE WS-SNAP-TELLER WS-SNAP-RESULT
           END-IF
           IF SNAP-FAILED
               DISPLAY "--- STEP 1 (" WS-STEP-NAME (1)
                   ") NOT STARTED - NO START-OF-CHAIN SNAPSHOT. "
                   "CHAIN HELD ---"
           ELSE
           IF STEP-MONTH-END-ONLY (WS-RUN-STEP)
               AND NOT MONTH-END-TONIGHT
               MOVE 'S' TO WS-STEP-STATUS (WS-RUN-STEP)
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               MOVE WS-CURRENT-TIMESTAMP(1:14)
                   TO WS-STEP-END (WS-RUN-STEP)
               MOVE 0 TO WS-STEP-RESULT (WS-RUN-STEP)
               PERFORM SAVE-CHAIN-STATE
               DISPLAY "STEP " WS-RUN-STEP " ("
                   WS-STEP-NAME (WS-RUN-STEP)
                   ") SKIPPED - NOT MONTH END."
               PERFORM CHECK-CHAIN-COMPLETE
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
               END-IF
               PERFORM SAVE-CHAIN-STATE
               PERFORM CHECK-CHAIN-COMPLETE
           END-IF
           END-IF.

       CHECK-CHAIN-COMPLETE.

      *> ---------------------------------------------------
      *> THE WHOLE CHAIN RAN CLEAN - ROLL THE BANK FORWARD
      *> TO THE NEXT BUSINESS DAY AND RESET THE CHAIN FOR THE
      *> NEW NIGHT. THIS IS THE ONLY PLACE THE DATE EVER
      *> MOVES. WEEKENDS AND HOLIDAYS ARE NEVER BUSINESS
      *> DATES - INTPOST AND ODPOST CHARGE FOR THE DAYS
      *> PASSED OVER ON THE NIGHT BEFORE THEM.
      *> ---------------------------------------------------
       ADVANCE-BUSINESS-DATE.
           MOVE 'N' TO WS-CAL-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-CAL-DATE
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT
           MOVE WS-CAL-RESULT TO WS-BUSINESS-DATE
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE WS-BUSINESS-DATE
               TO BD-BUSINESS-DATE OF BUSINESS-DATE-REC
           PERFORM CHECK-MONTH-END.
           DISPLAY "BUSINESS DATE ADVANCED TO " WS-BUSINESS-DATE "."
           IF MONTH-END-TONIGHT
               DISPLAY "NEXT CHAIN IS A MONTH END - FEEPOST, "
                   "STMTGEN AND CARDEXP WILL RUN."
           END-IF.

       SHOW-CHAIN-STATUS.
                       " AND NEVER CAME BACK. VERIFY THE JOB'S "
                       "OUTPUT BEFORE RERUNNING."
           END-EVALUATE.

      *> ---------------------------------------------------
      *> PUTS EVERY CHAIN FILE BACK AS IT WAS BEFORE STEP 1
      *> RAN TONIGHT AND RESETS THE STEP TABLE, SO THE CHAIN
      *> STARTS AGAIN FROM STEP 1. THE DATED FILES TONIGHT'S
      *> STEPS HAD WRITTEN ARE SET ASIDE BY THE RESTORE.
      *> SUPERVISORS ONLY - THE RESTORE, AND WHO ORDERED IT,
      *> GO ON SNAPLOG.DAT.
      *> ---------------------------------------------------
       RESTORE-START-OF-CHAIN.
           PERFORM SUPERVISOR-SIGN-ON.
           IF NOT SUPERVISOR-SIGNED-ON
               DISPLAY "REFUSED: SUPERVISOR AUTHORITY REQUIRED."
           ELSE
               DISPLAY "EVERY CHAIN FILE GOES BACK TO THE START OF "
                   WS-BUSINESS-DATE ". ATM AND COUNTER WORK SINCE "
                   "THEN IS LOST."
               DISPLAY "ANY PAYMENT FILE ALREADY RELEASED TO THE "
                   "NETWORK TONIGHT MUST BE RECALLED BEFORE RESUMING."
               DISPLAY "TYPE Y TO CONFIRM: " WITH NO ADVANCING
               ACCEPT RAW-STRING
               IF RAW-STRING(1:1) NOT = 'Y' AND NOT = 'y'
                   DISPLAY "RESTORE CANCELLED."
               ELSE
                   MOVE 'R' TO WS-SNAP-FUNCTION
                   CALL "CAT-BANK-SNAPSHOT" USING WS-SNAP-FUNCTION
                       WS-BUSINESS-DATE WS-SNAP-TELLER WS-SNAP-RESULT
                   IF WS-SNAP-RESULT = 0
                       PERFORM LOAD-BUSINESS-DATE
                       PERFORM CHECK-MONTH-END
                       PERFORM INIT-CHAIN-STATE
                       PERFORM SAVE-CHAIN-STATE
                       DISPLAY "CHAIN RESET FOR " WS-BUSINESS-DATE
                           " BY " WS-SNAP-TELLER
                           " - RESUME FROM STEP 1."
                   END-IF
               END-IF
           END-IF.

       SUPERVISOR-SIGN-ON.
           MOVE 'N' TO WS-SUPER-OK.
           MOVE SPACES TO WS-SNAP-TELLER.
           DISPLAY "SUPERVISOR ID (4 CHARS): " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:4) TO WS-SNAP-TELLER.
           DISPLAY "PASSWORD (8 CHARS)     : " WITH NO ADVANCING.
           ACCEPT RAW-STRING.
           MOVE RAW-STRING(1:8) TO WS-SUPER-PASSWORD.
           OPEN INPUT TELLER-MASTER.
           IF WS-TLR-OK
               MOVE WS-SNAP-TELLER TO TLR-ID OF TELLER-MASTER-REC
               READ TELLER-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-TLR-OK
                   AND TLR-ACTIVE OF TELLER-MASTER-REC
                   AND TLR-LEVEL-SUPER OF TELLER-MASTER-REC
                   MOVE SPACES TO WS-DIGEST-INPUT
                   MOVE WS-SUPER-PASSWORD TO WS-DIGEST-INPUT(1:8)
                   CALL "CAT-BANK-DIGEST"
                       USING WS-DIGEST-INPUT WS-DIGEST-VALUE
                   IF TLR-PW-DIGEST OF TELLER-MASTER-REC
                       = WS-DIGEST-VALUE
                       SET SUPERVISOR-SIGNED-ON TO TRUE
                   END-IF
               END-IF
               CLOSE TELLER-MASTER
           END-IF.
