       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-CALENDAR.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> SHARED BUSINESS-DAY ROUTINE - CALLED BY EVERY
      *> PROGRAM THAT HAS TO KNOW WHETHER THE BANK IS OPEN ON
      *> A GIVEN DATE. A BUSINESS DAY IS MONDAY TO FRIDAY AND
      *> NOT ON THE BANK HOLIDAY CALENDAR (HOLIDAY.DAT,
      *> LAYOUT IN CBCAL). THE CALENDAR IS READ ONCE, ON THE
      *> FIRST CALL; A MISSING FILE SIMPLY MEANS NO HOLIDAYS,
      *> SO ONLY WEEKENDS ARE SKIPPED.
      *>   CALL "CAT-BANK-CALENDAR" USING <X(1) FUNCTION>
      *>       <9(8) DATE IN> <9(3) DAYS IN> <9(8) DATE OUT>
      *>   'N' - THE FIRST BUSINESS DAY AFTER THE DATE
      *>   'P' - THE LAST BUSINESS DAY BEFORE THE DATE
      *>   'R' - THE DATE ITSELF IF IT IS A BUSINESS DAY,
      *>         OTHERWISE THE NEXT ONE (ROLL FORWARD)
      *>   'A' - THE DATE PLUS DAYS BUSINESS DAYS, COUNTING
      *>         FROM THE DAY AFTER THE DATE
      *> DAYS IS ONLY USED BY 'A'. A DATE THAT IS NOT A REAL
      *> CALENDAR DATE COMES BACK UNCHANGED.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HC-HOLIDAY-DATE OF HOLIDAY-REC
               FILE STATUS IS WS-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
       01  HOLIDAY-REC.
           COPY CBCAL.

       WORKING-STORAGE SECTION.
       01  WS-HOL-STATUS          PIC X(2).
           88  WS-HOL-OK           VALUE "00".
           88  WS-HOL-EOF          VALUE "10".

       01  WS-CAL-LOADED          PIC X(1) VALUE 'N'.
           88  CALENDAR-LOADED     VALUE 'Y'.

       *> ---------------------------------------------------
       *> THE HOLIDAY DATES, HELD FOR THE LIFE OF THE RUN
       *> UNIT. A YEAR AND A BIT OF HOLIDAYS IS FAR MORE THAN
       *> ANY CALENDAR CARRIES; PAST THAT THE OVERFLOW IS
       *> REPORTED ONCE AND IGNORED.
       *> ---------------------------------------------------
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-COUNT       PIC 9(3) VALUE 0.
           05  WS-HOL-DATE        PIC 9(8)
               OCCURS 400 TIMES INDEXED BY HOL-IDX.

       01  WS-WORK-VARS.
           05  WS-WORK-INT        PIC 9(7).
           05  WS-DAY-OF-WEEK     PIC 9(1).
           05  WS-DAYS-LEFT       PIC 9(3).
           05  WS-BUS-FLAG        PIC X(1).
               88  IS-BUSINESS-DAY VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-CAL-FUNCTION        PIC X(1).
       01  LK-CAL-DATE            PIC 9(8).
       01  LK-CAL-DAYS            PIC 9(3).
       01  LK-CAL-RESULT          PIC 9(8).

       PROCEDURE DIVISION USING LK-CAL-FUNCTION LK-CAL-DATE
           LK-CAL-DAYS LK-CAL-RESULT.
       MAIN-LOGIC.
           IF NOT CALENDAR-LOADED
               PERFORM LOAD-HOLIDAYS
           END-IF.
           MOVE LK-CAL-DATE TO LK-CAL-RESULT.
           COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(LK-CAL-DATE).
           IF WS-WORK-INT > 0
               EVALUATE LK-CAL-FUNCTION
                   WHEN 'N'
                       PERFORM STEP-TO-NEXT-BUSINESS-DAY
                   WHEN 'P'
                       PERFORM STEP-TO-PREV-BUSINESS-DAY
                   WHEN 'R'
                       PERFORM TEST-BUSINESS-DAY
                       IF NOT IS-BUSINESS-DAY
                           PERFORM STEP-TO-NEXT-BUSINESS-DAY
                       END-IF
                   WHEN 'A'
                       MOVE LK-CAL-DAYS TO WS-DAYS-LEFT
                       PERFORM UNTIL WS-DAYS-LEFT = 0
                           PERFORM STEP-TO-NEXT-BUSINESS-DAY
                           SUBTRACT 1 FROM WS-DAYS-LEFT
                       END-PERFORM
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                   TO LK-CAL-RESULT
           END-IF.
           GOBACK.

       LOAD-HOLIDAYS.
           SET CALENDAR-LOADED TO TRUE.
           MOVE 0 TO WS-HOL-COUNT.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-OK
               PERFORM UNTIL NOT WS-HOL-OK
                   READ HOLIDAY-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-HOL-COUNT < 400
                               ADD 1 TO WS-HOL-COUNT
                               MOVE HC-HOLIDAY-DATE OF HOLIDAY-REC
                                   TO WS-HOL-DATE (WS-HOL-COUNT)
                           ELSE
                               IF WS-HOL-COUNT = 400
                                   DISPLAY "WARNING: HOLIDAY TABLE "
                                       "FULL - LATER HOLIDAYS IGNORED."
                                   ADD 1 TO WS-HOL-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           END-IF.
           IF WS-HOL-COUNT > 400
               MOVE 400 TO WS-HOL-COUNT
           END-IF.

      *> ---------------------------------------------------
      *> MOVES WS-WORK-INT ON AT LEAST ONE DAY, AND ON UNTIL
      *> IT LANDS ON A BUSINESS DAY. THE TABLE HOLDS FAR
      *> FEWER DATES THAN THERE ARE WEEKDAYS IN A FEW YEARS,
      *> SO THE WALK ALWAYS ENDS.
      *> ---------------------------------------------------
       STEP-TO-NEXT-BUSINESS-DAY.
           ADD 1 TO WS-WORK-INT.
           PERFORM TEST-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
               ADD 1 TO WS-WORK-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

      *> ---------------------------------------------------
      *> THE SAME WALK BACKWARDS: AT LEAST ONE DAY EARLIER,
      *> AND ON BACK UNTIL IT LANDS ON A BUSINESS DAY.
      *> ---------------------------------------------------
       STEP-TO-PREV-BUSINESS-DAY.
           SUBTRACT 1 FROM WS-WORK-INT.
           PERFORM TEST-BUSINESS-DAY.
           PERFORM UNTIL IS-BUSINESS-DAY
               SUBTRACT 1 FROM WS-WORK-INT
               PERFORM TEST-BUSINESS-DAY
           END-PERFORM.

      *> ---------------------------------------------------
      *> DAY 1 OF THE INTEGER DATE CALENDAR (1 JANUARY 1601)
      *> WAS A MONDAY, SO THE REMAINDER BY SEVEN GIVES
      *> 1 = MONDAY ... 6 = SATURDAY, 0 = SUNDAY.
      *> ---------------------------------------------------
       TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUS-FLAG.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-WORK-INT, 7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-BUS-FLAG
           ELSE
               PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > WS-HOL-COUNT
                       OR NOT IS-BUSINESS-DAY
                   IF WS-HOL-DATE (HOL-IDX)
                       = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
                       MOVE 'N' TO WS-BUS-FLAG
                   END-IF
               END-PERFORM
           END-IF.
