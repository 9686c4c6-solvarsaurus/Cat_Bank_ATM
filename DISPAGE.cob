       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-DISPUTE-AGING.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> NIGHTLY DISPUTE CASE AGING REPORT. LISTS EVERY OPEN
      *> CASE ON DISPUTE.DAT (LAYOUT IN CBDISP) WITH THE
      *> NUMBER OF DAYS IT HAS BEEN OUTSTANDING AT THE
      *> BUSINESS DATE, OLDEST FIRST - CASES ARE NUMBERED IN
      *> THE ORDER THEY ARE OPENED, SO CASE ORDER IS AGE
      *> ORDER - AND FLAGS EVERY CASE ALREADY PAST ITS
      *> REGULATORY DEADLINE. CLOSES WITH THE CASE COUNTS BY
      *> AGE BAND AND THE PROVISIONAL CREDIT STILL AT RISK.
      *> READ ONLY; THE REPORT GOES TO DISPAGE.PRT FOR THE
      *> BRANCH MANAGER. CASES ARE OPENED AND RESOLVED IN
      *> CAT-BANK-ACCT-MAINT.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-CASE-NUM OF DISPUTE-REC
               FILE STATUS IS WS-DISP-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT AGING-PRINT-FILE ASSIGN TO "DISPAGE.PRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-REC.
           COPY CBDISP.

       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  AGING-PRINT-FILE.
       01  PRT-REC                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-DISP-STATUS         PIC X(2).
           88  WS-DISP-OK          VALUE "00".
           88  WS-DISP-EOF         VALUE "10".
           88  WS-DISP-NOT-FOUND   VALUE "23", "35".

       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-BDATE-STATUS        PIC X(2).
       01  WS-PRT-STATUS          PIC X(2).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       01  WS-FILE-FLAGS.
           05  WS-DISP-FILE-FLAG  PIC X(1) VALUE 'N'.
               88  DISP-FILE-OPEN  VALUE 'Y'.
           05  WS-ACCT-FILE-FLAG  PIC X(1) VALUE 'N'.
               88  ACCT-FILE-OPEN  VALUE 'Y'.

       01  WS-DATE-VARS.
           05  WS-TODAY-INT       PIC 9(7).
           05  WS-OPENED-INT      PIC 9(7).
           05  WS-DAYS-OUT        PIC S9(5).

       01  WS-RUN-TOTALS.
           05  WS-CASES-OPEN      PIC 9(5) VALUE 0.
           05  WS-CASES-LATE      PIC 9(5) VALUE 0.
           05  WS-BAND-0-10       PIC 9(5) VALUE 0.
           05  WS-BAND-11-30      PIC 9(5) VALUE 0.
           05  WS-BAND-31-60      PIC 9(5) VALUE 0.
           05  WS-BAND-OVER-60    PIC 9(5) VALUE 0.
           05  WS-TOTAL-DISPUTED  PIC 9(9)V99 VALUE 0.
           05  WS-TOTAL-PROV      PIC 9(9)V99 VALUE 0.

       *> ---------------------------------------------------
       *> DISPUTE AGING REPORT PRINT LINES.
       *> ---------------------------------------------------
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(40)
               VALUE "CAT BANK - OPEN DISPUTE CASES AGING".
           05  FILLER             PIC X(16)
               VALUE "BUSINESS DATE ".
           05  WS-HL-DATE         PIC 9(8).

       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(45)
               VALUE "CASE   ACCT  ACCOUNT NAME         TYPE       ".
           05  FILLER             PIC X(39)
               VALUE "    DISPUTED  PROVISIONAL DEADLINE DAYS".

       01  WS-DETAIL-LINE.
           05  WS-DL-CASE         PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-ACCT         PIC 9(5).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-NAME         PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-TYPE         PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-PROV         PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-DUE          PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-DAYS         PIC ZZZ9.
           05  FILLER             PIC X(1) VALUE SPACE.
           05  WS-DL-FLAG         PIC X(13).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL        PIC X(30).
           05  WS-TL-COUNT        PIC ZZZZ9.

       01  WS-MONEY-LINE.
           05  WS-ML-LABEL        PIC X(30).
           05  WS-ML-AMOUNT       PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - DISPUTE CASE AGING REPORT".
           DISPLAY "====================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).

      *> NO DISPUTE FILE YET SIMPLY MEANS NO CASE HAS EVER
      *> BEEN OPENED - THE REPORT STILL PRINTS, EMPTY.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISP-OK
               SET DISP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "NOTE: NO DISPUTE FILE FOUND - NO CASES OPEN."
           END-IF.
           OPEN INPUT ACCOUNT-MASTER.
           IF WS-ACCT-OK
               SET ACCT-FILE-OPEN TO TRUE
           END-IF.

           OPEN OUTPUT AGING-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE DISPUTE AGING REPORT "
                   "DISPAGE.PRT."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TODAY-DATE TO WS-HL-DATE.
           MOVE WS-HEADING-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-COLUMN-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY " ".
           DISPLAY WS-COLUMN-LINE.

           IF DISP-FILE-OPEN
               PERFORM UNTIL WS-DISP-EOF
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DS-OPEN OF DISPUTE-REC
                               PERFORM PRINT-OPEN-CASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-FILE
           END-IF.
           IF ACCT-FILE-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF.

           PERFORM PRINT-AGING-TOTALS.
           CLOSE AGING-PRINT-FILE.

           DISPLAY "DISPUTE AGING REPORT WRITTEN TO DISPAGE.PRT.".
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
      *> ONE LINE PER OPEN CASE. A CASE OPENED TODAY IS ZERO
      *> DAYS OLD; ONE WHOSE DEADLINE IS BEHIND THE BUSINESS
      *> DATE IS FLAGGED.
      *> ---------------------------------------------------
       PRINT-OPEN-CASE.
           ADD 1 TO WS-CASES-OPEN.
           ADD DS-TRAN-AMOUNT OF DISPUTE-REC TO WS-TOTAL-DISPUTED.
           ADD DS-PROV-AMOUNT OF DISPUTE-REC TO WS-TOTAL-PROV.
           COMPUTE WS-OPENED-INT = FUNCTION INTEGER-OF-DATE(
               DS-OPENED-DATE OF DISPUTE-REC).
           COMPUTE WS-DAYS-OUT = WS-TODAY-INT - WS-OPENED-INT.
           IF WS-DAYS-OUT < 0
               MOVE 0 TO WS-DAYS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 10
                   ADD 1 TO WS-BAND-0-10
               WHEN WS-DAYS-OUT <= 30
                   ADD 1 TO WS-BAND-11-30
               WHEN WS-DAYS-OUT <= 60
                   ADD 1 TO WS-BAND-31-60
               WHEN OTHER
                   ADD 1 TO WS-BAND-OVER-60
           END-EVALUATE.

           MOVE DS-CASE-NUM OF DISPUTE-REC TO WS-DL-CASE.
           MOVE DS-ACCT-NUM OF DISPUTE-REC TO WS-DL-ACCT.
           MOVE SPACES TO WS-DL-NAME.
           IF ACCT-FILE-OPEN
               MOVE DS-ACCT-NUM OF DISPUTE-REC
                   TO DB-ACCT-NUM OF ACCT-MASTER-REC
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE "(NOT ON FILE)" TO WS-DL-NAME
                   NOT INVALID KEY
                       MOVE DB-NAME OF ACCT-MASTER-REC TO WS-DL-NAME
               END-READ
           END-IF.
           MOVE DS-TRAN-TYPE OF DISPUTE-REC TO WS-DL-TYPE.
           MOVE DS-TRAN-AMOUNT OF DISPUTE-REC TO WS-DL-AMOUNT.
           MOVE DS-PROV-AMOUNT OF DISPUTE-REC TO WS-DL-PROV.
           MOVE DS-DUE-DATE OF DISPUTE-REC TO WS-DL-DUE.
           MOVE WS-DAYS-OUT TO WS-DL-DAYS.
           IF DS-DUE-DATE OF DISPUTE-REC < WS-TODAY-DATE
               MOVE "PAST DEADLINE" TO WS-DL-FLAG
               ADD 1 TO WS-CASES-LATE
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-DETAIL-LINE.

       PRINT-AGING-TOTALS.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE "OPEN CASES" TO WS-TL-LABEL.
           MOVE WS-CASES-OPEN TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN 0-10 DAYS" TO WS-TL-LABEL.
           MOVE WS-BAND-0-10 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN 11-30 DAYS" TO WS-TL-LABEL.
           MOVE WS-BAND-11-30 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN 31-60 DAYS" TO WS-TL-LABEL.
           MOVE WS-BAND-31-60 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "  OPEN OVER 60 DAYS" TO WS-TL-LABEL.
           MOVE WS-BAND-OVER-60 TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "*** PAST REGULATORY DEADLINE" TO WS-TL-LABEL.
           MOVE WS-CASES-LATE TO WS-TL-COUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE "TOTAL DISPUTED" TO WS-ML-LABEL.
           MOVE WS-TOTAL-DISPUTED TO WS-ML-AMOUNT.
           MOVE WS-MONEY-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-MONEY-LINE.
           MOVE "PROVISIONAL CREDIT AT RISK" TO WS-ML-LABEL.
           MOVE WS-TOTAL-PROV TO WS-ML-AMOUNT.
           MOVE WS-MONEY-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-MONEY-LINE.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.
           IF WS-CASES-LATE > 0
               DISPLAY "WARNING: " WS-CASES-LATE
                   " DISPUTE CASE(S) PAST THE REGULATORY DEADLINE."
           END-IF.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO PRT-REC.
           WRITE PRT-REC.
           DISPLAY WS-TOTAL-LINE.
