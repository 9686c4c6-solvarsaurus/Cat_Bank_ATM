       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-TAX-CERT.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> YEAR-END INTEREST TAX CERTIFICATES. RUN ONCE A YEAR,
      *> OUTSIDE THE NIGHTLY CHAIN, IN JANUARY - THE TAX YEAR
      *> REPORTED IS THE CALENDAR YEAR BEFORE THE BUSINESS
      *> DATE. THE INTEREST RUN POSTS AFTER THE JOURNAL
      *> CUTOVER, SO A NIGHT'S INTEREST LANDS IN THE ARCHIVE
      *> OF THE NEXT BUSINESS DAY: THE YEAR'S INTEREST IS IN
      *> THE TLOGyyyymmdd.DAT ARCHIVES DATED AFTER THE YEAR'S
      *> FIRST BUSINESS DAY (WHOSE ARCHIVE HOLDS THE PREVIOUS
      *> YEAR'S LAST NIGHT) UP TO AND INCLUDING THE FIRST
      *> BUSINESS DAY AFTER 31 DECEMBER (SEE CAT-BANK-
      *> CALENDAR). THE RUN IS REFUSED UNTIL THAT LAST
      *> ARCHIVE HAS BEEN CUT OVER.
      *> FOR EVERY CUSTOMER THE YEAR'S CREDIT INTEREST PAID
      *> ("INTEREST" ENTRIES, LESS ANY THE BRANCH REVERSED
      *> WITH A REV-DR IN THE SAME PERIOD) AND TAX WITHHELD
      *> FROM IT ("WHT-TAX" ENTRIES, SEE INTPOST - LESS THE
      *> TAX ON REVERSED INTEREST, WHICH THE REVERSAL PUTS
      *> BACK) ARE TOTALLED ACROSS ALL THE ACCOUNTS ON THEIR
      *> CARD. A CARD SHOWING MORE TAX THAN INTEREST IS
      *> REPORTED AS AN EXCEPTION (RETURN CODE 4). EACH CUSTOMER
      *> WITH ANY INTEREST OR TAX GETS A CERTIFICATE ON
      *> TAXCERT.PRT, ADDRESSED FROM THE CUSTOMER MASTER, AND
      *> A PAYEE RECORD ON THE FIXED-LAYOUT RETURN FILE
      *> TAXyyyy.DAT FOR THE TAX AUTHORITY (LAYOUT IN CBTAXX,
      *> HEADER/TRAILER CONTROL TOTALS IN THE STYLE OF THE GL
      *> EXTRACT). A RERUN IS REFUSED WHEN THE YEAR'S RETURN
      *> FILE ALREADY EXISTS.
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

           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BDATE-STATUS.

           SELECT TAX-RETURN-FILE ASSIGN USING WS-TAX-RETURN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXR-STATUS.

           SELECT CERT-PRINT-FILE ASSIGN TO "TAXCERT.PRT"
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

       FD  ARCHIVE-FILE.
       01  ARCH-REC.
           COPY CBJRNL.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           COPY CBBDATE.

       FD  TAX-RETURN-FILE.
       01  TX-REC.
           COPY CBTAXX.

       FD  CERT-PRINT-FILE.
       01  PRT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-STATUS         PIC X(2).
           88  WS-ACCT-OK          VALUE "00".
           88  WS-ACCT-NOT-FOUND   VALUE "23", "35".

       01  WS-CUST-STATUS         PIC X(2).
           88  WS-CUST-OK          VALUE "00".
           88  WS-CUST-EOF         VALUE "10".
           88  WS-CUST-NOT-FOUND   VALUE "23", "35".

       01  WS-ARCH-STATUS         PIC X(2).
           88  WS-ARCH-EOF         VALUE "10".

       01  WS-BDATE-STATUS        PIC X(2).
       01  WS-TAXR-STATUS         PIC X(2).
       01  WS-PRT-STATUS          PIC X(2).

       01  WS-ARCHIVE-NAME        PIC X(16).

      *> ---------------------------------------------------
      *> YEARLY RETURN FILE NAME, BUILT AT RUN TIME AS
      *> TAXyyyy.DAT FOR THE TAX YEAR BEING REPORTED.
      *> ---------------------------------------------------
       01  WS-TAX-RETURN-NAME     PIC X(11).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).
       01  WS-TODAY-DATE          PIC 9(8).

       *> ---------------------------------------------------
       *> THE JOURNAL ENTRY CURRENTLY BEING CONSIDERED, FROM
       *> WHICHEVER DAY'S ARCHIVE.
       *> ---------------------------------------------------
       01  WS-WORK-TL.
           COPY CBJRNL REPLACING ==05== BY ==10==.

       01  WS-PERIOD-VARS.
           05  WS-TAX-YEAR        PIC 9(4).
           05  WS-PERIOD-START    PIC 9(8).
           05  WS-PERIOD-END      PIC 9(8).
           05  WS-SCAN-INT        PIC 9(7).
           05  WS-END-INT         PIC 9(7).
           05  WS-SCAN-DATE       PIC 9(8).

       *> ---------------------------------------------------
       *> BUSINESS-DAY CALENDAR (CAT-BANK-CALENDAR) WORK
       *> AREAS - THE ENDS OF THE ARCHIVE PERIOD.
       *> ---------------------------------------------------
       01  WS-CAL-VARS.
           05  WS-CAL-FUNCTION    PIC X(1).
           05  WS-CAL-DATE        PIC 9(8).
           05  WS-CAL-DAYS        PIC 9(3) VALUE 0.
           05  WS-CAL-RESULT      PIC 9(8).

       *> ---------------------------------------------------
       *> THE ARCHIVES ARE READ TWICE. THE FIRST PASS
       *> COLLECTS EVERY REV-DR'S ACCOUNT AND THE TIMESTAMP OF
       *> THE CREDIT IT BACKED OUT, SO THE SECOND PASS CAN
       *> LEAVE REVERSED INTEREST OFF THE CERTIFICATES.
       *> ---------------------------------------------------
       01  WS-SCAN-MODE           PIC X(1).
           88  SCAN-FOR-REVERSALS  VALUE 'R'.
           88  SCAN-FOR-INTEREST   VALUE 'I'.

       01  WS-REVREF-TABLE.
           05  WS-REVREF-COUNT    PIC 9(4) VALUE 0.
           05  WS-REVREF-ENTRY OCCURS 1000 TIMES INDEXED BY REF-IDX.
               10  WS-REVREF-ACCT PIC 9(5).
               10  WS-REVREF-TS   PIC 9(14).

       *> ---------------------------------------------------
       *> THE SECOND PASS NOTES EACH REVERSED INTEREST ENTRY SO
       *> THE TAX ENTRY THAT FOLLOWS IT, UNDER THE SAME
       *> ACCOUNT AND TIMESTAMP, IS LEFT OFF TOO. NEVER MORE
       *> ROWS THAN THE REVERSAL TABLE ABOVE.
       *> ---------------------------------------------------
       01  WS-REVINT-TABLE.
           05  WS-REVINT-COUNT    PIC 9(4) VALUE 0.
           05  WS-REVINT-ENTRY OCCURS 1000 TIMES INDEXED BY INT-IDX.
               10  WS-REVINT-ACCT PIC 9(5).
               10  WS-REVINT-TS   PIC 9(14).

       01  WS-REVERSED-FLAG       PIC X(1).
           88  ENTRY-REVERSED      VALUE 'Y'.

       *> ---------------------------------------------------
       *> ONE ROW PER CUSTOMER CARD PAID INTEREST IN THE YEAR.
       *> AN ACCOUNT'S CARD IS LOOKED UP ON THE ACCOUNT MASTER
       *> ONCE PER RUN OF ENTRIES FOR THE SAME ACCOUNT. THE
       *> ACCOUNT NAME IS KEPT FOR A CARD WITH NO CUSTOMER
       *> RECORD.
       *> ---------------------------------------------------
       01  WS-PAYEE-TABLE.
           05  WS-PAYEE-COUNT     PIC 9(5) VALUE 0.
           05  WS-PAYEE-ENTRY OCCURS 5000 TIMES INDEXED BY PAY-IDX.
               10  WS-PAYEE-CARD  PIC 9(8).
               10  WS-PAYEE-ACCT-NAME PIC X(20).
               10  WS-PAYEE-INTEREST PIC 9(9)V99.
               10  WS-PAYEE-TAX   PIC 9(9)V99.
               10  WS-PAYEE-DONE  PIC X(1).
                   88  PAYEE-CERTIFIED VALUE 'Y'.

       01  WS-LOOKUP-VARS.
           05  WS-LAST-ACCT       PIC 9(5) VALUE 0.
           05  WS-LAST-CARD       PIC 9(8) VALUE 0.
           05  WS-LAST-NAME       PIC X(20).
           05  WS-LAST-FOUND      PIC X(1) VALUE 'N'.
               88  LAST-ACCT-FOUND VALUE 'Y'.
           05  WS-FOUND-FLAG      PIC X(1).
               88  PAYEE-FOUND     VALUE 'Y'.

       01  WS-CERT-VARS.
           05  WS-CERT-NAME       PIC X(20).
           05  WS-CERT-ADDR-1     PIC X(30).
           05  WS-CERT-ADDR-2     PIC X(30).
           05  WS-CERT-EXEMPT     PIC X(1).
           05  WS-CERT-NET        PIC 9(9)V99.

       01  WS-RUN-TOTALS.
           05  WS-ENTRIES-READ    PIC 9(7) VALUE 0.
           05  WS-INTEREST-USED   PIC 9(7) VALUE 0.
           05  WS-INTEREST-REVERSED PIC 9(7) VALUE 0.
           05  WS-TAX-USED        PIC 9(7) VALUE 0.
           05  WS-TAX-REVERSED    PIC 9(7) VALUE 0.
           05  WS-TAX-EXCEPTIONS  PIC 9(5) VALUE 0.
           05  WS-UNMATCHED       PIC 9(5) VALUE 0.
           05  WS-NOT-ON-FILE     PIC 9(5) VALUE 0.

       01  WS-HASH-VARS.
           05  WS-DATA-COUNT      PIC 9(7) VALUE 0.
           05  WS-HASH-INTEREST   PIC 9(13)V99 VALUE 0.
           05  WS-HASH-TAX        PIC 9(13)V99 VALUE 0.
           05  WS-HASH-CARD       PIC 9(15) VALUE 0.

       01  DISPLAY-MONEY          PIC $$$$,$$$,$$9.99.

       *> ---------------------------------------------------
       *> CERTIFICATE PRINT LINES.
       *> ---------------------------------------------------
       01  WS-CERT-HEADING.
           05  FILLER             PIC X(53)
               VALUE "CAT BANK - CERTIFICATE OF INTEREST AND TAX WITHHELD".
           05  FILLER             PIC X(9)
               VALUE "TAX YEAR ".
           05  WS-CH-YEAR         PIC 9(4).

       01  WS-CERT-CARD-LINE.
           05  FILLER             PIC X(16)
               VALUE "CUSTOMER CARD : ".
           05  WS-CC-CARD         PIC 9(8).

       01  WS-CERT-ADDR-LINE.
           05  WS-CA-LABEL        PIC X(16).
           05  WS-CA-TEXT         PIC X(30).

       01  WS-CERT-AMOUNT-LINE.
           05  WS-CM-LABEL        PIC X(30).
           05  WS-CM-AMOUNT       PIC $$$$,$$$,$$9.99.

       01  WS-CERT-STATUS-LINE.
           05  FILLER             PIC X(30)
               VALUE "TAX STATUS AT YEAR END".
           05  WS-CS-TEXT         PIC X(40).

       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(14)
               VALUE "CERTIFICATES: ".
           05  WS-TL-COUNT        PIC ZZZZZZ9.
           05  FILLER             PIC X(12)
               VALUE "  INTEREST: ".
           05  WS-TL-INTEREST     PIC $$$$,$$$,$$9.99.
           05  FILLER             PIC X(7)
               VALUE "  TAX: ".
           05  WS-TL-TAX          PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - YEAR-END INTEREST TAX CERTIFICATES".
           DISPLAY "=============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM LOAD-BUSINESS-DATE.
           COMPUTE WS-TAX-YEAR = WS-TODAY-DATE / 10000 - 1.
           PERFORM SET-ARCHIVE-PERIOD.
           STRING "TAX" WS-TAX-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-TAX-RETURN-NAME.
           DISPLAY "TAX YEAR          : " WS-TAX-YEAR.
           DISPLAY "ARCHIVES SCANNED  : " WS-PERIOD-START " TO "
               WS-PERIOD-END.

           PERFORM CHECK-NOT-ALREADY-FILED.
           PERFORM CHECK-PERIOD-CUT-OVER.

           OPEN INPUT ACCOUNT-MASTER.
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

           SET SCAN-FOR-REVERSALS TO TRUE.
           PERFORM SCAN-YEAR-ARCHIVES.
           SET SCAN-FOR-INTEREST TO TRUE.
           PERFORM SCAN-YEAR-ARCHIVES.
           CLOSE ACCOUNT-MASTER.

           OPEN OUTPUT TAX-RETURN-FILE.
           IF WS-TAXR-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE TAX RETURN FILE "
                   WS-TAX-RETURN-NAME "."
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CERT-PRINT-FILE.
           IF WS-PRT-STATUS NOT = "00"
               DISPLAY "ERROR: UNABLE TO CREATE CERTIFICATE FILE "
                   "TAXCERT.PRT."
               CLOSE CUSTOMER-MASTER
               CLOSE TAX-RETURN-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM WRITE-TAX-HEADER.

      *> CERTIFICATES GO OUT IN CARD ORDER, CUSTOMER MASTER
      *> FIRST, THEN ANY CARD WITH NO CUSTOMER RECORD.
           PERFORM UNTIL WS-CUST-EOF
               READ CUSTOMER-MASTER NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM CERTIFY-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYEE-COUNT
               IF NOT PAYEE-CERTIFIED (PAY-IDX)
                   PERFORM CERTIFY-UNKNOWN-CUSTOMER
               END-IF
           END-PERFORM.

           PERFORM WRITE-TAX-TRAILER.

           MOVE WS-DATA-COUNT TO WS-TL-COUNT.
           MOVE WS-HASH-INTEREST TO WS-TL-INTEREST.
           MOVE WS-HASH-TAX TO WS-TL-TAX.
           MOVE WS-TOTAL-LINE TO PRT-REC.
           WRITE PRT-REC.

           CLOSE CERT-PRINT-FILE.
           CLOSE TAX-RETURN-FILE.
           CLOSE CUSTOMER-MASTER.

           DISPLAY " ".
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "JOURNAL ENTRIES READ : " WS-ENTRIES-READ.
           DISPLAY "INTEREST ENTRIES     : " WS-INTEREST-USED.
           DISPLAY "INTEREST REVERSED    : " WS-INTEREST-REVERSED.
           DISPLAY "TAX ENTRIES          : " WS-TAX-USED.
           DISPLAY "TAX ON REVERSED INT. : " WS-TAX-REVERSED.
           DISPLAY "TAX EXCEEDS INTEREST : " WS-TAX-EXCEPTIONS.
           DISPLAY "NO CUSTOMER RECORD   : " WS-NOT-ON-FILE.
           DISPLAY "ACCOUNTS NOT ON FILE : " WS-UNMATCHED.
           DISPLAY "TAX RETURN FILE      : " WS-TAX-RETURN-NAME.
           DISPLAY "CERTIFICATES WRITTEN TO TAXCERT.PRT.".
           IF WS-UNMATCHED > 0 OR WS-NOT-ON-FILE > 0
               OR WS-TAX-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *> ---------------------------------------------------
      *> REFUSES TO RUN TWICE FOR THE SAME TAX YEAR - A
      *> SECOND RETURN FILE WOULD REPORT THE SAME INTEREST TO
      *> THE TAX AUTHORITY TWICE.
      *> ---------------------------------------------------
       CHECK-NOT-ALREADY-FILED.
           OPEN INPUT TAX-RETURN-FILE.
           IF WS-TAXR-STATUS = "00"
               CLOSE TAX-RETURN-FILE
               DISPLAY "ERROR: TAX RETURN FILE " WS-TAX-RETURN-NAME
                   " ALREADY EXISTS. THE CERTIFICATES HAVE ALREADY "
                   "BEEN PRODUCED FOR THIS TAX YEAR."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------
      *> THE ARCHIVES HOLDING THE TAX YEAR'S INTEREST: FROM
      *> THE DAY AFTER THE YEAR'S FIRST BUSINESS DAY TO THE
      *> FIRST BUSINESS DAY OF THE NEXT YEAR, SO EACH YEAR
      *> STARTS WHERE THE LAST ONE ENDED.
      *> ---------------------------------------------------
       SET-ARCHIVE-PERIOD.
           MOVE 'N' TO WS-CAL-FUNCTION.
           COMPUTE WS-CAL-DATE = (WS-TAX-YEAR - 1) * 10000 + 1231.
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-RESULT) + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               TO WS-PERIOD-START.
           MOVE 'N' TO WS-CAL-FUNCTION.
           COMPUTE WS-CAL-DATE = WS-TAX-YEAR * 10000 + 1231.
           CALL "CAT-BANK-CALENDAR" USING WS-CAL-FUNCTION
               WS-CAL-DATE WS-CAL-DAYS WS-CAL-RESULT.
           MOVE WS-CAL-RESULT TO WS-PERIOD-END.
           COMPUTE WS-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).

      *> ---------------------------------------------------
      *> THE YEAR'S LAST NIGHT OF INTEREST IS IN THE ARCHIVE
      *> FOR THE END OF THE PERIOD - UNTIL THE NIGHT RUN HAS
      *> CUT THAT DAY OVER THE CERTIFICATES WOULD BE SHORT.
      *> ---------------------------------------------------
       CHECK-PERIOD-CUT-OVER.
           STRING "TLOG" WS-PERIOD-END ".DAT"
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ERROR: JOURNAL ARCHIVE " WS-ARCHIVE-NAME
                   " NOT FOUND. IT HOLDS THE LAST NIGHT'S INTEREST "
                   "FOR " WS-TAX-YEAR " - RUN AGAIN ONCE THE NIGHT "
                   "RUN FOR " WS-PERIOD-END " HAS CUT OVER."
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
      *> WALKS EVERY DAY OF THE PERIOD. DAYS WITH NO
      *> ARCHIVE (WEEKENDS, PRE-CUTOVER HISTORY) ARE SIMPLY
      *> SKIPPED.
      *> ---------------------------------------------------
       SCAN-YEAR-ARCHIVES.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           PERFORM UNTIL WS-SCAN-INT > WS-END-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
                   TO WS-SCAN-DATE
               STRING "TLOG" WS-SCAN-DATE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
               PERFORM SCAN-ONE-ARCHIVE
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS = "00"
               PERFORM UNTIL WS-ARCH-EOF
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ARCH-REC TO WS-WORK-TL
                           IF SCAN-FOR-REVERSALS
                               PERFORM NOTE-REVERSAL-REF
                           ELSE
                               ADD 1 TO WS-ENTRIES-READ
                               PERFORM CONSIDER-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               MOVE "00" TO WS-ARCH-STATUS
           END-IF.

      *> ---------------------------------------------------
      *> FIRST PASS - EVERY SUCCESSFUL REV-DR IN THE YEAR.
      *> RUNNING OUT OF ROOM WOULD OVERSTATE SOMEONE'S
      *> INTEREST, SO IT STOPS THE RUN INSTEAD.
      *> ---------------------------------------------------
       NOTE-REVERSAL-REF.
           IF TL-TRAN-TYPE OF WS-WORK-TL = "REV-DR"
               AND TL-STATUS OF WS-WORK-TL = 'S'
               IF WS-REVREF-COUNT < 1000
                   ADD 1 TO WS-REVREF-COUNT
                   MOVE TL-ACCT-NUM OF WS-WORK-TL
                       TO WS-REVREF-ACCT (WS-REVREF-COUNT)
                   MOVE TL-REF-TIMESTAMP OF WS-WORK-TL
                       TO WS-REVREF-TS (WS-REVREF-COUNT)
               ELSE
                   DISPLAY "ERROR: MORE THAN 1000 REVERSALS IN THE "
                       "TAX YEAR - NO CERTIFICATES PRODUCED."
                   CLOSE ARCHIVE-FILE
                   CLOSE ACCOUNT-MASTER
                   CLOSE CUSTOMER-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> SECOND PASS - SUCCESSFUL INTEREST NOT LATER
      *> REVERSED, AND THE TAX WITHHELD FROM IT. THE TAX
      *> ENTRY SHARES ITS INTEREST ENTRY'S TIMESTAMP AND
      *> FOLLOWS IT ON THE JOURNAL; THE TAX ON A REVERSED
      *> INTEREST ENTRY IS LEFT OFF WITH IT.
      *> ---------------------------------------------------
       CONSIDER-JOURNAL-ENTRY.
           IF TL-STATUS OF WS-WORK-TL = 'S'
               IF TL-TRAN-TYPE OF WS-WORK-TL = "INTEREST"
                   PERFORM CHECK-IF-REVERSED
                   IF ENTRY-REVERSED
                       ADD 1 TO WS-INTEREST-REVERSED
                       PERFORM NOTE-REVERSED-INTEREST
                   ELSE
                       PERFORM FIND-PAYEE-FOR-ACCOUNT
                       IF PAYEE-FOUND
                           ADD 1 TO WS-INTEREST-USED
                           ADD TL-AMOUNT OF WS-WORK-TL
                               TO WS-PAYEE-INTEREST (PAY-IDX)
                       END-IF
                   END-IF
               ELSE
                   IF TL-TRAN-TYPE OF WS-WORK-TL = "WHT-TAX"
                       PERFORM CHECK-IF-INTEREST-REVERSED
                       IF ENTRY-REVERSED
                           ADD 1 TO WS-TAX-REVERSED
                       ELSE
                           PERFORM FIND-PAYEE-FOR-ACCOUNT
                           IF PAYEE-FOUND
                               ADD 1 TO WS-TAX-USED
                               ADD TL-AMOUNT OF WS-WORK-TL
                                   TO WS-PAYEE-TAX (PAY-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-IF-REVERSED.
           MOVE 'N' TO WS-REVERSED-FLAG.
           PERFORM VARYING REF-IDX FROM 1 BY 1
               UNTIL REF-IDX > WS-REVREF-COUNT OR ENTRY-REVERSED
               IF WS-REVREF-ACCT (REF-IDX) = TL-ACCT-NUM OF WS-WORK-TL
                   AND WS-REVREF-TS (REF-IDX)
                       = TL-TIMESTAMP OF WS-WORK-TL
                   SET ENTRY-REVERSED TO TRUE
               END-IF
           END-PERFORM.

       NOTE-REVERSED-INTEREST.
           IF WS-REVINT-COUNT < 1000
               ADD 1 TO WS-REVINT-COUNT
               MOVE TL-ACCT-NUM OF WS-WORK-TL
                   TO WS-REVINT-ACCT (WS-REVINT-COUNT)
               MOVE TL-TIMESTAMP OF WS-WORK-TL
                   TO WS-REVINT-TS (WS-REVINT-COUNT)
           END-IF.

       CHECK-IF-INTEREST-REVERSED.
           MOVE 'N' TO WS-REVERSED-FLAG.
           PERFORM VARYING INT-IDX FROM 1 BY 1
               UNTIL INT-IDX > WS-REVINT-COUNT OR ENTRY-REVERSED
               IF WS-REVINT-ACCT (INT-IDX) = TL-ACCT-NUM OF WS-WORK-TL
                   AND WS-REVINT-TS (INT-IDX)
                       = TL-TIMESTAMP OF WS-WORK-TL
                   SET ENTRY-REVERSED TO TRUE
               END-IF
           END-PERFORM.

      *> ---------------------------------------------------
      *> POINTS PAY-IDX AT THE PAYEE ROW FOR THE ENTRY'S
      *> ACCOUNT, ADDING ONE FOR A CARD NOT SEEN BEFORE. AN
      *> ACCOUNT NO LONGER ON THE MASTER CANNOT BE TIED TO A
      *> CUSTOMER; IT IS REPORTED AND LEFT OFF THE RETURN.
      *> ---------------------------------------------------
       FIND-PAYEE-FOR-ACCOUNT.
           MOVE 'N' TO WS-FOUND-FLAG.
           IF TL-ACCT-NUM OF WS-WORK-TL NOT = WS-LAST-ACCT
               MOVE TL-ACCT-NUM OF WS-WORK-TL TO WS-LAST-ACCT
               MOVE TL-ACCT-NUM OF WS-WORK-TL
                   TO DB-ACCT-NUM OF ACCT-MASTER-REC
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-LAST-FOUND
                       ADD 1 TO WS-UNMATCHED
                       DISPLAY "WARNING: ACCOUNT "
                           TL-ACCT-NUM OF WS-WORK-TL
                           " NOT ON THE ACCOUNT MASTER - ITS INTEREST "
                           "IS LEFT OFF THE RETURN."
                   NOT INVALID KEY
                       SET LAST-ACCT-FOUND TO TRUE
                       MOVE DB-CARD-NUM OF ACCT-MASTER-REC
                           TO WS-LAST-CARD
                       MOVE DB-NAME OF ACCT-MASTER-REC TO WS-LAST-NAME
               END-READ
           END-IF.
           IF LAST-ACCT-FOUND
               PERFORM VARYING PAY-IDX FROM 1 BY 1
                   UNTIL PAY-IDX > WS-PAYEE-COUNT OR PAYEE-FOUND
                   IF WS-PAYEE-CARD (PAY-IDX) = WS-LAST-CARD
                       SET PAYEE-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF PAYEE-FOUND
                   SET PAY-IDX DOWN BY 1
               ELSE
                   PERFORM ADD-PAYEE
               END-IF
           END-IF.

       ADD-PAYEE.
           IF WS-PAYEE-COUNT < 5000
               ADD 1 TO WS-PAYEE-COUNT
               SET PAY-IDX TO WS-PAYEE-COUNT
               MOVE WS-LAST-CARD TO WS-PAYEE-CARD (PAY-IDX)
               MOVE WS-LAST-NAME TO WS-PAYEE-ACCT-NAME (PAY-IDX)
               MOVE 0 TO WS-PAYEE-INTEREST (PAY-IDX)
               MOVE 0 TO WS-PAYEE-TAX (PAY-IDX)
               MOVE 'N' TO WS-PAYEE-DONE (PAY-IDX)
               SET PAYEE-FOUND TO TRUE
           ELSE
               DISPLAY "ERROR: MORE THAN 5000 CUSTOMERS PAID INTEREST "
                   "- NO CERTIFICATES PRODUCED."
               CLOSE ARCHIVE-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------
      *> THE CUSTOMER IN CUST-MASTER-REC GETS A CERTIFICATE
      *> IF THEIR CARD WAS PAID INTEREST OR HAD TAX TAKEN.
      *> ---------------------------------------------------
       CERTIFY-ONE-CUSTOMER.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL PAY-IDX > WS-PAYEE-COUNT OR PAYEE-FOUND
               IF WS-PAYEE-CARD (PAY-IDX) = CF-CARD-NUM OF CUST-MASTER-REC
                   SET PAYEE-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF PAYEE-FOUND
               SET PAY-IDX DOWN BY 1
               MOVE 'Y' TO WS-PAYEE-DONE (PAY-IDX)
               IF WS-PAYEE-INTEREST (PAY-IDX) > 0
                   OR WS-PAYEE-TAX (PAY-IDX) > 0
                   MOVE CF-NAME OF CUST-MASTER-REC TO WS-CERT-NAME
                   MOVE CF-ADDR-LINE-1 OF CUST-MASTER-REC
                       TO WS-CERT-ADDR-1
                   MOVE CF-ADDR-LINE-2 OF CUST-MASTER-REC
                       TO WS-CERT-ADDR-2
                   IF CF-TAX-EXEMPT OF CUST-MASTER-REC
                       MOVE 'Y' TO WS-CERT-EXEMPT
                   ELSE
                       MOVE 'N' TO WS-CERT-EXEMPT
                   END-IF
                   PERFORM WRITE-TAX-DETAIL
                   PERFORM PRINT-CERTIFICATE
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> A CARD WITH INTEREST BUT NO CUSTOMER RECORD STILL
      *> HAS TO BE REPORTED. IT GOES OUT UNDER THE ACCOUNT
      *> NAME WITH NO ADDRESS FOR THE BRANCH TO TRACE.
      *> ---------------------------------------------------
       CERTIFY-UNKNOWN-CUSTOMER.
           IF WS-PAYEE-INTEREST (PAY-IDX) > 0
               OR WS-PAYEE-TAX (PAY-IDX) > 0
               ADD 1 TO WS-NOT-ON-FILE
               DISPLAY "WARNING: NO CUSTOMER RECORD FOR CARD "
                   WS-PAYEE-CARD (PAY-IDX) " - CERTIFICATE HAS NO "
                   "ADDRESS."
               MOVE WS-PAYEE-ACCT-NAME (PAY-IDX) TO WS-CERT-NAME
               MOVE "CUSTOMER NOT ON FILE" TO WS-CERT-ADDR-1
               MOVE SPACES TO WS-CERT-ADDR-2
               MOVE 'N' TO WS-CERT-EXEMPT
               PERFORM WRITE-TAX-DETAIL
               PERFORM PRINT-CERTIFICATE
           END-IF.

       WRITE-TAX-HEADER.
           MOVE SPACES TO TX-REC
           MOVE 'H' TO TX-REC-TYPE OF TX-REC
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR OF TX-REC
           MOVE "CATBANK-TX" TO TX-FILE-ID OF TX-REC
           MOVE WS-TODAY-DATE TO TX-BUSINESS-DATE OF TX-REC
           WRITE TX-REC.

       WRITE-TAX-DETAIL.
           MOVE SPACES TO TX-REC
           MOVE 'D' TO TX-REC-TYPE OF TX-REC
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR OF TX-REC
           MOVE WS-PAYEE-CARD (PAY-IDX) TO TX-CARD-NUM OF TX-REC
           MOVE WS-CERT-NAME TO TX-NAME OF TX-REC
           MOVE WS-CERT-ADDR-1 TO TX-ADDR-LINE-1 OF TX-REC
           MOVE WS-CERT-ADDR-2 TO TX-ADDR-LINE-2 OF TX-REC
           MOVE WS-CERT-EXEMPT TO TX-EXEMPT OF TX-REC
           MOVE WS-PAYEE-INTEREST (PAY-IDX) TO TX-INTEREST OF TX-REC
           MOVE WS-PAYEE-TAX (PAY-IDX) TO TX-TAX-WITHHELD OF TX-REC
           ADD 1 TO WS-DATA-COUNT
           ADD WS-PAYEE-INTEREST (PAY-IDX) TO WS-HASH-INTEREST
           ADD WS-PAYEE-TAX (PAY-IDX) TO WS-HASH-TAX
           ADD WS-PAYEE-CARD (PAY-IDX) TO WS-HASH-CARD
           WRITE TX-REC.

       WRITE-TAX-TRAILER.
           MOVE SPACES TO TX-REC
           MOVE 'T' TO TX-REC-TYPE OF TX-REC
           MOVE WS-TAX-YEAR TO TX-TAX-YEAR OF TX-REC
           MOVE WS-DATA-COUNT    TO TX-REC-COUNT OF TX-REC
           MOVE WS-HASH-INTEREST TO TX-HASH-INTEREST OF TX-REC
           MOVE WS-HASH-TAX      TO TX-HASH-TAX OF TX-REC
           MOVE WS-HASH-CARD     TO TX-HASH-CARD OF TX-REC
           WRITE TX-REC.

      *> ---------------------------------------------------
      *> ONE CERTIFICATE, READY FOR A WINDOW ENVELOPE, THEN A
      *> RULE AND A BLANK LINE BEFORE THE NEXT.
      *> ---------------------------------------------------
       PRINT-CERTIFICATE.
           MOVE WS-TAX-YEAR TO WS-CH-YEAR.
           MOVE WS-CERT-HEADING TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE "MAIL TO       : " TO WS-CA-LABEL.
           MOVE WS-CERT-NAME TO WS-CA-TEXT.
           MOVE WS-CERT-ADDR-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO WS-CA-LABEL.
           MOVE WS-CERT-ADDR-1 TO WS-CA-TEXT.
           MOVE WS-CERT-ADDR-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-CERT-ADDR-2 TO WS-CA-TEXT.
           MOVE WS-CERT-ADDR-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-PAYEE-CARD (PAY-IDX) TO WS-CC-CARD.
           MOVE WS-CERT-CARD-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE "GROSS INTEREST PAID" TO WS-CM-LABEL.
           MOVE WS-PAYEE-INTEREST (PAY-IDX) TO WS-CM-AMOUNT.
           MOVE WS-CERT-AMOUNT-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE "TAX WITHHELD" TO WS-CM-LABEL.
           MOVE WS-PAYEE-TAX (PAY-IDX) TO WS-CM-AMOUNT.
           MOVE WS-CERT-AMOUNT-LINE TO PRT-REC.
           WRITE PRT-REC.
      *> TAX CAN ONLY EXCEED INTEREST IF THE JOURNAL HAS BEEN
      *> CORRECTED BY HAND - THE CERTIFICATE SHOWS A NIL NET
      *> AND THE CARD IS REPORTED FOR CHECKING BEFORE MAILING.
           IF WS-PAYEE-TAX (PAY-IDX) > WS-PAYEE-INTEREST (PAY-IDX)
               MOVE 0 TO WS-CERT-NET
               ADD 1 TO WS-TAX-EXCEPTIONS
               DISPLAY "WARNING: CARD " WS-PAYEE-CARD (PAY-IDX)
                   " HAS MORE TAX WITHHELD THAN INTEREST PAID - "
                   "CHECK THE CERTIFICATE BEFORE MAILING."
           ELSE
               COMPUTE WS-CERT-NET = WS-PAYEE-INTEREST (PAY-IDX)
                   - WS-PAYEE-TAX (PAY-IDX)
           END-IF.
           MOVE "NET INTEREST PAID" TO WS-CM-LABEL.
           MOVE WS-CERT-NET TO WS-CM-AMOUNT.
           MOVE WS-CERT-AMOUNT-LINE TO PRT-REC.
           WRITE PRT-REC.
           IF WS-CERT-EXEMPT = 'Y'
               MOVE ": EXEMPT - INTEREST PAID GROSS" TO WS-CS-TEXT
           ELSE
               MOVE ": TAXABLE - TAX WITHHELD AT SOURCE" TO WS-CS-TEXT
           END-IF.
           MOVE WS-CERT-STATUS-LINE TO PRT-REC.
           WRITE PRT-REC.
           MOVE ALL "=" TO PRT-REC.
           WRITE PRT-REC.
           MOVE SPACES TO PRT-REC.
           WRITE PRT-REC.
           MOVE WS-PAYEE-INTEREST (PAY-IDX) TO DISPLAY-MONEY.
           DISPLAY WS-PAYEE-CARD (PAY-IDX) " " WS-CERT-NAME
               " INTEREST " DISPLAY-MONEY WITH NO ADVANCING.
           MOVE WS-PAYEE-TAX (PAY-IDX) TO DISPLAY-MONEY.
           DISPLAY " TAX " DISPLAY-MONEY.
