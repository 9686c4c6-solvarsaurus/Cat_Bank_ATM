       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-CUST-MIGRATE.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> ONE-TIME CUSTOMER MASTER MIGRATION - RUN ONCE, WITH
      *> THE BRANCH OFFLINE, WHEN THE CARD HOTLIST AND EXPIRY
      *> CHANGE GOES IN. REBUILDS CUSTMSTR.DAT IN THE LONGER
      *> LAYOUT (CBCUST) THAT CARRIES THE CARD STATUS, THE
      *> EXPIRY DATE, THE REISSUE LINK AND THE SPARE AREA:
      *>   CF-CARD-STATUS - 'A' (ACTIVE) FOR EVERY CARD
      *>   CF-EXPIRY-DATE - LAST DAY OF THE MONTH, THREE
      *>                    YEARS FROM THE MIGRATION DATE, SO
      *>                    THE EXISTING CARDS DO NOT ALL
      *>                    EXPIRE AT ONCE ON DAY ONE
      *>   CF-REPLACED-BY - ZERO
      *>   CF-ALERT-OPTIONS - SPACES (EVERY ALERT ON)
      *>   CF-WHT-EXEMPT  - SPACES (INTEREST TAXED)
      *>   CF-SPARE       - SPACES
      *> EVERYTHING ELSE (PIN DIGEST, HISTORY, LOCK) IS
      *> CARRIED ACROSS UNCHANGED. SAME SAFETY RULES AS THE
      *> SECURITY MIGRATION: THE FILE IS BUILT UNDER A .NEW
      *> NAME AND MOVED INTO PLACE ONLY AFTER A CLEAN
      *> CONVERSION, AND THE MARKER FILE CUSTMIG.DON REFUSES
      *> A SECOND RUN. A SYSTEM THAT HAS NEVER CREATED THE
      *> FILE NEEDS NOTHING - THE PROGRAMS SEED THE NEW
      *> LAYOUT THEMSELVES.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CUSTOMER-FILE ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OC-CARD-NUM OF OLD-CUSTOMER-REC
               FILE STATUS IS WS-OLDC-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO "CUSTMSTR.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CARD-NUM OF NEW-CUSTOMER-REC
               FILE STATUS IS WS-NEWC-STATUS.

           SELECT MARKER-FILE ASSIGN TO "CUSTMIG.DON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> ---------------------------------------------------
      *> THE PRE-MIGRATION LAYOUT, FROZEN HERE - THE SHARED
      *> COPYBOOK ALREADY DESCRIBES THE NEW SHAPE.
      *> ---------------------------------------------------
       FD  OLD-CUSTOMER-FILE.
       01  OLD-CUSTOMER-REC.
           05  OC-CARD-NUM         PIC 9(8).
           05  OC-PIN-DIGEST       PIC 9(8).
           05  OC-NAME             PIC X(20).
           05  OC-ADDR-LINE-1      PIC X(30).
           05  OC-ADDR-LINE-2      PIC X(30).
           05  OC-PHONE            PIC X(15).
           05  OC-FAILED-ATTEMPTS  PIC 9(1).
           05  OC-LOCKED           PIC X(1).
           05  OC-PIN-HISTORY.
               10  OC-PIN-HIST     PIC 9(8) OCCURS 3 TIMES.

       FD  NEW-CUSTOMER-FILE.
       01  NEW-CUSTOMER-REC.
           COPY CBCUST.

       FD  MARKER-FILE.
       01  MARKER-REC.
           05  MK-RUN-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-OLDC-STATUS         PIC X(2).
           88  WS-OLDC-OK          VALUE "00".
           88  WS-OLDC-EOF         VALUE "10".
           88  WS-OLDC-NOT-FOUND   VALUE "23", "35".

       01  WS-NEWC-STATUS         PIC X(2).

       01  WS-MARK-STATUS         PIC X(2).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).

       01  WS-COMMAND             PIC X(40).

       *> ---------------------------------------------------
       *> EXPIRY GIVEN TO EVERY MIGRATED CARD - WORKED OUT
       *> ONCE FROM THE RUN DATE.
       *> ---------------------------------------------------
       01  WS-CARD-LIFE-YEARS     PIC 9(1) VALUE 3.
       01  WS-EXPIRY-VARS.
           05  WS-EXP-WORK        PIC 9(8).
           05  WS-EXP-PARTS REDEFINES WS-EXP-WORK.
               10  WS-EXP-YYYY    PIC 9(4).
               10  WS-EXP-MM      PIC 9(2).
               10  WS-EXP-DD      PIC 9(2).
           05  WS-NEW-EXPIRY      PIC 9(8).

       01  WS-RUN-TOTALS.
           05  WS-CUSTS-CONVERTED PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CAT BANK - CUSTOMER MASTER MIGRATION (ONE TIME)".
           DISPLAY "===============================================".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM CHECK-NOT-ALREADY-MIGRATED.
           PERFORM WORK-OUT-EXPIRY.
           PERFORM MIGRATE-CUSTOMER-MASTER.
           PERFORM WRITE-DONE-MARKER.

           DISPLAY " ".
           DISPLAY "CUSTOMERS CONVERTED : " WS-CUSTS-CONVERTED.
           DISPLAY "CARDS NOW EXPIRE ON : " WS-NEW-EXPIRY.
           DISPLAY "CUSTOMER MASTER MIGRATION COMPLETE.".
           STOP RUN.

       CHECK-NOT-ALREADY-MIGRATED.
           OPEN INPUT MARKER-FILE.
           IF WS-MARK-STATUS = "00"
               CLOSE MARKER-FILE
               DISPLAY "ERROR: MARKER FILE CUSTMIG.DON EXISTS - THE "
                   "MIGRATION HAS ALREADY RUN. THE OLD LAYOUT NO "
                   "LONGER EXISTS."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> ---------------------------------------------------
      *> LAST DAY OF THE MONTH THAT FALLS THE CARD LIFE AFTER
      *> TODAY: STEP TO THE FIRST OF THE FOLLOWING MONTH AND
      *> BACK ONE DAY.
      *> ---------------------------------------------------
       WORK-OUT-EXPIRY.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-EXP-WORK.
           ADD WS-CARD-LIFE-YEARS TO WS-EXP-YYYY.
           ADD 1 TO WS-EXP-MM.
           IF WS-EXP-MM > 12
               MOVE 1 TO WS-EXP-MM
               ADD 1 TO WS-EXP-YYYY
           END-IF.
           MOVE 1 TO WS-EXP-DD.
           COMPUTE WS-NEW-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-EXP-WORK) - 1).

       MIGRATE-CUSTOMER-MASTER.
           OPEN INPUT OLD-CUSTOMER-FILE.
           EVALUATE TRUE
           WHEN WS-OLDC-NOT-FOUND
               DISPLAY "NO CUSTOMER MASTER ON FILE - NOTHING TO "
                   "CONVERT."
           WHEN NOT WS-OLDC-OK
      *> A FILE ALREADY IN THE NEW (LONGER) LAYOUT FAILS THE
      *> OPEN WITH A LENGTH-MISMATCH STATUS - NEVER TREAT
      *> THAT AS CONVERTIBLE, OR THE EMPTY .NEW FILE WOULD
      *> REPLACE THE LIVE MASTER.
               DISPLAY "ERROR: UNABLE TO OPEN CUSTMSTR.DAT (STATUS "
                   WS-OLDC-STATUS ") - IS IT ALREADY IN THE NEW "
                   "LAYOUT? NOTHING CONVERTED."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           WHEN OTHER
               OPEN OUTPUT NEW-CUSTOMER-FILE
               IF WS-NEWC-STATUS NOT = "00"
                   DISPLAY "ERROR: UNABLE TO CREATE CUSTMSTR.NEW."
                   CLOSE OLD-CUSTOMER-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-OLDC-EOF
                   READ OLD-CUSTOMER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONVERT-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE NEW-CUSTOMER-FILE
               CLOSE OLD-CUSTOMER-FILE
               MOVE "mv CUSTMSTR.NEW CUSTMSTR.DAT" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
               DISPLAY "CUSTOMER MASTER CONVERTED AND MOVED INTO "
                   "PLACE."
           END-EVALUATE.

       CONVERT-ONE-CUSTOMER.
           MOVE OC-CARD-NUM OF OLD-CUSTOMER-REC
               TO CF-CARD-NUM OF NEW-CUSTOMER-REC.
           MOVE OC-PIN-DIGEST OF OLD-CUSTOMER-REC
               TO CF-PIN-DIGEST OF NEW-CUSTOMER-REC.
           MOVE OC-NAME OF OLD-CUSTOMER-REC
               TO CF-NAME OF NEW-CUSTOMER-REC.
           MOVE OC-ADDR-LINE-1 OF OLD-CUSTOMER-REC
               TO CF-ADDR-LINE-1 OF NEW-CUSTOMER-REC.
           MOVE OC-ADDR-LINE-2 OF OLD-CUSTOMER-REC
               TO CF-ADDR-LINE-2 OF NEW-CUSTOMER-REC.
           MOVE OC-PHONE OF OLD-CUSTOMER-REC
               TO CF-PHONE OF NEW-CUSTOMER-REC.
           MOVE OC-FAILED-ATTEMPTS OF OLD-CUSTOMER-REC
               TO CF-FAILED-ATTEMPTS OF NEW-CUSTOMER-REC.
           MOVE OC-LOCKED OF OLD-CUSTOMER-REC
               TO CF-LOCKED OF NEW-CUSTOMER-REC.
           MOVE OC-PIN-HISTORY OF OLD-CUSTOMER-REC
               TO CF-PIN-HISTORY OF NEW-CUSTOMER-REC.
           SET CF-CARD-ACTIVE OF NEW-CUSTOMER-REC TO TRUE.
           MOVE WS-NEW-EXPIRY TO CF-EXPIRY-DATE OF NEW-CUSTOMER-REC.
           MOVE 0 TO CF-REPLACED-BY OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-ALERT-OPTIONS OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-WHT-EXEMPT OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-SPARE OF NEW-CUSTOMER-REC.
           WRITE NEW-CUSTOMER-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO WRITE CUSTOMER "
                       OC-CARD-NUM OF OLD-CUSTOMER-REC "."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO WS-CUSTS-CONVERTED.

       WRITE-DONE-MARKER.
           OPEN OUTPUT MARKER-FILE.
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO MK-RUN-DATE.
           WRITE MARKER-REC.
           CLOSE MARKER-FILE.
