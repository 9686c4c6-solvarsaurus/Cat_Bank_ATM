      *> SECRETS TO ONE-WAY DIGESTS (CAT-BANK-DIGEST):
      *>   CUSTMSTR.DAT - CF-PIN (4 CLEAR DIGITS) BECOMES
      *>                  CF-PIN-DIGEST, WITH AN EMPTY PIN
      *>                  HISTORY (THE CARD STATUS AND EXPIRY
      *>                  ARE SET AS CUSTMIG.cob SETS THEM).
      *>   TELLMSTR.DAT - TLR-PASSWORD (8 CLEAR CHARS)
      *>                  BECOMES TLR-PW-DIGEST.
      *> EACH FILE IS REBUILT UNDER A .NEW NAME AND MOVED

       01  WS-COMMAND             PIC X(40).

       *> ---------------------------------------------------
       *> EXPIRY GIVEN TO EVERY CONVERTED CARD - SAME RULE AS
       *> CUSTMIG.cob: END OF THE MONTH, THREE YEARS OUT.
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
           05  WS-TELLERS-CONVERTED PIC 9(5) VALUE 0.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           PERFORM CHECK-NOT-ALREADY-MIGRATED.
           PERFORM CHECK-TELLER-NOT-DIGESTED.
           PERFORM WORK-OUT-EXPIRY.
           PERFORM MIGRATE-CUSTOMER-MASTER.
           PERFORM MIGRATE-TELLER-MASTER.
           PERFORM WRITE-DONE-MARKER.
                   STOP RUN
           END-EVALUATE.

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
           MOVE 0 TO CF-PIN-HIST OF NEW-CUSTOMER-REC (1).
           MOVE 0 TO CF-PIN-HIST OF NEW-CUSTOMER-REC (2).
           MOVE 0 TO CF-PIN-HIST OF NEW-CUSTOMER-REC (3).
           SET CF-CARD-ACTIVE OF NEW-CUSTOMER-REC TO TRUE.
           MOVE WS-NEW-EXPIRY TO CF-EXPIRY-DATE OF NEW-CUSTOMER-REC.
           MOVE 0 TO CF-REPLACED-BY OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-ALERT-OPTIONS OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-WHT-EXEMPT OF NEW-CUSTOMER-REC.
           MOVE SPACES TO CF-SPARE OF NEW-CUSTOMER-REC.
           WRITE NEW-CUSTOMER-REC
               INVALID KEY
                   DISPLAY "ERROR: UNABLE TO WRITE CUSTOMER "
