       >>SOURCE FORMAT IS FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT-BANK-SNAPSHOT.
       AUTHOR. ANDY - SOLVARSAURUS GITHUB.

      *> ---------------------------------------------------
      *> START-OF-CHAIN SNAPSHOT AND RESTORE - CALLED BY THE
      *> NIGHT-RUN SEQUENCER (CAT-BANK-NIGHT-RUN).
      *>   CALL "CAT-BANK-SNAPSHOT" USING <X(1) FUNCTION>
      *>       <9(8) BUSINESS DATE> <X(4) TELLER ID>
      *>       <9(1) RESULT>
      *>   'T' - TAKE THE SNAPSHOT FOR THE BUSINESS DATE, THEN
      *>         PURGE ANY OLDER THAN BP-SNAP-KEEP-DAYS
      *>   'R' - PUT EVERY FILE BACK AS IT WAS IN THE
      *>         SNAPSHOT FOR THE BUSINESS DATE
      *>   RESULT 0 - DONE
      *>          1 - NOTHING TO DO ('T': ALREADY TAKEN FOR
      *>              THE DATE; 'R': NO SNAPSHOT FOR THE DATE)
      *>          8 - FAILED - SEE THE MESSAGES
      *> EVERY FILE THE CHAIN CHANGES IS COPIED, RECORD BY
      *> RECORD, TO SNAPyyyymmdd.<NAME> (SEE WS-SNAP-FILES).
      *> A FILE THAT DOES NOT EXIST YET IS TAKEN AS EMPTY.
      *> A SNAPSHOT ONLY GOES ON THE DIRECTORY (SNAPDIR.DAT)
      *> ONCE EVERY FILE HAS COPIED CLEAN, SO A HALF-TAKEN
      *> SNAPSHOT CAN NEVER BE RESTORED. EVERY TAKE, RESTORE
      *> AND PURGE IS APPENDED TO SNAPLOG.DAT WITH THE TIME
      *> AND, FOR A RESTORE, THE SUPERVISOR WHO ORDERED IT.
      *> A RESTORE PUTS BACK THE JOURNAL TOO - ANY ATM OR
      *> COUNTER ACTIVITY SINCE THE SNAPSHOT GOES WITH IT.
      *> THE DATED FILES THE FAILED RUN WROTE FOR THE
      *> BUSINESS DATE (SEE WS-DATED-OUTPUTS) ARE RENAMED OUT
      *> OF THE WAY RATHER THAN LOST, SO THE FAILED RUN'S
      *> OUTPUT IS KEPT FOR INSPECTION WHILE THE RERUN WRITES
      *> FRESH ONES; EACH ONE SET ASIDE IS LOGGED. AN
      *> OUTBOUND PAYMENT FILE ALREADY RELEASED TO THE
      *> NETWORK HAS TO BE RECALLED SEPARATELY - THE RERUN
      *> SENDS THE SAME PAYMENTS AGAIN.
      *> ---------------------------------------------------

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-ACCT-NUM OF ACCT-MASTER-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CF-CARD-NUM OF CUST-MASTER-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY OF STANDING-ORDER-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT EXTERNAL-PAYMENT-FILE ASSIGN TO "EXTPAY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XP-KEY OF EXTERNAL-PAYMENT-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT DEPOSIT-HOLD-FILE ASSIGN TO "DEPHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HD-KEY OF DEPOSIT-HOLD-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT CASH-POSITION-FILE ASSIGN TO "CASHPOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CP-TERMINAL-ID OF CASH-POS-REC
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT LOAN-MASTER ASSIGN TO "LOANMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LN-LOAN-NUM OF LOAN-MASTER-REC
               FILE STATUS IS WS-LIVE-STATUS.

      *> THE JOURNAL, RUN-CONTROL AND PARAMETER FILES ARE ALL
      *> LINE SEQUENTIAL AND ARE COPIED THROUGH THIS ONE FD.
           SELECT LIVE-SEQ-FILE ASSIGN USING WS-LIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN USING WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPF-STATUS.

           SELECT SNAP-DIRECTORY-FILE ASSIGN TO "SNAPDIR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIR-STATUS.

           SELECT SNAP-LOG-FILE ASSIGN TO "SNAPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOG-STATUS.

           SELECT BANK-PARAM-FILE ASSIGN TO "BANKPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       01  ACCT-MASTER-REC.
           COPY CBACCT.

       FD  CUSTOMER-MASTER.
       01  CUST-MASTER-REC.
           COPY CBCUST.

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-REC.
           COPY CBSTORD.

       FD  EXTERNAL-PAYMENT-FILE.
       01  EXTERNAL-PAYMENT-REC.
           COPY CBEXTP.

       FD  DEPOSIT-HOLD-FILE.
       01  DEPOSIT-HOLD-REC.
           COPY CBHOLD.

       FD  CASH-POSITION-FILE.
       01  CASH-POS-REC.
           COPY CBCASH.

       FD  LOAN-MASTER.
       01  LOAN-MASTER-REC.
           COPY CBLOAN.

       FD  LIVE-SEQ-FILE.
       01  LIVE-SEQ-REC           PIC X(400).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-REC           PIC X(400).

      *> ---------------------------------------------------
      *> ONE ENTRY PER SNAPSHOT STILL ON DISK, OLDEST FIRST.
      *> ---------------------------------------------------
       FD  SNAP-DIRECTORY-FILE.
       01  SNAP-DIRECTORY-REC.
           05  SD-SNAP-DATE       PIC 9(8).
           05  SD-TAKEN-TS        PIC 9(14).
           05  SD-RECORDS         PIC 9(7).

       FD  SNAP-LOG-FILE.
       01  SNAP-LOG-REC.
           05  SL-TIMESTAMP       PIC 9(14).
           05  SL-ACTION          PIC X(8).
           05  SL-SNAP-DATE       PIC 9(8).
           05  SL-TELLER-ID       PIC X(4).
           05  SL-RECORDS         PIC 9(7).
           05  SL-FILE-NAME       PIC X(40).

       FD  BANK-PARAM-FILE.
       01  BANK-PARAM-REC.
           COPY CBBPARM.

       WORKING-STORAGE SECTION.
       01  WS-LIVE-STATUS         PIC X(2).
           88  WS-LIVE-OK          VALUE "00".
           88  WS-LIVE-EOF         VALUE "10".
           88  WS-LIVE-NOT-FOUND   VALUE "35".

       01  WS-SNAPF-STATUS        PIC X(2).
           88  WS-SNAPF-OK         VALUE "00".
           88  WS-SNAPF-EOF        VALUE "10".

       01  WS-DIR-STATUS          PIC X(2).
           88  WS-DIR-EOF          VALUE "10".

       01  WS-SLOG-STATUS         PIC X(2).
       01  WS-BANK-STATUS         PIC X(2).

       01  WS-CURRENT-TIMESTAMP   PIC X(21).

       01  WS-FILE-NAMES.
           05  WS-LIVE-NAME       PIC X(20).
           05  WS-SNAP-NAME       PIC X(24).

       *> ---------------------------------------------------
       *> EVERY FILE THE NIGHT-RUN CHAIN CHANGES. THE FIRST
       *> SEVEN ARE INDEXED AND EACH HAS ITS OWN FD ABOVE; THE
       *> REST ARE LINE SEQUENTIAL AND SHARE LIVE-SEQ-FILE.
       *> A NEW FILE JOINS THE CHAIN HERE - AND, IF INDEXED,
       *> IN THE OPEN/READ/WRITE/CLOSE DISPATCH BELOW.
       *> ---------------------------------------------------
       01  WS-SNAP-FILE-LIST.
           05  FILLER             PIC X(8) VALUE "ACCTMSTR".
           05  FILLER             PIC X(8) VALUE "CUSTMSTR".
           05  FILLER             PIC X(8) VALUE "STORDER ".
           05  FILLER             PIC X(8) VALUE "EXTPAY  ".
           05  FILLER             PIC X(8) VALUE "DEPHOLD ".
           05  FILLER             PIC X(8) VALUE "CASHPOS ".
           05  FILLER             PIC X(8) VALUE "LOANMSTR".
           05  FILLER             PIC X(8) VALUE "TRANLOG ".
           05  FILLER             PIC X(8) VALUE "INTRUN  ".
           05  FILLER             PIC X(8) VALUE "ODRUN   ".
           05  FILLER             PIC X(8) VALUE "LOANRUN ".
           05  FILLER             PIC X(8) VALUE "BUSDATE ".
           05  FILLER             PIC X(8) VALUE "BANKPARM".
           05  FILLER             PIC X(8) VALUE "EXTIN   ".
       01  WS-SNAP-FILES REDEFINES WS-SNAP-FILE-LIST.
           05  WS-SNAP-BASE       PIC X(8) OCCURS 14 TIMES.

       01  WS-SNAP-FILE-COUNT     PIC 9(2) VALUE 14.

       *> ---------------------------------------------------
       *> THE DATED FILES THE CHAIN WRITES UNDER THE BUSINESS
       *> DATE, AS <PREFIX>yyyymmdd.DAT: THE JOURNAL ARCHIVE
       *> (EODCUT), THE ALERT FILE (ALERTGEN), THE OUTBOUND
       *> PAYMENT FILE (EXTSEND) AND THE PROCESSED INBOUND
       *> ARCHIVE (EXTRECV). A RESTORE SETS THEM ASIDE SO THE
       *> FAILED RUN'S COPIES ARE KEPT WHEN THE RERUN WRITES
       *> ITS OWN - EODCUT, EXTSEND AND EXTRECV WOULD REFUSE
       *> TO RUN OVER THEIRS, AND ALERTGEN WOULD OVERWRITE
       *> ITS FILE.
       *> ---------------------------------------------------
       01  WS-DATED-OUTPUT-LIST.
           05  FILLER             PIC X(6) VALUE "TLOG  ".
           05  FILLER             PIC X(6) VALUE "ALERT ".
           05  FILLER             PIC X(6) VALUE "EXTOUT".
           05  FILLER             PIC X(6) VALUE "EXTIN ".
       01  WS-DATED-OUTPUTS REDEFINES WS-DATED-OUTPUT-LIST.
           05  WS-DATED-PREFIX    PIC X(6) OCCURS 4 TIMES.

       01  WS-DATED-OUTPUT-COUNT  PIC 9(2) VALUE 4.

       *> ---------------------------------------------------
       *> THE SNAPSHOT DIRECTORY, HELD WHILE IT IS SEARCHED,
       *> ADDED TO AND PURGED. EVEN A LONG RETENTION NEVER
       *> COMES NEAR THE TABLE SIZE.
       *> ---------------------------------------------------
       01  WS-DIRECTORY-TABLE.
           05  WS-DIR-COUNT       PIC 9(3) VALUE 0.
           05  WS-DIR-ENTRY OCCURS 400 TIMES.
               10  WS-DIR-DATE    PIC 9(8).
               10  WS-DIR-TAKEN   PIC 9(14).
               10  WS-DIR-RECORDS PIC 9(7).

       01  WS-SNAP-VARS.
           05  WS-FILE-IDX        PIC 9(2).
           05  WS-DIR-IDX         PIC 9(3).
           05  WS-KEEP-IDX        PIC 9(3).
           05  WS-FOUND-IDX       PIC 9(3).
           05  WS-FILE-RECS       PIC 9(7).
           05  WS-SNAP-RECORDS    PIC 9(7).
           05  WS-SNAP-FAILED     PIC X(1).
               88  SNAP-FAILED     VALUE 'Y'.
           05  WS-KEEP-DAYS       PIC 9(3).
           05  WS-CUTOFF-INT      PIC S9(7).
           05  WS-LOG-ACTION      PIC X(8).
           05  WS-LOG-DATE        PIC 9(8).
           05  WS-LOG-RECORDS     PIC 9(7).
           05  WS-LOG-FILE        PIC X(40) VALUE SPACES.
           05  WS-OUT-IDX         PIC 9(2).
           05  WS-ASIDE-STAMP     PIC X(14).
           05  WS-ASIDE-NAME      PIC X(40).

       01  WS-COMMAND             PIC X(80).

       LINKAGE SECTION.
       01  LK-SNAP-FUNCTION       PIC X(1).
       01  LK-SNAP-DATE           PIC 9(8).
       01  LK-SNAP-TELLER         PIC X(4).
       01  LK-SNAP-RESULT         PIC 9(1).

       PROCEDURE DIVISION USING LK-SNAP-FUNCTION LK-SNAP-DATE
           LK-SNAP-TELLER LK-SNAP-RESULT.
       MAIN-LOGIC.
           MOVE 0 TO LK-SNAP-RESULT.
           MOVE 'N' TO WS-SNAP-FAILED.
           MOVE 0 TO WS-SNAP-RECORDS.
           PERFORM LOAD-SNAP-DIRECTORY.
           PERFORM FIND-SNAP-ENTRY.
           EVALUATE LK-SNAP-FUNCTION
               WHEN 'T'
                   PERFORM TAKE-SNAPSHOT
               WHEN 'R'
                   PERFORM RESTORE-SNAPSHOT
               WHEN OTHER
                   MOVE 8 TO LK-SNAP-RESULT
           END-EVALUATE.
           GOBACK.

      *> ---------------------------------------------------
      *> COPIES EVERY CHAIN FILE OUT FOR THE BUSINESS DATE.
      *> A SNAPSHOT IS ONLY EVER TAKEN ONCE PER DATE - A
      *> RERUN OF STEP 1 MUST NOT OVERWRITE THE GOOD COPY.
      *> ---------------------------------------------------
       TAKE-SNAPSHOT.
           IF WS-FOUND-IDX > 0
               MOVE 1 TO LK-SNAP-RESULT
               DISPLAY "START-OF-CHAIN SNAPSHOT FOR " LK-SNAP-DATE
                   " ALREADY ON FILE."
           ELSE
               DISPLAY "TAKING START-OF-CHAIN SNAPSHOT FOR "
                   LK-SNAP-DATE "..."
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-SNAP-FILE-COUNT
                       OR SNAP-FAILED
                   PERFORM SNAP-OUT-ONE-FILE
               END-PERFORM
               IF SNAP-FAILED
                   MOVE 8 TO LK-SNAP-RESULT
                   MOVE LK-SNAP-DATE TO WS-LOG-DATE
                   PERFORM REMOVE-SNAPSHOT-FILES
                   DISPLAY "ERROR: SNAPSHOT FOR " LK-SNAP-DATE
                       " NOT TAKEN."
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
                   ADD 1 TO WS-DIR-COUNT
                   MOVE LK-SNAP-DATE TO WS-DIR-DATE (WS-DIR-COUNT)
                   MOVE WS-CURRENT-TIMESTAMP(1:14)
                       TO WS-DIR-TAKEN (WS-DIR-COUNT)
                   MOVE WS-SNAP-RECORDS
                       TO WS-DIR-RECORDS (WS-DIR-COUNT)
                   MOVE "TAKEN   " TO WS-LOG-ACTION
                   MOVE LK-SNAP-DATE TO WS-LOG-DATE
                   MOVE WS-SNAP-RECORDS TO WS-LOG-RECORDS
                   PERFORM WRITE-SNAP-LOG
                   DISPLAY "SNAPSHOT TAKEN - " WS-SNAP-RECORDS
                       " RECORDS IN " WS-SNAP-FILE-COUNT " FILES."
                   PERFORM LOAD-BANK-PARAMS
                   PERFORM PURGE-OLD-SNAPSHOTS
                   PERFORM SAVE-SNAP-DIRECTORY
               END-IF
           END-IF.

      *> ---------------------------------------------------
      *> PUTS EVERY CHAIN FILE BACK FROM THE SNAPSHOT FOR THE
      *> BUSINESS DATE. THE SNAPSHOT ITSELF IS LEFT ALONE, SO
      *> A RESTORE THAT DIES PART-WAY CAN SIMPLY BE RERUN.
      *> ---------------------------------------------------
       RESTORE-SNAPSHOT.
           IF WS-FOUND-IDX = 0
               MOVE 1 TO LK-SNAP-RESULT
               DISPLAY "NO START-OF-CHAIN SNAPSHOT ON FILE FOR "
                   LK-SNAP-DATE "."
           ELSE
               DISPLAY "RESTORING FROM SNAPSHOT TAKEN "
                   WS-DIR-TAKEN (WS-FOUND-IDX) "..."
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-SNAP-FILE-COUNT
                       OR SNAP-FAILED
                   PERFORM SNAP-IN-ONE-FILE
               END-PERFORM
               IF NOT SNAP-FAILED
                   PERFORM SET-ASIDE-DATED-OUTPUTS
               END-IF
               IF SNAP-FAILED
                   MOVE 8 TO LK-SNAP-RESULT
                   MOVE "RESTFAIL" TO WS-LOG-ACTION
                   DISPLAY "ERROR: RESTORE INCOMPLETE - FIX THE "
                       "CAUSE AND RESTORE AGAIN BEFORE RUNNING "
                       "ANY STEP."
               ELSE
                   MOVE "RESTORED" TO WS-LOG-ACTION
                   DISPLAY "RESTORE COMPLETE - " WS-SNAP-RECORDS
                       " RECORDS IN " WS-SNAP-FILE-COUNT " FILES."
               END-IF
               MOVE LK-SNAP-DATE TO WS-LOG-DATE
               MOVE WS-SNAP-RECORDS TO WS-LOG-RECORDS
               PERFORM WRITE-SNAP-LOG
           END-IF.

      *> ---------------------------------------------------
      *> RENAMES EACH DATED FILE THE FAILED RUN WROTE FOR THE
      *> BUSINESS DATE TO <NAME>.RST<RESTORE TIMESTAMP> - KEPT
      *> FOR THE INVESTIGATION, BUT OUT OF THE RERUN'S WAY.
      *> ---------------------------------------------------
       SET-ASIDE-DATED-OUTPUTS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-ASIDE-STAMP.
           PERFORM VARYING WS-OUT-IDX FROM 1 BY 1
               UNTIL WS-OUT-IDX > WS-DATED-OUTPUT-COUNT
                   OR SNAP-FAILED
               PERFORM SET-ASIDE-ONE-OUTPUT
           END-PERFORM.

       SET-ASIDE-ONE-OUTPUT.
           MOVE SPACES TO WS-LIVE-NAME.
           STRING WS-DATED-PREFIX (WS-OUT-IDX) DELIMITED BY SPACE
               LK-SNAP-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-LIVE-NAME.
           MOVE 0 TO WS-FILE-RECS.
           OPEN INPUT LIVE-SEQ-FILE.
           IF WS-LIVE-OK
               PERFORM UNTIL NOT WS-LIVE-OK
                   READ LIVE-SEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           ADD 1 TO WS-FILE-RECS
                   END-READ
               END-PERFORM
               CLOSE LIVE-SEQ-FILE
               MOVE SPACES TO WS-ASIDE-NAME
               STRING WS-LIVE-NAME DELIMITED BY SPACE
                   ".RST" WS-ASIDE-STAMP DELIMITED BY SIZE
                   INTO WS-ASIDE-NAME
               MOVE SPACES TO WS-COMMAND
               STRING "mv " WS-LIVE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-ASIDE-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
               OPEN INPUT LIVE-SEQ-FILE
               IF WS-LIVE-OK
                   CLOSE LIVE-SEQ-FILE
                   MOVE 'Y' TO WS-SNAP-FAILED
                   DISPLAY "ERROR: UNABLE TO SET ASIDE " WS-LIVE-NAME
                       " - RENAME IT BY HAND."
               ELSE
                   MOVE "SETASIDE" TO WS-LOG-ACTION
                   MOVE LK-SNAP-DATE TO WS-LOG-DATE
                   MOVE WS-FILE-RECS TO WS-LOG-RECORDS
                   MOVE WS-ASIDE-NAME TO WS-LOG-FILE
                   PERFORM WRITE-SNAP-LOG
                   DISPLAY "  " WS-LIVE-NAME " SET ASIDE AS "
                       WS-ASIDE-NAME
                   IF WS-DATED-PREFIX (WS-OUT-IDX) = "EXTOUT"
                       DISPLAY "*** IF " WS-LIVE-NAME " WAS ALREADY "
                           "RELEASED TO THE NETWORK, RECALL IT "
                           "BEFORE RESUMING - THE RERUN SENDS THE "
                           "SAME PAYMENTS AGAIN."
                   END-IF
               END-IF
           END-IF.

       BUILD-FILE-NAMES.
           MOVE SPACES TO WS-LIVE-NAME.
           STRING WS-SNAP-BASE (WS-FILE-IDX) DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO WS-LIVE-NAME.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING "SNAP" LK-SNAP-DATE "." DELIMITED BY SIZE
               WS-SNAP-BASE (WS-FILE-IDX) DELIMITED BY SPACE
               INTO WS-SNAP-NAME.

       SNAP-OUT-ONE-FILE.
           PERFORM BUILD-FILE-NAMES.
           MOVE 0 TO WS-FILE-RECS.
           PERFORM OPEN-LIVE-INPUT.
           EVALUATE TRUE
               WHEN WS-LIVE-OK
                   OPEN OUTPUT SNAPSHOT-FILE
                   IF NOT WS-SNAPF-OK
                       MOVE 'Y' TO WS-SNAP-FAILED
                   ELSE
                       PERFORM UNTIL NOT WS-LIVE-OK
                           PERFORM READ-LIVE-RECORD
                           IF WS-LIVE-OK
                               WRITE SNAPSHOT-REC
                               ADD 1 TO WS-FILE-RECS
                           END-IF
                       END-PERFORM
                       IF NOT WS-LIVE-EOF
                           MOVE 'Y' TO WS-SNAP-FAILED
                       END-IF
                       CLOSE SNAPSHOT-FILE
                   END-IF
                   PERFORM CLOSE-LIVE
               WHEN WS-LIVE-NOT-FOUND
                   OPEN OUTPUT SNAPSHOT-FILE
                   IF NOT WS-SNAPF-OK
                       MOVE 'Y' TO WS-SNAP-FAILED
                   ELSE
                       CLOSE SNAPSHOT-FILE
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-SNAP-FAILED
           END-EVALUATE.
           IF SNAP-FAILED
               DISPLAY "ERROR: UNABLE TO COPY " WS-LIVE-NAME
                   " TO " WS-SNAP-NAME " - FILE STATUS "
                   WS-LIVE-STATUS "/" WS-SNAPF-STATUS
           ELSE
               ADD WS-FILE-RECS TO WS-SNAP-RECORDS
               DISPLAY "  " WS-LIVE-NAME " " WS-FILE-RECS " RECORDS"
           END-IF.

       SNAP-IN-ONE-FILE.
           PERFORM BUILD-FILE-NAMES.
           MOVE 0 TO WS-FILE-RECS.
           OPEN INPUT SNAPSHOT-FILE.
           IF NOT WS-SNAPF-OK
               MOVE 'Y' TO WS-SNAP-FAILED
           ELSE
               PERFORM OPEN-LIVE-OUTPUT
               IF NOT WS-LIVE-OK
                   MOVE 'Y' TO WS-SNAP-FAILED
               ELSE
                   PERFORM UNTIL NOT WS-SNAPF-OK OR SNAP-FAILED
                       READ SNAPSHOT-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               PERFORM WRITE-LIVE-RECORD
                               IF WS-LIVE-OK
                                   ADD 1 TO WS-FILE-RECS
                               ELSE
                                   MOVE 'Y' TO WS-SNAP-FAILED
                               END-IF
                       END-READ
                   END-PERFORM
                   IF NOT WS-SNAPF-EOF
                       MOVE 'Y' TO WS-SNAP-FAILED
                   END-IF
                   PERFORM CLOSE-LIVE
               END-IF
               CLOSE SNAPSHOT-FILE
           END-IF.
      *>   AN EMPTY INBOX SNAPSHOT MEANS NO FILE HAD BEEN
      *>   DELIVERED - PUT IT BACK AS ABSENT, WHICH EXTRECV
      *>   TREATS AS NOTHING TO APPLY.
           IF NOT SNAP-FAILED
               AND WS-SNAP-BASE (WS-FILE-IDX) = "EXTIN"
               AND WS-FILE-RECS = 0
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " WS-LIVE-NAME DELIMITED BY SPACE
                   INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE 0 TO RETURN-CODE
           END-IF.
           IF SNAP-FAILED
               DISPLAY "ERROR: UNABLE TO RESTORE " WS-LIVE-NAME
                   " FROM " WS-SNAP-NAME " - FILE STATUS "
                   WS-LIVE-STATUS "/" WS-SNAPF-STATUS
           ELSE
               ADD WS-FILE-RECS TO WS-SNAP-RECORDS
               DISPLAY "  " WS-LIVE-NAME " " WS-FILE-RECS " RECORDS"
           END-IF.

      *> ---------------------------------------------------
      *> OPEN/READ/WRITE/CLOSE DISPATCH ON WS-FILE-IDX - ONE
      *> WHEN PER INDEXED FILE; EVERYTHING ELSE GOES THROUGH
      *> LIVE-SEQ-FILE UNDER THE NAME BUILT IN WS-LIVE-NAME.
      *> RECORDS TRAVEL THROUGH SNAPSHOT-REC.
      *> ---------------------------------------------------
       OPEN-LIVE-INPUT.
           EVALUATE WS-FILE-IDX
               WHEN 1 OPEN INPUT ACCOUNT-MASTER
               WHEN 2 OPEN INPUT CUSTOMER-MASTER
               WHEN 3 OPEN INPUT STANDING-ORDER-FILE
               WHEN 4 OPEN INPUT EXTERNAL-PAYMENT-FILE
               WHEN 5 OPEN INPUT DEPOSIT-HOLD-FILE
               WHEN 6 OPEN INPUT CASH-POSITION-FILE
               WHEN 7 OPEN INPUT LOAN-MASTER
               WHEN OTHER OPEN INPUT LIVE-SEQ-FILE
           END-EVALUATE.

       OPEN-LIVE-OUTPUT.
           EVALUATE WS-FILE-IDX
               WHEN 1 OPEN OUTPUT ACCOUNT-MASTER
               WHEN 2 OPEN OUTPUT CUSTOMER-MASTER
               WHEN 3 OPEN OUTPUT STANDING-ORDER-FILE
               WHEN 4 OPEN OUTPUT EXTERNAL-PAYMENT-FILE
               WHEN 5 OPEN OUTPUT DEPOSIT-HOLD-FILE
               WHEN 6 OPEN OUTPUT CASH-POSITION-FILE
               WHEN 7 OPEN OUTPUT LOAN-MASTER
               WHEN OTHER OPEN OUTPUT LIVE-SEQ-FILE
           END-EVALUATE.

       CLOSE-LIVE.
           EVALUATE WS-FILE-IDX
               WHEN 1 CLOSE ACCOUNT-MASTER
               WHEN 2 CLOSE CUSTOMER-MASTER
               WHEN 3 CLOSE STANDING-ORDER-FILE
               WHEN 4 CLOSE EXTERNAL-PAYMENT-FILE
               WHEN 5 CLOSE DEPOSIT-HOLD-FILE
               WHEN 6 CLOSE CASH-POSITION-FILE
               WHEN 7 CLOSE LOAN-MASTER
               WHEN OTHER CLOSE LIVE-SEQ-FILE
           END-EVALUATE.

       READ-LIVE-RECORD.
           MOVE SPACES TO SNAPSHOT-REC.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ ACCOUNT-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ACCT-MASTER-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 2
                   READ CUSTOMER-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CUST-MASTER-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 3
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE STANDING-ORDER-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 4
                   READ EXTERNAL-PAYMENT-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE EXTERNAL-PAYMENT-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 5
                   READ DEPOSIT-HOLD-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE DEPOSIT-HOLD-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 6
                   READ CASH-POSITION-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE CASH-POS-REC TO SNAPSHOT-REC
                   END-READ
               WHEN 7
                   READ LOAN-MASTER NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LOAN-MASTER-REC TO SNAPSHOT-REC
                   END-READ
               WHEN OTHER
                   READ LIVE-SEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE LIVE-SEQ-REC TO SNAPSHOT-REC
                   END-READ
           END-EVALUATE.

      *> ---------------------------------------------------
      *> THE SNAPSHOT WAS READ OUT IN KEY ORDER, SO THE
      *> INDEXED FILES ARE REBUILT IN ASCENDING KEY ORDER.
      *> ---------------------------------------------------
       WRITE-LIVE-RECORD.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   MOVE SNAPSHOT-REC TO ACCT-MASTER-REC
                   WRITE ACCT-MASTER-REC
               WHEN 2
                   MOVE SNAPSHOT-REC TO CUST-MASTER-REC
                   WRITE CUST-MASTER-REC
               WHEN 3
                   MOVE SNAPSHOT-REC TO STANDING-ORDER-REC
                   WRITE STANDING-ORDER-REC
               WHEN 4
                   MOVE SNAPSHOT-REC TO EXTERNAL-PAYMENT-REC
                   WRITE EXTERNAL-PAYMENT-REC
               WHEN 5
                   MOVE SNAPSHOT-REC TO DEPOSIT-HOLD-REC
                   WRITE DEPOSIT-HOLD-REC
               WHEN 6
                   MOVE SNAPSHOT-REC TO CASH-POS-REC
                   WRITE CASH-POS-REC
               WHEN 7
                   MOVE SNAPSHOT-REC TO LOAN-MASTER-REC
                   WRITE LOAN-MASTER-REC
               WHEN OTHER
                   MOVE SNAPSHOT-REC TO LIVE-SEQ-REC
                   WRITE LIVE-SEQ-REC
           END-EVALUATE.

      *> ---------------------------------------------------
      *> SNAPSHOTS TAKEN MORE THAN BP-SNAP-KEEP-DAYS DAYS
      *> BEFORE THE BUSINESS DATE ARE DELETED FROM DISK AND
      *> DROPPED FROM THE DIRECTORY. TONIGHT'S IS ALWAYS KEPT.
      *> ---------------------------------------------------
       PURGE-OLD-SNAPSHOTS.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(LK-SNAP-DATE) - WS-KEEP-DAYS.
           MOVE 0 TO WS-KEEP-IDX.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF FUNCTION INTEGER-OF-DATE(WS-DIR-DATE (WS-DIR-IDX))
                   < WS-CUTOFF-INT
                   MOVE WS-DIR-DATE (WS-DIR-IDX) TO WS-LOG-DATE
                   PERFORM REMOVE-SNAPSHOT-FILES
                   MOVE "PURGED  " TO WS-LOG-ACTION
                   MOVE 0 TO WS-LOG-RECORDS
                   PERFORM WRITE-SNAP-LOG
                   DISPLAY "SNAPSHOT FOR " WS-LOG-DATE " PURGED."
               ELSE
                   ADD 1 TO WS-KEEP-IDX
                   MOVE WS-DIR-ENTRY (WS-DIR-IDX)
                       TO WS-DIR-ENTRY (WS-KEEP-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-KEEP-IDX TO WS-DIR-COUNT.

       REMOVE-SNAPSHOT-FILES.
           MOVE SPACES TO WS-COMMAND.
           STRING "rm -f SNAP" WS-LOG-DATE ".*" DELIMITED BY SIZE
               INTO WS-COMMAND.
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE 0 TO RETURN-CODE.

       LOAD-SNAP-DIRECTORY.
           MOVE 0 TO WS-DIR-COUNT.
           OPEN INPUT SNAP-DIRECTORY-FILE.
           IF WS-DIR-STATUS = "00"
               PERFORM UNTIL WS-DIR-EOF
                   READ SNAP-DIRECTORY-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-DIR-COUNT < 400
                               ADD 1 TO WS-DIR-COUNT
                               MOVE SD-SNAP-DATE
                                   TO WS-DIR-DATE (WS-DIR-COUNT)
                               MOVE SD-TAKEN-TS
                                   TO WS-DIR-TAKEN (WS-DIR-COUNT)
                               MOVE SD-RECORDS
                                   TO WS-DIR-RECORDS (WS-DIR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SNAP-DIRECTORY-FILE
           END-IF.

       FIND-SNAP-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               IF WS-DIR-DATE (WS-DIR-IDX) = LK-SNAP-DATE
                   MOVE WS-DIR-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

       SAVE-SNAP-DIRECTORY.
           OPEN OUTPUT SNAP-DIRECTORY-FILE.
           PERFORM VARYING WS-DIR-IDX FROM 1 BY 1
               UNTIL WS-DIR-IDX > WS-DIR-COUNT
               MOVE WS-DIR-DATE (WS-DIR-IDX)    TO SD-SNAP-DATE
               MOVE WS-DIR-TAKEN (WS-DIR-IDX)   TO SD-TAKEN-TS
               MOVE WS-DIR-RECORDS (WS-DIR-IDX) TO SD-RECORDS
               WRITE SNAP-DIRECTORY-REC
           END-PERFORM.
           CLOSE SNAP-DIRECTORY-FILE.

       WRITE-SNAP-LOG.
           OPEN EXTEND SNAP-LOG-FILE.
           IF WS-SLOG-STATUS NOT = "00"
               OPEN OUTPUT SNAP-LOG-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO SL-TIMESTAMP.
           MOVE WS-LOG-ACTION   TO SL-ACTION.
           MOVE WS-LOG-DATE     TO SL-SNAP-DATE.
           MOVE LK-SNAP-TELLER  TO SL-TELLER-ID.
           MOVE WS-LOG-RECORDS  TO SL-RECORDS.
           MOVE WS-LOG-FILE     TO SL-FILE-NAME.
           WRITE SNAP-LOG-REC.
           CLOSE SNAP-LOG-FILE.
           MOVE SPACES TO WS-LOG-FILE.

      *> ---------------------------------------------------
      *> THE RETENTION COMES FROM BANKPARM.DAT. A FILE FROM
      *> BEFORE THE FIELD EXISTED, OR NO FILE AT ALL, KEEPS
      *> A WEEK.
      *> ---------------------------------------------------
       LOAD-BANK-PARAMS.
           MOVE 7 TO WS-KEEP-DAYS.
           OPEN INPUT BANK-PARAM-FILE.
           IF WS-BANK-STATUS = "00"
               READ BANK-PARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BP-SNAP-KEEP-DAYS IS NUMERIC
                           MOVE BP-SNAP-KEEP-DAYS TO WS-KEEP-DAYS
                       END-IF
               END-READ
               CLOSE BANK-PARAM-FILE
           END-IF.
