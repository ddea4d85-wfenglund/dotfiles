               ASSIGN TO HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CORRECTION-FILE
               ASSIGN TO CORRECTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT RANGE-FILE
               ASSIGN TO RANGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-KEY
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Must stay wide enough to hold btc_price.cob's full-precision
      *> ledger lines (see HISTORY-RECORD there):
           1 HISTORY-RECORD PIC X(150).
       FD CORRECTION-FILE.
      *> Must match CORRECTION-RECORD in btc_price_correction.cob:
           1 CORRECTION-RECORD PIC X(200).
       FD RANGE-FILE.
           1 RANGE-RECORD PIC X(30).
       FD ARCHIVE-FILE.
               2 MST-MARKET-CAP PIC X(25).
               2 MST-VOL-24H PIC X(25).
               2 MST-CHANGE-24H PIC X(20).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 HISTORY-FILENAME PIC X(24) VALUE "btc_price_history.dat".
           1 HISTORY-FILE-STATUS PIC X(2).
           1 WS-EOF-HISTORY PIC X VALUE "N".
      *> Approved price corrections keyed and checked through
      *> BTC-PRICE-CORRECTION: a ledger reading with one takes the
      *> corrected price in place of its own, while the ledger line
      *> itself stays exactly as fetched. Only APPROVED lines count,
      *> and when a reading has been corrected more than once the
      *> latest approved line in the file is the one in force:
           1 CORRECTION-FILENAME PIC X(26)
               VALUE "btc_price_correction.dat".
           1 CORRECTION-FILE-STATUS PIC X(2).
           1 WS-EOF-CORRECTION PIC X VALUE "N".
           1 CORRECTION-LINE PIC X(200).
           1 COR-IN-ID PIC X(6).
           1 COR-IN-STATUS PIC X(8).
           1 COR-IN-COIN PIC X(20).
           1 COR-IN-DATE PIC X(10).
           1 COR-IN-TIME PIC X(8).
           1 COR-IN-ORIGINAL PIC X(25).
           1 COR-IN-CORRECTED PIC X(25).
           1 CORRECTION-COUNT PIC 9(3) VALUE 0.
           1 CORRECTION-TABLE.
               2 CORRECTION-ENTRY OCCURS 500 TIMES.
                   3 COR-COIN PIC X(20).
                   3 COR-DATE PIC X(10).
                   3 COR-TIME PIC X(8).
                   3 COR-PRICE PIC X(25).
           1 COR-IDX PIC 9(3).
           1 COR-FOUND-IDX PIC 9(3).
           1 CORRECTED-COUNT PIC 9(6) VALUE 0.
           1 MASTER-FILENAME PIC X(24) VALUE "btc_price_master.idx".
           1 MASTER-FILE-STATUS PIC X(2).
           1 REC-LINE PIC X(150).
           1 CUR-MM PIC 9(2).
           1 CNT-IDX PIC 9(3).
           1 LOADED-BEFORE PIC 9(6).
      *> Run lock: the shared state files this program writes are
      *> only touched while it holds the named lock guarding them.
      *> A lock is a small file, btc_lock_<name>.dat, created only
      *> if absent and holding "name,program,start-date,start-time,
      *> pid"; it is removed again on every way out of the program.
      *> One left behind by a run that died is stale and stays put -
      *> refusing further runs - until an operator has checked the
      *> files it guards and cleared it with BTC-LOCK-CLEAR:
           1 LOCK-FILENAME PIC X(40).
           1 LOCK-FILE-STATUS PIC X(2).
           1 LOCK-NAME PIC X(20).
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-PRICE-MASTER-LOAD".
           1 LOCK-LINE PIC X(100).
           1 LOCK-HOLDER-NAME PIC X(20).
           1 LOCK-HOLDER-PROGRAM PIC X(24).
           1 LOCK-HOLDER-DATE PIC X(10).
           1 LOCK-HOLDER-TIME PIC X(8).
           1 LOCK-HOLDER-PID PIC X(10).
           1 LOCK-HOLDER-ALIVE PIC X.
           1 LOCK-PID-NUM PIC 9(9).
           1 LOCK-PID-DISPLAY PIC Z(8)9.
           1 LOCK-COMMAND PIC X(200).
           1 LOCK-SAVED-RC PIC S9(9).
           1 LOCK-HELD-COUNT PIC 9 VALUE 0.
           1 LOCK-HELD-TABLE.
               2 LOCK-HELD-FILENAME PIC X(40) OCCURS 3 TIMES.
           1 LOCK-IDX PIC 9.
           1 LOCK-DATE-TIME.
               2 LOCK-YYYY PIC 9(4).
               2 LOCK-MM PIC 9(2).
               2 LOCK-DD PIC 9(2).
               2 LOCK-HH PIC 9(2).
               2 LOCK-MIN PIC 9(2).
               2 LOCK-SEC PIC 9(2).
               2 FILLER PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *> archive files are folded in after the live ledger, and any
      *> month of the range found in no file at all is reported
      *> loudly instead of the master quietly covering less than
      *> was asked for. A reading with an approved price correction
      *> goes into the master at its corrected price:
           MOVE "price_master" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-REPORT-RANGE
           IF HAVE-RANGE = "Y"
               PERFORM BUILD-RANGE-MONTH-TABLE
           END-IF
           PERFORM LOAD-PRICE-CORRECTIONS
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY FILE: " HISTORY-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-FILE
               DISPLAY "UNABLE TO CREATE PRICE MASTER: "
                   MASTER-FILENAME " (STATUS " MASTER-FILE-STATUS ")"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-HISTORY = "Y"
           DISPLAY "PRICE MASTER REBUILT: " LOADED-COUNT " LOADED ("
               ARCHIVE-LOADED-COUNT " FROM ARCHIVES), "
               SKIPPED-COUNT " FAILED READINGS SKIPPED, "
               DUPLICATE-COUNT " DUPLICATE(S) REJECTED, "
               CORRECTED-COUNT " AT CORRECTED PRICE"
           IF HAVE-RANGE = "Y"
               PERFORM REPORT-EMPTY-RANGE-MONTHS
           END-IF
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-REPORT-RANGE.
               INTO REC-DATE REC-TIME REC-COIN REC-PRICE-FIELD
                   REC-MARKET-CAP REC-VOL-24H REC-CHANGE-24H
           END-UNSTRING
           PERFORM APPLY-PRICE-CORRECTION
      *> Failure markers never make it into the master - every master
      *> row is a real reading, so consumers need no FAILED check:
           IF FUNCTION TRIM(REC-PRICE-FIELD) = "FETCH FAILED"
                           MASTER-FILE-STATUS ") FOR: " REC-DATE " "
                           REC-TIME " " FUNCTION TRIM(REC-COIN)
                       MOVE 1 TO RETURN-CODE
                       PERFORM RELEASE-RUN-LOCKS
                       STOP RUN
                   ELSE
                       ADD 1 TO LOADED-COUNT
                   END-IF
               END-IF
           END-IF.

       LOAD-PRICE-CORRECTIONS.
      *> A missing correction file just means nothing has been
      *> corrected - every reading stands as fetched:
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CORRECTION = "Y"
                   READ CORRECTION-FILE INTO CORRECTION-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-CORRECTION
                       NOT AT END
                           IF CORRECTION-LINE NOT = SPACES
                               PERFORM LOAD-CORRECTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF.

       LOAD-CORRECTION-LINE.
           MOVE SPACES TO COR-IN-ID COR-IN-STATUS COR-IN-COIN
               COR-IN-DATE COR-IN-TIME COR-IN-ORIGINAL
               COR-IN-CORRECTED
           UNSTRING CORRECTION-LINE DELIMITED BY ","
               INTO COR-IN-ID COR-IN-STATUS COR-IN-COIN COR-IN-DATE
                   COR-IN-TIME COR-IN-ORIGINAL COR-IN-CORRECTED
           END-UNSTRING
           IF FUNCTION TRIM(COR-IN-STATUS) = "APPROVED"
               MOVE 0 TO COR-FOUND-IDX
               PERFORM VARYING COR-IDX FROM 1 BY 1
                       UNTIL COR-IDX > CORRECTION-COUNT
                   IF COR-COIN(COR-IDX) = COR-IN-COIN
                       AND COR-DATE(COR-IDX) = COR-IN-DATE
                       AND COR-TIME(COR-IDX) = COR-IN-TIME
                       MOVE COR-IDX TO COR-FOUND-IDX
                   END-IF
               END-PERFORM
               IF COR-FOUND-IDX = 0
                   IF CORRECTION-COUNT >= 500
                       DISPLAY "CORRECTION TABLE FULL (MAX 500) - NOT "
                           "APPLIED: " FUNCTION TRIM(CORRECTION-LINE)
                   ELSE
                       ADD 1 TO CORRECTION-COUNT
                       MOVE CORRECTION-COUNT TO COR-FOUND-IDX
                       MOVE COR-IN-COIN TO COR-COIN(COR-FOUND-IDX)
                       MOVE COR-IN-DATE TO COR-DATE(COR-FOUND-IDX)
                       MOVE COR-IN-TIME TO COR-TIME(COR-FOUND-IDX)
                   END-IF
               END-IF
               IF COR-FOUND-IDX > 0
                   MOVE COR-IN-CORRECTED TO COR-PRICE(COR-FOUND-IDX)
               END-IF
           END-IF.

       APPLY-PRICE-CORRECTION.
      *> Swap the corrected price into REC-PRICE-FIELD for a reading
      *> that has one; everything after this sees it as the
      *> reading's price:
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               IF COR-COIN(COR-IDX) = REC-COIN
                   AND COR-DATE(COR-IDX) = REC-DATE
                   AND COR-TIME(COR-IDX) = REC-TIME
                   MOVE COR-PRICE(COR-IDX) TO REC-PRICE-FIELD
                   ADD 1 TO CORRECTED-COUNT
               END-IF
           END-PERFORM.

       ACQUIRE-RUN-LOCK.
      *> The create is the shell's no-clobber redirect, which fails
      *> when the lock file already exists, so two programs starting
      *> together can't both get the lock; $PPID in that shell is
      *> this program's own process id:
           MOVE FUNCTION CURRENT-DATE TO LOCK-DATE-TIME
           MOVE SPACES TO LOCK-FILENAME
           STRING
               "btc_lock_" FUNCTION TRIM(LOCK-NAME) ".dat"
               INTO LOCK-FILENAME
           END-STRING
           MOVE SPACES TO LOCK-COMMAND
           STRING
               "( set -C; echo " FUNCTION TRIM(LOCK-NAME) ","
               FUNCTION TRIM(LOCK-PROGRAM) ","
               LOCK-YYYY "-" LOCK-MM "-" LOCK-DD ","
               LOCK-HH ":" LOCK-MIN ":" LOCK-SEC ",$PPID > ./"
               FUNCTION TRIM(LOCK-FILENAME) " ) 2>/dev/null"
               INTO LOCK-COMMAND
           END-STRING
           CALL "SYSTEM" USING LOCK-COMMAND
           END-CALL
           IF RETURN-CODE = 0
               ADD 1 TO LOCK-HELD-COUNT
               MOVE LOCK-FILENAME TO LOCK-HELD-FILENAME(LOCK-HELD-COUNT)
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM READ-LOCK-HOLDER
               PERFORM RELEASE-RUN-LOCKS
               EVALUATE LOCK-HOLDER-ALIVE
                   WHEN "Y"
                       DISPLAY "RUN LOCK " FUNCTION TRIM(LOCK-NAME)
                           " HELD BY "
                           FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                           " SINCE " LOCK-HOLDER-DATE " "
                           LOCK-HOLDER-TIME " (PID "
                           FUNCTION TRIM(LOCK-HOLDER-PID)
                           ") - NOT STARTING"
                       MOVE 3 TO RETURN-CODE
                   WHEN "N"
                       DISPLAY "STALE RUN LOCK "
                           FUNCTION TRIM(LOCK-NAME) " LEFT BY "
                           FUNCTION TRIM(LOCK-HOLDER-PROGRAM)
                           " STARTED " LOCK-HOLDER-DATE " "
                           LOCK-HOLDER-TIME " (PID "
                           FUNCTION TRIM(LOCK-HOLDER-PID)
                           " NO LONGER RUNNING) - NOT STARTING"
                       DISPLAY "CHECK THE FILES IT GUARDS, THEN CLEAR "
                           "IT WITH BTC-LOCK-CLEAR"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "UNABLE TO TAKE RUN LOCK: "
                           FUNCTION TRIM(LOCK-FILENAME)
                       MOVE 1 TO RETURN-CODE
               END-EVALUATE
               STOP RUN
           END-IF.

       READ-LOCK-HOLDER.
      *> A lock file caught between its create and its write has no
      *> pid in it yet - that is a live holder, not a stale one:
           MOVE SPACES TO LOCK-HOLDER-NAME LOCK-HOLDER-PROGRAM
               LOCK-HOLDER-DATE LOCK-HOLDER-TIME LOCK-HOLDER-PID
           MOVE "Y" TO LOCK-HOLDER-ALIVE
           OPEN INPUT LOCK-FILE
           IF LOCK-FILE-STATUS NOT = "00"
               MOVE "?" TO LOCK-HOLDER-ALIVE
           ELSE
               MOVE SPACES TO LOCK-LINE
               READ LOCK-FILE INTO LOCK-LINE
                   AT END
                       MOVE SPACES TO LOCK-LINE
               END-READ
               CLOSE LOCK-FILE
               UNSTRING LOCK-LINE DELIMITED BY ","
                   INTO LOCK-HOLDER-NAME LOCK-HOLDER-PROGRAM
                       LOCK-HOLDER-DATE LOCK-HOLDER-TIME
                       LOCK-HOLDER-PID
               END-UNSTRING
               IF LOCK-HOLDER-PID NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(LOCK-HOLDER-PID)) = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(LOCK-HOLDER-PID))
                       TO LOCK-PID-NUM
                   MOVE LOCK-PID-NUM TO LOCK-PID-DISPLAY
                   MOVE SPACES TO LOCK-COMMAND
                   STRING
                       "kill -0 " FUNCTION TRIM(LOCK-PID-DISPLAY)
                       " 2>/dev/null"
                       INTO LOCK-COMMAND
                   END-STRING
                   CALL "SYSTEM" USING LOCK-COMMAND
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO LOCK-HOLDER-ALIVE
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       RELEASE-RUN-LOCKS.
      *> Every way out of the program comes through here; the return
      *> code the program is leaving with survives the rm:
           MOVE RETURN-CODE TO LOCK-SAVED-RC
           PERFORM VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > LOCK-HELD-COUNT
               MOVE SPACES TO LOCK-COMMAND
               STRING
                   "rm -f ./"
                   FUNCTION TRIM(LOCK-HELD-FILENAME(LOCK-IDX))
                   INTO LOCK-COMMAND
               END-STRING
               CALL "SYSTEM" USING LOCK-COMMAND
               END-CALL
           END-PERFORM
           MOVE 0 TO LOCK-HELD-COUNT
           MOVE LOCK-SAVED-RC TO RETURN-CODE.
