       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-SEAL-VERIFY.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-FILE
               ASSIGN TO SEAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEAL-FILE-STATUS.
           SELECT TARGET-FILE
               ASSIGN TO TARGET-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TARGET-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO VERIFY-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VERIFY-REPORT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEAL-FILE.
      *> Must match SEAL-RECORD in btc_ledger_seal.cob:
           1 SEAL-RECORD PIC X(200).
       FD TARGET-FILE.
           1 TARGET-RECORD PIC X(2100).
       FD ARCHIVE-FILE.
           1 ARCHIVE-RECORD PIC X(2100).
       FD VERIFY-REPORT-FILE.
           1 VERIFY-REPORT-RECORD PIC X(132).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 SEAL-FILENAME PIC X(24) VALUE "btc_ledger_seal.dat".
           1 SEAL-FILE-STATUS PIC X(2).
           1 WS-EOF-SEAL PIC X VALUE "N".
           1 SEAL-LINE PIC X(200).
           1 SEAL-FIELD1 PIC X(40).
           1 SEAL-FIELD2 PIC X(10).
           1 SEAL-FIELD3 PIC X(5).
           1 SEAL-FIELD4 PIC X(10).
           1 SEAL-FIELD5 PIC X(30).
           1 SEAL-FIELD6 PIC X(15).
           1 SEAL-FIELD7 PIC X(15).
           1 TARGET-FILENAME PIC X(40).
           1 TARGET-FILE-STATUS PIC X(2).
           1 WS-EOF-TARGET PIC X VALUE "N".
           1 ARCHIVE-FILENAME PIC X(60).
           1 ARCHIVE-FILE-STATUS PIC X(2).
           1 WS-EOF-ARCHIVE PIC X VALUE "N".
           1 ARCHIVE-MONTH PIC X(7).
           1 ARCHIVE-MONTH-COUNT PIC 9(3).
           1 CUR-YYYY PIC 9(4).
           1 CUR-MM PIC 9(2).
      *> Rewritten whole each run, one line per sealed file:
           1 VERIFY-REPORT-FILENAME PIC X(24)
               VALUE "btc_seal_verify.rpt".
           1 VERIFY-REPORT-STATUS PIC X(2).
           1 VERIFY-REPORT-LINE PIC X(132).
      *> Must match CONTROL-KIND in btc_ledger_seal.cob for each
      *> file - "A" sums the fourth-field amount, "L" the record
      *> lengths:
           1 CONTROL-KIND PIC X.
           1 REC-LINE PIC X(2100).
           1 REC-DATE PIC X(10).
           1 REC-DATE-DIGITS PIC X(8).
           1 REC-FIELD1 PIC X(30).
           1 REC-FIELD2 PIC X(30).
           1 REC-FIELD3 PIC X(30).
           1 REC-FIELD4 PIC X(30).
           1 REC-LENGTH PIC 9(4).
           1 REC-AMOUNT PIC S9(15)V9(8).
           1 NUM-DATE PIC 9(8).
           1 DATE-INT PIC 9(7).
           1 BASE-DATE PIC X(10).
           1 BASE-INT PIC 9(7).
           1 LAST-SEALED-DATE PIC X(10).
           1 DAY-IDX PIC 9(5).
           1 PART-NO PIC 9(5).
           1 PART-IDX PIC 9.
           1 PART-FOUND PIC 9.
           1 PART-END PIC 9(7).
      *> Same day-numbered table as btc_ledger_seal.cob, but holding
      *> each sealed part's record count (which tells a record which
      *> part it belongs to) and the figures recomputed for it now:
           1 DAY-LIMIT PIC 9(5) VALUE 3700.
           1 SEAL-DAY-TABLE.
               2 SEAL-DAY OCCURS 3700 TIMES.
                   3 SD-PARTS PIC 9.
                   3 SD-SEEN PIC 9(7).
                   3 SEAL-PART OCCURS 5 TIMES.
                       4 SP-COUNT PIC 9(7).
                       4 AC-COUNT PIC 9(7).
                       4 AC-TOTAL PIC S9(15)V9(8).
                       4 AC-HASH PIC 9(12).
           1 PREV-CHAIN PIC 9(12).
           1 STORED-CHAIN PIC 9(12).
           1 HASH-VALUE PIC 9(12).
           1 HASH-INPUT PIC X(2100).
           1 HASH-LENGTH PIC 9(4).
           1 CHAR-IDX PIC 9(4).
           1 TOTAL-DISPLAY PIC -(15)9.9(8).
           1 COUNT-DISPLAY PIC 9(7).
           1 HASH-DISPLAY PIC 9(12).
           1 CHAIN-TEXT PIC X(150).
           1 SEAL-REASON PIC X(80).
           1 FIRST-BAD-DATE PIC X(10).
           1 FIRST-BAD-PART PIC X(5).
           1 FIRST-BAD-REASON PIC X(80).
           1 FILE-SEAL-COUNT PIC 9(5).
           1 BAD-SEAL-COUNT PIC 9(5).
           1 UNSEALED-COUNT PIC 9(7).
           1 BEYOND-COUNT PIC 9(7).
           1 VERIFIED-FILE-COUNT PIC 9(3) VALUE 0.
           1 MISMATCH-FILE-COUNT PIC 9(3) VALUE 0.
           1 UNSEALED-FILE-COUNT PIC 9(3) VALUE 0.
           1 TODAY-DATE PIC X(10).
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 RUN-HH PIC 9(2).
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).
      *> Run lock: the shared files this program reads are only
      *> read while it holds the named locks their writers take.
      *> A lock is a small file, btc_lock_<name>.dat, created only
      *> if absent and holding "name,program,start-date,start-time,
      *> pid"; it is removed again on every way out of the program.
      *> One left behind by a run that died is stale and stays put -
      *> refusing further runs - until an operator has checked the
      *> files it guards and cleared it with BTC-LOCK-CLEAR:
           1 LOCK-FILENAME PIC X(40).
           1 LOCK-FILE-STATUS PIC X(2).
           1 LOCK-NAME PIC X(20).
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-SEAL-VERIFY".
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
      *> Recomputes every seal BTC-LEDGER-SEAL wrote - record count,
      *> control total and hash of each sealed day's records, read
      *> back through the retention archives as well as the live
      *> file, plus the chain through the seal ledger itself - and
      *> reports for each file the first day that no longer
      *> matches. Readings released into a sealed day since its
      *> last seal are listed as not yet sealed, not as tampering;
      *> the next sealing run covers them. The sealer's locks are
      *> taken too, so a retention run or rollback moving days
      *> between the live file and its archives can't be caught
      *> half way and reported as tampering:
           MOVE "price_ledger" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "ledger_seal" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO TODAY-DATE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD
               INTO TODAY-DATE
           END-STRING
           OPEN OUTPUT VERIFY-REPORT-FILE
           IF VERIFY-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN VERIFY REPORT FILE: "
                   VERIFY-REPORT-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING
               "===== SEAL VERIFICATION " TODAY-DATE " "
               RUN-HH ":" RUN-MIN ":" RUN-SEC " ====="
               INTO VERIFY-REPORT-LINE
           END-STRING
           PERFORM WRITE-VERIFY-REPORT-LINE
           MOVE "btc_price_history.dat" TO TARGET-FILENAME
           MOVE "A" TO CONTROL-KIND
           PERFORM VERIFY-ONE-FILE
           MOVE "btc_price_audit.dat" TO TARGET-FILENAME
           MOVE "L" TO CONTROL-KIND
           PERFORM VERIFY-ONE-FILE
           MOVE "btc_portfolio_totals.dat" TO TARGET-FILENAME
           MOVE "A" TO CONTROL-KIND
           PERFORM VERIFY-ONE-FILE
           MOVE SPACES TO VERIFY-REPORT-LINE
           STRING
               "TOTALS: " VERIFIED-FILE-COUNT " VERIFIED, "
               MISMATCH-FILE-COUNT " WITH MISMATCHES, "
               UNSEALED-FILE-COUNT " NEVER SEALED"
               INTO VERIFY-REPORT-LINE
           END-STRING
           PERFORM WRITE-VERIFY-REPORT-LINE
           CLOSE VERIFY-REPORT-FILE
           DISPLAY "SEAL VERIFICATION WRITTEN TO: "
               FUNCTION TRIM(VERIFY-REPORT-FILENAME)
           IF MISMATCH-FILE-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       VERIFY-ONE-FILE.
           INITIALIZE SEAL-DAY-TABLE
           MOVE SPACES TO BASE-DATE
           MOVE SPACES TO LAST-SEALED-DATE
           MOVE 0 TO BASE-INT
           MOVE 0 TO FILE-SEAL-COUNT
           MOVE 0 TO BAD-SEAL-COUNT
           MOVE 0 TO UNSEALED-COUNT
           MOVE 0 TO BEYOND-COUNT
           MOVE SPACES TO FIRST-BAD-DATE
           MOVE SPACES TO FIRST-BAD-PART
           MOVE SPACES TO FIRST-BAD-REASON
           PERFORM FIND-SEAL-BASE
           IF BASE-INT = 0
               ADD 1 TO UNSEALED-FILE-COUNT
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING
                   FUNCTION TRIM(TARGET-FILENAME) ",NO SEALS"
                   INTO VERIFY-REPORT-LINE
               END-STRING
               PERFORM WRITE-VERIFY-REPORT-LINE
               DISPLAY FUNCTION TRIM(TARGET-FILENAME)
                   ": NO SEALS TO VERIFY"
           ELSE
               PERFORM LOAD-SEAL-PARTS
               PERFORM READ-ARCHIVE-MONTHS
               MOVE "N" TO WS-EOF-TARGET
               OPEN INPUT TARGET-FILE
               IF TARGET-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-TARGET = "Y"
                       READ TARGET-FILE INTO REC-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-TARGET
                           NOT AT END
                               PERFORM TALLY-VERIFY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-FILE
               END-IF
               PERFORM CHECK-SEAL-LINES
               PERFORM REPORT-FILE-RESULT
           END-IF.

       FIND-SEAL-BASE.
      *> A missing seal ledger simply means nothing is sealed yet:
           MOVE "N" TO WS-EOF-SEAL
           OPEN INPUT SEAL-FILE
           IF SEAL-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-SEAL = "Y"
                   READ SEAL-FILE INTO SEAL-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-SEAL
                       NOT AT END
                           PERFORM SPLIT-SEAL-LINE
                           IF SEAL-FIELD1 = TARGET-FILENAME
                               MOVE SEAL-FIELD2 TO REC-DATE
                               PERFORM CONVERT-REC-DATE
                               IF DATE-INT > 0
                                   IF BASE-DATE = SPACES
                                       OR SEAL-FIELD2 < BASE-DATE
                                       MOVE SEAL-FIELD2 TO BASE-DATE
                                       MOVE DATE-INT TO BASE-INT
                                   END-IF
                                   IF SEAL-FIELD2 > LAST-SEALED-DATE
                                       MOVE SEAL-FIELD2
                                           TO LAST-SEALED-DATE
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

       LOAD-SEAL-PARTS.
           MOVE "N" TO WS-EOF-SEAL
           OPEN INPUT SEAL-FILE
           PERFORM UNTIL WS-EOF-SEAL = "Y"
               READ SEAL-FILE INTO SEAL-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-SEAL
                   NOT AT END
                       PERFORM SPLIT-SEAL-LINE
                       IF SEAL-FIELD1 = TARGET-FILENAME
                           PERFORM LOCATE-SEAL-PART
                           IF PART-NO > 0
                               IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(SEAL-FIELD4)) = 0
                                   MOVE FUNCTION NUMVAL(
                                       FUNCTION TRIM(SEAL-FIELD4))
                                       TO SP-COUNT(DAY-IDX, PART-NO)
                               END-IF
                               IF PART-NO > SD-PARTS(DAY-IDX)
                                   MOVE PART-NO TO SD-PARTS(DAY-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEAL-FILE.

       LOCATE-SEAL-PART.
      *> DAY-IDX and PART-NO for the seal line just split; PART-NO
      *> comes back 0 when the line can't be placed in the table:
           MOVE 0 TO PART-NO
           MOVE SEAL-FIELD2 TO REC-DATE
           PERFORM CONVERT-REC-DATE
           IF DATE-INT >= BASE-INT AND DATE-INT > 0
               COMPUTE DAY-IDX = DATE-INT - BASE-INT + 1
               IF DAY-IDX <= DAY-LIMIT
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SEAL-FIELD3))
                       = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEAL-FIELD3))
                       TO PART-NO
                   IF PART-NO > 5
                       MOVE 0 TO PART-NO
                   END-IF
               END-IF
           END-IF.

       SPLIT-SEAL-LINE.
           MOVE SPACES TO SEAL-FIELD1 SEAL-FIELD2 SEAL-FIELD3
               SEAL-FIELD4 SEAL-FIELD5 SEAL-FIELD6 SEAL-FIELD7
           UNSTRING SEAL-LINE DELIMITED BY ","
               INTO SEAL-FIELD1 SEAL-FIELD2 SEAL-FIELD3 SEAL-FIELD4
                   SEAL-FIELD5 SEAL-FIELD6 SEAL-FIELD7
           END-UNSTRING.

       READ-ARCHIVE-MONTHS.
      *> Same walk as btc_ledger_seal.cob: every monthly archive from
      *> the first sealed month to this month, ahead of the live
      *> file, so a day retention moved out reads back in the order
      *> it was sealed:
           MOVE FUNCTION NUMVAL(BASE-DATE(1:4)) TO CUR-YYYY
           MOVE FUNCTION NUMVAL(BASE-DATE(6:2)) TO CUR-MM
           MOVE 0 TO ARCHIVE-MONTH-COUNT
           PERFORM UNTIL ARCHIVE-MONTH-COUNT >= 120
               ADD 1 TO ARCHIVE-MONTH-COUNT
               MOVE SPACES TO ARCHIVE-MONTH
               STRING
                   CUR-YYYY "-" CUR-MM
                   INTO ARCHIVE-MONTH
               END-STRING
               PERFORM READ-ONE-ARCHIVE-MONTH
               IF ARCHIVE-MONTH >= TODAY-DATE(1:7)
                   EXIT PERFORM
               END-IF
               IF CUR-MM = 12
                   ADD 1 TO CUR-YYYY
                   MOVE 1 TO CUR-MM
               ELSE
                   ADD 1 TO CUR-MM
               END-IF
           END-PERFORM.

       READ-ONE-ARCHIVE-MONTH.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING
               FUNCTION TRIM(TARGET-FILENAME) "." ARCHIVE-MONTH ".arc"
               INTO ARCHIVE-FILENAME
           END-STRING
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE INTO REC-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           PERFORM TALLY-VERIFY-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       TALLY-VERIFY-RECORD.
      *> The n-th record of a sealed day belongs to the part whose
      *> running count first reaches n; anything past the last part
      *> arrived after the day's last seal:
           MOVE REC-LINE(1:10) TO REC-DATE
           PERFORM CONVERT-REC-DATE
           IF DATE-INT >= BASE-INT AND DATE-INT > 0
               COMPUTE DAY-IDX = DATE-INT - BASE-INT + 1
               IF DAY-IDX > DAY-LIMIT
                   ADD 1 TO BEYOND-COUNT
               ELSE
                   IF SD-PARTS(DAY-IDX) > 0
                       ADD 1 TO SD-SEEN(DAY-IDX)
                       MOVE 0 TO PART-FOUND
                       MOVE 0 TO PART-END
                       PERFORM VARYING PART-IDX FROM 1 BY 1
                               UNTIL PART-IDX > SD-PARTS(DAY-IDX)
                                   OR PART-FOUND > 0
                           ADD SP-COUNT(DAY-IDX, PART-IDX) TO PART-END
                           IF SD-SEEN(DAY-IDX) <= PART-END
                               MOVE PART-IDX TO PART-FOUND
                           END-IF
                       END-PERFORM
                       IF PART-FOUND = 0
                           ADD 1 TO UNSEALED-COUNT
                       ELSE
                           MOVE PART-FOUND TO PART-NO
                           PERFORM ACCUMULATE-VERIFY-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-VERIFY-RECORD.
      *> Must form the control total and hash exactly as
      *> ACCUMULATE-NEW-RECORD in btc_ledger_seal.cob does:
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REC-LINE TRAILING))
               TO REC-LENGTH
           MOVE 0 TO REC-AMOUNT
           IF CONTROL-KIND = "L"
               MOVE REC-LENGTH TO REC-AMOUNT
           ELSE
               MOVE SPACES TO REC-FIELD1 REC-FIELD2 REC-FIELD3
                   REC-FIELD4
               UNSTRING REC-LINE DELIMITED BY ","
                   INTO REC-FIELD1 REC-FIELD2 REC-FIELD3 REC-FIELD4
               END-UNSTRING
               IF REC-FIELD4 NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(REC-FIELD4))
                       = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(REC-FIELD4))
                       TO REC-AMOUNT
               END-IF
           END-IF
           ADD 1 TO AC-COUNT(DAY-IDX, PART-NO)
           ADD REC-AMOUNT TO AC-TOTAL(DAY-IDX, PART-NO)
           MOVE AC-HASH(DAY-IDX, PART-NO) TO HASH-VALUE
           MOVE REC-LINE TO HASH-INPUT
           MOVE REC-LENGTH TO HASH-LENGTH
           PERFORM HASH-TEXT
           MOVE HASH-VALUE TO AC-HASH(DAY-IDX, PART-NO).

       HASH-TEXT.
      *> Must stay identical to HASH-TEXT in btc_ledger_seal.cob:
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > HASH-LENGTH
               COMPUTE HASH-VALUE = FUNCTION MOD(
                   HASH-VALUE * 257
                       + FUNCTION ORD(HASH-INPUT(CHAR-IDX:1)),
                   999999999989)
           END-PERFORM
           COMPUTE HASH-VALUE =
               FUNCTION MOD(HASH-VALUE * 257 + 11, 999999999989).

       CHECK-SEAL-LINES.
      *> Seal ledger order, so the chain check follows the order the
      *> seals were written in. Each line's chain is checked from the
      *> stored chain of the line before it, so one altered or
      *> removed seal line shows up once, where it happened:
           MOVE 0 TO PREV-CHAIN
           MOVE "N" TO WS-EOF-SEAL
           OPEN INPUT SEAL-FILE
           PERFORM UNTIL WS-EOF-SEAL = "Y"
               READ SEAL-FILE INTO SEAL-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-SEAL
                   NOT AT END
                       PERFORM SPLIT-SEAL-LINE
                       IF SEAL-FIELD1 = TARGET-FILENAME
                           ADD 1 TO FILE-SEAL-COUNT
                           PERFORM CHECK-ONE-SEAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEAL-FILE.

       CHECK-ONE-SEAL.
           MOVE SPACES TO SEAL-REASON
           MOVE 0 TO STORED-CHAIN
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SEAL-FIELD7)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEAL-FIELD7))
                   TO STORED-CHAIN
           END-IF
           MOVE SPACES TO CHAIN-TEXT
           STRING
               FUNCTION TRIM(SEAL-FIELD1) "," SEAL-FIELD2 ","
               FUNCTION TRIM(SEAL-FIELD3) ","
               FUNCTION TRIM(SEAL-FIELD4) ","
               FUNCTION TRIM(SEAL-FIELD5) ","
               FUNCTION TRIM(SEAL-FIELD6)
               INTO CHAIN-TEXT
           END-STRING
           MOVE PREV-CHAIN TO HASH-VALUE
           MOVE CHAIN-TEXT TO HASH-INPUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT TRAILING))
               TO HASH-LENGTH
           PERFORM HASH-TEXT
           MOVE STORED-CHAIN TO PREV-CHAIN
           PERFORM LOCATE-SEAL-PART
           IF PART-NO = 0
               MOVE "SEAL LINE UNREADABLE" TO SEAL-REASON
           ELSE
               IF HASH-VALUE NOT = STORED-CHAIN
                   MOVE "CHAIN BROKEN - SEAL LEDGER ALTERED"
                       TO SEAL-REASON
               ELSE
                   PERFORM COMPARE-SEAL-CONTENT
               END-IF
           END-IF
           IF SEAL-REASON NOT = SPACES
               ADD 1 TO BAD-SEAL-COUNT
               IF FIRST-BAD-DATE = SPACES
                   OR SEAL-FIELD2 < FIRST-BAD-DATE
                   MOVE SEAL-FIELD2 TO FIRST-BAD-DATE
                   MOVE SEAL-FIELD3 TO FIRST-BAD-PART
                   MOVE SEAL-REASON TO FIRST-BAD-REASON
               END-IF
           END-IF.

       COMPARE-SEAL-CONTENT.
           MOVE AC-COUNT(DAY-IDX, PART-NO) TO COUNT-DISPLAY
           MOVE AC-TOTAL(DAY-IDX, PART-NO) TO TOTAL-DISPLAY
           MOVE AC-HASH(DAY-IDX, PART-NO) TO HASH-DISPLAY
           IF COUNT-DISPLAY NOT = FUNCTION TRIM(SEAL-FIELD4)
               STRING
                   "RECORD COUNT SEALED=" FUNCTION TRIM(SEAL-FIELD4)
                   " NOW=" COUNT-DISPLAY
                   INTO SEAL-REASON
               END-STRING
           ELSE
               IF FUNCTION TRIM(TOTAL-DISPLAY)
                   NOT = FUNCTION TRIM(SEAL-FIELD5)
                   STRING
                       "CONTROL TOTAL SEALED="
                       FUNCTION TRIM(SEAL-FIELD5)
                       " NOW=" FUNCTION TRIM(TOTAL-DISPLAY)
                       INTO SEAL-REASON
                   END-STRING
               ELSE
                   IF HASH-DISPLAY NOT = FUNCTION TRIM(SEAL-FIELD6)
                       MOVE "HASH - RECORD CONTENT CHANGED"
                           TO SEAL-REASON
                   END-IF
               END-IF
           END-IF.

       REPORT-FILE-RESULT.
           MOVE SPACES TO VERIFY-REPORT-LINE
           IF BAD-SEAL-COUNT > 0
               ADD 1 TO MISMATCH-FILE-COUNT
               STRING
                   FUNCTION TRIM(TARGET-FILENAME) ",MISMATCH"
                   ",FIRST DAY=" FIRST-BAD-DATE
                   ",PART=" FUNCTION TRIM(FIRST-BAD-PART)
                   "," FUNCTION TRIM(FIRST-BAD-REASON)
                   ",BAD SEALS=" BAD-SEAL-COUNT
                   INTO VERIFY-REPORT-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(TARGET-FILENAME)
                   ": FIRST DAY NO LONGER MATCHING ITS SEAL: "
                   FIRST-BAD-DATE " - " FUNCTION TRIM(FIRST-BAD-REASON)
           ELSE
               ADD 1 TO VERIFIED-FILE-COUNT
               STRING
                   FUNCTION TRIM(TARGET-FILENAME) ",VERIFIED"
                   ",SEALS=" FILE-SEAL-COUNT
                   ",FROM=" BASE-DATE
                   ",THROUGH=" LAST-SEALED-DATE
                   INTO VERIFY-REPORT-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(TARGET-FILENAME) ": "
                   FILE-SEAL-COUNT " SEAL(S) VERIFIED, " BASE-DATE
                   " THROUGH " LAST-SEALED-DATE
           END-IF
           PERFORM WRITE-VERIFY-REPORT-LINE
           IF UNSEALED-COUNT > 0
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING
                   FUNCTION TRIM(TARGET-FILENAME)
                   ",NOT YET SEALED,RECORDS ADDED TO SEALED DAYS "
                   "SINCE THEIR LAST SEAL=" UNSEALED-COUNT
                   INTO VERIFY-REPORT-LINE
               END-STRING
               PERFORM WRITE-VERIFY-REPORT-LINE
           END-IF
           IF BEYOND-COUNT > 0
               MOVE SPACES TO VERIFY-REPORT-LINE
               STRING
                   FUNCTION TRIM(TARGET-FILENAME)
                   ",NOT CHECKED,RECORDS MORE THAN " DAY-LIMIT
                   " DAYS AFTER FIRST SEALED DAY=" BEYOND-COUNT
                   INTO VERIFY-REPORT-LINE
               END-STRING
               PERFORM WRITE-VERIFY-REPORT-LINE
           END-IF.

       WRITE-VERIFY-REPORT-LINE.
           MOVE VERIFY-REPORT-LINE TO VERIFY-REPORT-RECORD
           WRITE VERIFY-REPORT-RECORD.

       CONVERT-REC-DATE.
      *> DATE-INT comes back 0 for anything that isn't a real
      *> YYYY-MM-DD date:
           MOVE 0 TO DATE-INT
           MOVE SPACES TO REC-DATE-DIGITS
           STRING
               REC-DATE(1:4) REC-DATE(6:2) REC-DATE(9:2)
               INTO REC-DATE-DIGITS
           END-STRING
           IF REC-DATE(5:1) = "-" AND REC-DATE(8:1) = "-"
                   AND REC-DATE-DIGITS IS NUMERIC
               MOVE REC-DATE-DIGITS TO NUM-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(NUM-DATE) = 0
                   COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(NUM-DATE)
               END-IF
           END-IF.

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
