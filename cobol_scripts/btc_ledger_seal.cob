       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-LEDGER-SEAL.


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
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEAL-FILE.
           1 SEAL-RECORD PIC X(200).
       FD TARGET-FILE.
      *> Sized for the widest of the sealed files (the 2100-byte
      *> audit records), the same as BTC-RETENTION-ARCHIVE's LIVE-FILE:
           1 TARGET-RECORD PIC X(2100).
       FD ARCHIVE-FILE.
           1 ARCHIVE-RECORD PIC X(2100).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> The seal ledger, append-only like the files it seals: one
      *> line per sealed day (or late part of a day) per file,
      *> "file,date,part,count,control-total,day-hash,chain-hash,
      *> sealed-date,sealed-time". The chain hash runs over the
      *> previous seal line's chain hash for the same file plus this
      *> line's leading fields, so a seal line can't be edited or
      *> dropped to match an edited data file without breaking
      *> every seal line after it:
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
      *> How each sealed file's control total is formed: "A" sums
      *> the amount in the fourth field (the ledger's USD price, the
      *> totals file's portfolio value), "L" sums the record lengths
      *> for the audit trail, whose lines carry raw API responses
      *> rather than one amount:
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
           1 DAY-IDX PIC 9(5).
           1 PART-NO PIC 9(5).
      *> One slot per calendar day from the file's first sealed day,
      *> indexed directly by day number - the same 120-month reach
      *> as the archive folders in BTC-EOD-CLOSE and
      *> BTC-PRICE-MASTER-LOAD. A day carries at most five seal
      *> parts: the original seal plus late parts for readings
      *> BTC-SUSPECT-REVIEW released into it afterwards:
           1 DAY-LIMIT PIC 9(5) VALUE 3700.
           1 SEAL-DAY-TABLE.
               2 SEAL-DAY OCCURS 3700 TIMES.
                   3 SD-PARTS PIC 9.
                   3 SD-SEALED PIC 9(7).
                   3 SD-SEEN PIC 9(7).
                   3 SD-NEW-COUNT PIC 9(7).
                   3 SD-NEW-TOTAL PIC S9(15)V9(8).
                   3 SD-NEW-HASH PIC 9(12).
           1 LAST-CHAIN PIC 9(12).
           1 HASH-VALUE PIC 9(12).
           1 HASH-INPUT PIC X(2100).
           1 HASH-LENGTH PIC 9(4).
           1 CHAR-IDX PIC 9(4).
           1 TOTAL-DISPLAY PIC -(15)9.9(8).
           1 COUNT-DISPLAY PIC 9(7).
           1 PART-DISPLAY PIC 9.
           1 HASH-DISPLAY PIC 9(12).
           1 CHAIN-TEXT PIC X(150).
           1 NEW-SEAL-COUNT PIC 9(5).
           1 NEW-RECORD-COUNT PIC 9(7).
           1 PART-LIMIT-COUNT PIC 9(7).
           1 BEYOND-COUNT PIC 9(7).
           1 FILE-SEAL-COUNT PIC 9(5).
           1 TOTAL-NEW-SEALS PIC 9(6) VALUE 0.
           1 TODAY-DATE PIC X(10).
           1 NOW-TIME PIC X(8).
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 RUN-HH PIC 9(2).
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-LEDGER-SEAL".
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
      *> Daily sealing step for the files finance now books from:
      *> the price history ledger, the audit trail and the portfolio
      *> totals. Every completed day (anything dated before today)
      *> not yet sealed gets a seal line carrying its record count,
      *> control total and a hash of its records, chained to the
      *> file's previous seal; BTC-SEAL-VERIFY recomputes them. Days
      *> already sealed are never resealed - readings released into
      *> a sealed day later are sealed as a further part of it, so
      *> the original seal still proves the original records:
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
           MOVE SPACES TO NOW-TIME
           STRING
               RUN-HH ":" RUN-MIN ":" RUN-SEC
               INTO NOW-TIME
           END-STRING
           MOVE "btc_price_history.dat" TO TARGET-FILENAME
           MOVE "A" TO CONTROL-KIND
           PERFORM SEAL-ONE-FILE
           MOVE "btc_price_audit.dat" TO TARGET-FILENAME
           MOVE "L" TO CONTROL-KIND
           PERFORM SEAL-ONE-FILE
           MOVE "btc_portfolio_totals.dat" TO TARGET-FILENAME
           MOVE "A" TO CONTROL-KIND
           PERFORM SEAL-ONE-FILE
           DISPLAY "SEALING COMPLETE: " TOTAL-NEW-SEALS
               " NEW SEAL LINE(S) WRITTEN TO: "
               FUNCTION TRIM(SEAL-FILENAME)
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       SEAL-ONE-FILE.
           INITIALIZE SEAL-DAY-TABLE
           MOVE SPACES TO BASE-DATE
           MOVE 0 TO BASE-INT
           MOVE 0 TO LAST-CHAIN
           MOVE 0 TO FILE-SEAL-COUNT
           MOVE 0 TO NEW-SEAL-COUNT
           MOVE 0 TO NEW-RECORD-COUNT
           MOVE 0 TO PART-LIMIT-COUNT
           MOVE 0 TO BEYOND-COUNT
           PERFORM FIND-SEAL-BASE
      *> A file never sealed before starts from its oldest live day;
      *> records retention had already archived before sealing began
      *> stay outside the seals:
           IF BASE-INT = 0
               PERFORM FIND-LIVE-BASE
           END-IF
           IF BASE-INT = 0
               DISPLAY "NOTHING TO SEAL IN: "
                   FUNCTION TRIM(TARGET-FILENAME)
           ELSE
               PERFORM LOAD-EXISTING-SEALS
               PERFORM READ-ARCHIVE-MONTHS
               MOVE "N" TO WS-EOF-TARGET
               OPEN INPUT TARGET-FILE
               IF TARGET-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-TARGET = "Y"
                       READ TARGET-FILE INTO REC-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-TARGET
                           NOT AT END
                               PERFORM TALLY-SEAL-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TARGET-FILE
               END-IF
               PERFORM WRITE-NEW-SEALS
               DISPLAY FUNCTION TRIM(TARGET-FILENAME) ": "
                   NEW-SEAL-COUNT " NEW SEAL(S) OVER "
                   NEW-RECORD-COUNT " RECORD(S)"
               IF PART-LIMIT-COUNT > 0
                   DISPLAY "  " PART-LIMIT-COUNT " LATE RECORD(S) "
                       "LEFT UNSEALED - DAY ALREADY HAS 5 SEAL PARTS"
               END-IF
               IF BEYOND-COUNT > 0
                   DISPLAY "  " BEYOND-COUNT " RECORD(S) LEFT "
                       "UNSEALED - MORE THAN " DAY-LIMIT
                       " DAYS AFTER FIRST SEALED DAY " BASE-DATE
               END-IF
           END-IF.

       FIND-SEAL-BASE.
      *> First pass over the seal ledger: the file's oldest sealed
      *> day anchors the day table, and its last seal line's chain
      *> hash is where tonight's chain continues from. A missing
      *> seal ledger just means nothing has been sealed yet:
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
                               ADD 1 TO FILE-SEAL-COUNT
                               IF BASE-DATE = SPACES
                                   OR SEAL-FIELD2 < BASE-DATE
                                   MOVE SEAL-FIELD2 TO BASE-DATE
                               END-IF
                               IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(SEAL-FIELD7)) = 0
                                   MOVE FUNCTION NUMVAL(
                                       FUNCTION TRIM(SEAL-FIELD7))
                                       TO LAST-CHAIN
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF
           IF BASE-DATE NOT = SPACES
               MOVE BASE-DATE TO REC-DATE
               PERFORM CONVERT-REC-DATE
               IF DATE-INT > 0
                   MOVE DATE-INT TO BASE-INT
               ELSE
                   DISPLAY "BAD FIRST SEAL DATE IN " SEAL-FILENAME
                       " FOR " FUNCTION TRIM(TARGET-FILENAME)
                   MOVE 1 TO RETURN-CODE
                   PERFORM RELEASE-RUN-LOCKS
                   STOP RUN
               END-IF
           END-IF.

       FIND-LIVE-BASE.
           MOVE "N" TO WS-EOF-TARGET
           OPEN INPUT TARGET-FILE
           IF TARGET-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-TARGET = "Y"
                   READ TARGET-FILE INTO REC-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-TARGET
                       NOT AT END
                           MOVE REC-LINE(1:10) TO REC-DATE
                           PERFORM CONVERT-REC-DATE
                           IF DATE-INT > 0 AND REC-DATE < TODAY-DATE
                               IF BASE-DATE = SPACES
                                   OR REC-DATE < BASE-DATE
                                   MOVE REC-DATE TO BASE-DATE
                                   MOVE DATE-INT TO BASE-INT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARGET-FILE
           END-IF.

       LOAD-EXISTING-SEALS.
      *> Second pass: how many records of each day the seals already
      *> cover, and how many parts each sealed day already has:
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
                               PERFORM APPLY-EXISTING-SEAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEAL-FILE
           END-IF.

       APPLY-EXISTING-SEAL.
           MOVE SEAL-FIELD2 TO REC-DATE
           PERFORM CONVERT-REC-DATE
           IF DATE-INT >= BASE-INT
               COMPUTE DAY-IDX = DATE-INT - BASE-INT + 1
               IF DAY-IDX <= DAY-LIMIT
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SEAL-FIELD4))
                       = 0
                       ADD FUNCTION NUMVAL(FUNCTION TRIM(SEAL-FIELD4))
                           TO SD-SEALED(DAY-IDX)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(SEAL-FIELD3))
                       = 0
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(SEAL-FIELD3))
                           TO PART-NO
                       IF PART-NO > SD-PARTS(DAY-IDX) AND PART-NO <= 5
                           MOVE PART-NO TO SD-PARTS(DAY-IDX)
                       END-IF
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
      *> Records BTC-RETENTION-ARCHIVE moved out of the live file
      *> are still part of the day they were sealed with: every
      *> monthly archive from the base month to this month is read
      *> ahead of the live file, which keeps each day's records in
      *> the order they were originally appended. A month with no
      *> archive file is normal:
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
                           PERFORM TALLY-SEAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       TALLY-SEAL-RECORD.
      *> Every sealed file leads each record with its YYYY-MM-DD
      *> date, as BTC-RETENTION-ARCHIVE relies on; undated lines and
      *> today's still-growing day are not sealed. The records of a
      *> day past what its seals already cover are tonight's new
      *> part for that day:
           MOVE REC-LINE(1:10) TO REC-DATE
           PERFORM CONVERT-REC-DATE
           IF DATE-INT >= BASE-INT AND DATE-INT > 0
                   AND REC-DATE < TODAY-DATE
               COMPUTE DAY-IDX = DATE-INT - BASE-INT + 1
               IF DAY-IDX > DAY-LIMIT
                   ADD 1 TO BEYOND-COUNT
               ELSE
                   ADD 1 TO SD-SEEN(DAY-IDX)
                   IF SD-SEEN(DAY-IDX) > SD-SEALED(DAY-IDX)
                       IF SD-PARTS(DAY-IDX) >= 5
                           ADD 1 TO PART-LIMIT-COUNT
                       ELSE
                           PERFORM ACCUMULATE-NEW-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-NEW-RECORD.
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
           ADD 1 TO SD-NEW-COUNT(DAY-IDX)
           ADD REC-AMOUNT TO SD-NEW-TOTAL(DAY-IDX)
           MOVE SD-NEW-HASH(DAY-IDX) TO HASH-VALUE
           MOVE REC-LINE TO HASH-INPUT
           MOVE REC-LENGTH TO HASH-LENGTH
           PERFORM HASH-TEXT
           MOVE HASH-VALUE TO SD-NEW-HASH(DAY-IDX).

       HASH-TEXT.
      *> A polynomial rolling hash over the text, modulo the largest
      *> 12-digit prime, with a record-end step so that moving text
      *> between adjacent records still changes the result. Must
      *> stay identical to HASH-TEXT in btc_seal_verify.cob:
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > HASH-LENGTH
               COMPUTE HASH-VALUE = FUNCTION MOD(
                   HASH-VALUE * 257
                       + FUNCTION ORD(HASH-INPUT(CHAR-IDX:1)),
                   999999999989)
           END-PERFORM
           COMPUTE HASH-VALUE =
               FUNCTION MOD(HASH-VALUE * 257 + 11, 999999999989).

       WRITE-NEW-SEALS.
      *> Day order, each new part chained to the one before it:
           OPEN EXTEND SEAL-FILE
           IF SEAL-FILE-STATUS = "35"
               OPEN OUTPUT SEAL-FILE
           END-IF
           IF SEAL-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SEAL FILE: " SEAL-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-LIMIT
               IF SD-NEW-COUNT(DAY-IDX) > 0
                   PERFORM WRITE-ONE-SEAL
               END-IF
           END-PERFORM
           CLOSE SEAL-FILE.

       WRITE-ONE-SEAL.
           COMPUTE DATE-INT = BASE-INT + DAY-IDX - 1
           MOVE FUNCTION DATE-OF-INTEGER(DATE-INT) TO NUM-DATE
           MOVE SPACES TO REC-DATE
           STRING
               NUM-DATE(1:4) "-" NUM-DATE(5:2) "-" NUM-DATE(7:2)
               INTO REC-DATE
           END-STRING
           COMPUTE PART-DISPLAY = SD-PARTS(DAY-IDX) + 1
           MOVE SD-NEW-COUNT(DAY-IDX) TO COUNT-DISPLAY
           MOVE SD-NEW-TOTAL(DAY-IDX) TO TOTAL-DISPLAY
           MOVE SD-NEW-HASH(DAY-IDX) TO HASH-DISPLAY
           MOVE SPACES TO CHAIN-TEXT
           STRING
               FUNCTION TRIM(TARGET-FILENAME) "," REC-DATE ","
               PART-DISPLAY "," COUNT-DISPLAY ","
               FUNCTION TRIM(TOTAL-DISPLAY) "," HASH-DISPLAY
               INTO CHAIN-TEXT
           END-STRING
           MOVE LAST-CHAIN TO HASH-VALUE
           MOVE CHAIN-TEXT TO HASH-INPUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT TRAILING))
               TO HASH-LENGTH
           PERFORM HASH-TEXT
           MOVE HASH-VALUE TO LAST-CHAIN
           MOVE LAST-CHAIN TO HASH-DISPLAY
           MOVE SPACES TO SEAL-LINE
           STRING
               FUNCTION TRIM(CHAIN-TEXT) "," HASH-DISPLAY ","
               TODAY-DATE "," NOW-TIME
               INTO SEAL-LINE
           END-STRING
           MOVE SEAL-LINE TO SEAL-RECORD
           WRITE SEAL-RECORD
           ADD 1 TO NEW-SEAL-COUNT
           ADD 1 TO TOTAL-NEW-SEALS
           ADD SD-NEW-COUNT(DAY-IDX) TO NEW-RECORD-COUNT.

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
