       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-PRICE-CORRECTION.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRECTION-FILE
               ASSIGN TO CORRECTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT COIN-LIST-FILE
               ASSIGN TO COIN-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COIN-LIST-STATUS.
           SELECT MAINT-LOG-FILE
               ASSIGN TO MAINT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LOG-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CORRECTION-FILE.
           1 CORRECTION-RECORD PIC X(200).
       FD HISTORY-FILE.
      *> Must stay wide enough to hold btc_price.cob's full-precision
      *> ledger lines (see HISTORY-RECORD there):
           1 HISTORY-RECORD PIC X(150).
       FD ARCHIVE-FILE.
      *> The monthly archive files BTC-RETENTION-ARCHIVE rolls old
      *> ledger records into carry the same line layout as the live
      *> ledger they came from:
           1 ARCHIVE-RECORD PIC X(150).
       FD COIN-LIST-FILE.
           1 COIN-LIST-RECORD PIC X(20).
       FD MAINT-LOG-FILE.
           1 MAINT-LOG-RECORD PIC X(400).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> The price-correction file: one line per correction ever
      *> keyed, never deleted -
      *>   "id,status,coin,date,time,original,corrected,reason,
      *>    maker,keyed-at,checker,checked-at"
      *> where date/time is the stamp of the ledger reading being
      *> corrected and status is PENDING until a second operator
      *> APPROVEs or REJECTs it. An APPROVED line is a superseding
      *> entry: BTC-PRICE-MASTER-LOAD, BTC-EOD-CLOSE and the
      *> programs that mark positions off the ledger take its
      *> corrected price in place of the reading's own, while the
      *> ledger line itself is never touched - the audit trail
      *> still matches it and the original stays on record. When a
      *> reading is corrected more than once, the latest approved
      *> correction (highest id) is the one in force:
           1 CORRECTION-FILENAME PIC X(26)
               VALUE "btc_price_correction.dat".
           1 CORRECTION-FILE-STATUS PIC X(2).
           1 WS-EOF-CORRECTION PIC X VALUE "N".
           1 HISTORY-FILENAME PIC X(24) VALUE "btc_price_history.dat".
           1 HISTORY-FILE-STATUS PIC X(2).
           1 WS-EOF-HISTORY PIC X VALUE "N".
           1 ARCHIVE-FILENAME PIC X(60).
           1 ARCHIVE-FILE-STATUS PIC X(2).
           1 COIN-LIST-FILENAME PIC X(24) VALUE "coin_list.dat".
           1 COIN-LIST-STATUS PIC X(2).
           1 WS-EOF-COIN-LIST PIC X VALUE "N".
           1 MAINT-LOG-FILENAME PIC X(30)
               VALUE "btc_price_correction_log.dat".
           1 MAINT-LOG-STATUS PIC X(2).
           1 MAINT-LOG-LINE PIC X(400).
      *> Every correction held in memory for the session, in file
      *> order. A file past the cap has its maintenance disabled,
      *> the same rule as BTC-TRADE-MAINT - a rewrite from a short
      *> table would lose corrections:
           1 CORRECTION-COUNT PIC 9(3) VALUE 0.
           1 CORRECTION-TABLE.
               2 CORRECTION-ENTRY OCCURS 500 TIMES.
                   3 COR-LINE PIC X(200).
                   3 COR-ID PIC X(6).
                   3 COR-STATUS PIC X(8).
                   3 COR-COIN PIC X(20).
                   3 COR-DATE PIC X(10).
                   3 COR-TIME PIC X(8).
                   3 COR-ORIGINAL PIC X(25).
                   3 COR-CORRECTED PIC X(25).
                   3 COR-REASON PIC X(8).
                   3 COR-MAKER PIC X(10).
                   3 COR-KEYED-AT PIC X(19).
                   3 COR-CHECKER PIC X(10).
                   3 COR-CHECKED-AT PIC X(19).
           1 CORRECTIONS-INCOMPLETE PIC X VALUE "N".
           1 COR-IDX PIC 9(3).
           1 COR-FOUND-IDX PIC 9(3).
           1 COR-LATEST-IDX PIC 9(3).
           1 NEXT-ID PIC 9(6) VALUE 0.
           1 ID-NUM PIC 9(6).
           1 COIN-COUNT PIC 9(3) VALUE 0.
           1 COIN-TABLE.
               2 COIN-ENTRY OCCURS 100 TIMES.
                   3 COR-LIST-COIN PIC X(20).
           1 TBL-IDX PIC 9(3).
           1 TBL-FOUND-IDX PIC 9(3).
           1 REC-LINE PIC X(150).
           1 REC-DATE PIC X(10).
           1 REC-TIME PIC X(8).
           1 REC-COIN PIC X(20).
           1 REC-PRICE-FIELD PIC X(25).
           1 LINE-FIELD PIC X(25) OCCURS 12 TIMES.
      *> The ledger reading being corrected, as found on disk, and
      *> the price in force for it now (its own, or the latest
      *> approved correction's):
           1 READING-FOUND PIC X.
           1 READING-PRICE PIC X(25).
           1 EFFECTIVE-PRICE PIC X(25).
           1 OPERATOR-ID PIC X(10).
           1 ACTION-CHOICE PIC X(1).
           1 MAIN-QUIT PIC X VALUE "N".
           1 CONFIRM-ANSWER PIC X(1).
           1 INPUT-VALUE PIC X(25).
           1 INPUT-VALID PIC X.
           1 COMMA-TALLY PIC 9(2).
           1 NEW-COIN PIC X(20).
           1 NEW-DATE PIC X(10).
           1 NEW-TIME PIC X(8).
           1 NEW-ORIGINAL PIC X(25).
           1 NEW-CORRECTED PIC X(25).
           1 NEW-REASON PIC X(8).
           1 BEFORE-IMAGE PIC X(200).
           1 AFTER-IMAGE PIC X(200).
           1 LOG-ACTION PIC X(12).
           1 CHANGES-MADE PIC 9(3) VALUE 0.
           1 NUM-DATE PIC 9(8).
           1 TODAY-DATE PIC X(10).
           1 NOW-STAMP PIC X(19).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-PRICE-CORRECTION".
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
      *> Maker/checker maintenance for corrections to price readings
      *> already accepted into the history ledger - the stale tick
      *> that slipped under the outlier gate, which BTC-SUSPECT-REVIEW
      *> never saw. One operator keys the correction against a real
      *> ledger reading and its current price; a different operator
      *> approves or rejects it. Nothing here writes to the ledger:
      *> an approved correction supersedes the reading for every
      *> program that prices off it, and every key, approval and
      *> rejection goes to the correction log with who did it and
      *> when:
           MOVE "price_corrections" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM SET-NOW-STAMP
           MOVE NOW-STAMP(1:10) TO TODAY-DATE
           DISPLAY "PRICE CORRECTION MAINTENANCE"
           DISPLAY "OPERATOR ID?"
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-COIN-LIST
           PERFORM LOAD-CORRECTION-FILE
           IF CORRECTIONS-INCOMPLETE = "Y"
               DISPLAY "CORRECTION FILE LOADED INCOMPLETE (OVER 500 "
                   "LINES) - MAINTENANCE DISABLED"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL MAIN-QUIT = "Y"
               DISPLAY " "
               DISPLAY "CORRECTIONS: LIST (L), KEY NEW (K), "
                   "APPROVE (A), REJECT (R), QUIT (Q)?"
               ACCEPT ACTION-CHOICE
                   ON EXCEPTION
                       MOVE "Q" TO ACTION-CHOICE
               END-ACCEPT
               EVALUATE FUNCTION UPPER-CASE(ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-CORRECTIONS
                   WHEN "K"
                       PERFORM KEY-CORRECTION
                   WHEN "A"
                       PERFORM APPROVE-CORRECTION
                   WHEN "R"
                       PERFORM REJECT-CORRECTION
                   WHEN "Q"
                       MOVE "Y" TO MAIN-QUIT
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CHOICE"
               END-EVALUATE
           END-PERFORM
           DISPLAY CHANGES-MADE " CHANGE(S) MADE THIS SESSION"
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       SET-NOW-STAMP.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO NOW-STAMP
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD " " RUN-HH ":" RUN-MIN
               ":" RUN-SEC
               INTO NOW-STAMP
           END-STRING.

       LOAD-COIN-LIST.
           OPEN INPUT COIN-LIST-FILE
           IF COIN-LIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COIN LIST FILE: "
                   COIN-LIST-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-COIN-LIST = "Y"
               READ COIN-LIST-FILE INTO COIN-LIST-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-COIN-LIST
                   NOT AT END
                       IF COIN-LIST-RECORD NOT = SPACES
                           IF COIN-COUNT >= 100
                               DISPLAY "COIN LIST FULL (MAX 100) - "
                                   "SKIPPING: "
                                   FUNCTION TRIM(COIN-LIST-RECORD)
                           ELSE
                               ADD 1 TO COIN-COUNT
                               MOVE COIN-LIST-RECORD
                                   TO COR-LIST-COIN(COIN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COIN-LIST-FILE.

       LOAD-CORRECTION-FILE.
      *> A missing file just means nothing has been corrected yet -
      *> the first correction keyed creates it:
           OPEN INPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CORRECTION = "Y"
                   READ CORRECTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CORRECTION
                       NOT AT END
                           IF CORRECTION-RECORD NOT = SPACES
                               IF CORRECTION-COUNT >= 500
                                   MOVE "Y" TO CORRECTIONS-INCOMPLETE
                                   MOVE "Y" TO WS-EOF-CORRECTION
                               ELSE
                                   ADD 1 TO CORRECTION-COUNT
                                   MOVE CORRECTION-COUNT TO COR-IDX
                                   MOVE CORRECTION-RECORD
                                       TO COR-LINE(COR-IDX)
                                   PERFORM PARSE-CORRECTION-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CORRECTION-FILE
           END-IF
           ADD 1 TO NEXT-ID.

       PARSE-CORRECTION-ROW.
           MOVE SPACES TO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3)
               LINE-FIELD(4) LINE-FIELD(5) LINE-FIELD(6)
               LINE-FIELD(7) LINE-FIELD(8) LINE-FIELD(9)
               LINE-FIELD(10) LINE-FIELD(11) LINE-FIELD(12)
           UNSTRING COR-LINE(COR-IDX) DELIMITED BY ","
               INTO LINE-FIELD(1) LINE-FIELD(2) LINE-FIELD(3)
                   LINE-FIELD(4) LINE-FIELD(5) LINE-FIELD(6)
                   LINE-FIELD(7) LINE-FIELD(8) LINE-FIELD(9)
                   LINE-FIELD(10) LINE-FIELD(11) LINE-FIELD(12)
           END-UNSTRING
           MOVE LINE-FIELD(1) TO COR-ID(COR-IDX)
           MOVE LINE-FIELD(2) TO COR-STATUS(COR-IDX)
           MOVE LINE-FIELD(3) TO COR-COIN(COR-IDX)
           MOVE LINE-FIELD(4) TO COR-DATE(COR-IDX)
           MOVE LINE-FIELD(5) TO COR-TIME(COR-IDX)
           MOVE LINE-FIELD(6) TO COR-ORIGINAL(COR-IDX)
           MOVE LINE-FIELD(7) TO COR-CORRECTED(COR-IDX)
           MOVE LINE-FIELD(8) TO COR-REASON(COR-IDX)
           MOVE LINE-FIELD(9) TO COR-MAKER(COR-IDX)
           MOVE LINE-FIELD(10) TO COR-KEYED-AT(COR-IDX)
           MOVE LINE-FIELD(11) TO COR-CHECKER(COR-IDX)
           MOVE LINE-FIELD(12) TO COR-CHECKED-AT(COR-IDX)
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(LINE-FIELD(1))) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(LINE-FIELD(1)))
                   TO ID-NUM
               IF ID-NUM > NEXT-ID
                   MOVE ID-NUM TO NEXT-ID
               END-IF
           END-IF.

       BUILD-CORRECTION-LINE.
           MOVE SPACES TO COR-LINE(COR-IDX)
           STRING
               COR-ID(COR-IDX) ","
               FUNCTION TRIM(COR-STATUS(COR-IDX)) ","
               FUNCTION TRIM(COR-COIN(COR-IDX)) ","
               COR-DATE(COR-IDX) "," COR-TIME(COR-IDX) ","
               FUNCTION TRIM(COR-ORIGINAL(COR-IDX)) ","
               FUNCTION TRIM(COR-CORRECTED(COR-IDX)) ","
               FUNCTION TRIM(COR-REASON(COR-IDX)) ","
               FUNCTION TRIM(COR-MAKER(COR-IDX)) ","
               COR-KEYED-AT(COR-IDX) ","
               FUNCTION TRIM(COR-CHECKER(COR-IDX)) ","
               COR-CHECKED-AT(COR-IDX)
               INTO COR-LINE(COR-IDX)
           END-STRING.

       LIST-CORRECTIONS.
           IF CORRECTION-COUNT = 0
               DISPLAY "(NO CORRECTIONS ON FILE)"
           END-IF
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               DISPLAY COR-ID(COR-IDX) " "
                   COR-STATUS(COR-IDX) " "
                   FUNCTION TRIM(COR-COIN(COR-IDX)) " "
                   COR-DATE(COR-IDX) " " COR-TIME(COR-IDX) " "
                   FUNCTION TRIM(COR-ORIGINAL(COR-IDX)) " -> "
                   FUNCTION TRIM(COR-CORRECTED(COR-IDX)) " "
                   FUNCTION TRIM(COR-REASON(COR-IDX))
                   " KEYED BY " FUNCTION TRIM(COR-MAKER(COR-IDX))
               IF COR-CHECKER(COR-IDX) NOT = SPACES
                   DISPLAY "       "
                       FUNCTION TRIM(COR-STATUS(COR-IDX)) " BY "
                       FUNCTION TRIM(COR-CHECKER(COR-IDX)) " AT "
                       COR-CHECKED-AT(COR-IDX)
               END-IF
           END-PERFORM.

       KEY-CORRECTION.
      *> The maker's side. The reading must exist in the ledger (or
      *> its month's archive) and the original price keyed must be
      *> the price in force for it right now, so a correction can
      *> never be approved against a figure nobody is actually
      *> using; one pending correction per reading at a time:
           IF CORRECTION-COUNT >= 500
               DISPLAY "CORRECTION FILE FULL (MAX 500)"
           ELSE
               MOVE SPACES TO NEW-COIN NEW-DATE NEW-TIME
                   NEW-ORIGINAL NEW-CORRECTED NEW-REASON
               MOVE "Y" TO INPUT-VALID
               PERFORM ACCEPT-CORRECTION-COIN
               IF INPUT-VALID = "Y"
                   PERFORM ACCEPT-CORRECTION-DATE
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM ACCEPT-CORRECTION-TIME
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM FIND-LEDGER-READING
                   IF READING-FOUND = "N"
                       DISPLAY "NO GOOD READING FOR "
                           FUNCTION TRIM(NEW-COIN) " AT " NEW-DATE
                           " " NEW-TIME " IN THE LEDGER OR ITS "
                           "ARCHIVE - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   END-IF
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM CHECK-NOTHING-PENDING
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM FIND-EFFECTIVE-PRICE
                   DISPLAY "PRICE IN FORCE FOR THIS READING: "
                       FUNCTION TRIM(EFFECTIVE-PRICE)
                   PERFORM ACCEPT-ORIGINAL-PRICE
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM ACCEPT-CORRECTED-PRICE
               END-IF
               IF INPUT-VALID = "Y"
                   PERFORM ACCEPT-REASON-CODE
               END-IF
               IF INPUT-VALID = "Y"
                   ADD 1 TO CORRECTION-COUNT
                   MOVE CORRECTION-COUNT TO COR-IDX
                   MOVE NEXT-ID TO COR-ID(COR-IDX)
                   ADD 1 TO NEXT-ID
                   MOVE "PENDING" TO COR-STATUS(COR-IDX)
                   MOVE NEW-COIN TO COR-COIN(COR-IDX)
                   MOVE NEW-DATE TO COR-DATE(COR-IDX)
                   MOVE NEW-TIME TO COR-TIME(COR-IDX)
                   MOVE NEW-ORIGINAL TO COR-ORIGINAL(COR-IDX)
                   MOVE NEW-CORRECTED TO COR-CORRECTED(COR-IDX)
                   MOVE NEW-REASON TO COR-REASON(COR-IDX)
                   MOVE OPERATOR-ID TO COR-MAKER(COR-IDX)
                   PERFORM SET-NOW-STAMP
                   MOVE NOW-STAMP TO COR-KEYED-AT(COR-IDX)
                   MOVE SPACES TO COR-CHECKER(COR-IDX)
                       COR-CHECKED-AT(COR-IDX)
                   PERFORM BUILD-CORRECTION-LINE
                   PERFORM SAVE-CORRECTION-FILE
                   MOVE "KEY" TO LOG-ACTION
                   MOVE "(NONE)" TO BEFORE-IMAGE
                   MOVE COR-LINE(COR-IDX) TO AFTER-IMAGE
                   PERFORM WRITE-MAINT-LOG-LINE
                   DISPLAY "CORRECTION " COR-ID(COR-IDX)
                       " KEYED - AWAITING APPROVAL BY A SECOND "
                       "OPERATOR"
               END-IF
           END-IF.

       ACCEPT-CORRECTION-COIN.
           DISPLAY "COIN ID?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           MOVE 0 TO TBL-FOUND-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > COIN-COUNT
               IF COR-LIST-COIN(TBL-IDX) = INPUT-VALUE
                   MOVE TBL-IDX TO TBL-FOUND-IDX
               END-IF
           END-PERFORM
           IF TBL-FOUND-IDX = 0
               DISPLAY "COIN IS NOT IN THE COIN LIST - REFUSED"
               MOVE "N" TO INPUT-VALID
           ELSE
               MOVE INPUT-VALUE TO NEW-COIN
           END-IF.

       ACCEPT-CORRECTION-DATE.
           DISPLAY "READING DATE (YYYY-MM-DD)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE(11:15) NOT = SPACES
               OR INPUT-VALUE(5:1) NOT = "-"
               OR INPUT-VALUE(8:1) NOT = "-"
               OR INPUT-VALUE(1:4) NOT NUMERIC
               OR INPUT-VALUE(6:2) NOT NUMERIC
               OR INPUT-VALUE(9:2) NOT NUMERIC
               DISPLAY "DATE MUST BE YYYY-MM-DD - REFUSED"
               MOVE "N" TO INPUT-VALID
           ELSE
               MOVE INPUT-VALUE(1:4) TO NUM-DATE(1:4)
               MOVE INPUT-VALUE(6:2) TO NUM-DATE(5:2)
               MOVE INPUT-VALUE(9:2) TO NUM-DATE(7:2)
               IF FUNCTION TEST-DATE-YYYYMMDD(NUM-DATE) NOT = 0
                   DISPLAY "NO SUCH DATE - REFUSED"
                   MOVE "N" TO INPUT-VALID
               ELSE
                   IF INPUT-VALUE(1:10) > TODAY-DATE
                       DISPLAY "FUTURE DATE REFUSED"
                       MOVE "N" TO INPUT-VALID
                   ELSE
                       MOVE INPUT-VALUE(1:10) TO NEW-DATE
                   END-IF
               END-IF
           END-IF.

       ACCEPT-CORRECTION-TIME.
           DISPLAY "READING TIME (HH:MM:SS, AS IN THE LEDGER)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE(9:17) NOT = SPACES
               OR INPUT-VALUE(3:1) NOT = ":"
               OR INPUT-VALUE(6:1) NOT = ":"
               OR INPUT-VALUE(1:2) NOT NUMERIC
               OR INPUT-VALUE(4:2) NOT NUMERIC
               OR INPUT-VALUE(7:2) NOT NUMERIC
               DISPLAY "TIME MUST BE HH:MM:SS - REFUSED"
               MOVE "N" TO INPUT-VALID
           ELSE
               MOVE INPUT-VALUE(1:8) TO NEW-TIME
           END-IF.

       ACCEPT-ORIGINAL-PRICE.
           DISPLAY "ORIGINAL PRICE (AS IN FORCE ABOVE)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           PERFORM VALIDATE-AMOUNT-INPUT
           IF INPUT-VALID = "Y"
               IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE)) NOT =
                       FUNCTION NUMVAL(FUNCTION TRIM(EFFECTIVE-PRICE))
                   DISPLAY "ORIGINAL DOES NOT MATCH THE PRICE IN "
                       "FORCE - REFUSED"
                   MOVE "N" TO INPUT-VALID
               ELSE
                   MOVE FUNCTION TRIM(INPUT-VALUE) TO NEW-ORIGINAL
               END-IF
           END-IF.

       ACCEPT-CORRECTED-PRICE.
           DISPLAY "CORRECTED PRICE (USD)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           PERFORM VALIDATE-AMOUNT-INPUT
           IF INPUT-VALID = "Y"
               IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                       >= 1000000000
                   DISPLAY "PRICE TOO LARGE - REFUSED"
                   MOVE "N" TO INPUT-VALID
               ELSE
                   IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE)) =
                           FUNCTION NUMVAL(FUNCTION TRIM(NEW-ORIGINAL))
                       DISPLAY "CORRECTED PRICE IS THE SAME AS THE "
                           "ORIGINAL - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   ELSE
                       MOVE FUNCTION TRIM(INPUT-VALUE)
                           TO NEW-CORRECTED
                   END-IF
               END-IF
           END-IF.

       ACCEPT-REASON-CODE.
      *> STALE  the feed repeated an old price
      *> SPIKE  a bad tick that stayed under the outlier gate
      *> FEED   the feed priced the wrong asset or currency
      *> OTHER  anything else - say what in the correction log
           DISPLAY "REASON CODE (STALE, SPIKE, FEED, OTHER)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-VALUE))
               TO INPUT-VALUE
           IF INPUT-VALUE = "STALE" OR INPUT-VALUE = "SPIKE"
               OR INPUT-VALUE = "FEED" OR INPUT-VALUE = "OTHER"
               MOVE INPUT-VALUE TO NEW-REASON
           ELSE
               DISPLAY "UNKNOWN REASON CODE - REFUSED"
               MOVE "N" TO INPUT-VALID
           END-IF.

       VALIDATE-AMOUNT-INPUT.
      *> Same rule as BTC-TRADE-MAINT: a plain positive number, no
      *> embedded comma (the file is comma-delimited) and nothing
      *> NUMVAL would quietly turn into zero:
           MOVE 0 TO COMMA-TALLY
           INSPECT INPUT-VALUE TALLYING COMMA-TALLY FOR ALL ","
           IF COMMA-TALLY > 0
               DISPLAY "VALUE WITH EMBEDDED COMMA REFUSED"
               MOVE "N" TO INPUT-VALID
           ELSE
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                       NOT = 0
                   DISPLAY "NOT NUMERIC - REFUSED"
                   MOVE "N" TO INPUT-VALID
               ELSE
                   IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE)) <= 0
                       DISPLAY "MUST BE ABOVE ZERO - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   END-IF
               END-IF
           END-IF.

       FIND-LEDGER-READING.
      *> The live ledger first, then the month's archive file named
      *> the way BTC-RETENTION-ARCHIVE names them:
           MOVE "N" TO READING-FOUND
           MOVE SPACES TO READING-PRICE
           MOVE "N" TO WS-EOF-HISTORY
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-HISTORY = "Y"
                   READ HISTORY-FILE INTO REC-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-HISTORY
                       NOT AT END
                           PERFORM CHECK-READING-LINE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF READING-FOUND = "N"
               MOVE SPACES TO ARCHIVE-FILENAME
               STRING
                   FUNCTION TRIM(HISTORY-FILENAME) "."
                   NEW-DATE(1:7) ".arc"
                   INTO ARCHIVE-FILENAME
               END-STRING
               MOVE "N" TO WS-EOF-HISTORY
               OPEN INPUT ARCHIVE-FILE
               IF ARCHIVE-FILE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-HISTORY = "Y"
                       READ ARCHIVE-FILE INTO REC-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-HISTORY
                           NOT AT END
                               PERFORM CHECK-READING-LINE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       CHECK-READING-LINE.
           MOVE SPACES TO REC-DATE REC-TIME REC-COIN REC-PRICE-FIELD
           UNSTRING REC-LINE DELIMITED BY ","
               INTO REC-DATE REC-TIME REC-COIN REC-PRICE-FIELD
           END-UNSTRING
           IF REC-DATE = NEW-DATE
               AND REC-TIME = NEW-TIME
               AND REC-COIN = NEW-COIN
               AND FUNCTION TRIM(REC-PRICE-FIELD) NOT = "FETCH FAILED"
               AND FUNCTION TRIM(REC-PRICE-FIELD) NOT = "PARSE FAILED"
               AND REC-PRICE-FIELD NOT = SPACES
               MOVE "Y" TO READING-FOUND
               MOVE REC-PRICE-FIELD TO READING-PRICE
               MOVE "Y" TO WS-EOF-HISTORY
           END-IF.

       CHECK-NOTHING-PENDING.
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               IF COR-COIN(COR-IDX) = NEW-COIN
                   AND COR-DATE(COR-IDX) = NEW-DATE
                   AND COR-TIME(COR-IDX) = NEW-TIME
                   AND COR-STATUS(COR-IDX) = "PENDING"
                   DISPLAY "CORRECTION " COR-ID(COR-IDX)
                       " IS ALREADY PENDING FOR THIS READING - "
                       "APPROVE OR REJECT IT FIRST"
                   MOVE "N" TO INPUT-VALID
               END-IF
           END-PERFORM.

       FIND-EFFECTIVE-PRICE.
      *> The reading's own price unless an approved correction
      *> already supersedes it - the latest one in the file wins,
      *> the same rule every consumer of the corrections applies:
           MOVE READING-PRICE TO EFFECTIVE-PRICE
           MOVE 0 TO COR-LATEST-IDX
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > CORRECTION-COUNT
               IF COR-COIN(TBL-IDX) = NEW-COIN
                   AND COR-DATE(TBL-IDX) = NEW-DATE
                   AND COR-TIME(TBL-IDX) = NEW-TIME
                   AND COR-STATUS(TBL-IDX) = "APPROVED"
                   MOVE COR-CORRECTED(TBL-IDX) TO EFFECTIVE-PRICE
                   MOVE TBL-IDX TO COR-LATEST-IDX
               END-IF
           END-PERFORM.

       ACCEPT-CORRECTION-ID.
           MOVE 0 TO COR-FOUND-IDX
           DISPLAY "CORRECTION ID (SEE LIST)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                   NOT = 0
               DISPLAY "NOT A CORRECTION ID"
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                   TO ID-NUM
               PERFORM VARYING COR-IDX FROM 1 BY 1
                       UNTIL COR-IDX > CORRECTION-COUNT
                   IF COR-ID(COR-IDX) = ID-NUM
                       MOVE COR-IDX TO COR-FOUND-IDX
                   END-IF
               END-PERFORM
               IF COR-FOUND-IDX = 0
                   DISPLAY "NO SUCH CORRECTION"
               ELSE
                   IF COR-STATUS(COR-FOUND-IDX) NOT = "PENDING"
                       DISPLAY "CORRECTION " COR-ID(COR-FOUND-IDX)
                           " IS ALREADY "
                           FUNCTION TRIM(COR-STATUS(COR-FOUND-IDX))
                       MOVE 0 TO COR-FOUND-IDX
                   END-IF
               END-IF
           END-IF.

       APPROVE-CORRECTION.
      *> The checker's side: never the operator who keyed it, and
      *> only while the original it was keyed against is still the
      *> price in force - a correction approved in between (or the
      *> reading gone from disk) means this one has been overtaken
      *> and has to be rejected and keyed again:
           PERFORM ACCEPT-CORRECTION-ID
           IF COR-FOUND-IDX > 0
               MOVE COR-FOUND-IDX TO COR-IDX
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(OPERATOR-ID)) =
                       FUNCTION UPPER-CASE(
                           FUNCTION TRIM(COR-MAKER(COR-IDX)))
                   DISPLAY "A CORRECTION CANNOT BE APPROVED BY THE "
                       "OPERATOR WHO KEYED IT - REFUSED"
               ELSE
                   MOVE COR-COIN(COR-IDX) TO NEW-COIN
                   MOVE COR-DATE(COR-IDX) TO NEW-DATE
                   MOVE COR-TIME(COR-IDX) TO NEW-TIME
                   PERFORM FIND-LEDGER-READING
                   PERFORM FIND-EFFECTIVE-PRICE
                   IF READING-FOUND = "N"
                       OR FUNCTION NUMVAL(FUNCTION TRIM(
                           COR-ORIGINAL(COR-IDX))) NOT =
                           FUNCTION NUMVAL(
                               FUNCTION TRIM(EFFECTIVE-PRICE))
                       DISPLAY "READING NO LONGER STANDS AT "
                           FUNCTION TRIM(COR-ORIGINAL(COR-IDX))
                           " - REJECT THIS CORRECTION AND KEY IT "
                           "AGAIN"
                   ELSE
                       PERFORM SHOW-AND-CONFIRM
                       IF FUNCTION UPPER-CASE(CONFIRM-ANSWER) = "Y"
                           MOVE "APPROVED" TO COR-STATUS(COR-IDX)
                           MOVE "APPROVE" TO LOG-ACTION
                           PERFORM RECORD-CHECKER-DECISION
                       ELSE
                           DISPLAY "NOT APPROVED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-CORRECTION.
      *> Any operator may reject a pending correction, including the
      *> maker withdrawing their own:
           PERFORM ACCEPT-CORRECTION-ID
           IF COR-FOUND-IDX > 0
               MOVE COR-FOUND-IDX TO COR-IDX
               PERFORM SHOW-AND-CONFIRM
               IF FUNCTION UPPER-CASE(CONFIRM-ANSWER) = "Y"
                   MOVE "REJECTED" TO COR-STATUS(COR-IDX)
                   MOVE "REJECT" TO LOG-ACTION
                   PERFORM RECORD-CHECKER-DECISION
               ELSE
                   DISPLAY "NOT REJECTED"
               END-IF
           END-IF.

       SHOW-AND-CONFIRM.
           DISPLAY "CORRECTION " COR-ID(COR-IDX) ": "
               FUNCTION TRIM(COR-COIN(COR-IDX)) " "
               COR-DATE(COR-IDX) " " COR-TIME(COR-IDX) " "
               FUNCTION TRIM(COR-ORIGINAL(COR-IDX)) " -> "
               FUNCTION TRIM(COR-CORRECTED(COR-IDX)) " ("
               FUNCTION TRIM(COR-REASON(COR-IDX)) ") KEYED BY "
               FUNCTION TRIM(COR-MAKER(COR-IDX)) " AT "
               COR-KEYED-AT(COR-IDX)
           DISPLAY "CONFIRM (Y/N)?"
           MOVE SPACES TO CONFIRM-ANSWER
           ACCEPT CONFIRM-ANSWER.

       RECORD-CHECKER-DECISION.
           MOVE COR-LINE(COR-IDX) TO BEFORE-IMAGE
           MOVE OPERATOR-ID TO COR-CHECKER(COR-IDX)
           PERFORM SET-NOW-STAMP
           MOVE NOW-STAMP TO COR-CHECKED-AT(COR-IDX)
           PERFORM BUILD-CORRECTION-LINE
           PERFORM SAVE-CORRECTION-FILE
           MOVE COR-LINE(COR-IDX) TO AFTER-IMAGE
           PERFORM WRITE-MAINT-LOG-LINE
           DISPLAY "CORRECTION " COR-ID(COR-IDX) " "
               FUNCTION TRIM(COR-STATUS(COR-IDX)).

       SAVE-CORRECTION-FILE.
      *> Same loud-failure rule as the other maintenance programs: a
      *> file that cannot be rewritten stops the session before
      *> anything is logged as saved:
           OPEN OUTPUT CORRECTION-FILE
           IF CORRECTION-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE " CORRECTION-FILENAME
                   " (STATUS " CORRECTION-FILE-STATUS ") - CHANGE "
                   "NOT SAVED"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > CORRECTION-COUNT
               MOVE COR-LINE(TBL-IDX) TO CORRECTION-RECORD
               WRITE CORRECTION-RECORD
           END-PERFORM
           CLOSE CORRECTION-FILE.

       WRITE-MAINT-LOG-LINE.
      *> Laid out like BTC-TRADE-MAINT's log: who, when, what, and
      *> the correction line before and after, " | " separated since
      *> the lines themselves carry commas:
           PERFORM SET-NOW-STAMP
           MOVE SPACES TO MAINT-LOG-LINE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD "," RUN-HH ":" RUN-MIN
               ":" RUN-SEC "," FUNCTION TRIM(OPERATOR-ID) ","
               FUNCTION TRIM(CORRECTION-FILENAME) ","
               FUNCTION TRIM(LOG-ACTION)
               " | BEFORE " FUNCTION TRIM(BEFORE-IMAGE)
               " | AFTER " FUNCTION TRIM(AFTER-IMAGE)
               INTO MAINT-LOG-LINE
           END-STRING
           OPEN EXTEND MAINT-LOG-FILE
           IF MAINT-LOG-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           MOVE MAINT-LOG-LINE TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD
           CLOSE MAINT-LOG-FILE
           ADD 1 TO CHANGES-MADE
           DISPLAY "SAVED AND LOGGED".

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
