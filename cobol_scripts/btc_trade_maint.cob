       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-TRADE-MAINT.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-FILE
               ASSIGN TO TRADE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT COIN-LIST-FILE
               ASSIGN TO COIN-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COIN-LIST-STATUS.
           SELECT CLOSE-FILE
               ASSIGN TO CLOSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT BAND-LIMIT-FILE
               ASSIGN TO BAND-LIMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BAND-LIMIT-STATUS.
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
       FD TRADE-FILE.
      *> Must match TRADE-RECORD in btc_portfolio_valuation.cob:
           1 TRADE-RECORD PIC X(80).
       FD COIN-LIST-FILE.
           1 COIN-LIST-RECORD PIC X(20).
       FD CLOSE-FILE.
      *> Must match CLOSE-RECORD laid down by BTC-EOD-CLOSE (see
      *> btc_eod_close.cob):
           1 CLOSE-RECORD PIC X(100).
       FD BAND-LIMIT-FILE.
           1 BAND-LIMIT-RECORD PIC X(20).
       FD MAINT-LOG-FILE.
           1 MAINT-LOG-RECORD PIC X(250).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 TRADE-FILENAME PIC X(24) VALUE "coin_trades.dat".
           1 TRADE-FILE-STATUS PIC X(2).
           1 WS-EOF-TRADES PIC X VALUE "N".
           1 COIN-LIST-FILENAME PIC X(24) VALUE "coin_list.dat".
           1 COIN-LIST-STATUS PIC X(2).
           1 WS-EOF-COIN-LIST PIC X VALUE "N".
           1 CLOSE-FILENAME PIC X(24) VALUE "btc_price_close.dat".
           1 CLOSE-FILE-STATUS PIC X(2).
           1 WS-EOF-CLOSE PIC X VALUE "N".
      *> Optional price-band control file, one percentage line: a
      *> trade price more than this far above the day's high or
      *> below the day's low in the close file is flagged and has
      *> to be confirmed before it is saved. Missing file leaves
      *> the default, the same optional-control-file pattern as
      *> outlier_limit.dat:
           1 BAND-LIMIT-FILENAME PIC X(24)
               VALUE "trade_price_band.dat".
           1 BAND-LIMIT-STATUS PIC X(2).
           1 BAND-LIMIT-LINE PIC X(20).
           1 BAND-LIMIT-PCT PIC 9(3)V9(2) VALUE 10.
           1 MAINT-LOG-FILENAME PIC X(26)
               VALUE "btc_trade_maint_log.dat".
           1 MAINT-LOG-STATUS PIC X(2).
           1 MAINT-LOG-LINE PIC X(250).
           1 MAINT-LOG-PTR PIC 9(3).
      *> The trade ledger held in memory for the session, one row per
      *> line in file order. The raw line is kept alongside the
      *> parsed fields so every save writes untouched trades back
      *> byte for byte, and a line the loader cannot parse is kept
      *> (and listed as such) rather than dropped by the next
      *> rewrite. The cap matches the trade table in
      *> btc_portfolio_valuation.cob - a ledger past it could not be
      *> valued anyway - and a file that overflowed it at load has
      *> its maintenance disabled, the same rule as the control
      *> files in btc_control_maint.cob. The row number is the load
      *> sequence BTC-PORTFOLIO-VALUATION tie-breaks same-day trades
      *> on, which is why the cover check below orders by it too:
           1 TRADE-COUNT PIC 9(3) VALUE 0.
           1 TRADE-TABLE.
               2 TRADE-ENTRY OCCURS 200 TIMES.
                   3 TMT-LINE PIC X(80).
                   3 TMT-VALID PIC X.
                   3 TMT-ACTIVE PIC X.
                   3 TMT-DATE PIC X(10).
                   3 TMT-TYPE PIC X(4).
                   3 TMT-COIN PIC X(20).
                   3 TMT-QTY PIC 9(7)V9(8).
                   3 TMT-PRICE PIC 9(9)V9(4).
                   3 TMT-LOT-REF PIC X(10).
           1 TRADES-INCOMPLETE PIC X VALUE "N".
           1 COIN-COUNT PIC 9(3) VALUE 0.
           1 COIN-TABLE.
               2 COIN-ENTRY OCCURS 100 TIMES.
                   3 TMT-LIST-COIN PIC X(20).
           1 TBL-IDX PIC 9(3).
           1 TBL-FOUND-IDX PIC 9(3).
           1 ROW-IDX PIC 9(3).
           1 SHIFT-IDX PIC 9(3).
           1 SELL-IDX PIC 9(3).
           1 TRADE-LINE PIC X(80).
           1 TRD-FIELD1 PIC X(10).
           1 TRD-FIELD2 PIC X(4).
           1 TRD-FIELD3 PIC X(20).
           1 TRD-FIELD4 PIC X(20).
           1 TRD-FIELD5 PIC X(20).
           1 TRD-FIELD6 PIC X(10).
           1 OPERATOR-ID PIC X(10).
           1 ACTION-CHOICE PIC X(1).
           1 MAIN-QUIT PIC X VALUE "N".
           1 CONFIRM-ANSWER PIC X(1).
           1 INPUT-VALUE PIC X(20).
           1 INPUT-ROW PIC X(5).
           1 INPUT-VALID PIC X.
           1 KEEP-ALLOWED PIC X.
           1 COMMA-TALLY PIC 9(2).
      *> The trade being added, or the replacement image of the one
      *> being changed:
           1 NEW-DATE PIC X(10).
           1 NEW-TYPE PIC X(4).
           1 NEW-COIN PIC X(20).
           1 NEW-QTY-TEXT PIC X(20).
           1 NEW-PRICE-TEXT PIC X(20).
           1 NEW-QTY PIC 9(7)V9(8).
           1 NEW-PRICE PIC 9(9)V9(4).
      *> Optional sixth field on a SELL: the acquired date of the BUY
      *> lot it disposes of, for BTC-TAX-LOTS' specific-lot method.
      *> Blank means the sell takes its lots first-in first-out:
           1 NEW-LOT-REF PIC X(10).
           1 LOT-FOUND PIC X.
           1 LOT-CHECK-DATE PIC X(10).
      *> A BUY that SELLs name as their lot may not be cancelled or
      *> moved away from them while no other BUY of that coin and
      *> date is left to answer for the reference:
           1 LOT-DEPENDENTS-OK PIC X.
           1 LOT-DEPENDENT-COUNT PIC 9(3).
           1 LOT-OTHER-BUY PIC X.
           1 NEW-LINE PIC X(80).
           1 BEFORE-IMAGE PIC X(80).
           1 BEFORE-LOT-LINE PIC X(80).
           1 SAVE-ROW PIC X(200).
           1 CHECK-COIN PIC X(20).
           1 COVER-OK PIC X.
           1 RUNNING-POS PIC S9(9)V9(8).
           1 POS-DISPLAY PIC -(9)9.9(8).
           1 QTY-DISPLAY PIC Z(6)9.9(8).
           1 CLOSE-LINE PIC X(100).
           1 CLS-DATE PIC X(10).
           1 CLS-COIN PIC X(20).
           1 CLS-CLOSE PIC X(20).
           1 CLS-HIGH PIC X(20).
           1 CLS-LOW PIC X(20).
           1 BAND-FOUND PIC X.
           1 PRICE-FLAGGED PIC X.
           1 DAY-HIGH PIC 9(9)V9(4).
           1 DAY-LOW PIC 9(9)V9(4).
           1 BAND-HIGH PIC 9(11)V9(4).
           1 BAND-LOW PIC 9(11)V9(4).
           1 HIGH-DISPLAY PIC Z(8)9.9(4).
           1 LOW-DISPLAY PIC Z(8)9.9(4).
           1 PRICE-DISPLAY PIC Z(8)9.9(4).
           1 PCT-DISPLAY PIC ZZ9.99.
           1 FLAG-DETAIL PIC X(80).
           1 LOG-ACTION PIC X(12).
           1 CHANGES-MADE PIC 9(3) VALUE 0.
           1 NUM-DATE PIC 9(8).
           1 TODAY-DATE PIC X(10).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-TRADE-MAINT".
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
      *> Interactive maintenance for the trade ledger, replacing the
      *> text editor in the same way BTC-CONTROL-MAINT replaced it
      *> for the control files: every trade is validated on the way
      *> in (real date not in the future, BUY or SELL, a coin from
      *> the coin list, numeric quantity and price), a SELL the
      *> running position cannot cover is refused - checked over the
      *> whole ledger, so changing or cancelling an earlier BUY
      *> cannot strand a later SELL either - and a price far outside
      *> the coin's traded range for the day has to be confirmed.
      *> Every change goes to the maintenance log with the before
      *> and after image of the line, who made it and when:
           MOVE "coin_trades" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO TODAY-DATE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD
               INTO TODAY-DATE
           END-STRING
           DISPLAY "TRADE LEDGER MAINTENANCE"
           DISPLAY "OPERATOR ID?"
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-COIN-LIST
           PERFORM LOAD-BAND-LIMIT
           PERFORM LOAD-TRADE-LEDGER
           IF TRADES-INCOMPLETE = "Y"
               DISPLAY "TRADE LEDGER LOADED INCOMPLETE (OVER 200 "
                   "LINES) - MAINTENANCE DISABLED; ARCHIVE OLDER "
                   "TRADES BY HAND FIRST"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL MAIN-QUIT = "Y"
               DISPLAY " "
               DISPLAY "TRADES: LIST (L), ADD (A), CHANGE (C), "
                   "CANCEL (X), QUIT (Q)?"
               ACCEPT ACTION-CHOICE
                   ON EXCEPTION
                       MOVE "Q" TO ACTION-CHOICE
               END-ACCEPT
               EVALUATE FUNCTION UPPER-CASE(ACTION-CHOICE)
                   WHEN "L"
                       PERFORM LIST-TRADES
                   WHEN "A"
                       PERFORM ADD-TRADE
                   WHEN "C"
                       PERFORM CHANGE-TRADE
                   WHEN "X"
                       PERFORM CANCEL-TRADE
                   WHEN "Q"
                       MOVE "Y" TO MAIN-QUIT
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CHOICE"
               END-EVALUATE
           END-PERFORM
           DISPLAY CHANGES-MADE " CHANGE(S) MADE THIS SESSION"
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

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
                                   TO TMT-LIST-COIN(COIN-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COIN-LIST-FILE.

       LOAD-BAND-LIMIT.
           OPEN INPUT BAND-LIMIT-FILE
           IF BAND-LIMIT-STATUS = "00"
               READ BAND-LIMIT-FILE INTO BAND-LIMIT-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BAND-LIMIT-LINE NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM
                               (BAND-LIMIT-LINE)) = 0
                               MOVE FUNCTION NUMVAL(FUNCTION TRIM
                                   (BAND-LIMIT-LINE))
                                   TO BAND-LIMIT-PCT
                           ELSE
                               DISPLAY "BAD PRICE BAND LIMIT IGNORED: "
                                   FUNCTION TRIM(BAND-LIMIT-LINE)
                           END-IF
                       END-IF
               END-READ
               CLOSE BAND-LIMIT-FILE
           END-IF.

       LOAD-TRADE-LEDGER.
      *> A missing ledger is simply an empty one - the first trade
      *> keyed here creates it:
           OPEN INPUT TRADE-FILE
           IF TRADE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-TRADES = "Y"
                   READ TRADE-FILE INTO TRADE-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-TRADES
                       NOT AT END
                           IF TRADE-LINE NOT = SPACES
                               IF TRADE-COUNT >= 200
                                   MOVE "Y" TO TRADES-INCOMPLETE
                                   MOVE "Y" TO WS-EOF-TRADES
                               ELSE
                                   ADD 1 TO TRADE-COUNT
                                   MOVE TRADE-COUNT TO ROW-IDX
                                   MOVE TRADE-LINE TO TMT-LINE(ROW-IDX)
                                   PERFORM PARSE-TRADE-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRADE-FILE
           END-IF.

       PARSE-TRADE-ROW.
      *> Same field rules as LOAD-TRADE-LINE in
      *> btc_portfolio_valuation.cob, so a line this program calls
      *> good is a line the valuation will accept:
           MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
               TRD-FIELD4 TRD-FIELD5 TRD-FIELD6
           UNSTRING TMT-LINE(ROW-IDX) DELIMITED BY ","
               INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3 TRD-FIELD4
                   TRD-FIELD5 TRD-FIELD6
           END-UNSTRING
           MOVE "Y" TO TMT-ACTIVE(ROW-IDX)
           IF (FUNCTION TRIM(TRD-FIELD2) NOT = "BUY"
                   AND FUNCTION TRIM(TRD-FIELD2) NOT = "SELL")
               OR TRD-FIELD3 = SPACES
               OR TRD-FIELD4 = SPACES
               OR TRD-FIELD5 = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TRD-FIELD4))
                   NOT = 0
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(TRD-FIELD5))
                   NOT = 0
               MOVE "N" TO TMT-VALID(ROW-IDX)
           ELSE
               MOVE "Y" TO TMT-VALID(ROW-IDX)
               MOVE TRD-FIELD1 TO TMT-DATE(ROW-IDX)
               MOVE TRD-FIELD2 TO TMT-TYPE(ROW-IDX)
               MOVE TRD-FIELD3 TO TMT-COIN(ROW-IDX)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TRD-FIELD4))
                   TO TMT-QTY(ROW-IDX)
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(TRD-FIELD5))
                   TO TMT-PRICE(ROW-IDX)
               MOVE TRD-FIELD6 TO TMT-LOT-REF(ROW-IDX)
           END-IF.

       LIST-TRADES.
           IF TRADE-COUNT = 0
               DISPLAY "(TRADE LEDGER IS EMPTY)"
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TRADE-COUNT
               IF TMT-VALID(TBL-IDX) = "Y"
                   DISPLAY TBL-IDX " " FUNCTION TRIM(TMT-LINE(TBL-IDX))
               ELSE
                   DISPLAY TBL-IDX " " FUNCTION TRIM(TMT-LINE(TBL-IDX))
                       "   (UNREADABLE - CANCEL AND RE-KEY IT)"
               END-IF
           END-PERFORM.

       ACCEPT-ROW-NUMBER.
           MOVE 0 TO TBL-FOUND-IDX
           DISPLAY "ROW NUMBER (SEE LIST)?"
           MOVE SPACES TO INPUT-ROW
           ACCEPT INPUT-ROW
           IF INPUT-ROW = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(INPUT-ROW))
                   NOT = 0
               DISPLAY "NOT A ROW NUMBER"
           ELSE
               IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-ROW)) < 1
                   OR FUNCTION NUMVAL(FUNCTION TRIM(INPUT-ROW)) >
                       TRADE-COUNT
                   DISPLAY "NO SUCH ROW"
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-ROW))
                       TO TBL-FOUND-IDX
               END-IF
           END-IF.

       ADD-TRADE.
           IF TRADE-COUNT >= 200
               DISPLAY "TRADE LEDGER FULL (MAX 200)"
           ELSE
               MOVE "N" TO KEEP-ALLOWED
               MOVE SPACES TO NEW-DATE NEW-TYPE NEW-COIN
                   NEW-QTY-TEXT NEW-PRICE-TEXT NEW-LOT-REF
               PERFORM ACCEPT-TRADE-FIELDS
               IF INPUT-VALID = "Y"
                   PERFORM CHECK-PRICE-BAND
               END-IF
               IF INPUT-VALID = "Y"
      *> Put the trade in place, then prove the coin's ledger still
      *> holds together; a refused trade is taken straight back out:
                   ADD 1 TO TRADE-COUNT
                   MOVE TRADE-COUNT TO ROW-IDX
                   PERFORM BUILD-NEW-LINE
                   MOVE NEW-LINE TO TMT-LINE(ROW-IDX)
                   PERFORM PARSE-TRADE-ROW
                   MOVE NEW-COIN TO CHECK-COIN
                   PERFORM CHECK-COIN-COVER
                   IF COVER-OK = "N"
                       SUBTRACT 1 FROM TRADE-COUNT
                       DISPLAY "TRADE REFUSED - NOTHING SAVED"
                   ELSE
                       PERFORM SAVE-TRADE-LEDGER
                       MOVE "ADD" TO LOG-ACTION
                       MOVE "(NONE)" TO BEFORE-IMAGE
                       PERFORM WRITE-MAINT-LOG-LINE
                   END-IF
               END-IF
           END-IF.

       CHANGE-TRADE.
           PERFORM ACCEPT-ROW-NUMBER
           IF TBL-FOUND-IDX > 0
               MOVE TBL-FOUND-IDX TO ROW-IDX
               IF TMT-VALID(ROW-IDX) = "N"
                   DISPLAY "ROW IS UNREADABLE - CANCEL IT AND ADD THE "
                       "TRADE AGAIN"
               ELSE
                   DISPLAY "CURRENT: " FUNCTION TRIM(TMT-LINE(ROW-IDX))
                   DISPLAY "A BLANK ANSWER KEEPS THE CURRENT VALUE"
                   MOVE "Y" TO KEEP-ALLOWED
                   PERFORM LOAD-NEW-FROM-ROW
                   PERFORM ACCEPT-TRADE-FIELDS
                   IF INPUT-VALID = "Y"
                       PERFORM CHECK-PRICE-BAND
                   END-IF
                   IF INPUT-VALID = "Y"
                       AND FUNCTION TRIM(TMT-TYPE(ROW-IDX)) = "BUY"
                       AND (NEW-TYPE NOT = TMT-TYPE(ROW-IDX)
                           OR NEW-COIN NOT = TMT-COIN(ROW-IDX)
                           OR NEW-DATE NOT = TMT-DATE(ROW-IDX))
                       PERFORM CHECK-LOT-DEPENDENTS
                       IF LOT-DEPENDENTS-OK = "N"
                           MOVE "N" TO INPUT-VALID
                           DISPLAY "CHANGE REFUSED - NOTHING SAVED"
                       END-IF
                   END-IF
                   IF INPUT-VALID = "Y"
                       PERFORM APPLY-CHANGE-TO-ROW
                   END-IF
               END-IF
           END-IF.

       LOAD-NEW-FROM-ROW.
           MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
               TRD-FIELD4 TRD-FIELD5 TRD-FIELD6
           UNSTRING TMT-LINE(ROW-IDX) DELIMITED BY ","
               INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3 TRD-FIELD4
                   TRD-FIELD5 TRD-FIELD6
           END-UNSTRING
           MOVE TRD-FIELD1 TO NEW-DATE
           MOVE TRD-FIELD2 TO NEW-TYPE
           MOVE TRD-FIELD3 TO NEW-COIN
           MOVE TRD-FIELD4 TO NEW-QTY-TEXT
           MOVE TRD-FIELD5 TO NEW-PRICE-TEXT
           MOVE TRD-FIELD6 TO NEW-LOT-REF
           MOVE TMT-QTY(ROW-IDX) TO NEW-QTY
           MOVE TMT-PRICE(ROW-IDX) TO NEW-PRICE.

       APPLY-CHANGE-TO-ROW.
      *> The old coin is re-checked as well as the new one: moving a
      *> BUY to another coin, or later in time, can strand a SELL of
      *> the coin it used to cover:
           MOVE TMT-LINE(ROW-IDX) TO BEFORE-IMAGE
           MOVE TRADE-ENTRY(ROW-IDX) TO SAVE-ROW
           PERFORM BUILD-NEW-LINE
           IF NEW-LINE = BEFORE-IMAGE
               DISPLAY "NO CHANGE - NOTHING SAVED"
           ELSE
               MOVE NEW-LINE TO TMT-LINE(ROW-IDX)
               PERFORM PARSE-TRADE-ROW
               MOVE NEW-COIN TO CHECK-COIN
               PERFORM CHECK-COIN-COVER
               IF COVER-OK = "Y"
                   MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
                   UNSTRING BEFORE-IMAGE DELIMITED BY ","
                       INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
                   END-UNSTRING
                   MOVE TRD-FIELD3 TO CHECK-COIN
                   IF CHECK-COIN NOT = NEW-COIN
                       PERFORM CHECK-COIN-COVER
                   END-IF
               END-IF
               IF COVER-OK = "N"
                   MOVE SAVE-ROW TO TRADE-ENTRY(ROW-IDX)
                   DISPLAY "CHANGE REFUSED - NOTHING SAVED"
               ELSE
                   PERFORM SAVE-TRADE-LEDGER
                   MOVE "CHANGE" TO LOG-ACTION
                   PERFORM WRITE-MAINT-LOG-LINE
               END-IF
           END-IF.

       CANCEL-TRADE.
      *> A cancelled trade comes out of the ledger outright - the
      *> maintenance log keeps its full image, which is the record
      *> that it ever existed. Cancelling a BUY is still subject to
      *> the cover check, since every later SELL of the coin may
      *> have been relying on it, and is refused while a SELL names
      *> it as its lot:
           PERFORM ACCEPT-ROW-NUMBER
           IF TBL-FOUND-IDX > 0
               MOVE TBL-FOUND-IDX TO ROW-IDX
               DISPLAY "CANCEL: " FUNCTION TRIM(TMT-LINE(ROW-IDX))
               DISPLAY "CONFIRM CANCEL (Y/N)?"
               MOVE SPACES TO CONFIRM-ANSWER
               ACCEPT CONFIRM-ANSWER
               IF FUNCTION UPPER-CASE(CONFIRM-ANSWER) NOT = "Y"
                   DISPLAY "NOT CANCELLED"
               ELSE
                   MOVE "Y" TO COVER-OK
                   MOVE "Y" TO LOT-DEPENDENTS-OK
                   IF TMT-VALID(ROW-IDX) = "Y"
                       AND FUNCTION TRIM(TMT-TYPE(ROW-IDX)) = "BUY"
                       PERFORM CHECK-LOT-DEPENDENTS
                   END-IF
                   IF TMT-VALID(ROW-IDX) = "Y"
                       AND LOT-DEPENDENTS-OK = "Y"
                       MOVE "N" TO TMT-ACTIVE(ROW-IDX)
                       MOVE TMT-COIN(ROW-IDX) TO CHECK-COIN
                       PERFORM CHECK-COIN-COVER
                       MOVE "Y" TO TMT-ACTIVE(ROW-IDX)
                   END-IF
                   IF COVER-OK = "N" OR LOT-DEPENDENTS-OK = "N"
                       DISPLAY "CANCEL REFUSED - NOTHING SAVED"
                   ELSE
                       MOVE TMT-LINE(ROW-IDX) TO BEFORE-IMAGE
                       PERFORM VARYING SHIFT-IDX FROM ROW-IDX BY 1
                               UNTIL SHIFT-IDX >= TRADE-COUNT
                           MOVE TRADE-ENTRY(SHIFT-IDX + 1)
                               TO TRADE-ENTRY(SHIFT-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM TRADE-COUNT
                       PERFORM SAVE-TRADE-LEDGER
                       MOVE "CANCEL" TO LOG-ACTION
                       MOVE "(CANCELLED)" TO NEW-LINE
                       MOVE "N" TO PRICE-FLAGGED
                       PERFORM WRITE-MAINT-LOG-LINE
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TRADE-FIELDS.
      *> Each field is asked for in turn and the first bad answer
      *> ends the entry; on a change, a blank answer keeps the
      *> field's current value (already loaded into the NEW- fields):
           MOVE "Y" TO INPUT-VALID
           PERFORM ACCEPT-TRADE-DATE
           IF INPUT-VALID = "Y"
               PERFORM ACCEPT-TRADE-TYPE
           END-IF
           IF INPUT-VALID = "Y"
               PERFORM ACCEPT-TRADE-COIN
           END-IF
           IF INPUT-VALID = "Y"
               PERFORM ACCEPT-TRADE-QTY
           END-IF
           IF INPUT-VALID = "Y"
               PERFORM ACCEPT-TRADE-PRICE
           END-IF
           IF INPUT-VALID = "Y"
               IF FUNCTION TRIM(NEW-TYPE) = "SELL"
                   PERFORM ACCEPT-TRADE-LOT
               ELSE
                   MOVE SPACES TO NEW-LOT-REF
               END-IF
           END-IF.

       ACCEPT-TRADE-DATE.
           DISPLAY "TRADE DATE (YYYY-MM-DD)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               CONTINUE
           ELSE
               IF INPUT-VALUE(11:10) NOT = SPACES
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
                           DISPLAY "FUTURE-DATED TRADE REFUSED"
                           MOVE "N" TO INPUT-VALID
                       ELSE
                           MOVE INPUT-VALUE(1:10) TO NEW-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TRADE-TYPE.
           DISPLAY "BUY OR SELL?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               CONTINUE
           ELSE
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-VALUE))
                       = "BUY"
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-VALUE))
                       = "SELL"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM
                       (INPUT-VALUE)) TO NEW-TYPE
               ELSE
                   DISPLAY "TRADE TYPE MUST BE BUY OR SELL - REFUSED"
                   MOVE "N" TO INPUT-VALID
               END-IF
           END-IF.

       ACCEPT-TRADE-COIN.
      *> A trade in a coin BTC-PRICE never fetches could never be
      *> priced - the valuation would carry it as unpriced forever:
           DISPLAY "COIN ID?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               CONTINUE
           ELSE
               MOVE 0 TO TBL-FOUND-IDX
               PERFORM VARYING TBL-IDX FROM 1 BY 1
                       UNTIL TBL-IDX > COIN-COUNT
                   IF TMT-LIST-COIN(TBL-IDX) = INPUT-VALUE
                       MOVE TBL-IDX TO TBL-FOUND-IDX
                   END-IF
               END-PERFORM
               IF TBL-FOUND-IDX = 0
                   DISPLAY "COIN IS NOT IN THE COIN LIST - REFUSED"
                   MOVE "N" TO INPUT-VALID
               ELSE
                   MOVE INPUT-VALUE TO NEW-COIN
               END-IF
           END-IF.

       ACCEPT-TRADE-QTY.
           DISPLAY "QUANTITY?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               CONTINUE
           ELSE
               PERFORM VALIDATE-AMOUNT-INPUT
               IF INPUT-VALID = "Y"
                   IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                           >= 10000000
                       DISPLAY "QUANTITY TOO LARGE - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   ELSE
                       MOVE FUNCTION TRIM(INPUT-VALUE) TO NEW-QTY-TEXT
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                           TO NEW-QTY
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TRADE-PRICE.
           DISPLAY "PRICE PER UNIT (USD)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               CONTINUE
           ELSE
               PERFORM VALIDATE-AMOUNT-INPUT
               IF INPUT-VALID = "Y"
                   IF FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                           >= 1000000000
                       DISPLAY "PRICE TOO LARGE - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   ELSE
                       MOVE FUNCTION TRIM(INPUT-VALUE)
                           TO NEW-PRICE-TEXT
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(INPUT-VALUE))
                           TO NEW-PRICE
                   END-IF
               END-IF
           END-IF.

       ACCEPT-TRADE-LOT.
      *> The named lot has to be a BUY of the same coin on that date,
      *> no later than the sell itself - a reference to a lot that
      *> does not exist would only surface at tax time. A kept lot
      *> on a change is checked again, since the coin or date it
      *> was checked against may just have been changed:
           DISPLAY "LOT ACQUIRED DATE (YYYY-MM-DD), OR FIFO?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           IF INPUT-VALUE = SPACES AND KEEP-ALLOWED = "Y"
               IF NEW-LOT-REF NOT = SPACES
                   MOVE NEW-LOT-REF TO LOT-CHECK-DATE
                   PERFORM CHECK-LOT-REF
               END-IF
           ELSE
               IF INPUT-VALUE = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-VALUE))
                       = "FIFO"
                   MOVE SPACES TO NEW-LOT-REF
               ELSE
                   IF INPUT-VALUE(11:10) NOT = SPACES
                       DISPLAY "LOT MUST BE DATED ON OR BEFORE THE "
                           "SELL - REFUSED"
                       MOVE "N" TO INPUT-VALID
                   ELSE
                       MOVE INPUT-VALUE(1:10) TO LOT-CHECK-DATE
                       PERFORM CHECK-LOT-REF
                       IF INPUT-VALID = "Y"
                           MOVE LOT-CHECK-DATE TO NEW-LOT-REF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-LOT-REF.
      *> On a change the row being changed is skipped: it is the
      *> sell itself, and its old image must not stand in for the
      *> lot it names:
           IF LOT-CHECK-DATE > NEW-DATE
               DISPLAY "LOT MUST BE DATED ON OR BEFORE THE SELL - "
                   "REFUSED"
               MOVE "N" TO INPUT-VALID
           ELSE
               MOVE "N" TO LOT-FOUND
               PERFORM VARYING TBL-IDX FROM 1 BY 1
                       UNTIL TBL-IDX > TRADE-COUNT
                   IF TMT-VALID(TBL-IDX) = "Y"
                       AND TMT-COIN(TBL-IDX) = NEW-COIN
                       AND TMT-DATE(TBL-IDX) = LOT-CHECK-DATE
                       AND FUNCTION TRIM(TMT-TYPE(TBL-IDX)) = "BUY"
                       AND NOT (KEEP-ALLOWED = "Y"
                           AND TBL-IDX = ROW-IDX)
                       MOVE "Y" TO LOT-FOUND
                   END-IF
               END-PERFORM
               IF LOT-FOUND = "N"
                   DISPLAY "NO BUY LOT OF " FUNCTION TRIM(NEW-COIN)
                       " ON " LOT-CHECK-DATE " - REFUSED"
                   MOVE "N" TO INPUT-VALID
               END-IF
           END-IF.

       CHECK-LOT-DEPENDENTS.
      *> ROW-IDX is a BUY about to be cancelled or changed away from
      *> its coin and date. Any valid SELL of the coin naming that
      *> date as its lot keeps it in place, unless another BUY of
      *> the same coin and date is still there to answer for it:
           MOVE "Y" TO LOT-DEPENDENTS-OK
           MOVE 0 TO LOT-DEPENDENT-COUNT
           MOVE "N" TO LOT-OTHER-BUY
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TRADE-COUNT
               IF TBL-IDX NOT = ROW-IDX
                   AND TMT-VALID(TBL-IDX) = "Y"
                   AND TMT-COIN(TBL-IDX) = TMT-COIN(ROW-IDX)
                   IF FUNCTION TRIM(TMT-TYPE(TBL-IDX)) = "SELL"
                       AND TMT-LOT-REF(TBL-IDX) = TMT-DATE(ROW-IDX)
                       ADD 1 TO LOT-DEPENDENT-COUNT
                   END-IF
                   IF FUNCTION TRIM(TMT-TYPE(TBL-IDX)) = "BUY"
                       AND TMT-DATE(TBL-IDX) = TMT-DATE(ROW-IDX)
                       MOVE "Y" TO LOT-OTHER-BUY
                   END-IF
               END-IF
           END-PERFORM
           IF LOT-DEPENDENT-COUNT > 0 AND LOT-OTHER-BUY = "N"
               MOVE "N" TO LOT-DEPENDENTS-OK
               DISPLAY "BUY IS THE NAMED LOT OF " LOT-DEPENDENT-COUNT
                   " SELL(S) - CHANGE THEIR LOT FIRST:"
               PERFORM VARYING TBL-IDX FROM 1 BY 1
                       UNTIL TBL-IDX > TRADE-COUNT
                   IF TBL-IDX NOT = ROW-IDX
                       AND TMT-VALID(TBL-IDX) = "Y"
                       AND TMT-COIN(TBL-IDX) = TMT-COIN(ROW-IDX)
                       AND FUNCTION TRIM(TMT-TYPE(TBL-IDX)) = "SELL"
                       AND TMT-LOT-REF(TBL-IDX) = TMT-DATE(ROW-IDX)
                       DISPLAY TBL-IDX " "
                           FUNCTION TRIM(TMT-LINE(TBL-IDX))
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-AMOUNT-INPUT.
      *> Quantity and price must be plain positive numbers - no
      *> embedded comma (the ledger is comma-delimited) and nothing
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

       CHECK-PRICE-BAND.
      *> Look the coin's day up in the close file BTC-EOD-CLOSE
      *> builds and flag a price beyond the day's high/low by more
      *> than BAND-LIMIT-PCT - the fat-fingered extra zero this
      *> check exists for is far outside any day's range. A flagged
      *> price is not refused outright (an OTC fill can legitimately
      *> print away from the exchange range) but has to be confirmed,
      *> and the flag rides into the maintenance log. No close row
      *> for the day (a trade older than the ledger, or today before
      *> the close has run) is said so and let through:
           MOVE "N" TO PRICE-FLAGGED
           MOVE "N" TO BAND-FOUND
           MOVE SPACES TO FLAG-DETAIL
           MOVE "N" TO WS-EOF-CLOSE
           OPEN INPUT CLOSE-FILE
           IF CLOSE-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CLOSE = "Y"
                   READ CLOSE-FILE INTO CLOSE-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-CLOSE
                       NOT AT END
                           MOVE SPACES TO CLS-DATE CLS-COIN CLS-CLOSE
                               CLS-HIGH CLS-LOW
                           UNSTRING CLOSE-LINE DELIMITED BY ","
                               INTO CLS-DATE CLS-COIN CLS-CLOSE
                                   CLS-HIGH CLS-LOW
                           END-UNSTRING
                           IF CLS-DATE = NEW-DATE
                               AND CLS-COIN = NEW-COIN
                               MOVE "Y" TO BAND-FOUND
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(CLS-HIGH))
                                   TO DAY-HIGH
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(CLS-LOW))
                                   TO DAY-LOW
                               MOVE "Y" TO WS-EOF-CLOSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-FILE
           END-IF
           IF BAND-FOUND = "N"
               DISPLAY "NO CLOSE ROW FOR " FUNCTION TRIM(NEW-COIN)
                   " ON " NEW-DATE " - PRICE NOT RANGE-CHECKED"
           ELSE
               COMPUTE BAND-HIGH ROUNDED =
                   DAY-HIGH * (100 + BAND-LIMIT-PCT) / 100
               IF BAND-LIMIT-PCT >= 100
                   MOVE 0 TO BAND-LOW
               ELSE
                   COMPUTE BAND-LOW ROUNDED =
                       DAY-LOW * (100 - BAND-LIMIT-PCT) / 100
               END-IF
               IF NEW-PRICE > BAND-HIGH OR NEW-PRICE < BAND-LOW
                   MOVE "Y" TO PRICE-FLAGGED
                   MOVE NEW-PRICE TO PRICE-DISPLAY
                   MOVE DAY-HIGH TO HIGH-DISPLAY
                   MOVE DAY-LOW TO LOW-DISPLAY
                   MOVE BAND-LIMIT-PCT TO PCT-DISPLAY
                   STRING
                       "PRICE FLAG " FUNCTION TRIM(PRICE-DISPLAY)
                       " OUTSIDE DAY LOW/HIGH "
                       FUNCTION TRIM(LOW-DISPLAY) "-"
                       FUNCTION TRIM(HIGH-DISPLAY) " BY OVER "
                       FUNCTION TRIM(PCT-DISPLAY) "%"
                       INTO FLAG-DETAIL
                   END-STRING
                   DISPLAY FUNCTION TRIM(FLAG-DETAIL)
                   DISPLAY "CONFIRM THIS PRICE (Y/N)?"
                   MOVE SPACES TO CONFIRM-ANSWER
                   ACCEPT CONFIRM-ANSWER
                   IF FUNCTION UPPER-CASE(CONFIRM-ANSWER) NOT = "Y"
                       DISPLAY "TRADE NOT CONFIRMED - NOTHING SAVED"
                       MOVE "N" TO INPUT-VALID
                   END-IF
               END-IF
           END-IF.

       CHECK-COIN-COVER.
      *> Replay CHECK-COIN's trades in the order
      *> BTC-PORTFOLIO-VALUATION applies them (trade date, then row)
      *> and make sure the running position never goes below zero
      *> at any SELL: for each SELL, everything dated before it, or
      *> on the same day and keyed before it, is netted up. No sort
      *> is needed at this table size, and the whole coin is proved
      *> each time rather than just the row being touched:
           MOVE "Y" TO COVER-OK
           PERFORM VARYING SELL-IDX FROM 1 BY 1
                   UNTIL SELL-IDX > TRADE-COUNT OR COVER-OK = "N"
               IF TMT-VALID(SELL-IDX) = "Y"
                   AND TMT-ACTIVE(SELL-IDX) = "Y"
                   AND TMT-COIN(SELL-IDX) = CHECK-COIN
                   AND FUNCTION TRIM(TMT-TYPE(SELL-IDX)) = "SELL"
                   MOVE 0 TO RUNNING-POS
                   PERFORM VARYING TBL-IDX FROM 1 BY 1
                           UNTIL TBL-IDX > TRADE-COUNT
                       IF TMT-VALID(TBL-IDX) = "Y"
                           AND TMT-ACTIVE(TBL-IDX) = "Y"
                           AND TMT-COIN(TBL-IDX) = CHECK-COIN
                           AND (TMT-DATE(TBL-IDX) < TMT-DATE(SELL-IDX)
                               OR (TMT-DATE(TBL-IDX) =
                                   TMT-DATE(SELL-IDX)
                                   AND TBL-IDX <= SELL-IDX))
                           IF FUNCTION TRIM(TMT-TYPE(TBL-IDX)) = "BUY"
                               ADD TMT-QTY(TBL-IDX) TO RUNNING-POS
                           ELSE
                               SUBTRACT TMT-QTY(TBL-IDX)
                                   FROM RUNNING-POS
                           END-IF
                       END-IF
                   END-PERFORM
                   IF RUNNING-POS < 0
                       MOVE "N" TO COVER-OK
                       MOVE TMT-QTY(SELL-IDX) TO QTY-DISPLAY
                       MOVE RUNNING-POS TO POS-DISPLAY
                       DISPLAY "SELL NOT COVERED: "
                           FUNCTION TRIM(CHECK-COIN) " "
                           TMT-DATE(SELL-IDX) " QTY "
                           FUNCTION TRIM(QTY-DISPLAY)
                           " - POSITION WOULD BE "
                           FUNCTION TRIM(POS-DISPLAY)
                   END-IF
               END-IF
           END-PERFORM.

       BUILD-NEW-LINE.
           MOVE SPACES TO NEW-LINE
           STRING
               NEW-DATE "," FUNCTION TRIM(NEW-TYPE) ","
               FUNCTION TRIM(NEW-COIN) ","
               FUNCTION TRIM(NEW-QTY-TEXT) ","
               FUNCTION TRIM(NEW-PRICE-TEXT)
               INTO NEW-LINE
           END-STRING
           IF NEW-LOT-REF NOT = SPACES
               MOVE SPACES TO BEFORE-LOT-LINE
               STRING
                   FUNCTION TRIM(NEW-LINE) "," NEW-LOT-REF
                   INTO BEFORE-LOT-LINE
               END-STRING
               MOVE BEFORE-LOT-LINE TO NEW-LINE
           END-IF.

       SAVE-TRADE-LEDGER.
      *> Same loud-failure rule as the control-file rewrites in
      *> btc_control_maint.cob: a ledger that cannot be rewritten
      *> stops the session before anything is logged as saved:
           OPEN OUTPUT TRADE-FILE
           IF TRADE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE " TRADE-FILENAME
                   " (STATUS " TRADE-FILE-STATUS ") - CHANGE NOT "
                   "SAVED"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING TBL-IDX FROM 1 BY 1
                   UNTIL TBL-IDX > TRADE-COUNT
               MOVE TMT-LINE(TBL-IDX) TO TRADE-RECORD
               WRITE TRADE-RECORD
           END-PERFORM
           CLOSE TRADE-FILE.

       WRITE-MAINT-LOG-LINE.
      *> Who changed what, when, with the whole line as it stood
      *> before and after - the images are " | " separated like the
      *> audit trail's fields, since the lines themselves carry
      *> commas:
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO MAINT-LOG-LINE
           MOVE 1 TO MAINT-LOG-PTR
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD "," RUN-HH ":" RUN-MIN
               ":" RUN-SEC "," FUNCTION TRIM(OPERATOR-ID) ","
               FUNCTION TRIM(TRADE-FILENAME) ","
               FUNCTION TRIM(LOG-ACTION)
               " | BEFORE " FUNCTION TRIM(BEFORE-IMAGE)
               " | AFTER " FUNCTION TRIM(NEW-LINE)
               INTO MAINT-LOG-LINE
               WITH POINTER MAINT-LOG-PTR
           END-STRING
           IF PRICE-FLAGGED = "Y"
               STRING
                   " | " FUNCTION TRIM(FLAG-DETAIL) " CONFIRMED"
                   INTO MAINT-LOG-LINE
                   WITH POINTER MAINT-LOG-PTR
               END-STRING
           END-IF
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
