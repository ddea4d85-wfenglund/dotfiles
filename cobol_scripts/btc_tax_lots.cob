       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-TAX-LOTS.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-FILE
               ASSIGN TO TRADE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT TAX-CONTROL-FILE
               ASSIGN TO TAX-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-CONTROL-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRADE-FILE.
      *> Must match TRADE-RECORD in btc_portfolio_valuation.cob:
           1 TRADE-RECORD PIC X(80).
       FD TAX-CONTROL-FILE.
           1 TAX-CONTROL-RECORD PIC X(20).
       FD REGISTER-FILE.
           1 REGISTER-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
      *> The same dated buy/sell ledger BTC-PORTFOLIO-VALUATION
      *> builds positions from, "date,BUY|SELL,coin,quantity,price".
      *> A SELL may carry a sixth field naming the lot it disposes
      *> of by that lot's acquired date (YYYY-MM-DD) - keyed through
      *> BTC-TRADE-MAINT, and ignored by the valuation, which only
      *> reads the first five fields:
           1 TRADE-FILENAME PIC X(24) VALUE "coin_trades.dat".
           1 TRADE-FILE-STATUS PIC X(2).
           1 WS-EOF-TRADES PIC X VALUE "N".
      *> Optional run control file, one "YYYY[,method]" line: the tax
      *> year to produce the disposal register for and the cost
      *> method, FIFO or SPECIFIC. Missing file means the calendar
      *> year just ended under FIFO - the run scheduled for the first
      *> weeks of a new year is after the year that closed, the same
      *> default statement_month.dat gives the month-end statement:
           1 TAX-CONTROL-FILENAME PIC X(24)
               VALUE "tax_lot_control.dat".
           1 TAX-CONTROL-STATUS PIC X(2).
           1 TAX-CONTROL-LINE PIC X(20).
           1 TAX-CONTROL-YEAR PIC X(10).
           1 TAX-CONTROL-METHOD PIC X(10).
           1 TAX-YEAR PIC 9(4).
           1 TAX-YEAR-END PIC X(10).
           1 COST-METHOD PIC X(8) VALUE "FIFO".
           1 REGISTER-FILENAME PIC X(30)
               VALUE "btc_tax_lot_register.rpt".
           1 REGISTER-FILE-STATUS PIC X(2).
           1 TRADE-LINE PIC X(80).
           1 TRD-FIELD1 PIC X(10).
           1 TRD-FIELD2 PIC X(4).
           1 TRD-FIELD3 PIC X(20).
           1 TRD-FIELD4 PIC X(20).
           1 TRD-FIELD5 PIC X(20).
           1 TRD-FIELD6 PIC X(10).
           1 TRADE-COUNT PIC 9(3) VALUE 0.
           1 TRADE-TABLE.
               2 TRADE-ENTRY OCCURS 200 TIMES.
                   3 TRD-DATE PIC X(10).
                   3 TRD-TYPE PIC X(4).
                   3 TRD-COIN PIC X(20).
                   3 TRD-QTY PIC 9(7)V9(8).
                   3 TRD-PRICE PIC 9(9)V9(4).
                   3 TRD-LOT-REF PIC X(10).
      *> Load order, the tie-break that keeps the date sort stable -
      *> see SORT-TRADE-TABLE:
                   3 TRD-SEQ PIC 9(3).
           1 TRD-IDX PIC 9(3).
           1 REJECTED-TRADE-COUNT PIC 9(3) VALUE 0.
      *> Working fields used by the simple selection sort below:
           1 SORT-OUTER PIC 9(3).
           1 SORT-INNER PIC 9(3).
           1 SORT-MIN-IDX PIC 9(3).
           1 SORT-SWAP-ROW.
               2 SWAP-DATE PIC X(10).
               2 SWAP-TYPE PIC X(4).
               2 SWAP-COIN PIC X(20).
               2 SWAP-QTY PIC 9(7)V9(8).
               2 SWAP-PRICE PIC 9(9)V9(4).
               2 SWAP-LOT-REF PIC X(10).
               2 SWAP-SEQ PIC 9(3).
      *> One row per acquisition lot, opened by each BUY in trade
      *> order - so table order is first-in first-out order within a
      *> coin. A lot keeps its remaining quantity and the part of
      *> its cost not yet disposed of; when the last of a lot goes,
      *> the disposal takes whatever cost is left rather than a
      *> re-rounded share of it, so a lot's cost is always allocated
      *> to the cent:
           1 LOT-COUNT PIC 9(3) VALUE 0.
           1 LOT-TABLE.
               2 LOT-ENTRY OCCURS 200 TIMES.
                   3 LOT-COIN PIC X(20).
                   3 LOT-ACQ-DATE PIC X(10).
                   3 LOT-ORIG-QTY PIC 9(7)V9(8).
                   3 LOT-QTY PIC 9(7)V9(8).
                   3 LOT-UNIT-COST PIC 9(9)V9(4).
                   3 LOT-COST-LEFT PIC 9(11)V9(2).
           1 LOT-IDX PIC 9(3).
           1 OPEN-LOT-QTY PIC 9(9)V9(8).
      *> The sell being matched against lots, worked down to zero:
           1 SELL-QTY-LEFT PIC 9(7)V9(8).
           1 SELL-PROCEEDS-LEFT PIC 9(11)V9(2).
           1 SELL-BASIS PIC X(4).
           1 NAMED-LOT-USED PIC X.
           1 TAKE-QTY PIC 9(7)V9(8).
           1 TAKE-COST PIC 9(11)V9(2).
           1 TAKE-PROCEEDS PIC 9(11)V9(2).
           1 TAKE-GAIN PIC S9(11)V9(2).
           1 TAKE-TERM PIC X(5).
           1 LONG-TERM-DATE PIC X(10).
           1 ANNIV-YEAR PIC 9(4).
      *> Register subtotals for the tax year, short term and long
      *> term, and the count of disposal lines behind them:
           1 SHORT-PROCEEDS PIC 9(13)V9(2) VALUE 0.
           1 SHORT-COST PIC 9(13)V9(2) VALUE 0.
           1 SHORT-GAIN PIC S9(13)V9(2) VALUE 0.
           1 LONG-PROCEEDS PIC 9(13)V9(2) VALUE 0.
           1 LONG-COST PIC 9(13)V9(2) VALUE 0.
           1 LONG-GAIN PIC S9(13)V9(2) VALUE 0.
           1 YEAR-PROCEEDS PIC 9(13)V9(2) VALUE 0.
           1 YEAR-COST PIC 9(13)V9(2) VALUE 0.
           1 YEAR-GAIN PIC S9(13)V9(2) VALUE 0.
           1 DISPOSAL-COUNT PIC 9(4) VALUE 0.
           1 OPEN-LOT-COUNT PIC 9(3) VALUE 0.
           1 OPEN-LOT-COST PIC 9(13)V9(2) VALUE 0.
      *> Disposals are collected while the ledger is applied and
      *> printed once it is done, so the register can be headed and
      *> subtotalled in one pass over them:
           1 DISPOSAL-TABLE.
               2 DISPOSAL-ENTRY OCCURS 500 TIMES.
                   3 DSP-COIN PIC X(20).
                   3 DSP-ACQ-DATE PIC X(10).
                   3 DSP-DISP-DATE PIC X(10).
                   3 DSP-QTY PIC 9(7)V9(8).
                   3 DSP-PROCEEDS PIC 9(11)V9(2).
                   3 DSP-COST PIC 9(11)V9(2).
                   3 DSP-GAIN PIC S9(11)V9(2).
                   3 DSP-TERM PIC X(5).
                   3 DSP-BASIS PIC X(4).
           1 DSP-IDX PIC 9(4).
           1 REGISTER-LINE PIC X(132).
           1 HEADING-LINE PIC X(132).
           1 LINE-COUNT PIC 9(2) VALUE 99.
           1 PAGE-COUNT PIC 9(4) VALUE 0.
           1 PAGE-SIZE PIC 9(2) VALUE 60.
           1 PAGE-SECTION PIC X(40).
           1 QTY-EDIT PIC Z(6)9.9(8).
           1 QTY-EDIT-2 PIC Z(6)9.9(8).
           1 PRICE-EDIT PIC Z(8)9.9(4).
           1 VALUE-EDIT PIC Z(12)9.99.
           1 VALUE-EDIT-2 PIC Z(12)9.99.
           1 GAIN-EDIT PIC +(13)9.99.
      *> Subtotal captions fill the coin-to-quantity columns so the
      *> figures line up under the disposal lines:
           1 SUBTOTAL-LABEL PIC X(60).
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 FILLER PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *> Build acquisition lots from the trade ledger and produce the
      *> year's disposal register for the tax return: every sell is
      *> matched against the open lots of its coin - oldest first
      *> under FIFO, or the lot the sell line names under SPECIFIC -
      *> and each lot a sell touches becomes one register line with
      *> its acquired and disposed dates, quantity, proceeds, cost,
      *> gain or loss and holding term. The register closes with the
      *> short-term, long-term and year subtotals and the lots still
      *> open at year end, which are next year's opening position.
      *> The average-cost figures on the portfolio statement are a
      *> management view and are not touched by this program:
           PERFORM DETERMINE-TAX-YEAR
           PERFORM LOAD-TRADE-LEDGER
           PERFORM SORT-TRADE-TABLE
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > TRADE-COUNT
               IF FUNCTION TRIM(TRD-TYPE(TRD-IDX)) = "BUY"
                   PERFORM OPEN-BUY-LOT
               ELSE
                   PERFORM DISPOSE-SELL-TRADE
               END-IF
           END-PERFORM
           PERFORM WRITE-TAX-REGISTER
           DISPLAY "TAX LOT REGISTER FOR " TAX-YEAR " ("
               FUNCTION TRIM(COST-METHOD) ") WRITTEN TO: "
               REGISTER-FILENAME
           DISPLAY "DISPOSALS: " DISPOSAL-COUNT
               "  OPEN LOTS CARRIED FORWARD: " OPEN-LOT-COUNT
           IF REJECTED-TRADE-COUNT > 0
               DISPLAY "TRADES SKIPPED: " REJECTED-TRADE-COUNT
           END-IF
           STOP RUN.

       DETERMINE-TAX-YEAR.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           COMPUTE TAX-YEAR = RUN-YYYY - 1
           OPEN INPUT TAX-CONTROL-FILE
           IF TAX-CONTROL-STATUS = "00"
               READ TAX-CONTROL-FILE INTO TAX-CONTROL-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAX-CONTROL-LINE NOT = SPACES
                           PERFORM APPLY-TAX-CONTROL-LINE
                       END-IF
               END-READ
               CLOSE TAX-CONTROL-FILE
           END-IF
           MOVE SPACES TO TAX-YEAR-END
           STRING
               TAX-YEAR "-12-31"
               INTO TAX-YEAR-END
           END-STRING
           DISPLAY "TAX YEAR: " TAX-YEAR "  COST METHOD: "
               FUNCTION TRIM(COST-METHOD).

       APPLY-TAX-CONTROL-LINE.
           MOVE SPACES TO TAX-CONTROL-YEAR TAX-CONTROL-METHOD
           UNSTRING TAX-CONTROL-LINE DELIMITED BY ","
               INTO TAX-CONTROL-YEAR TAX-CONTROL-METHOD
           END-UNSTRING
           IF FUNCTION TRIM(TAX-CONTROL-YEAR) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(TAX-CONTROL-YEAR))
                   = 4
               MOVE FUNCTION NUMVAL(TAX-CONTROL-YEAR) TO TAX-YEAR
           ELSE
               DISPLAY "BAD TAX YEAR IGNORED: "
                   FUNCTION TRIM(TAX-CONTROL-YEAR)
           END-IF
           EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(TAX-CONTROL-METHOD))
               WHEN SPACES
                   CONTINUE
               WHEN "FIFO"
                   MOVE "FIFO" TO COST-METHOD
               WHEN "SPECIFIC"
                   MOVE "SPECIFIC" TO COST-METHOD
               WHEN OTHER
                   DISPLAY "BAD COST METHOD IGNORED: "
                       FUNCTION TRIM(TAX-CONTROL-METHOD)
           END-EVALUATE.

       LOAD-TRADE-LEDGER.
           OPEN INPUT TRADE-FILE
           IF TRADE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRADE FILE: " TRADE-FILENAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-TRADES = "Y"
               READ TRADE-FILE INTO TRADE-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-TRADES
                   NOT AT END
                       IF TRADE-LINE NOT = SPACES
                           PERFORM LOAD-TRADE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRADE-FILE.

       LOAD-TRADE-LINE.
      *> Same validation as LOAD-TRADE-LINE in the valuation, so the
      *> lots here are built from exactly the trades the statement
      *> values. Trades after the tax year cannot affect it and are
      *> left out:
           MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
               TRD-FIELD4 TRD-FIELD5 TRD-FIELD6
           UNSTRING TRADE-LINE DELIMITED BY ","
               INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3 TRD-FIELD4
                   TRD-FIELD5 TRD-FIELD6
           END-UNSTRING
           IF TRD-FIELD1 > TAX-YEAR-END
               CONTINUE
           ELSE
               IF (FUNCTION TRIM(TRD-FIELD2) NOT = "BUY"
                       AND FUNCTION TRIM(TRD-FIELD2) NOT = "SELL")
                   OR TRD-FIELD3 = SPACES
                   OR TRD-FIELD4 = SPACES
                   OR TRD-FIELD5 = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(TRD-FIELD4)) NOT = 0
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(TRD-FIELD5)) NOT = 0
                   DISPLAY "BAD TRADE LINE (NEED date,BUY|SELL,coin,"
                       "qty,price) - SKIPPING: "
                       FUNCTION TRIM(TRADE-LINE)
                   ADD 1 TO REJECTED-TRADE-COUNT
               ELSE
                   IF TRADE-COUNT >= 200
                       DISPLAY "TRADE TABLE FULL (MAX 200) - "
                           "SKIPPING: " FUNCTION TRIM(TRADE-LINE)
                       ADD 1 TO REJECTED-TRADE-COUNT
                   ELSE
                       ADD 1 TO TRADE-COUNT
                       MOVE TRD-FIELD1 TO TRD-DATE(TRADE-COUNT)
                       MOVE TRD-FIELD2 TO TRD-TYPE(TRADE-COUNT)
                       MOVE TRD-FIELD3 TO TRD-COIN(TRADE-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(TRD-FIELD4))
                           TO TRD-QTY(TRADE-COUNT)
                       MOVE FUNCTION NUMVAL(
                           FUNCTION TRIM(TRD-FIELD5))
                           TO TRD-PRICE(TRADE-COUNT)
                       MOVE TRD-FIELD6 TO TRD-LOT-REF(TRADE-COUNT)
                       MOVE TRADE-COUNT TO TRD-SEQ(TRADE-COUNT)
                   END-IF
               END-IF
           END-IF.

       SORT-TRADE-TABLE.
      *> The selection sort from btc_portfolio_valuation.cob, date
      *> then load sequence - lots have to open in the order the
      *> buys happened for FIFO to mean first in:
           IF TRADE-COUNT > 1
               PERFORM VARYING SORT-OUTER FROM 1 BY 1
                       UNTIL SORT-OUTER > TRADE-COUNT - 1
                   MOVE SORT-OUTER TO SORT-MIN-IDX
                   PERFORM VARYING SORT-INNER FROM SORT-OUTER BY 1
                           UNTIL SORT-INNER > TRADE-COUNT
                       IF TRD-DATE(SORT-INNER) <
                               TRD-DATE(SORT-MIN-IDX)
                           OR (TRD-DATE(SORT-INNER) =
                               TRD-DATE(SORT-MIN-IDX)
                               AND TRD-SEQ(SORT-INNER) <
                                   TRD-SEQ(SORT-MIN-IDX))
                           MOVE SORT-INNER TO SORT-MIN-IDX
                       END-IF
                   END-PERFORM
                   IF SORT-MIN-IDX NOT = SORT-OUTER
                       MOVE TRADE-ENTRY(SORT-OUTER) TO SORT-SWAP-ROW
                       MOVE TRADE-ENTRY(SORT-MIN-IDX)
                           TO TRADE-ENTRY(SORT-OUTER)
                       MOVE SORT-SWAP-ROW TO TRADE-ENTRY(SORT-MIN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-BUY-LOT.
           IF LOT-COUNT >= 200
               DISPLAY "LOT TABLE FULL (MAX 200) - SKIPPING BUY: "
                   TRD-DATE(TRD-IDX) " "
                   FUNCTION TRIM(TRD-COIN(TRD-IDX))
               ADD 1 TO REJECTED-TRADE-COUNT
           ELSE
               ADD 1 TO LOT-COUNT
               MOVE TRD-COIN(TRD-IDX) TO LOT-COIN(LOT-COUNT)
               MOVE TRD-DATE(TRD-IDX) TO LOT-ACQ-DATE(LOT-COUNT)
               MOVE TRD-QTY(TRD-IDX) TO LOT-ORIG-QTY(LOT-COUNT)
               MOVE TRD-QTY(TRD-IDX) TO LOT-QTY(LOT-COUNT)
               MOVE TRD-PRICE(TRD-IDX) TO LOT-UNIT-COST(LOT-COUNT)
               COMPUTE LOT-COST-LEFT(LOT-COUNT) ROUNDED =
                   TRD-QTY(TRD-IDX) * TRD-PRICE(TRD-IDX)
           END-IF.

       DISPOSE-SELL-TRADE.
      *> A sell of more than the open lots hold is the same keying
      *> error the valuation refuses, and is refused whole here too.
      *> Otherwise, under SPECIFIC the named lot is used first (more
      *> than one buy on that date are taken oldest first); whatever
      *> the named lot cannot cover - or the whole sell, when no lot
      *> is named or the method is FIFO - comes off the oldest open
      *> lots of the coin:
           MOVE 0 TO OPEN-LOT-QTY
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
               IF LOT-COIN(LOT-IDX) = TRD-COIN(TRD-IDX)
                   ADD LOT-QTY(LOT-IDX) TO OPEN-LOT-QTY
               END-IF
           END-PERFORM
           IF TRD-QTY(TRD-IDX) > OPEN-LOT-QTY
               DISPLAY "SELL EXCEEDS OPEN LOTS - SKIPPING TRADE: "
                   TRD-DATE(TRD-IDX) " "
                   FUNCTION TRIM(TRD-COIN(TRD-IDX))
               ADD 1 TO REJECTED-TRADE-COUNT
           ELSE
               MOVE TRD-QTY(TRD-IDX) TO SELL-QTY-LEFT
               COMPUTE SELL-PROCEEDS-LEFT ROUNDED =
                   TRD-QTY(TRD-IDX) * TRD-PRICE(TRD-IDX)
               IF COST-METHOD = "SPECIFIC"
                   AND TRD-LOT-REF(TRD-IDX) NOT = SPACES
                   MOVE "LOT" TO SELL-BASIS
                   MOVE "N" TO NAMED-LOT-USED
                   PERFORM VARYING LOT-IDX FROM 1 BY 1
                           UNTIL LOT-IDX > LOT-COUNT
                               OR SELL-QTY-LEFT = 0
                       IF LOT-COIN(LOT-IDX) = TRD-COIN(TRD-IDX)
                           AND LOT-ACQ-DATE(LOT-IDX) =
                               TRD-LOT-REF(TRD-IDX)
                           AND LOT-QTY(LOT-IDX) > 0
                           MOVE "Y" TO NAMED-LOT-USED
                           PERFORM TAKE-FROM-LOT
                       END-IF
                   END-PERFORM
                   IF NAMED-LOT-USED = "N"
                       DISPLAY "NO OPEN LOT " TRD-LOT-REF(TRD-IDX)
                           " FOR SELL " TRD-DATE(TRD-IDX) " "
                           FUNCTION TRIM(TRD-COIN(TRD-IDX))
                           " - TAKEN FIFO"
                   ELSE
                       IF SELL-QTY-LEFT > 0
                           DISPLAY "LOT " TRD-LOT-REF(TRD-IDX)
                               " SHORT FOR SELL " TRD-DATE(TRD-IDX)
                               " " FUNCTION TRIM(TRD-COIN(TRD-IDX))
                               " - REMAINDER TAKEN FIFO"
                       END-IF
                   END-IF
               END-IF
               MOVE "FIFO" TO SELL-BASIS
               PERFORM VARYING LOT-IDX FROM 1 BY 1
                       UNTIL LOT-IDX > LOT-COUNT
                           OR SELL-QTY-LEFT = 0
                   IF LOT-COIN(LOT-IDX) = TRD-COIN(TRD-IDX)
                       AND LOT-QTY(LOT-IDX) > 0
                       PERFORM TAKE-FROM-LOT
                   END-IF
               END-PERFORM
           END-IF.

       TAKE-FROM-LOT.
      *> One lot's share of one sell. The last piece of a lot takes
      *> all of its remaining cost and the last piece of a sell all
      *> of its remaining proceeds, so rounding never leaks cents
      *> between lots or years:
           IF LOT-QTY(LOT-IDX) < SELL-QTY-LEFT
               MOVE LOT-QTY(LOT-IDX) TO TAKE-QTY
           ELSE
               MOVE SELL-QTY-LEFT TO TAKE-QTY
           END-IF
           IF TAKE-QTY = LOT-QTY(LOT-IDX)
               MOVE LOT-COST-LEFT(LOT-IDX) TO TAKE-COST
           ELSE
               COMPUTE TAKE-COST ROUNDED =
                   TAKE-QTY * LOT-UNIT-COST(LOT-IDX)
               IF TAKE-COST > LOT-COST-LEFT(LOT-IDX)
                   MOVE LOT-COST-LEFT(LOT-IDX) TO TAKE-COST
               END-IF
           END-IF
           IF TAKE-QTY = SELL-QTY-LEFT
               MOVE SELL-PROCEEDS-LEFT TO TAKE-PROCEEDS
           ELSE
               COMPUTE TAKE-PROCEEDS ROUNDED =
                   TAKE-QTY * TRD-PRICE(TRD-IDX)
               IF TAKE-PROCEEDS > SELL-PROCEEDS-LEFT
                   MOVE SELL-PROCEEDS-LEFT TO TAKE-PROCEEDS
               END-IF
           END-IF
           SUBTRACT TAKE-QTY FROM LOT-QTY(LOT-IDX)
           SUBTRACT TAKE-COST FROM LOT-COST-LEFT(LOT-IDX)
           SUBTRACT TAKE-QTY FROM SELL-QTY-LEFT
           SUBTRACT TAKE-PROCEEDS FROM SELL-PROCEEDS-LEFT
           IF TRD-DATE(TRD-IDX)(1:4) = TAX-YEAR
               PERFORM RECORD-DISPOSAL
           END-IF.

       RECORD-DISPOSAL.
      *> Long term means held more than one year: disposed of after
      *> the anniversary of the acquired date. Compared as
      *> YYYY-MM-DD text, so a 29 February acquisition simply has
      *> its anniversary on "YYYY-02-29" of the next year, which
      *> sorts between the 28th and 1 March as it should:
           MOVE LOT-ACQ-DATE(LOT-IDX) TO LONG-TERM-DATE
           COMPUTE ANNIV-YEAR =
               FUNCTION NUMVAL(LOT-ACQ-DATE(LOT-IDX)(1:4)) + 1
           MOVE ANNIV-YEAR TO LONG-TERM-DATE(1:4)
           IF TRD-DATE(TRD-IDX) > LONG-TERM-DATE
               MOVE "LONG" TO TAKE-TERM
           ELSE
               MOVE "SHORT" TO TAKE-TERM
           END-IF
           COMPUTE TAKE-GAIN = TAKE-PROCEEDS - TAKE-COST
           IF TAKE-TERM = "LONG"
               ADD TAKE-PROCEEDS TO LONG-PROCEEDS
               ADD TAKE-COST TO LONG-COST
               ADD TAKE-GAIN TO LONG-GAIN
           ELSE
               ADD TAKE-PROCEEDS TO SHORT-PROCEEDS
               ADD TAKE-COST TO SHORT-COST
               ADD TAKE-GAIN TO SHORT-GAIN
           END-IF
           ADD TAKE-PROCEEDS TO YEAR-PROCEEDS
           ADD TAKE-COST TO YEAR-COST
           ADD TAKE-GAIN TO YEAR-GAIN
           IF DISPOSAL-COUNT >= 500
               DISPLAY "DISPOSAL TABLE FULL (MAX 500) - LINE NOT "
                   "LISTED (SUBTOTALS STILL INCLUDE IT): "
                   TRD-DATE(TRD-IDX) " "
                   FUNCTION TRIM(TRD-COIN(TRD-IDX))
           ELSE
               ADD 1 TO DISPOSAL-COUNT
               MOVE TRD-COIN(TRD-IDX) TO DSP-COIN(DISPOSAL-COUNT)
               MOVE LOT-ACQ-DATE(LOT-IDX)
                   TO DSP-ACQ-DATE(DISPOSAL-COUNT)
               MOVE TRD-DATE(TRD-IDX) TO DSP-DISP-DATE(DISPOSAL-COUNT)
               MOVE TAKE-QTY TO DSP-QTY(DISPOSAL-COUNT)
               MOVE TAKE-PROCEEDS TO DSP-PROCEEDS(DISPOSAL-COUNT)
               MOVE TAKE-COST TO DSP-COST(DISPOSAL-COUNT)
               MOVE TAKE-GAIN TO DSP-GAIN(DISPOSAL-COUNT)
               MOVE TAKE-TERM TO DSP-TERM(DISPOSAL-COUNT)
               MOVE SELL-BASIS TO DSP-BASIS(DISPOSAL-COUNT)
           END-IF.

       WRITE-TAX-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN REGISTER FILE: "
                   REGISTER-FILENAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DISPOSALS" TO PAGE-SECTION
           MOVE 99 TO LINE-COUNT
           IF DISPOSAL-COUNT = 0
               MOVE SPACES TO REGISTER-LINE
               STRING
                   "NO DISPOSALS IN TAX YEAR " TAX-YEAR
                   INTO REGISTER-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           PERFORM VARYING DSP-IDX FROM 1 BY 1
                   UNTIL DSP-IDX > DISPOSAL-COUNT
               PERFORM WRITE-DISPOSAL-LINE
           END-PERFORM
           PERFORM WRITE-YEAR-SUBTOTALS
           MOVE "OPEN LOTS CARRIED FORWARD" TO PAGE-SECTION
           MOVE 99 TO LINE-COUNT
           PERFORM VARYING LOT-IDX FROM 1 BY 1
                   UNTIL LOT-IDX > LOT-COUNT
               IF LOT-QTY(LOT-IDX) > 0
                   PERFORM WRITE-OPEN-LOT-LINE
               END-IF
           END-PERFORM
           IF OPEN-LOT-COUNT = 0
               MOVE SPACES TO REGISTER-LINE
               STRING
                   "NO OPEN LOTS AT " TAX-YEAR-END
                   INTO REGISTER-LINE
               END-STRING
               PERFORM WRITE-REGISTER-LINE
           END-IF
           MOVE SPACES TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE OPEN-LOT-COST TO VALUE-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               "END OF REGISTER - " OPEN-LOT-COUNT
               " OPEN LOT(S) CARRIED FORWARD, COST BASIS "
               FUNCTION TRIM(VALUE-EDIT)
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           CLOSE REGISTER-FILE.

       WRITE-DISPOSAL-LINE.
           MOVE DSP-QTY(DSP-IDX) TO QTY-EDIT
           MOVE DSP-PROCEEDS(DSP-IDX) TO VALUE-EDIT
           MOVE DSP-COST(DSP-IDX) TO VALUE-EDIT-2
           MOVE DSP-GAIN(DSP-IDX) TO GAIN-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               DSP-COIN(DSP-IDX) " " DSP-ACQ-DATE(DSP-IDX) " "
               DSP-DISP-DATE(DSP-IDX) " " QTY-EDIT " "
               VALUE-EDIT " " VALUE-EDIT-2 " " GAIN-EDIT " "
               DSP-TERM(DSP-IDX) " " DSP-BASIS(DSP-IDX)
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-YEAR-SUBTOTALS.
           MOVE SPACES TO REGISTER-LINE
           PERFORM WRITE-REGISTER-LINE
           MOVE "SHORT-TERM SUBTOTAL" TO SUBTOTAL-LABEL
           MOVE SHORT-PROCEEDS TO VALUE-EDIT
           MOVE SHORT-COST TO VALUE-EDIT-2
           MOVE SHORT-GAIN TO GAIN-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               SUBTOTAL-LABEL
               VALUE-EDIT " " VALUE-EDIT-2 " " GAIN-EDIT
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE "LONG-TERM SUBTOTAL" TO SUBTOTAL-LABEL
           MOVE LONG-PROCEEDS TO VALUE-EDIT
           MOVE LONG-COST TO VALUE-EDIT-2
           MOVE LONG-GAIN TO GAIN-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               SUBTOTAL-LABEL
               VALUE-EDIT " " VALUE-EDIT-2 " " GAIN-EDIT
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE
           MOVE SPACES TO SUBTOTAL-LABEL
           STRING
               "TAX YEAR " TAX-YEAR " TOTAL"
               INTO SUBTOTAL-LABEL
           END-STRING
           MOVE YEAR-PROCEEDS TO VALUE-EDIT
           MOVE YEAR-COST TO VALUE-EDIT-2
           MOVE YEAR-GAIN TO GAIN-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               SUBTOTAL-LABEL
               VALUE-EDIT " " VALUE-EDIT-2 " " GAIN-EDIT
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-OPEN-LOT-LINE.
           ADD 1 TO OPEN-LOT-COUNT
           ADD LOT-COST-LEFT(LOT-IDX) TO OPEN-LOT-COST
           MOVE LOT-ORIG-QTY(LOT-IDX) TO QTY-EDIT
           MOVE LOT-QTY(LOT-IDX) TO QTY-EDIT-2
           MOVE LOT-UNIT-COST(LOT-IDX) TO PRICE-EDIT
           MOVE LOT-COST-LEFT(LOT-IDX) TO VALUE-EDIT
           MOVE SPACES TO REGISTER-LINE
           STRING
               LOT-COIN(LOT-IDX) " " LOT-ACQ-DATE(LOT-IDX) " "
               QTY-EDIT " " QTY-EDIT-2 " " PRICE-EDIT " "
               VALUE-EDIT
               INTO REGISTER-LINE
           END-STRING
           PERFORM WRITE-REGISTER-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO HEADING-LINE
           STRING
               "BTC TAX LOT REGISTER"
               "                                                 PAGE "
               PAGE-COUNT
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO HEADING-LINE
           STRING
               "TAX YEAR: " TAX-YEAR "    COST METHOD: " COST-METHOD
               "    " PAGE-SECTION
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO HEADING-LINE
           IF PAGE-SECTION = "DISPOSALS"
               STRING
                   "COIN                 ACQUIRED   DISPOSED   "
                   "        QUANTITY         PROCEEDS"
                   "             COST         GAIN/LOSS TERM  BASIS"
                   INTO HEADING-LINE
               END-STRING
           ELSE
               STRING
                   "COIN                 ACQUIRED   "
                   "    ORIGINAL QTY    REMAINING QTY"
                   "      UNIT COST       COST BASIS"
                   INTO HEADING-LINE
               END-STRING
           END-IF
           MOVE HEADING-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 4 TO LINE-COUNT.

       WRITE-REGISTER-LINE.
      *> Fixed page depth, the heading repeating with the next page
      *> number, as in WRITE-STATEMENT-LINE in the month-end
      *> statement:
           IF LINE-COUNT >= PAGE-SIZE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE REGISTER-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           ADD 1 TO LINE-COUNT.
