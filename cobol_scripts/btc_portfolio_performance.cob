       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-PORTFOLIO-PERFORMANCE.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-FILE
               ASSIGN TO TRADE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT CLOSE-FILE
               ASSIGN TO CLOSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT ASOF-FILE
               ASSIGN TO ASOF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASOF-FILE-STATUS.
           SELECT REPORT-CCY-FILE
               ASSIGN TO REPORT-CCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-CCY-STATUS.
           SELECT MULTI-CURRENCY-FILE
               ASSIGN TO MULTI-CURRENCY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MULTI-CURRENCY-FILE-STATUS.
           SELECT PERF-REPORT-FILE
               ASSIGN TO PERF-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRADE-FILE.
      *> Must match TRADE-RECORD in btc_portfolio_valuation.cob:
           1 TRADE-RECORD PIC X(80).
       FD CLOSE-FILE.
      *> Must match CLOSE-RECORD laid down by BTC-EOD-CLOSE (see
      *> btc_eod_close.cob):
           1 CLOSE-RECORD PIC X(100).
       FD ASOF-FILE.
           1 ASOF-RECORD PIC X(10).
       FD REPORT-CCY-FILE.
           1 REPORT-CCY-RECORD PIC X(10).
       FD MULTI-CURRENCY-FILE.
      *> Must match MULTI-CURRENCY-RECORD in btc_price.cob:
           1 MULTI-CURRENCY-RECORD PIC X(450).
       FD PERF-REPORT-FILE.
           1 PERF-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           1 TRADE-FILENAME PIC X(24) VALUE "coin_trades.dat".
           1 TRADE-FILE-STATUS PIC X(2).
           1 WS-EOF-TRADES PIC X VALUE "N".
           1 CLOSE-FILENAME PIC X(24) VALUE "btc_price_close.dat".
           1 CLOSE-FILE-STATUS PIC X(2).
           1 WS-EOF-CLOSES PIC X VALUE "N".
      *> The valuation's optional as-of control file: when present
      *> the performance is measured up to that day, so it matches
      *> the statement produced as of the same date. Missing file
      *> means up to the latest official close:
           1 ASOF-FILENAME PIC X(24) VALUE "valuation_asof.dat".
           1 ASOF-FILE-STATUS PIC X(2).
           1 ASOF-LINE PIC X(10).
           1 ASOF-DATE PIC X(10) VALUE "9999-99-99".
           1 HAVE-ASOF PIC X VALUE "N".
      *> Optional reporting currency, the same control file the
      *> valuation reads. The figures are repeated in it using each
      *> day's USD rate for that currency, taken from the ccy=/usd=
      *> pair BTC-PRICE records on the multi-currency file:
           1 REPORT-CCY-FILENAME PIC X(24)
               VALUE "reporting_currency.dat".
           1 REPORT-CCY-STATUS PIC X(2).
           1 REPORT-CCY-LINE PIC X(10).
           1 REPORTING-CCY PIC X(10).
           1 HAVE-REPORT-CCY PIC X VALUE "N".
           1 HAVE-CCY-RATES PIC X VALUE "N".
           1 MULTI-CURRENCY-FILENAME PIC X(28)
               VALUE "btc_price_multi_currency.dat".
           1 MULTI-CURRENCY-FILE-STATUS PIC X(2).
           1 WS-EOF-MULTI-CCY PIC X VALUE "N".
           1 MC-LINE PIC X(450).
           1 MC-DATE PIC X(10).
           1 MC-TIME PIC X(8).
           1 MC-COIN PIC X(20).
           1 MC-CCY-CODE PIC X(10).
           1 MC-CCY-DELIM PIC X(15).
           1 MC-CCY-START PIC 9(4).
           1 MC-CCY-FIELD PIC X(25).
           1 MC-USD-PRICE PIC 9(9)V9(8).
           1 MC-CCY-PRICE PIC 9(9)V9(8).
           1 MC-RATE PIC 9(6)V9(10).
           1 OPENING-RATE PIC 9(6)V9(10) VALUE 0.
           1 OPENING-RATE-DATE PIC X(10) VALUE SPACES.
           1 LAST-RATE PIC 9(6)V9(10).
           1 RATE-SEEN PIC X.
           1 BACKFILLED-RATE-DAYS PIC 9(4) VALUE 0.
           1 PERF-REPORT-FILENAME PIC X(30)
               VALUE "btc_portfolio_performance.rpt".
           1 PERF-REPORT-STATUS PIC X(2).
           1 TRADE-LINE PIC X(80).
           1 TRD-FIELD1 PIC X(10).
           1 TRD-FIELD2 PIC X(4).
           1 TRD-FIELD3 PIC X(20).
           1 TRD-FIELD4 PIC X(20).
           1 TRD-FIELD5 PIC X(20).
           1 TRADE-COUNT PIC 9(3) VALUE 0.
           1 TRADE-TABLE.
               2 TRADE-ENTRY OCCURS 200 TIMES.
                   3 TRD-DATE PIC X(10).
                   3 TRD-TYPE PIC X(4).
                   3 TRD-COIN PIC X(20).
                   3 TRD-QTY PIC 9(7)V9(8).
                   3 TRD-PRICE PIC 9(9)V9(4).
      *> Load order, the tie-break that keeps the date sort stable -
      *> see SORT-TRADE-TABLE:
                   3 TRD-SEQ PIC 9(3).
           1 TRD-IDX PIC 9(3).
           1 TRADE-PTR PIC 9(3).
           1 REJECTED-TRADE-COUNT PIC 9(3) VALUE 0.
           1 TRADE-AMOUNT PIC 9(11)V9(2).
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
               2 SWAP-SEQ PIC 9(3).
      *> One row per coin the ledger has traded, carrying the running
      *> quantity and the latest mark it is valued at: the day's
      *> official close, or - on a day with no close yet for the
      *> coin - the freshest of the previous close and the coin's
      *> own trade prices. The opening close is the last close
      *> before the series window, used when the window is capped:
           1 PERF-COIN-COUNT PIC 9(2) VALUE 0.
           1 PERF-COIN-TABLE.
               2 PERF-COIN-ENTRY OCCURS 20 TIMES.
                   3 PFC-COIN PIC X(20).
                   3 PFC-QTY PIC 9(7)V9(8).
                   3 PFC-MARK PIC 9(9)V9(4).
                   3 PFC-MARK-SET PIC X.
                   3 PFC-OPEN-CLOSE PIC 9(9)V9(4).
                   3 PFC-OPEN-DATE PIC X(10).
           1 PFC-IDX PIC 9(2).
           1 PFC-FOUND-IDX PIC 9(2).
      *> The daily series: one row per calendar day from the day
      *> before the first trade (nothing held, the starting point
      *> every return is measured from) to the end date, and per day
      *> one column per coin plus the portfolio total in the last
      *> column. Value is the end-of-day market value; flow is the
      *> day's external cash - buys put money in (positive), sells
      *> take it out (negative). The cap keeps the table a fixed
      *> size; a ledger older than that is measured from the start
      *> of the window, its earlier trades opening the positions:
           1 MAX-SERIES-DAYS PIC 9(4) VALUE 2500.
           1 TOTAL-SERIES PIC 9(2) VALUE 21.
           1 DAY-COUNT PIC 9(4) VALUE 0.
           1 DAY-TABLE.
               2 DAY-ENTRY OCCURS 2500 TIMES.
                   3 DAY-FX PIC 9(6)V9(10).
                   3 DAY-FX-USD PIC 9(9)V9(8).
                   3 DAY-FX-SET PIC X.
                   3 DAY-SERIES OCCURS 21 TIMES.
                       4 DAY-CLOSE PIC 9(9)V9(4).
                       4 DAY-CLOSE-SET PIC X.
                       4 DAY-VALUE PIC 9(13)V9(2).
                       4 DAY-FLOW PIC S9(13)V9(2).
           1 DAY-IDX PIC 9(4).
           1 SERIES-IDX PIC 9(2).
           1 DAY-DATE PIC X(10).
           1 DAY1-DATE PIC X(10).
           1 DAY1-INT PIC 9(7).
           1 START-INT PIC 9(7).
           1 END-INT PIC 9(7).
           1 END-DATE PIC X(10) VALUE SPACES.
           1 SERIES-START-DATE PIC X(10).
           1 MARKED-AT-TRADE-DAYS PIC 9(5) VALUE 0.
           1 CLS-LINE PIC X(100).
           1 CLS-DATE PIC X(10).
           1 CLS-COIN PIC X(20).
           1 CLS-CLOSE-FIELD PIC X(25).
           1 CLOSE-NUM PIC 9(9)V9(4).
           1 NUM-YEAR PIC X(4).
           1 NUM-MONTH PIC X(2).
           1 NUM-DAY PIC X(2).
           1 NUM-DATE PIC 9(8).
           1 DATE-TEXT PIC X(10).
           1 DATE-INT PIC 9(7).
           1 WORK-DATE-NUM PIC 9(8).
           1 WORK-DATE-SPLIT REDEFINES WORK-DATE-NUM.
               2 WORK-YYYY PIC 9(4).
               2 WORK-MM PIC 9(2).
               2 WORK-DD PIC 9(2).
      *> The four reporting periods, each running to the end date.
      *> A period that would start before the series does starts
      *> with it - for a portfolio opened this year, YTD and since
      *> inception are the same thing:
           1 PERIOD-TABLE.
               2 PERIOD-ENTRY OCCURS 4 TIMES.
                   3 PRD-NAME PIC X(3).
                   3 PRD-START-DATE PIC X(10).
                   3 PRD-START-IDX PIC 9(4).
           1 PRD-IDX PIC 9(1).
           1 QTR-NUM PIC 9(1).
           1 QTR-MONTH PIC 9(2).
           1 PERIOD-FIRST-IDX PIC 9(4).
           1 PERIOD-DAYS PIC 9(4).
      *> Figures for one series over one period, in USD or, with
      *> CCY-MODE "Y", converted day by day into the reporting
      *> currency:
           1 CCY-MODE PIC X VALUE "N".
           1 CUR-VALUE PIC S9(15)V9(4).
           1 CUR-FLOW PIC S9(15)V9(4).
           1 PREV-VALUE PIC S9(15)V9(4).
           1 BEGIN-VALUE PIC S9(15)V9(4).
           1 END-VALUE PIC S9(15)V9(4).
           1 NET-FLOW PIC S9(15)V9(4).
           1 FLOW-SEEN PIC X.
           1 DAY-RETURN PIC S9(5)V9(12).
           1 TWR-LINK PIC S9(7)V9(12).
           1 TWR-RESULT PIC S9(7)V9(8).
           1 TWR-VALID PIC X.
      *> Money-weighted return: the one daily growth rate that takes
      *> the opening value plus every flow, each invested from the
      *> start of its day, to the closing value - found by
      *> bisection, and shown compounded over the period so it sits
      *> next to the time-weighted figure like for like (neither is
      *> annualized):
           1 GROWTH PIC 9(4)V9(14).
           1 G-LO PIC 9(4)V9(14).
           1 G-HI PIC 9(4)V9(14).
           1 NPV-ACC PIC S9(17)V9(4).
           1 NPV-LO PIC S9(17)V9(4).
           1 NPV-HI PIC S9(17)V9(4).
           1 BISECT-COUNT PIC 9(2).
           1 IRR-RESULT PIC S9(7)V9(8).
           1 IRR-VALID PIC X.
           1 PCT-WORK PIC S9(7)V9(2).
           1 SERIES-LABEL PIC X(20).
           1 CCY-LABEL PIC X(10).
           1 TWR-TEXT PIC X(10).
           1 IRR-TEXT PIC X(10).
           1 REPORT-LINE PIC X(132).
           1 HEADING-LINE PIC X(132).
           1 LINE-COUNT PIC 9(2) VALUE 99.
           1 PAGE-COUNT PIC 9(4) VALUE 0.
           1 PAGE-SIZE PIC 9(2) VALUE 60.
           1 VALUE-EDIT PIC Z(13)9.99.
           1 VALUE-EDIT-2 PIC Z(13)9.99.
           1 FLOW-EDIT PIC +(14)9.99.
           1 PCT-EDIT PIC +(6)9.99.
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 FILLER PIC X(15).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *> Measure how the portfolio actually performed, as opposed to
      *> what it is worth: rebuild a daily value series for every
      *> coin and for the whole book from the official closes and
      *> the trade ledger, treat every trade as external cash moving
      *> in or out, and report the time-weighted return (the
      *> manager's result, blind to when money came and went) and
      *> the money-weighted return (the investor's result, which
      *> counts it) for month-, quarter- and year-to-date and since
      *> inception, per coin and in total - and again in the
      *> reporting currency when one is configured:
           PERFORM LOAD-ASOF-DATE
           PERFORM LOAD-TRADE-LEDGER
           IF TRADE-COUNT = 0
               DISPLAY "NO TRADES TO MEASURE - NOTHING TO DO"
               STOP RUN
           END-IF
           PERFORM SORT-TRADE-TABLE
           PERFORM FIND-SERIES-END-DATE
           IF END-DATE < TRD-DATE(1)
               DISPLAY "NO CLOSES ON OR AFTER THE FIRST TRADE ("
                   TRD-DATE(1) ") - NOTHING TO MEASURE"
               STOP RUN
           END-IF
           PERFORM SET-SERIES-WINDOW
           PERFORM BUILD-COIN-TABLE
           PERFORM LOAD-CLOSES-INTO-SERIES
           PERFORM BUILD-DAILY-SERIES
           PERFORM LOAD-REPORTING-CURRENCY
           IF HAVE-REPORT-CCY = "Y"
               PERFORM LOAD-RATES-INTO-SERIES
           END-IF
           PERFORM SET-PERIOD-STARTS
           PERFORM WRITE-PERFORMANCE-REPORT
           DISPLAY "PERFORMANCE TO " END-DATE " WRITTEN TO: "
               PERF-REPORT-FILENAME
           IF MARKED-AT-TRADE-DAYS > 0
               DISPLAY "POSITION-DAYS VALUED AT TRADE PRICE (NO "
                   "CLOSE YET): " MARKED-AT-TRADE-DAYS
           END-IF
           IF REJECTED-TRADE-COUNT > 0
               DISPLAY "TRADES SKIPPED: " REJECTED-TRADE-COUNT
           END-IF
           STOP RUN.

       LOAD-ASOF-DATE.
      *> Same optional single-value control-file pattern as
      *> LOAD-ASOF-DATE in btc_portfolio_valuation.cob:
           OPEN INPUT ASOF-FILE
           IF ASOF-FILE-STATUS = "00"
               READ ASOF-FILE INTO ASOF-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ASOF-LINE NOT = SPACES
                           MOVE ASOF-LINE TO ASOF-DATE
                           MOVE "Y" TO HAVE-ASOF
                       END-IF
               END-READ
               CLOSE ASOF-FILE
           END-IF
           IF HAVE-ASOF = "Y"
               DISPLAY "MEASURING AS OF: " ASOF-DATE
           END-IF.

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
      *> series is built from exactly the trades it values:
           MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
               TRD-FIELD4 TRD-FIELD5
           UNSTRING TRADE-LINE DELIMITED BY ","
               INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3 TRD-FIELD4
                   TRD-FIELD5
           END-UNSTRING
           IF TRD-FIELD1 > ASOF-DATE
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
                       MOVE TRADE-COUNT TO TRD-SEQ(TRADE-COUNT)
                   END-IF
               END-IF
           END-IF.

       SORT-TRADE-TABLE.
      *> The selection sort from btc_portfolio_valuation.cob - trade
      *> date, then load sequence:
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

       FIND-SERIES-END-DATE.
      *> The series runs to the latest official close on or before
      *> the as-of date - a day BTC-EOD-CLOSE has not closed yet has
      *> no official value to measure against:
           OPEN INPUT CLOSE-FILE
           IF CLOSE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE FILE: " CLOSE-FILENAME
                   " (STATUS " CLOSE-FILE-STATUS ") - RUN "
                   "BTC-EOD-CLOSE FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-CLOSES = "Y"
               READ CLOSE-FILE INTO CLS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-CLOSES
                   NOT AT END
                       IF CLS-LINE NOT = SPACES
                           AND CLS-LINE(1:10) <= ASOF-DATE
                           AND CLS-LINE(1:10) > END-DATE
                           MOVE CLS-LINE(1:10) TO END-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-FILE
           IF END-DATE = SPACES
               DISPLAY "NO CLOSES FOUND IN " CLOSE-FILENAME
                   " - RUN BTC-EOD-CLOSE FIRST"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       SET-SERIES-WINDOW.
           MOVE TRD-DATE(1) TO DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-INT TO START-INT
           MOVE END-DATE TO DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-INT TO END-INT
           IF END-INT - START-INT + 2 > MAX-SERIES-DAYS
               COMPUTE START-INT = END-INT - MAX-SERIES-DAYS + 2
           END-IF
           COMPUTE DAY1-INT = START-INT - 1
           COMPUTE DAY-COUNT = END-INT - DAY1-INT + 1
           MOVE START-INT TO DATE-INT
           PERFORM CONVERT-INTEGER-TO-DATE
           MOVE DATE-TEXT TO SERIES-START-DATE
           MOVE DAY1-INT TO DATE-INT
           PERFORM CONVERT-INTEGER-TO-DATE
           MOVE DATE-TEXT TO DAY1-DATE
           IF SERIES-START-DATE NOT = TRD-DATE(1)
               DISPLAY "SERIES CAPPED AT " MAX-SERIES-DAYS
                   " DAYS - MEASURED FROM " SERIES-START-DATE
           END-IF
           INITIALIZE DAY-TABLE.

       BUILD-COIN-TABLE.
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > TRADE-COUNT
               PERFORM FIND-TRADE-COIN
               IF PFC-FOUND-IDX = 0
                   IF PERF-COIN-COUNT >= 20
                       DISPLAY "COIN TABLE FULL (MAX 20) - "
                           "SKIPPING TRADE FOR: "
                           FUNCTION TRIM(TRD-COIN(TRD-IDX))
                   ELSE
                       ADD 1 TO PERF-COIN-COUNT
                       MOVE TRD-COIN(TRD-IDX)
                           TO PFC-COIN(PERF-COIN-COUNT)
                       MOVE 0 TO PFC-QTY(PERF-COIN-COUNT)
                       MOVE 0 TO PFC-MARK(PERF-COIN-COUNT)
                       MOVE "N" TO PFC-MARK-SET(PERF-COIN-COUNT)
                       MOVE 0 TO PFC-OPEN-CLOSE(PERF-COIN-COUNT)
                       MOVE SPACES TO PFC-OPEN-DATE(PERF-COIN-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-TRADE-COIN.
           MOVE 0 TO PFC-FOUND-IDX
           PERFORM VARYING PFC-IDX FROM 1 BY 1
                   UNTIL PFC-IDX > PERF-COIN-COUNT
               IF PFC-COIN(PFC-IDX) = TRD-COIN(TRD-IDX)
                   MOVE PFC-IDX TO PFC-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-CLOSES-INTO-SERIES.
      *> Close-file lines are "date,coin,close,high,low,readings".
      *> Closes inside the window land on their day; the last one
      *> before it is kept per coin as the opening mark:
           MOVE "N" TO WS-EOF-CLOSES
           OPEN INPUT CLOSE-FILE
           IF CLOSE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE FILE: " CLOSE-FILENAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-CLOSES = "Y"
               READ CLOSE-FILE INTO CLS-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-CLOSES
                   NOT AT END
                       IF CLS-LINE NOT = SPACES
                           PERFORM APPLY-CLOSE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-FILE.

       APPLY-CLOSE-LINE.
           MOVE SPACES TO CLS-DATE CLS-COIN CLS-CLOSE-FIELD
           UNSTRING CLS-LINE DELIMITED BY ","
               INTO CLS-DATE CLS-COIN CLS-CLOSE-FIELD
           END-UNSTRING
           MOVE 0 TO PFC-FOUND-IDX
           PERFORM VARYING PFC-IDX FROM 1 BY 1
                   UNTIL PFC-IDX > PERF-COIN-COUNT
               IF PFC-COIN(PFC-IDX) = CLS-COIN
                   MOVE PFC-IDX TO PFC-FOUND-IDX
               END-IF
           END-PERFORM
           IF PFC-FOUND-IDX > 0
               AND CLS-DATE <= END-DATE
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(CLS-CLOSE-FIELD)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLS-CLOSE-FIELD))
                   TO CLOSE-NUM
               IF CLS-DATE >= DAY1-DATE
                   MOVE CLS-DATE TO DATE-TEXT
                   PERFORM CONVERT-DATE-TO-INTEGER
                   COMPUTE DAY-IDX = DATE-INT - DAY1-INT + 1
                   MOVE CLOSE-NUM TO DAY-CLOSE(DAY-IDX, PFC-FOUND-IDX)
                   MOVE "Y" TO DAY-CLOSE-SET(DAY-IDX, PFC-FOUND-IDX)
               ELSE
                   IF PFC-OPEN-DATE(PFC-FOUND-IDX) = SPACES
                       OR CLS-DATE > PFC-OPEN-DATE(PFC-FOUND-IDX)
                       MOVE CLOSE-NUM
                           TO PFC-OPEN-CLOSE(PFC-FOUND-IDX)
                       MOVE CLS-DATE TO PFC-OPEN-DATE(PFC-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       BUILD-DAILY-SERIES.
      *> Walk the window a day at a time. Trades up to and including
      *> the first row's date only open positions (that row is the
      *> starting point, before the window); from then on each
      *> day's trades move quantity and are booked as that day's
      *> flows, and the day ends valued at its marks:
           PERFORM VARYING PFC-IDX FROM 1 BY 1
                   UNTIL PFC-IDX > PERF-COIN-COUNT
               IF PFC-OPEN-DATE(PFC-IDX) NOT = SPACES
                   MOVE PFC-OPEN-CLOSE(PFC-IDX) TO PFC-MARK(PFC-IDX)
                   MOVE "Y" TO PFC-MARK-SET(PFC-IDX)
               END-IF
           END-PERFORM
           MOVE 1 TO TRADE-PTR
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               COMPUTE DATE-INT = DAY1-INT + DAY-IDX - 1
               PERFORM CONVERT-INTEGER-TO-DATE
               MOVE DATE-TEXT TO DAY-DATE
               PERFORM UNTIL TRADE-PTR > TRADE-COUNT
                       OR TRD-DATE(TRADE-PTR) > DAY-DATE
                   MOVE TRADE-PTR TO TRD-IDX
                   PERFORM APPLY-DAY-TRADE
                   ADD 1 TO TRADE-PTR
               END-PERFORM
               PERFORM VALUE-SERIES-DAY
           END-PERFORM.

       APPLY-DAY-TRADE.
      *> Same quantity rules as APPLY-SELL-TRADE in the valuation: a
      *> sell of more than is held is refused whole:
           PERFORM FIND-TRADE-COIN
           IF PFC-FOUND-IDX > 0
               COMPUTE TRADE-AMOUNT ROUNDED =
                   TRD-QTY(TRD-IDX) * TRD-PRICE(TRD-IDX)
               IF FUNCTION TRIM(TRD-TYPE(TRD-IDX)) = "BUY"
                   ADD TRD-QTY(TRD-IDX) TO PFC-QTY(PFC-FOUND-IDX)
                   IF DAY-IDX > 1
                       ADD TRADE-AMOUNT
                           TO DAY-FLOW(DAY-IDX, PFC-FOUND-IDX)
                       ADD TRADE-AMOUNT
                           TO DAY-FLOW(DAY-IDX, TOTAL-SERIES)
                   END-IF
                   MOVE TRD-PRICE(TRD-IDX) TO PFC-MARK(PFC-FOUND-IDX)
                   MOVE "Y" TO PFC-MARK-SET(PFC-FOUND-IDX)
               ELSE
                   IF TRD-QTY(TRD-IDX) > PFC-QTY(PFC-FOUND-IDX)
                       DISPLAY "SELL EXCEEDS POSITION - SKIPPING "
                           "TRADE: " TRD-DATE(TRD-IDX) " "
                           FUNCTION TRIM(TRD-COIN(TRD-IDX))
                       ADD 1 TO REJECTED-TRADE-COUNT
                   ELSE
                       SUBTRACT TRD-QTY(TRD-IDX)
                           FROM PFC-QTY(PFC-FOUND-IDX)
                       IF DAY-IDX > 1
                           SUBTRACT TRADE-AMOUNT
                               FROM DAY-FLOW(DAY-IDX, PFC-FOUND-IDX)
                           SUBTRACT TRADE-AMOUNT
                               FROM DAY-FLOW(DAY-IDX, TOTAL-SERIES)
                       END-IF
                       MOVE TRD-PRICE(TRD-IDX)
                           TO PFC-MARK(PFC-FOUND-IDX)
                       MOVE "Y" TO PFC-MARK-SET(PFC-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       VALUE-SERIES-DAY.
      *> The day's official close, where there is one, overrides a
      *> trade-price mark; a coin with neither yet (held, but never
      *> closed and never traded in the window) is valued at zero and
      *> counted:
           MOVE 0 TO DAY-VALUE(DAY-IDX, TOTAL-SERIES)
           PERFORM VARYING PFC-IDX FROM 1 BY 1
                   UNTIL PFC-IDX > PERF-COIN-COUNT
               IF DAY-CLOSE-SET(DAY-IDX, PFC-IDX) = "Y"
                   MOVE DAY-CLOSE(DAY-IDX, PFC-IDX)
                       TO PFC-MARK(PFC-IDX)
                   MOVE "Y" TO PFC-MARK-SET(PFC-IDX)
               ELSE
                   IF PFC-QTY(PFC-IDX) > 0
                       ADD 1 TO MARKED-AT-TRADE-DAYS
                   END-IF
               END-IF
               COMPUTE DAY-VALUE(DAY-IDX, PFC-IDX) ROUNDED =
                   PFC-QTY(PFC-IDX) * PFC-MARK(PFC-IDX)
               ADD DAY-VALUE(DAY-IDX, PFC-IDX)
                   TO DAY-VALUE(DAY-IDX, TOTAL-SERIES)
           END-PERFORM.

       LOAD-REPORTING-CURRENCY.
      *> Same optional single-value control file as the valuation:
           OPEN INPUT REPORT-CCY-FILE
           IF REPORT-CCY-STATUS = "00"
               READ REPORT-CCY-FILE INTO REPORT-CCY-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REPORT-CCY-LINE NOT = SPACES
                           MOVE FUNCTION LOWER-CASE(REPORT-CCY-LINE)
                               TO REPORTING-CCY
                           MOVE "Y" TO HAVE-REPORT-CCY
                       END-IF
               END-READ
               CLOSE REPORT-CCY-FILE
           END-IF
           IF HAVE-REPORT-CCY = "Y"
               DISPLAY "REPORTING CURRENCY: "
                   FUNCTION TRIM(REPORTING-CCY)
           END-IF.

       LOAD-RATES-INTO-SERIES.
      *> A day's rate is the reporting-currency price over the USD
      *> price on one multi-currency line of that day, taking the
      *> line with the highest USD price (the most significant
      *> digits, so the least rounding in the ratio). Days with no
      *> line carry the previous day's rate forward; days before
      *> the first rate in the file borrow it and are counted:
           OPEN INPUT MULTI-CURRENCY-FILE
           IF MULTI-CURRENCY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-MULTI-CCY = "Y"
                   READ MULTI-CURRENCY-FILE INTO MC-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-MULTI-CCY
                       NOT AT END
                           IF MC-LINE NOT = SPACES
                               PERFORM APPLY-MULTI-CCY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MULTI-CURRENCY-FILE
           END-IF
           MOVE OPENING-RATE TO LAST-RATE
           IF LAST-RATE = 0
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > DAY-COUNT OR LAST-RATE > 0
                   IF DAY-FX-SET(DAY-IDX) = "Y"
                       MOVE DAY-FX(DAY-IDX) TO LAST-RATE
                   END-IF
               END-PERFORM
           END-IF
           IF LAST-RATE = 0
               DISPLAY "NO " FUNCTION TRIM(REPORTING-CCY)
                   " RATES IN MULTI-CURRENCY FILE - FIGURES SHOWN "
                   "IN USD ONLY"
           ELSE
               MOVE "Y" TO HAVE-CCY-RATES
               IF OPENING-RATE > 0
                   MOVE "Y" TO RATE-SEEN
               ELSE
                   MOVE "N" TO RATE-SEEN
               END-IF
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > DAY-COUNT
                   IF DAY-FX-SET(DAY-IDX) = "Y"
                       MOVE DAY-FX(DAY-IDX) TO LAST-RATE
                       MOVE "Y" TO RATE-SEEN
                   ELSE
                       IF RATE-SEEN = "N"
                           ADD 1 TO BACKFILLED-RATE-DAYS
                       END-IF
                       MOVE LAST-RATE TO DAY-FX(DAY-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       APPLY-MULTI-CCY-LINE.
           MOVE SPACES TO MC-DATE MC-TIME MC-COIN
           UNSTRING MC-LINE DELIMITED BY ","
               INTO MC-DATE MC-TIME MC-COIN
           END-UNSTRING
           IF MC-DATE <= END-DATE
               MOVE "usd" TO MC-CCY-CODE
               PERFORM EXTRACT-MC-CCY-FIELD
               IF MC-CCY-FIELD NOT = "N/A"
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(MC-CCY-FIELD))
                       TO MC-USD-PRICE
                   MOVE REPORTING-CCY TO MC-CCY-CODE
                   PERFORM EXTRACT-MC-CCY-FIELD
               END-IF
               IF MC-CCY-FIELD NOT = "N/A" AND MC-USD-PRICE > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(MC-CCY-FIELD))
                       TO MC-CCY-PRICE
                   COMPUTE MC-RATE ROUNDED =
                       MC-CCY-PRICE / MC-USD-PRICE
                   IF MC-DATE >= DAY1-DATE
                       MOVE MC-DATE TO DATE-TEXT
                       PERFORM CONVERT-DATE-TO-INTEGER
                       COMPUTE DAY-IDX = DATE-INT - DAY1-INT + 1
                       IF DAY-FX-SET(DAY-IDX) NOT = "Y"
                           OR MC-USD-PRICE > DAY-FX-USD(DAY-IDX)
                           MOVE MC-RATE TO DAY-FX(DAY-IDX)
                           MOVE MC-USD-PRICE TO DAY-FX-USD(DAY-IDX)
                           MOVE "Y" TO DAY-FX-SET(DAY-IDX)
                       END-IF
                   ELSE
                       IF MC-DATE >= OPENING-RATE-DATE
                           MOVE MC-RATE TO OPENING-RATE
                           MOVE MC-DATE TO OPENING-RATE-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EXTRACT-MC-CCY-FIELD.
      *> As EXTRACT-REPORT-CCY-PRICE in the valuation: every
      *> currency token on the line rides as ",ccy=value", so
      *> bounding on ",ccy=" cannot match inside another currency's
      *> value. A currency missing from the line comes back N/A:
           MOVE SPACES TO MC-CCY-DELIM
           STRING
               "," FUNCTION TRIM(MC-CCY-CODE) "="
               INTO MC-CCY-DELIM
           END-STRING
           MOVE 0 TO MC-CCY-START
           INSPECT MC-LINE TALLYING MC-CCY-START FOR CHARACTERS
               BEFORE INITIAL FUNCTION TRIM(MC-CCY-DELIM)
           MOVE "N/A" TO MC-CCY-FIELD
           IF MC-CCY-START < 449
               ADD FUNCTION LENGTH(FUNCTION TRIM(MC-CCY-DELIM))
                   TO MC-CCY-START
               ADD 1 TO MC-CCY-START
               MOVE SPACES TO MC-CCY-FIELD
               UNSTRING MC-LINE DELIMITED BY ","
                   INTO MC-CCY-FIELD
                   WITH POINTER MC-CCY-START
               END-UNSTRING
               IF MC-CCY-FIELD = SPACES
                   OR FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(MC-CCY-FIELD)) NOT = 0
                   MOVE "N/A" TO MC-CCY-FIELD
               END-IF
           END-IF.

       SET-PERIOD-STARTS.
           MOVE "MTD" TO PRD-NAME(1)
           MOVE "QTD" TO PRD-NAME(2)
           MOVE "YTD" TO PRD-NAME(3)
           MOVE "SI" TO PRD-NAME(4)
           MOVE END-DATE TO PRD-START-DATE(1)
           MOVE "01" TO PRD-START-DATE(1)(9:2)
           MOVE FUNCTION NUMVAL(END-DATE(6:2)) TO QTR-MONTH
           COMPUTE QTR-NUM = (QTR-MONTH - 1) / 3
           COMPUTE QTR-MONTH = QTR-NUM * 3 + 1
           MOVE SPACES TO PRD-START-DATE(2)
           STRING
               END-DATE(1:5) QTR-MONTH "-01"
               INTO PRD-START-DATE(2)
           END-STRING
           MOVE SPACES TO PRD-START-DATE(3)
           STRING
               END-DATE(1:5) "01-01"
               INTO PRD-START-DATE(3)
           END-STRING
           MOVE SERIES-START-DATE TO PRD-START-DATE(4)
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               IF PRD-START-DATE(PRD-IDX) < SERIES-START-DATE
                   MOVE SERIES-START-DATE TO PRD-START-DATE(PRD-IDX)
               END-IF
               MOVE PRD-START-DATE(PRD-IDX) TO DATE-TEXT
               PERFORM CONVERT-DATE-TO-INTEGER
               COMPUTE PRD-START-IDX(PRD-IDX) =
                   DATE-INT - DAY1-INT + 1
           END-PERFORM.

       WRITE-PERFORMANCE-REPORT.
           OPEN OUTPUT PERF-REPORT-FILE
           IF PERF-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN PERFORMANCE REPORT FILE: "
                   PERF-REPORT-FILENAME
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO CCY-MODE
           MOVE "USD" TO CCY-LABEL
           PERFORM WRITE-CURRENCY-SECTION
           IF HAVE-CCY-RATES = "Y"
               MOVE "Y" TO CCY-MODE
               MOVE FUNCTION UPPER-CASE(REPORTING-CCY) TO CCY-LABEL
               PERFORM WRITE-CURRENCY-SECTION
               IF BACKFILLED-RATE-DAYS > 0
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       "NOTE: " BACKFILLED-RATE-DAYS " DAY(S) BEFORE "
                       "THE FIRST RECORDED "
                       FUNCTION TRIM(CCY-LABEL)
                       " RATE USE THAT FIRST RATE"
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING
               "TWR LINKS DAILY RETURNS; IRR IS THE MONEY-WEIGHTED "
               "RETURN FOR THE PERIOD. NEITHER IS ANNUALIZED."
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           CLOSE PERF-REPORT-FILE.

       WRITE-CURRENCY-SECTION.
      *> The book as a whole first, then each coin, each with its four
      *> periods; the USD section and the reporting-currency section
      *> each start on a fresh page:
           MOVE 99 TO LINE-COUNT
           MOVE TOTAL-SERIES TO SERIES-IDX
           MOVE "PORTFOLIO TOTAL" TO SERIES-LABEL
           PERFORM WRITE-SERIES-BLOCK
           PERFORM VARYING PFC-IDX FROM 1 BY 1
                   UNTIL PFC-IDX > PERF-COIN-COUNT
               MOVE PFC-IDX TO SERIES-IDX
               MOVE PFC-COIN(PFC-IDX) TO SERIES-LABEL
               PERFORM WRITE-SERIES-BLOCK
           END-PERFORM.

       WRITE-SERIES-BLOCK.
           PERFORM VARYING PRD-IDX FROM 1 BY 1 UNTIL PRD-IDX > 4
               PERFORM COMPUTE-PERIOD-FIGURES
               PERFORM WRITE-PERIOD-LINE
               IF SERIES-IDX = TOTAL-SERIES AND CCY-MODE = "N"
                   DISPLAY "TOTAL " PRD-NAME(PRD-IDX) " FROM "
                       PRD-START-DATE(PRD-IDX) "  TWR " TWR-TEXT
                       "%  IRR " IRR-TEXT "%"
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       COMPUTE-PERIOD-FIGURES.
      *> Daily time-weighted return: with something held overnight,
      *> the day's return is (value less the day's flow) over the
      *> previous value; a day starting from nothing measures the
      *> day's buys against their own cost. The period return links
      *> the days. A series with nothing held and nothing traded in
      *> the period has no return to show:
           MOVE PRD-START-IDX(PRD-IDX) TO PERIOD-FIRST-IDX
           COMPUTE PERIOD-DAYS = DAY-COUNT - PERIOD-FIRST-IDX + 1
           COMPUTE DAY-IDX = PERIOD-FIRST-IDX - 1
           PERFORM GET-DAY-FIGURES
           MOVE CUR-VALUE TO BEGIN-VALUE
           MOVE CUR-VALUE TO PREV-VALUE
           MOVE 0 TO NET-FLOW
           MOVE 1 TO TWR-LINK
           MOVE "N" TO TWR-VALID
           MOVE "N" TO FLOW-SEEN
           PERFORM VARYING DAY-IDX FROM PERIOD-FIRST-IDX BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               PERFORM GET-DAY-FIGURES
               ADD CUR-FLOW TO NET-FLOW
               IF CUR-FLOW NOT = 0
                   MOVE "Y" TO FLOW-SEEN
               END-IF
               MOVE 0 TO DAY-RETURN
               IF PREV-VALUE > 0
                   COMPUTE DAY-RETURN ROUNDED =
                       (CUR-VALUE - CUR-FLOW) / PREV-VALUE - 1
                   MOVE "Y" TO TWR-VALID
               ELSE
                   IF CUR-FLOW > 0
                       COMPUTE DAY-RETURN ROUNDED =
                           CUR-VALUE / CUR-FLOW - 1
                       MOVE "Y" TO TWR-VALID
                   END-IF
               END-IF
               COMPUTE TWR-LINK ROUNDED =
                   TWR-LINK * (1 + DAY-RETURN)
               MOVE CUR-VALUE TO PREV-VALUE
           END-PERFORM
           MOVE PREV-VALUE TO END-VALUE
           COMPUTE TWR-RESULT ROUNDED = TWR-LINK - 1
           MOVE "N" TO IRR-VALID
           IF TWR-VALID = "Y"
               PERFORM SOLVE-PERIOD-IRR
           END-IF
           IF TWR-VALID = "Y"
               COMPUTE PCT-WORK ROUNDED = TWR-RESULT * 100
               MOVE PCT-WORK TO PCT-EDIT
               MOVE PCT-EDIT TO TWR-TEXT
           ELSE
               MOVE "       N/A" TO TWR-TEXT
           END-IF
           IF IRR-VALID = "Y"
               COMPUTE PCT-WORK ROUNDED = IRR-RESULT * 100
               MOVE PCT-WORK TO PCT-EDIT
               MOVE PCT-EDIT TO IRR-TEXT
           ELSE
               MOVE "       N/A" TO IRR-TEXT
           END-IF.

       GET-DAY-FIGURES.
           MOVE DAY-VALUE(DAY-IDX, SERIES-IDX) TO CUR-VALUE
           MOVE DAY-FLOW(DAY-IDX, SERIES-IDX) TO CUR-FLOW
           IF CCY-MODE = "Y"
               COMPUTE CUR-VALUE ROUNDED =
                   CUR-VALUE * DAY-FX(DAY-IDX)
               COMPUTE CUR-FLOW ROUNDED =
                   CUR-FLOW * DAY-FX(DAY-IDX)
           END-IF.

       SOLVE-PERIOD-IRR.
      *> Bracket the daily growth factor between a 99.99% loss and a
      *> thousandfold gain over the period, then halve the bracket
      *> until it is tight. No sign change across the bracket means
      *> no rate explains the flows, and the figure is left N/A:
           IF BEGIN-VALUE = 0 AND FLOW-SEEN = "N"
               CONTINUE
           ELSE
               COMPUTE G-LO ROUNDED =
                   FUNCTION EXP(FUNCTION LOG(0.0001) / PERIOD-DAYS)
               COMPUTE G-HI ROUNDED =
                   FUNCTION EXP(FUNCTION LOG(1000) / PERIOD-DAYS)
               MOVE G-LO TO GROWTH
               PERFORM EVALUATE-PERIOD-NPV
               MOVE NPV-ACC TO NPV-LO
               MOVE G-HI TO GROWTH
               PERFORM EVALUATE-PERIOD-NPV
               MOVE NPV-ACC TO NPV-HI
               IF (NPV-LO < 0 AND NPV-HI > 0)
                   OR (NPV-LO > 0 AND NPV-HI < 0)
                   PERFORM VARYING BISECT-COUNT FROM 1 BY 1
                           UNTIL BISECT-COUNT > 40
                       COMPUTE GROWTH ROUNDED = (G-LO + G-HI) / 2
                       PERFORM EVALUATE-PERIOD-NPV
                       IF (NPV-ACC < 0 AND NPV-LO < 0)
                           OR (NPV-ACC >= 0 AND NPV-LO >= 0)
                           MOVE GROWTH TO G-LO
                           MOVE NPV-ACC TO NPV-LO
                       ELSE
                           MOVE GROWTH TO G-HI
                       END-IF
                   END-PERFORM
                   COMPUTE IRR-RESULT ROUNDED =
                       GROWTH ** PERIOD-DAYS - 1
                   MOVE "Y" TO IRR-VALID
               END-IF
           END-IF.

       EVALUATE-PERIOD-NPV.
      *> Grow the opening value and each day's flow (in from the
      *> start of its day) by the trial factor to the end of the
      *> period and compare with the closing value:
           MOVE BEGIN-VALUE TO NPV-ACC
           PERFORM VARYING DAY-IDX FROM PERIOD-FIRST-IDX BY 1
                   UNTIL DAY-IDX > DAY-COUNT
               MOVE DAY-FLOW(DAY-IDX, SERIES-IDX) TO CUR-FLOW
               IF CCY-MODE = "Y"
                   COMPUTE CUR-FLOW ROUNDED =
                       CUR-FLOW * DAY-FX(DAY-IDX)
               END-IF
               COMPUTE NPV-ACC ROUNDED =
                   (NPV-ACC + CUR-FLOW) * GROWTH
           END-PERFORM
           SUBTRACT END-VALUE FROM NPV-ACC.

       WRITE-PERIOD-LINE.
           MOVE BEGIN-VALUE TO VALUE-EDIT
           MOVE NET-FLOW TO FLOW-EDIT
           MOVE END-VALUE TO VALUE-EDIT-2
           MOVE SPACES TO REPORT-LINE
           STRING
               SERIES-LABEL " " PRD-NAME(PRD-IDX) " "
               PRD-START-DATE(PRD-IDX) " " END-DATE " "
               VALUE-EDIT " " FLOW-EDIT " " VALUE-EDIT-2 " "
               TWR-TEXT " " IRR-TEXT
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO HEADING-LINE
           STRING
               "BTC PORTFOLIO PERFORMANCE"
               "                                            PAGE "
               PAGE-COUNT
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE SPACES TO HEADING-LINE
           STRING
               "MEASURED TO: " END-DATE "    SERIES FROM: "
               SERIES-START-DATE "    CURRENCY: " CCY-LABEL
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE SPACES TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE SPACES TO HEADING-LINE
           STRING
               "SERIES               PRD FROM       TO         "
               "      BEGIN VALUE          NET FLOWS"
               "         END VALUE      TWR %      IRR %"
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           MOVE 4 TO LINE-COUNT.

       WRITE-REPORT-LINE.
      *> Fixed page depth, the heading repeating with the next page
      *> number, as in WRITE-STATEMENT-LINE in the month-end
      *> statement:
           IF LINE-COUNT >= PAGE-SIZE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE REPORT-LINE TO PERF-REPORT-RECORD
           WRITE PERF-REPORT-RECORD
           ADD 1 TO LINE-COUNT.

       CONVERT-DATE-TO-INTEGER.
      *> Same date arithmetic as the dispatcher: turn the YYYY-MM-DD
      *> text in DATE-TEXT into a day count (left in DATE-INT):
           UNSTRING DATE-TEXT DELIMITED BY "-"
               INTO NUM-YEAR NUM-MONTH NUM-DAY
           END-UNSTRING
           MOVE NUM-YEAR TO NUM-DATE(1:4)
           MOVE NUM-MONTH TO NUM-DATE(5:2)
           MOVE NUM-DAY TO NUM-DATE(7:2)
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(NUM-DATE).

       CONVERT-INTEGER-TO-DATE.
      *> And back: the day count in DATE-INT as YYYY-MM-DD text in
      *> DATE-TEXT:
           COMPUTE WORK-DATE-NUM = FUNCTION DATE-OF-INTEGER(DATE-INT)
           MOVE SPACES TO DATE-TEXT
           STRING
               WORK-YYYY "-" WORK-MM "-" WORK-DD
               INTO DATE-TEXT
           END-STRING.
