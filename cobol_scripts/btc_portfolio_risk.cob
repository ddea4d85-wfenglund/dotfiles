       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-PORTFOLIO-RISK.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-FILE
               ASSIGN TO TRADE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT ASOF-FILE
               ASSIGN TO ASOF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASOF-FILE-STATUS.
           SELECT HOLDINGS-FILE
               ASSIGN TO HOLDINGS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLDINGS-STATUS.
           SELECT HISTORY-FILE
               ASSIGN TO HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CORRECTION-FILE
               ASSIGN TO CORRECTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT CLOSE-FILE
               ASSIGN TO CLOSE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLOSE-FILE-STATUS.
           SELECT LIMITS-FILE
               ASSIGN TO LIMITS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMITS-FILE-STATUS.
           SELECT ALERT-FILE
               ASSIGN TO ALERT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT RISK-REPORT-FILE
               ASSIGN TO RISK-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RISK-REPORT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRADE-FILE.
      *> Must match TRADE-RECORD in btc_portfolio_valuation.cob:
           1 TRADE-RECORD PIC X(80).
       FD ASOF-FILE.
           1 ASOF-RECORD PIC X(10).
       FD HOLDINGS-FILE.
           1 HOLDINGS-RECORD PIC X(60).
       FD HISTORY-FILE.
      *> Must stay wide enough to hold btc_price.cob's full-precision
      *> ledger lines (see HISTORY-RECORD there):
           1 HISTORY-RECORD PIC X(150).
       FD CORRECTION-FILE.
      *> Must match CORRECTION-RECORD in btc_price_correction.cob:
           1 CORRECTION-RECORD PIC X(200).
       FD CLOSE-FILE.
      *> Must match CLOSE-RECORD laid down by BTC-EOD-CLOSE (see
      *> btc_eod_close.cob):
           1 CLOSE-RECORD PIC X(100).
       FD LIMITS-FILE.
           1 LIMITS-RECORD PIC X(60).
       FD ALERT-FILE.
      *> Must match ALERT-RECORD in btc_price.cob - the dispatcher
      *> reads these lines alongside the trigger alerts:
           1 ALERT-RECORD PIC X(100).
       FD RISK-REPORT-FILE.
           1 RISK-REPORT-RECORD PIC X(132).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> Positions come from exactly the sources the valuation uses:
      *> the trade ledger when there is one, otherwise the static
      *> holdings snapshot, each marked at its latest good ledger
      *> price - so the book measured here is the book on the
      *> statement:
           1 TRADE-FILENAME PIC X(24) VALUE "coin_trades.dat".
           1 TRADE-FILE-STATUS PIC X(2).
           1 WS-EOF-TRADES PIC X VALUE "N".
           1 TRADES-LOADED PIC X VALUE "N".
      *> The valuation's optional as-of control file. An as-of run
      *> is a look back at a past book, so its breaches are printed
      *> on the report but not raised as alerts - the dispatcher
      *> would otherwise page the desk about a day long gone:
           1 ASOF-FILENAME PIC X(24) VALUE "valuation_asof.dat".
           1 ASOF-FILE-STATUS PIC X(2).
           1 ASOF-LINE PIC X(10).
           1 ASOF-DATE PIC X(10) VALUE "9999-99-99".
           1 HAVE-ASOF PIC X VALUE "N".
           1 HOLDINGS-FILENAME PIC X(24) VALUE "coin_holdings.dat".
           1 HOLDINGS-STATUS PIC X(2).
           1 WS-EOF-HOLDINGS PIC X VALUE "N".
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
           1 CLOSE-FILENAME PIC X(24) VALUE "btc_price_close.dat".
           1 CLOSE-FILE-STATUS PIC X(2).
           1 WS-EOF-CLOSES PIC X VALUE "N".
      *> The desk's risk limits, one "name,value[,coin]" line each:
      *>   CONCENTRATION,pct        most of the book any one coin may
      *>                            be, in percent of total value
      *>   CONCENTRATION,pct,coin   the same for one named coin,
      *>                            overriding the general figure
      *>   VAR,amount               largest acceptable one-day loss
      *>                            at the confidence below, in USD
      *>   CONFIDENCE,pct           VaR confidence level (default 99)
      *>   LOOKBACK,days            days of close history the VaR
      *>                            scenarios are drawn from (default
      *>                            250, max 730)
      *> A missing file means the defaults below and no VaR limit -
      *> the figure is still computed and printed, just not checked:
           1 LIMITS-FILENAME PIC X(24) VALUE "risk_limits.dat".
           1 LIMITS-FILE-STATUS PIC X(2).
           1 WS-EOF-LIMITS PIC X VALUE "N".
           1 LIMIT-LINE PIC X(60).
           1 LIM-FIELD1 PIC X(20).
           1 LIM-FIELD2 PIC X(20).
           1 LIM-FIELD3 PIC X(20).
           1 LIM-VALUE PIC 9(11)V9(4).
           1 CONC-LIMIT-PCT PIC 9(3)V9(2) VALUE 50.
           1 VAR-LIMIT PIC 9(13)V9(2) VALUE 0.
           1 HAVE-VAR-LIMIT PIC X VALUE "N".
           1 VAR-CONFIDENCE PIC 9(2)V9(2) VALUE 99.
           1 LOOKBACK-DAYS PIC 9(3) VALUE 250.
           1 MAX-LOOKBACK-DAYS PIC 9(3) VALUE 730.
           1 OVERRIDE-COUNT PIC 9(2) VALUE 0.
           1 OVERRIDE-TABLE.
               2 OVERRIDE-ENTRY OCCURS 20 TIMES.
                   3 OVR-COIN PIC X(20).
                   3 OVR-LIMIT-PCT PIC 9(3)V9(2).
           1 OVR-IDX PIC 9(2).
           1 ALERT-FILENAME PIC X(24) VALUE "btc_price_alerts.dat".
           1 ALERT-FILE-STATUS PIC X(2).
           1 ALERT-LINE PIC X(100).
           1 RISK-REPORT-FILENAME PIC X(30)
               VALUE "btc_portfolio_risk.rpt".
           1 RISK-REPORT-STATUS PIC X(2).
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
           1 REJECTED-TRADE-COUNT PIC 9(3) VALUE 0.
      *> Working fields used by the simple selection sorts below:
           1 SORT-OUTER PIC 9(4).
           1 SORT-INNER PIC 9(4).
           1 SORT-MIN-IDX PIC 9(4).
           1 SORT-SWAP-ROW.
               2 SWAP-DATE PIC X(10).
               2 SWAP-TYPE PIC X(4).
               2 SWAP-COIN PIC X(20).
               2 SWAP-QTY PIC 9(7)V9(8).
               2 SWAP-PRICE PIC 9(9)V9(4).
               2 SWAP-SEQ PIC 9(3).
           1 HOLD-FIELD1 PIC X(20).
           1 HOLD-FIELD2 PIC X(20).
           1 HOLD-FIELD3 PIC X(20).
      *> One row per position. Value and share are only meaningful
      *> for an open, priced position; an unpriced one is reported
      *> and left out of the book rather than valued at zero, the
      *> same rule the valuation statement applies:
           1 HOLDINGS-COUNT PIC 9(2) VALUE 0.
           1 HOLDINGS-TABLE.
               2 HOLDINGS-ENTRY OCCURS 20 TIMES.
                   3 HLD-COIN PIC X(20).
                   3 HLD-QUANTITY PIC 9(7)V9(8).
                   3 HLD-PRICE PIC 9(9)V9(4).
                   3 HLD-PRICE-DATE PIC X(10).
                   3 HLD-PRICE-TIME PIC X(8).
                   3 HLD-PRICE-FOUND PIC X.
                   3 HLD-VALUE PIC 9(13)V9(2).
                   3 HLD-SHARE-PCT PIC 9(3)V9(2).
                   3 HLD-LIMIT-PCT PIC 9(3)V9(2).
                   3 HLD-BREACH PIC X.
           1 HLD-IDX PIC 9(2).
           1 HLD-FOUND-IDX PIC 9(2).
           1 REC-LINE PIC X(150).
           1 REC-DATE PIC X(10).
           1 REC-TIME PIC X(8).
           1 REC-COIN PIC X(20).
           1 REC-PRICE-FIELD PIC X(25).
           1 TOTAL-VALUE PIC 9(13)V9(2) VALUE 0.
           1 OPEN-POSITION-COUNT PIC 9(2) VALUE 0.
           1 UNPRICED-COUNT PIC 9(2) VALUE 0.
      *> Close history for the held coins over the lookback window,
      *> one row per calendar day ending on the latest official
      *> close (day 1 is the day before the first return), one
      *> column per HOLDINGS-TABLE row:
           1 RISK-DAY-COUNT PIC 9(3) VALUE 0.
           1 RISK-DAY-TABLE.
               2 RISK-DAY OCCURS 731 TIMES.
                   3 RDY-COIN OCCURS 20 TIMES.
                       4 RDY-CLOSE PIC 9(9)V9(4).
                       4 RDY-CLOSE-SET PIC X.
           1 DAY-IDX PIC 9(3).
           1 END-DATE PIC X(10) VALUE SPACES.
           1 END-INT PIC 9(7).
           1 DAY1-INT PIC 9(7).
           1 DAY1-DATE PIC X(10).
           1 CLS-LINE PIC X(100).
           1 CLS-DATE PIC X(10).
           1 CLS-COIN PIC X(20).
           1 CLS-CLOSE-FIELD PIC X(25).
           1 CLOSE-NUM PIC 9(9)V9(4).
      *> Historical simulation: each day in the window is one
      *> scenario, today's position values moved by that day's
      *> close-to-close returns. The scenarios are sorted worst
      *> first and the VaR is the loss at the confidence cut - with
      *> 250 days at 99% the second-worst day. Fewer than
      *> MIN-SCENARIOS days is too little history to call a VaR:
           1 MIN-SCENARIOS PIC 9(3) VALUE 20.
           1 SCENARIO-COUNT PIC 9(3) VALUE 0.
           1 SCENARIO-TABLE.
               2 SCENARIO-ENTRY OCCURS 730 TIMES.
                   3 SCN-PNL PIC S9(13)V9(2).
                   3 SCN-DAY-IDX PIC 9(3).
           1 SCN-SWAP-ROW.
               2 SWAP-PNL PIC S9(13)V9(2).
               2 SWAP-DAY-IDX PIC 9(3).
           1 SCN-WORK-PNL PIC S9(13)V9(6).
           1 SCN-CONTRIBUTED PIC X.
           1 DAY-RETURN PIC S9(5)V9(12).
           1 MISSING-RETURN-COUNT PIC 9(5) VALUE 0.
           1 VAR-RANK PIC 9(3).
           1 VAR-AMOUNT PIC 9(13)V9(2) VALUE 0.
           1 VAR-PCT PIC 9(3)V9(2) VALUE 0.
           1 VAR-COMPUTED PIC X VALUE "N".
           1 VAR-BREACH PIC X VALUE "N".
           1 VAR-NOTE PIC X(80) VALUE SPACES.
           1 WORST-DATE PIC X(10).
           1 BREACH-COUNT PIC 9(3) VALUE 0.
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
           1 RISK-CODE PIC X(4).
           1 RISK-COIN PIC X(20).
           1 RISK-VALUE1 PIC X(15).
           1 RISK-VALUE2 PIC X(15).
           1 REPORT-LINE PIC X(132).
           1 HEADING-LINE PIC X(132).
           1 LINE-COUNT PIC 9(2) VALUE 99.
           1 PAGE-COUNT PIC 9(4) VALUE 0.
           1 PAGE-SIZE PIC 9(2) VALUE 60.
           1 QUANTITY-DISPLAY PIC Z(6)9.9(8).
           1 PRICE-DISPLAY PIC Z(8)9.9(4).
           1 VALUE-DISPLAY PIC Z(12)9.99.
           1 VALUE-DISPLAY-2 PIC Z(12)9.99.
           1 PNL-DISPLAY PIC +(13)9.99.
           1 PCT-DISPLAY PIC ZZ9.99.
           1 PCT-DISPLAY-2 PIC ZZ9.99.
           1 COUNT-DISPLAY PIC ZZ9.
           1 COUNT-DISPLAY-2 PIC ZZ9.
           1 MISSING-DISPLAY PIC Z(4)9.
           1 STATUS-TEXT PIC X(8).
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 RUN-HH PIC 9(2).
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).
           1 RUN-DATE PIC X(10).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-PORTFOLIO-RISK".
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
      *> Portfolio-level control to sit above the per-coin price
      *> triggers: value the book the way the valuation does, work
      *> out how much of it each coin is and what a bad day from the
      *> recent close history would cost it, check both against the
      *> desk's limits, and write every breach into the alert file
      *> so BTC-ALERT-DISPATCHER notifies the desk and
      *> BTC-ALERT-CONSOLE tracks it like any trigger crossing:
           MOVE "price_ledger" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO RUN-DATE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD
               INTO RUN-DATE
           END-STRING
           PERFORM LOAD-ASOF-DATE
           PERFORM LOAD-RISK-LIMITS
           PERFORM LOAD-TRADE-LEDGER
           IF TRADES-LOADED = "Y"
               PERFORM SORT-TRADE-TABLE
               PERFORM BUILD-POSITIONS-FROM-TRADES
           ELSE
               DISPLAY "NO TRADE LEDGER FOUND (" TRADE-FILENAME
                   ") - FALLING BACK TO STATIC HOLDINGS SNAPSHOT"
               PERFORM LOAD-HOLDINGS-LIST
           END-IF
           IF HOLDINGS-COUNT = 0
               DISPLAY "NO POSITIONS TO MEASURE - NOTHING TO DO"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM LOAD-PRICE-CORRECTIONS
           PERFORM SCAN-HISTORY-FOR-PRICES
           PERFORM COMPUTE-CONCENTRATION
           IF TOTAL-VALUE = 0
               DISPLAY "NO PRICED OPEN POSITIONS - NOTHING TO MEASURE"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM COMPUTE-HISTORICAL-VAR
           PERFORM WRITE-RISK-REPORT
           IF HAVE-ASOF = "N"
               PERFORM RAISE-BREACH-ALERTS
           END-IF
           DISPLAY "RISK REPORT WRITTEN TO: " RISK-REPORT-FILENAME
           IF HAVE-ASOF = "Y"
               DISPLAY "AS-OF RUN - BREACHES REPORTED, NOT ALERTED: "
                   BREACH-COUNT
           ELSE
               DISPLAY "RISK LIMIT BREACHES ALERTED: " BREACH-COUNT
           END-IF
           PERFORM RELEASE-RUN-LOCKS
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
               DISPLAY "MEASURING RISK AS OF: " ASOF-DATE
           END-IF.

       LOAD-RISK-LIMITS.
           OPEN INPUT LIMITS-FILE
           IF LIMITS-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-LIMITS = "Y"
                   READ LIMITS-FILE INTO LIMIT-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-LIMITS
                       NOT AT END
                           IF LIMIT-LINE NOT = SPACES
                               PERFORM APPLY-LIMIT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LIMITS-FILE
           ELSE
               DISPLAY "NO RISK LIMITS FILE ("
                   FUNCTION TRIM(LIMITS-FILENAME)
                   ") - DEFAULT LIMITS, VAR NOT CHECKED"
           END-IF.

       APPLY-LIMIT-LINE.
      *> A line that does not parse is called out and ignored, and
      *> the limit it was meant to set stays at its default - a
      *> typo must never quietly switch a control off:
           MOVE SPACES TO LIM-FIELD1 LIM-FIELD2 LIM-FIELD3
           UNSTRING LIMIT-LINE DELIMITED BY ","
               INTO LIM-FIELD1 LIM-FIELD2 LIM-FIELD3
           END-UNSTRING
           IF LIM-FIELD2 = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(LIM-FIELD2))
                   NOT = 0
               DISPLAY "BAD RISK LIMIT LINE IGNORED: "
                   FUNCTION TRIM(LIMIT-LINE)
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(LIM-FIELD2))
                   TO LIM-VALUE
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(LIM-FIELD1))
                   WHEN "CONCENTRATION"
                       PERFORM APPLY-CONCENTRATION-LIMIT
                   WHEN "VAR"
                       IF LIM-VALUE > 0
                           MOVE LIM-VALUE TO VAR-LIMIT
                           MOVE "Y" TO HAVE-VAR-LIMIT
                       ELSE
                           DISPLAY "BAD VAR LIMIT IGNORED: "
                               FUNCTION TRIM(LIMIT-LINE)
                       END-IF
                   WHEN "CONFIDENCE"
                       IF LIM-VALUE >= 50 AND LIM-VALUE < 100
                           MOVE LIM-VALUE TO VAR-CONFIDENCE
                       ELSE
                           DISPLAY "BAD VAR CONFIDENCE IGNORED: "
                               FUNCTION TRIM(LIMIT-LINE)
                       END-IF
                   WHEN "LOOKBACK"
                       IF LIM-VALUE >= MIN-SCENARIOS
                           AND LIM-VALUE <= MAX-LOOKBACK-DAYS
                           MOVE LIM-VALUE TO LOOKBACK-DAYS
                       ELSE
                           DISPLAY "BAD VAR LOOKBACK IGNORED (20 TO "
                               "730 DAYS): " FUNCTION TRIM(LIMIT-LINE)
                       END-IF
                   WHEN OTHER
                       DISPLAY "BAD RISK LIMIT LINE IGNORED: "
                           FUNCTION TRIM(LIMIT-LINE)
               END-EVALUATE
           END-IF.

       APPLY-CONCENTRATION-LIMIT.
           IF LIM-VALUE = 0 OR LIM-VALUE > 100
               DISPLAY "BAD CONCENTRATION LIMIT IGNORED: "
                   FUNCTION TRIM(LIMIT-LINE)
           ELSE
               IF LIM-FIELD3 = SPACES
                   MOVE LIM-VALUE TO CONC-LIMIT-PCT
               ELSE
                   IF OVERRIDE-COUNT >= 20
                       DISPLAY "CONCENTRATION OVERRIDES FULL (MAX 20)"
                           " - SKIPPING: " FUNCTION TRIM(LIMIT-LINE)
                   ELSE
                       ADD 1 TO OVERRIDE-COUNT
                       MOVE LIM-FIELD3 TO OVR-COIN(OVERRIDE-COUNT)
                       MOVE LIM-VALUE TO OVR-LIMIT-PCT(OVERRIDE-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-TRADE-LEDGER.
           OPEN INPUT TRADE-FILE
           IF TRADE-FILE-STATUS = "00"
               MOVE "Y" TO TRADES-LOADED
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
               CLOSE TRADE-FILE
           END-IF.

       LOAD-TRADE-LINE.
      *> Same validation as LOAD-TRADE-LINE in the valuation, so the
      *> positions measured are exactly the positions it values:
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
      *> date, load order breaking ties:
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

       BUILD-POSITIONS-FROM-TRADES.
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > TRADE-COUNT
               PERFORM APPLY-ONE-TRADE
           END-PERFORM.

       APPLY-ONE-TRADE.
      *> Quantity only - cost and realized figures are the
      *> valuation's business, but a sell of more than is held is
      *> refused here exactly as it is there:
           MOVE 0 TO HLD-FOUND-IDX
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLDINGS-COUNT
               IF HLD-COIN(HLD-IDX) = TRD-COIN(TRD-IDX)
                   MOVE HLD-IDX TO HLD-FOUND-IDX
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(TRD-TYPE(TRD-IDX)) = "BUY"
               IF HLD-FOUND-IDX = 0
                   IF HOLDINGS-COUNT >= 20
                       DISPLAY "POSITION TABLE FULL (MAX 20) - "
                           "SKIPPING TRADE FOR: "
                           FUNCTION TRIM(TRD-COIN(TRD-IDX))
                       ADD 1 TO REJECTED-TRADE-COUNT
                   ELSE
                       ADD 1 TO HOLDINGS-COUNT
                       MOVE HOLDINGS-COUNT TO HLD-FOUND-IDX
                       PERFORM CLEAR-HOLDING-ROW
                       MOVE TRD-COIN(TRD-IDX)
                           TO HLD-COIN(HLD-FOUND-IDX)
                   END-IF
               END-IF
               IF HLD-FOUND-IDX > 0
                   ADD TRD-QTY(TRD-IDX)
                       TO HLD-QUANTITY(HLD-FOUND-IDX)
               END-IF
           ELSE
               IF HLD-FOUND-IDX = 0
                   OR TRD-QTY(TRD-IDX) > HLD-QUANTITY(HLD-FOUND-IDX)
                   DISPLAY "SELL EXCEEDS POSITION - SKIPPING TRADE: "
                       TRD-DATE(TRD-IDX) " "
                       FUNCTION TRIM(TRD-COIN(TRD-IDX))
                   ADD 1 TO REJECTED-TRADE-COUNT
               ELSE
                   SUBTRACT TRD-QTY(TRD-IDX)
                       FROM HLD-QUANTITY(HLD-FOUND-IDX)
               END-IF
           END-IF.

       CLEAR-HOLDING-ROW.
           MOVE SPACES TO HLD-COIN(HLD-FOUND-IDX)
           MOVE 0 TO HLD-QUANTITY(HLD-FOUND-IDX)
           MOVE 0 TO HLD-PRICE(HLD-FOUND-IDX)
           MOVE SPACES TO HLD-PRICE-DATE(HLD-FOUND-IDX)
           MOVE SPACES TO HLD-PRICE-TIME(HLD-FOUND-IDX)
           MOVE "N" TO HLD-PRICE-FOUND(HLD-FOUND-IDX)
           MOVE 0 TO HLD-VALUE(HLD-FOUND-IDX)
           MOVE 0 TO HLD-SHARE-PCT(HLD-FOUND-IDX)
           MOVE 0 TO HLD-LIMIT-PCT(HLD-FOUND-IDX)
           MOVE "N" TO HLD-BREACH(HLD-FOUND-IDX).

       LOAD-HOLDINGS-LIST.
      *> The valuation's fallback snapshot, "coin,quantity,cost
      *> basis" per line - only the quantity matters here:
           OPEN INPUT HOLDINGS-FILE
           IF HOLDINGS-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HOLDINGS FILE: "
                   HOLDINGS-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-HOLDINGS = "Y"
               READ HOLDINGS-FILE INTO HOLDINGS-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-HOLDINGS
                   NOT AT END
                       IF HOLDINGS-RECORD NOT = SPACES
                           IF HOLDINGS-COUNT >= 20
                               DISPLAY "HOLDINGS LIST FULL (MAX 20) - "
                                   "SKIPPING: "
                                   FUNCTION TRIM(HOLDINGS-RECORD)
                           ELSE
                               MOVE SPACES TO HOLD-FIELD1
                               MOVE SPACES TO HOLD-FIELD2
                               MOVE SPACES TO HOLD-FIELD3
                               UNSTRING HOLDINGS-RECORD
                                   DELIMITED BY ","
                                   INTO HOLD-FIELD1 HOLD-FIELD2
                                       HOLD-FIELD3
                               END-UNSTRING
                               ADD 1 TO HOLDINGS-COUNT
                               MOVE HOLDINGS-COUNT TO HLD-FOUND-IDX
                               PERFORM CLEAR-HOLDING-ROW
                               MOVE HOLD-FIELD1
                                   TO HLD-COIN(HOLDINGS-COUNT)
                               MOVE FUNCTION NUMVAL(
                                   FUNCTION TRIM(HOLD-FIELD2))
                                   TO HLD-QUANTITY(HOLDINGS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDINGS-FILE.

       SCAN-HISTORY-FOR-PRICES.
      *> Latest good ledger reading per coin at or before the as-of
      *> date, approved price corrections applied - the valuation's
      *> SCAN-HISTORY-FOR-PRICES rule:
           OPEN INPUT HISTORY-FILE
           IF HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN HISTORY FILE: " HISTORY-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-HISTORY = "Y"
               READ HISTORY-FILE INTO REC-LINE
                   AT END
                       MOVE "Y" TO WS-EOF-HISTORY
                   NOT AT END
                       PERFORM APPLY-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       APPLY-LEDGER-LINE.
           MOVE SPACES TO REC-DATE REC-TIME REC-COIN REC-PRICE-FIELD
           UNSTRING REC-LINE DELIMITED BY ","
               INTO REC-DATE REC-TIME REC-COIN REC-PRICE-FIELD
           END-UNSTRING
           PERFORM APPLY-PRICE-CORRECTION
           IF FUNCTION TRIM(REC-PRICE-FIELD) NOT = "FETCH FAILED"
                   AND FUNCTION TRIM(REC-PRICE-FIELD) NOT =
                       "PARSE FAILED"
                   AND REC-DATE <= ASOF-DATE
               PERFORM VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > HOLDINGS-COUNT
                   IF HLD-COIN(HLD-IDX) = REC-COIN
                       IF HLD-PRICE-FOUND(HLD-IDX) = "N"
                           OR REC-DATE > HLD-PRICE-DATE(HLD-IDX)
                           OR (REC-DATE = HLD-PRICE-DATE(HLD-IDX)
                               AND REC-TIME >=
                                   HLD-PRICE-TIME(HLD-IDX))
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(REC-PRICE-FIELD))
                               TO HLD-PRICE(HLD-IDX)
                           MOVE REC-DATE TO HLD-PRICE-DATE(HLD-IDX)
                           MOVE REC-TIME TO HLD-PRICE-TIME(HLD-IDX)
                           MOVE "Y" TO HLD-PRICE-FOUND(HLD-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-CONCENTRATION.
      *> Value every open priced position, then each one's share of
      *> the total against its limit - the coin's own override when
      *> the limits file names it, the general figure otherwise:
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLDINGS-COUNT
               IF HLD-QUANTITY(HLD-IDX) > 0
                   ADD 1 TO OPEN-POSITION-COUNT
                   IF HLD-PRICE-FOUND(HLD-IDX) = "Y"
                       COMPUTE HLD-VALUE(HLD-IDX) ROUNDED =
                           HLD-QUANTITY(HLD-IDX) * HLD-PRICE(HLD-IDX)
                       ADD HLD-VALUE(HLD-IDX) TO TOTAL-VALUE
                   ELSE
                       ADD 1 TO UNPRICED-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF TOTAL-VALUE > 0
               PERFORM VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > HOLDINGS-COUNT
                   MOVE CONC-LIMIT-PCT TO HLD-LIMIT-PCT(HLD-IDX)
                   PERFORM VARYING OVR-IDX FROM 1 BY 1
                           UNTIL OVR-IDX > OVERRIDE-COUNT
                       IF OVR-COIN(OVR-IDX) = HLD-COIN(HLD-IDX)
                           MOVE OVR-LIMIT-PCT(OVR-IDX)
                               TO HLD-LIMIT-PCT(HLD-IDX)
                       END-IF
                   END-PERFORM
                   IF HLD-VALUE(HLD-IDX) > 0
                       COMPUTE HLD-SHARE-PCT(HLD-IDX) ROUNDED =
                           HLD-VALUE(HLD-IDX) * 100 / TOTAL-VALUE
                       IF HLD-SHARE-PCT(HLD-IDX) >
                               HLD-LIMIT-PCT(HLD-IDX)
                           MOVE "Y" TO HLD-BREACH(HLD-IDX)
                           ADD 1 TO BREACH-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COMPUTE-HISTORICAL-VAR.
      *> A missing close file or too short a history leaves the VaR
      *> uncomputed and says why on the report; the concentration
      *> check still stands on its own:
           PERFORM FIND-LATEST-CLOSE-DATE
           IF END-DATE = SPACES
               IF VAR-NOTE = SPACES
                   MOVE "NO OFFICIAL CLOSES ON FILE - RUN BTC-EOD-CLOSE"
                       TO VAR-NOTE
               END-IF
           ELSE
               MOVE END-DATE TO DATE-TEXT
               PERFORM CONVERT-DATE-TO-INTEGER
               MOVE DATE-INT TO END-INT
               COMPUTE DAY1-INT = END-INT - LOOKBACK-DAYS
               COMPUTE RISK-DAY-COUNT = LOOKBACK-DAYS + 1
               MOVE DAY1-INT TO DATE-INT
               PERFORM CONVERT-INTEGER-TO-DATE
               MOVE DATE-TEXT TO DAY1-DATE
               INITIALIZE RISK-DAY-TABLE
               PERFORM LOAD-CLOSES-INTO-WINDOW
               PERFORM BUILD-SCENARIOS
               IF SCENARIO-COUNT < MIN-SCENARIOS
                   MOVE SCENARIO-COUNT TO COUNT-DISPLAY
                   MOVE MIN-SCENARIOS TO COUNT-DISPLAY-2
                   MOVE SPACES TO VAR-NOTE
                   STRING
                       "ONLY " FUNCTION TRIM(COUNT-DISPLAY)
                       " SCENARIO DAY(S) IN THE WINDOW - VAR NEEDS "
                       "AT LEAST " FUNCTION TRIM(COUNT-DISPLAY-2)
                       INTO VAR-NOTE
                   END-STRING
               ELSE
                   PERFORM SORT-SCENARIOS
                   COMPUTE VAR-RANK =
                       SCENARIO-COUNT * (100 - VAR-CONFIDENCE) / 100
                   IF VAR-RANK < 1
                       MOVE 1 TO VAR-RANK
                   END-IF
                   IF SCN-PNL(VAR-RANK) < 0
                       COMPUTE VAR-AMOUNT = 0 - SCN-PNL(VAR-RANK)
                   END-IF
                   COMPUTE VAR-PCT ROUNDED =
                       VAR-AMOUNT * 100 / TOTAL-VALUE
                   MOVE "Y" TO VAR-COMPUTED
                   COMPUTE DATE-INT = DAY1-INT + SCN-DAY-IDX(1) - 1
                   PERFORM CONVERT-INTEGER-TO-DATE
                   MOVE DATE-TEXT TO WORST-DATE
                   IF HAVE-VAR-LIMIT = "Y"
                       AND VAR-AMOUNT > VAR-LIMIT
                       MOVE "Y" TO VAR-BREACH
                       ADD 1 TO BREACH-COUNT
                   END-IF
               END-IF
           END-IF.

       FIND-LATEST-CLOSE-DATE.
      *> The window ends on the latest official close on or before
      *> the as-of date, the same end point the performance report
      *> measures to:
           OPEN INPUT CLOSE-FILE
           IF CLOSE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE FILE: " CLOSE-FILENAME
                   " - VAR NOT COMPUTED"
               MOVE "NO CLOSE FILE - RUN BTC-EOD-CLOSE" TO VAR-NOTE
           ELSE
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
           END-IF.

       LOAD-CLOSES-INTO-WINDOW.
      *> Close-file lines are "date,coin,close,high,low,readings";
      *> only held coins inside the window are kept:
           MOVE "N" TO WS-EOF-CLOSES
           OPEN INPUT CLOSE-FILE
           IF CLOSE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CLOSE FILE: " CLOSE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
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
           IF CLS-DATE >= DAY1-DATE
               AND CLS-DATE <= END-DATE
               AND FUNCTION TEST-NUMVAL(
                   FUNCTION TRIM(CLS-CLOSE-FIELD)) = 0
               MOVE 0 TO HLD-FOUND-IDX
               PERFORM VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > HOLDINGS-COUNT
                   IF HLD-COIN(HLD-IDX) = CLS-COIN
                       MOVE HLD-IDX TO HLD-FOUND-IDX
                   END-IF
               END-PERFORM
               IF HLD-FOUND-IDX > 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(CLS-CLOSE-FIELD))
                       TO CLOSE-NUM
                   IF CLOSE-NUM > 0
                       MOVE CLS-DATE TO DATE-TEXT
                       PERFORM CONVERT-DATE-TO-INTEGER
                       COMPUTE DAY-IDX = DATE-INT - DAY1-INT + 1
                       MOVE CLOSE-NUM
                           TO RDY-CLOSE(DAY-IDX, HLD-FOUND-IDX)
                       MOVE "Y"
                           TO RDY-CLOSE-SET(DAY-IDX, HLD-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       BUILD-SCENARIOS.
      *> One scenario per day with at least one close-to-close return
      *> among the held coins. A coin with no close on the day or
      *> the day before (a new listing, a missed close) contributes
      *> nothing to that day and is counted so the report can say
      *> how thin the history was:
           PERFORM VARYING DAY-IDX FROM 2 BY 1
                   UNTIL DAY-IDX > RISK-DAY-COUNT
               MOVE 0 TO SCN-WORK-PNL
               MOVE "N" TO SCN-CONTRIBUTED
               PERFORM VARYING HLD-IDX FROM 1 BY 1
                       UNTIL HLD-IDX > HOLDINGS-COUNT
                   IF HLD-VALUE(HLD-IDX) > 0
                       IF RDY-CLOSE-SET(DAY-IDX, HLD-IDX) = "Y"
                           AND RDY-CLOSE-SET(DAY-IDX - 1, HLD-IDX)
                               = "Y"
                           COMPUTE DAY-RETURN ROUNDED =
                               RDY-CLOSE(DAY-IDX, HLD-IDX)
                               / RDY-CLOSE(DAY-IDX - 1, HLD-IDX) - 1
                           COMPUTE SCN-WORK-PNL = SCN-WORK-PNL
                               + HLD-VALUE(HLD-IDX) * DAY-RETURN
                           MOVE "Y" TO SCN-CONTRIBUTED
                       ELSE
                           ADD 1 TO MISSING-RETURN-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF SCN-CONTRIBUTED = "Y"
                   ADD 1 TO SCENARIO-COUNT
                   COMPUTE SCN-PNL(SCENARIO-COUNT) ROUNDED =
                       SCN-WORK-PNL
                   MOVE DAY-IDX TO SCN-DAY-IDX(SCENARIO-COUNT)
               END-IF
           END-PERFORM.

       SORT-SCENARIOS.
      *> Worst day first:
           IF SCENARIO-COUNT > 1
               PERFORM VARYING SORT-OUTER FROM 1 BY 1
                       UNTIL SORT-OUTER > SCENARIO-COUNT - 1
                   MOVE SORT-OUTER TO SORT-MIN-IDX
                   PERFORM VARYING SORT-INNER FROM SORT-OUTER BY 1
                           UNTIL SORT-INNER > SCENARIO-COUNT
                       IF SCN-PNL(SORT-INNER) < SCN-PNL(SORT-MIN-IDX)
                           MOVE SORT-INNER TO SORT-MIN-IDX
                       END-IF
                   END-PERFORM
                   IF SORT-MIN-IDX NOT = SORT-OUTER
                       MOVE SCENARIO-ENTRY(SORT-OUTER) TO SCN-SWAP-ROW
                       MOVE SCENARIO-ENTRY(SORT-MIN-IDX)
                           TO SCENARIO-ENTRY(SORT-OUTER)
                       MOVE SCN-SWAP-ROW
                           TO SCENARIO-ENTRY(SORT-MIN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-RISK-REPORT.
           OPEN OUTPUT RISK-REPORT-FILE
           IF RISK-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN RISK REPORT FILE: "
                   RISK-REPORT-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE CONC-LIMIT-PCT TO PCT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "CONCENTRATION - SHARE OF BOOK BY COIN (GENERAL LIMIT "
               FUNCTION TRIM(PCT-DISPLAY) "%)"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING
               "COIN                         QUANTITY          PRICE"
               "            VALUE  SHARE%    LIMIT%  STATUS"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLDINGS-COUNT
               IF HLD-QUANTITY(HLD-IDX) > 0
                   PERFORM WRITE-POSITION-LINE
               END-IF
           END-PERFORM
           MOVE TOTAL-VALUE TO VALUE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "BOOK TOTAL                      "
               "                     "
               VALUE-DISPLAY
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF UNPRICED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING
                   "WARNING: " UNPRICED-COUNT " POSITION(S) HAD NO "
                   "LEDGER PRICE AND ARE EXCLUDED FROM THE BOOK"
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF REJECTED-TRADE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING
                   "WARNING: " REJECTED-TRADE-COUNT " TRADE LINE(S) "
                   "SKIPPED - SEE THE RUN LOG"
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-VAR-SECTION
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BREACH-COUNT TO COUNT-DISPLAY
           IF HAVE-ASOF = "Y"
               STRING
                   "LIMIT BREACHES: " FUNCTION TRIM(COUNT-DISPLAY)
                   " (AS-OF RUN - NOT RAISED AS ALERTS)"
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "LIMIT BREACHES: " FUNCTION TRIM(COUNT-DISPLAY)
                   " (RAISED TO " FUNCTION TRIM(ALERT-FILENAME) ")"
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE RISK-REPORT-FILE.

       WRITE-POSITION-LINE.
           MOVE HLD-QUANTITY(HLD-IDX) TO QUANTITY-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF HLD-PRICE-FOUND(HLD-IDX) = "N"
               STRING
                   HLD-COIN(HLD-IDX) " " QUANTITY-DISPLAY
                   "  NO LEDGER PRICE - EXCLUDED FROM THE BOOK"
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE HLD-PRICE(HLD-IDX) TO PRICE-DISPLAY
               MOVE HLD-VALUE(HLD-IDX) TO VALUE-DISPLAY
               MOVE HLD-SHARE-PCT(HLD-IDX) TO PCT-DISPLAY
               MOVE HLD-LIMIT-PCT(HLD-IDX) TO PCT-DISPLAY-2
               IF HLD-BREACH(HLD-IDX) = "Y"
                   MOVE "BREACH" TO STATUS-TEXT
               ELSE
                   MOVE "OK" TO STATUS-TEXT
               END-IF
               STRING
                   HLD-COIN(HLD-IDX) " " QUANTITY-DISPLAY " "
                   PRICE-DISPLAY " " VALUE-DISPLAY "  "
                   PCT-DISPLAY "    " PCT-DISPLAY-2 "  " STATUS-TEXT
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-VAR-SECTION.
           MOVE VAR-CONFIDENCE TO PCT-DISPLAY
           MOVE LOOKBACK-DAYS TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "ONE-DAY HISTORICAL VALUE AT RISK - "
               FUNCTION TRIM(PCT-DISPLAY) "% CONFIDENCE, "
               FUNCTION TRIM(COUNT-DISPLAY) " DAY LOOKBACK"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF VAR-COMPUTED = "N"
               STRING
                   "VAR NOT COMPUTED: " FUNCTION TRIM(VAR-NOTE)
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE SCENARIO-COUNT TO COUNT-DISPLAY
               MOVE VAR-RANK TO COUNT-DISPLAY-2
               STRING
                   "CLOSES " DAY1-DATE " TO " END-DATE
                   "    SCENARIO DAYS: " FUNCTION TRIM(COUNT-DISPLAY)
                   "    VAR TAKEN AT WORST DAY NO. "
                   FUNCTION TRIM(COUNT-DISPLAY-2)
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE VAR-AMOUNT TO VALUE-DISPLAY
               MOVE VAR-PCT TO PCT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   "VALUE AT RISK: " FUNCTION TRIM(VALUE-DISPLAY)
                   " (" FUNCTION TRIM(PCT-DISPLAY) "% OF BOOK)"
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF HAVE-VAR-LIMIT = "Y"
                   MOVE VAR-LIMIT TO VALUE-DISPLAY-2
                   IF VAR-BREACH = "Y"
                       MOVE "BREACH" TO STATUS-TEXT
                   ELSE
                       MOVE "OK" TO STATUS-TEXT
                   END-IF
                   STRING
                       "VAR LIMIT:     " FUNCTION TRIM(VALUE-DISPLAY-2)
                       "    STATUS: " STATUS-TEXT
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING
                       "VAR LIMIT:     NOT SET IN "
                       FUNCTION TRIM(LIMITS-FILENAME)
                       " - NOT CHECKED"
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
               MOVE SCN-PNL(1) TO PNL-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING
                   "WORST DAY IN WINDOW: " WORST-DATE
                   "  P&L ON TODAY'S BOOK: " FUNCTION TRIM(PNL-DISPLAY)
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF MISSING-RETURN-COUNT > 0
                   MOVE MISSING-RETURN-COUNT TO MISSING-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING
                       "NOTE: " FUNCTION TRIM(MISSING-DISPLAY)
                       " COIN-DAY(S) "
                       "HAD NO CLOSE-TO-CLOSE RETURN AND ADD NOTHING "
                       "TO THEIR SCENARIO"
                       INTO REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF.

       RAISE-BREACH-ALERTS.
      *> One RISK line per breach, "date,time,coin,RISK,code,v1,v2":
      *> CONC carries the coin's share and its limit in percent,
      *> VAR1 the VaR and its limit in USD against the pseudo-coin
      *> PORTFOLIO. The date is the run date, so a limit still
      *> breached tomorrow extends the same open crossing in the
      *> dispatcher instead of paging the desk again:
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLDINGS-COUNT
               IF HLD-BREACH(HLD-IDX) = "Y"
                   MOVE "CONC" TO RISK-CODE
                   MOVE HLD-COIN(HLD-IDX) TO RISK-COIN
                   MOVE HLD-SHARE-PCT(HLD-IDX) TO PCT-DISPLAY
                   MOVE PCT-DISPLAY TO RISK-VALUE1
                   MOVE HLD-LIMIT-PCT(HLD-IDX) TO PCT-DISPLAY
                   MOVE PCT-DISPLAY TO RISK-VALUE2
                   PERFORM WRITE-RISK-RECORD
               END-IF
           END-PERFORM
           IF VAR-BREACH = "Y"
               MOVE "VAR1" TO RISK-CODE
               MOVE "PORTFOLIO" TO RISK-COIN
               MOVE VAR-AMOUNT TO VALUE-DISPLAY
               MOVE FUNCTION TRIM(VALUE-DISPLAY) TO RISK-VALUE1
               MOVE VAR-LIMIT TO VALUE-DISPLAY
               MOVE FUNCTION TRIM(VALUE-DISPLAY) TO RISK-VALUE2
               PERFORM WRITE-RISK-RECORD
           END-IF.

       WRITE-RISK-RECORD.
      *> Same append as WRITE-SIGNAL-RECORD in
      *> btc_price_analytics.cob:
           MOVE SPACES TO ALERT-LINE
           STRING
               RUN-DATE "," RUN-HH ":" RUN-MIN ":" RUN-SEC
               "," FUNCTION TRIM(RISK-COIN) ",RISK,"
               RISK-CODE ","
               FUNCTION TRIM(RISK-VALUE1) ","
               FUNCTION TRIM(RISK-VALUE2)
               INTO ALERT-LINE
           END-STRING
           MOVE ALERT-LINE TO ALERT-RECORD
           OPEN EXTEND ALERT-FILE
           IF ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           DISPLAY "RISK LIMIT BREACH: " FUNCTION TRIM(ALERT-LINE).

       WRITE-PAGE-HEADING.
           ADD 1 TO PAGE-COUNT
           MOVE SPACES TO HEADING-LINE
           STRING
               "BTC PORTFOLIO RISK"
               "                                              "
               "       PAGE "
               PAGE-COUNT
               INTO HEADING-LINE
           END-STRING
           MOVE HEADING-LINE TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD
           MOVE SPACES TO HEADING-LINE
           IF HAVE-ASOF = "Y"
               STRING
                   "RUN DATE: " RUN-DATE "    BOOK AS OF: " ASOF-DATE
                   INTO HEADING-LINE
               END-STRING
           ELSE
               STRING
                   "RUN DATE: " RUN-DATE "    BOOK AS OF: LATEST "
                   "LEDGER PRICES"
                   INTO HEADING-LINE
               END-STRING
           END-IF
           MOVE HEADING-LINE TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD
           MOVE SPACES TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD
           MOVE 3 TO LINE-COUNT.

       WRITE-REPORT-LINE.
      *> Fixed page depth, the heading repeating with the next page
      *> number, as in the performance report:
           IF LINE-COUNT >= PAGE-SIZE
               PERFORM WRITE-PAGE-HEADING
           END-IF
           MOVE REPORT-LINE TO RISK-REPORT-RECORD
           WRITE RISK-REPORT-RECORD
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
