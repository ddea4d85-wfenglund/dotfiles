       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-CUSTODY-RECONCILE.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTODY-FILE
               ASSIGN TO CUSTODY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTODY-FILE-STATUS.
           SELECT TRADE-FILE
               ASSIGN TO TRADE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRADE-FILE-STATUS.
           SELECT RECON-CONTROL-FILE
               ASSIGN TO RECON-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECON-CONTROL-STATUS.
           SELECT BREAK-STATE-FILE
               ASSIGN TO BREAK-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-STATE-STATUS.
           SELECT BREAK-REPORT-FILE
               ASSIGN TO BREAK-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BREAK-REPORT-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTODY-FILE.
           1 CUSTODY-RECORD PIC X(100).
       FD TRADE-FILE.
      *> Must match TRADE-RECORD in btc_portfolio_valuation.cob:
           1 TRADE-RECORD PIC X(80).
       FD RECON-CONTROL-FILE.
           1 RECON-CONTROL-RECORD PIC X(60).
       FD BREAK-STATE-FILE.
           1 BREAK-STATE-RECORD PIC X(120).
       FD BREAK-REPORT-FILE.
           1 BREAK-REPORT-RECORD PIC X(132).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> The custodian's daily balance statement as dropped off by
      *> the exchange/wallet feed, one "account,coin,quantity,
      *> statement-date" line per holding. The desk may hold a coin
      *> in more than one account; the ledger has no account
      *> dimension, so the custodian side is totalled per coin
      *> before it is compared:
           1 CUSTODY-FILENAME PIC X(24) VALUE "custodian_balances.dat".
           1 CUSTODY-FILE-STATUS PIC X(2).
           1 WS-EOF-CUSTODY PIC X VALUE "N".
           1 CUSTODY-LINE PIC X(100).
           1 CUS-FIELD1 PIC X(20).
           1 CUS-FIELD2 PIC X(20).
           1 CUS-FIELD3 PIC X(25).
           1 CUS-FIELD4 PIC X(10).
           1 CUS-QTY PIC 9(7)V9(8).
      *> MISSING (no file, or no usable line in it), LATE (the
      *> newest statement is older than LATE-DAYS before today) or
      *> CURRENT. A missing statement is itself the first line of
      *> the breaks report - the open breaks are carried forward
      *> untouched, still aging, rather than the run quietly
      *> reporting a clean book it never checked:
           1 STATEMENT-STATE PIC X(8) VALUE "MISSING".
           1 STATEMENT-DATE PIC X(10) VALUE SPACES.
           1 STATEMENT-INT PIC 9(7).
           1 EXPECTED-DATE PIC X(10).
           1 STALE-LINE-COUNT PIC 9(4) VALUE 0.
           1 BAD-LINE-COUNT PIC 9(4) VALUE 0.
           1 CUST-COUNT PIC 9(2) VALUE 0.
           1 CUST-TABLE.
               2 CUST-ENTRY OCCURS 50 TIMES.
                   3 CST-COIN PIC X(20).
                   3 CST-QTY PIC 9(7)V9(8).
                   3 CST-ACCOUNTS PIC 9(3).
                   3 CST-MATCHED PIC X.
           1 CST-IDX PIC 9(2).
           1 CST-FOUND-IDX PIC 9(2).
      *> The statement is read twice: once to find its date (the
      *> newest on any line) and once to total the lines carrying
      *> it. A line dated earlier is an account the custodian did
      *> not refresh, and is left out and counted rather than
      *> mixed into today's figures:
           1 CUSTODY-PASS PIC 9 VALUE 1.
      *> Optional control file, one "name,value[,coin]" line each:
      *>   TOLERANCE,qty          largest quantity difference that
      *>                          is not a break (default 0 - exact)
      *>   TOLERANCE,qty,coin     the same for one coin, overriding
      *>   LATE-DAYS,n            statement may be at most n days
      *>                          behind the run date (default 1)
           1 RECON-CONTROL-FILENAME PIC X(26)
               VALUE "custody_recon_control.dat".
           1 RECON-CONTROL-STATUS PIC X(2).
           1 WS-EOF-CONTROL PIC X VALUE "N".
           1 CONTROL-LINE PIC X(60).
           1 CTL-FIELD1 PIC X(20).
           1 CTL-FIELD2 PIC X(20).
           1 CTL-FIELD3 PIC X(20).
           1 CTL-VALUE PIC 9(7)V9(8).
           1 DEFAULT-TOLERANCE PIC 9(7)V9(8) VALUE 0.
           1 LATE-DAYS PIC 9(3) VALUE 1.
           1 TOL-COUNT PIC 9(2) VALUE 0.
           1 TOL-TABLE.
               2 TOL-ENTRY OCCURS 20 TIMES.
                   3 TOL-COIN PIC X(20).
                   3 TOL-QTY PIC 9(7)V9(8).
           1 TOL-IDX PIC 9(2).
           1 COIN-TOLERANCE PIC 9(7)V9(8).
           1 TRADE-FILENAME PIC X(24) VALUE "coin_trades.dat".
           1 TRADE-FILE-STATUS PIC X(2).
           1 WS-EOF-TRADES PIC X VALUE "N".
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
      *> Ledger quantity per coin as of the statement date, built
      *> with the valuation's trade rules:
           1 HOLDINGS-COUNT PIC 9(2) VALUE 0.
           1 HOLDINGS-TABLE.
               2 HOLDINGS-ENTRY OCCURS 20 TIMES.
                   3 HLD-COIN PIC X(20).
                   3 HLD-QUANTITY PIC 9(7)V9(8).
           1 HLD-IDX PIC 9(2).
           1 HLD-FOUND-IDX PIC 9(2).
      *> Breaks carried from earlier runs, one line per open break:
      *> "coin,type,first-seen,last-seen,ledger-qty,custodian-qty".
      *> First-seen is the statement date the break was first found
      *> on and never moves while the break stays open, so its age
      *> is plain date arithmetic; a coin that reconciles drops out
      *> of the file and is reported once as cleared:
           1 BREAK-STATE-FILENAME PIC X(30)
               VALUE "btc_custody_break_state.dat".
           1 BREAK-STATE-STATUS PIC X(2).
           1 WS-EOF-STATE PIC X VALUE "N".
           1 STATE-LINE PIC X(120).
           1 STATE-FIELD1 PIC X(20).
           1 STATE-FIELD2 PIC X(14).
           1 STATE-FIELD3 PIC X(10).
           1 STATE-FIELD4 PIC X(10).
           1 STATE-FIELD5 PIC X(25).
           1 STATE-FIELD6 PIC X(25).
           1 PRIOR-COUNT PIC 9(2) VALUE 0.
           1 PRIOR-TABLE.
               2 PRIOR-ENTRY OCCURS 50 TIMES.
                   3 PRI-COIN PIC X(20).
                   3 PRI-TYPE PIC X(14).
                   3 PRI-FIRST-DATE PIC X(10).
                   3 PRI-LAST-DATE PIC X(10).
                   3 PRI-LEDGER-QTY PIC 9(7)V9(8).
                   3 PRI-CUST-QTY PIC 9(7)V9(8).
                   3 PRI-STILL-OPEN PIC X.
           1 PRI-IDX PIC 9(2).
           1 PRI-FOUND-IDX PIC 9(2).
           1 BREAK-COUNT PIC 9(2) VALUE 0.
           1 BREAK-TABLE.
               2 BREAK-ENTRY OCCURS 50 TIMES.
                   3 BRK-COIN PIC X(20).
                   3 BRK-TYPE PIC X(14).
                   3 BRK-FIRST-DATE PIC X(10).
                   3 BRK-LEDGER-QTY PIC 9(7)V9(8).
                   3 BRK-CUST-QTY PIC 9(7)V9(8).
                   3 BRK-ACCOUNTS PIC 9(3).
           1 BRK-IDX PIC 9(2).
           1 NEW-BREAK-COUNT PIC 9(2) VALUE 0.
           1 CLEARED-COUNT PIC 9(2) VALUE 0.
           1 BREAK-REPORT-FILENAME PIC X(30)
               VALUE "btc_custody_breaks.dat".
           1 BREAK-REPORT-STATUS PIC X(2).
           1 REPORT-LINE PIC X(132).
           1 WORK-TYPE PIC X(14).
           1 WORK-LEDGER-QTY PIC 9(7)V9(8).
           1 WORK-CUST-QTY PIC 9(7)V9(8).
           1 WORK-ACCOUNTS PIC 9(3).
           1 QTY-DIFF PIC S9(7)V9(8).
           1 ABS-DIFF PIC 9(7)V9(8).
           1 AGE-DAYS PIC 9(5).
           1 AGE-DISPLAY PIC Z(4)9.
           1 LEDGER-QTY-DISPLAY PIC Z(6)9.9(8).
           1 CUST-QTY-DISPLAY PIC Z(6)9.9(8).
           1 DIFF-DISPLAY PIC +(7)9.9(8).
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
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 RUN-HH PIC 9(2).
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).
           1 RUN-DATE PIC X(10).
           1 RUN-INT PIC 9(7).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-CUSTODY-RECONCILE".
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
      *> Check the positions the valuation prices - which come only
      *> from our own trade ledger - against what the custodian says
      *> we actually hold: total the custodian's statement per coin,
      *> rebuild the ledger position as of the statement date, and
      *> report every coin one side has and the other does not, and
      *> every quantity that differs by more than the tolerance.
      *> Breaks are carried from run to run with the date first seen
      *> so ops can age them, and a missing or late statement is a
      *> finding in its own right. RC 2 means the report has
      *> something in it for ops, the same convention as
      *> BTC-PRICE-RECONCILE:
           MOVE "custody_state" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO RUN-DATE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD
               INTO RUN-DATE
           END-STRING
           MOVE RUN-DATE TO DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-INT TO RUN-INT
           PERFORM LOAD-RECON-CONTROL
           PERFORM LOAD-BREAK-STATE
           PERFORM LOAD-CUSTODIAN-STATEMENT
           IF STATEMENT-STATE NOT = "MISSING"
               PERFORM CHECK-STATEMENT-AGE
               PERFORM LOAD-TRADE-LEDGER
               PERFORM SORT-TRADE-TABLE
               PERFORM BUILD-POSITIONS-FROM-TRADES
               PERFORM COMPARE-POSITIONS
           END-IF
           PERFORM WRITE-BREAKS-REPORT
           IF STATEMENT-STATE NOT = "MISSING"
               PERFORM SAVE-BREAK-STATE
           END-IF
           EVALUATE STATEMENT-STATE
               WHEN "MISSING"
                   DISPLAY "NO CUSTODIAN STATEMENT ("
                       FUNCTION TRIM(CUSTODY-FILENAME)
                       ") - NOT RECONCILED, " PRIOR-COUNT
                       " OPEN BREAK(S) CARRIED FORWARD"
               WHEN "LATE"
                   DISPLAY "CUSTODIAN STATEMENT IS LATE - DATED "
                       STATEMENT-DATE ", EXPECTED " EXPECTED-DATE
                       " OR LATER"
           END-EVALUATE
           IF STATEMENT-STATE NOT = "MISSING"
               DISPLAY "CUSTODY RECONCILIATION COMPLETE - "
                   BREAK-COUNT " OPEN BREAK(S), " NEW-BREAK-COUNT
                   " NEW, " CLEARED-COUNT " CLEARED - SEE: "
                   FUNCTION TRIM(BREAK-REPORT-FILENAME)
           END-IF
           IF STATEMENT-STATE NOT = "CURRENT"
               OR BREAK-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE
           IF RECON-CONTROL-STATUS = "00"
               PERFORM UNTIL WS-EOF-CONTROL = "Y"
                   READ RECON-CONTROL-FILE INTO CONTROL-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-CONTROL
                       NOT AT END
                           IF CONTROL-LINE NOT = SPACES
                               PERFORM APPLY-CONTROL-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECON-CONTROL-FILE
           END-IF.

       APPLY-CONTROL-LINE.
           MOVE SPACES TO CTL-FIELD1 CTL-FIELD2 CTL-FIELD3
           UNSTRING CONTROL-LINE DELIMITED BY ","
               INTO CTL-FIELD1 CTL-FIELD2 CTL-FIELD3
           END-UNSTRING
           IF CTL-FIELD2 = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(CTL-FIELD2))
                   NOT = 0
               DISPLAY "BAD CUSTODY CONTROL LINE IGNORED: "
                   FUNCTION TRIM(CONTROL-LINE)
           ELSE
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(CTL-FIELD2))
                   TO CTL-VALUE
               EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(CTL-FIELD1))
                   WHEN "TOLERANCE"
                       IF CTL-FIELD3 = SPACES
                           MOVE CTL-VALUE TO DEFAULT-TOLERANCE
                       ELSE
                           IF TOL-COUNT >= 20
                               DISPLAY "TOLERANCE OVERRIDES FULL (MAX "
                                   "20) - SKIPPING: "
                                   FUNCTION TRIM(CONTROL-LINE)
                           ELSE
                               ADD 1 TO TOL-COUNT
                               MOVE CTL-FIELD3 TO TOL-COIN(TOL-COUNT)
                               MOVE CTL-VALUE TO TOL-QTY(TOL-COUNT)
                           END-IF
                       END-IF
                   WHEN "LATE-DAYS"
                       IF CTL-VALUE <= 999
                           MOVE CTL-VALUE TO LATE-DAYS
                       ELSE
                           DISPLAY "BAD LATE-DAYS IGNORED: "
                               FUNCTION TRIM(CONTROL-LINE)
                       END-IF
                   WHEN OTHER
                       DISPLAY "BAD CUSTODY CONTROL LINE IGNORED: "
                           FUNCTION TRIM(CONTROL-LINE)
               END-EVALUATE
           END-IF.

       LOAD-BREAK-STATE.
      *> Missing state file just means no break has been open yet
      *> (first run), as with the dispatcher's state file:
           OPEN INPUT BREAK-STATE-FILE
           IF BREAK-STATE-STATUS = "00"
               PERFORM UNTIL WS-EOF-STATE = "Y"
                   READ BREAK-STATE-FILE INTO STATE-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-STATE
                       NOT AT END
                           IF STATE-LINE NOT = SPACES
                               PERFORM LOAD-BREAK-STATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BREAK-STATE-FILE
           END-IF.

       LOAD-BREAK-STATE-LINE.
           IF PRIOR-COUNT >= 50
               DISPLAY "BREAK STATE FULL (MAX 50) - SKIPPING: "
                   FUNCTION TRIM(STATE-LINE)
           ELSE
               MOVE SPACES TO STATE-FIELD1 STATE-FIELD2 STATE-FIELD3
                   STATE-FIELD4 STATE-FIELD5 STATE-FIELD6
               UNSTRING STATE-LINE DELIMITED BY ","
                   INTO STATE-FIELD1 STATE-FIELD2 STATE-FIELD3
                       STATE-FIELD4 STATE-FIELD5 STATE-FIELD6
               END-UNSTRING
               ADD 1 TO PRIOR-COUNT
               MOVE STATE-FIELD1 TO PRI-COIN(PRIOR-COUNT)
               MOVE STATE-FIELD2 TO PRI-TYPE(PRIOR-COUNT)
               MOVE STATE-FIELD3 TO PRI-FIRST-DATE(PRIOR-COUNT)
               MOVE STATE-FIELD4 TO PRI-LAST-DATE(PRIOR-COUNT)
               MOVE 0 TO PRI-LEDGER-QTY(PRIOR-COUNT)
               MOVE 0 TO PRI-CUST-QTY(PRIOR-COUNT)
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(STATE-FIELD5))
                   = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(STATE-FIELD5))
                       TO PRI-LEDGER-QTY(PRIOR-COUNT)
               END-IF
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(STATE-FIELD6))
                   = 0
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(STATE-FIELD6))
                       TO PRI-CUST-QTY(PRIOR-COUNT)
               END-IF
               MOVE "N" TO PRI-STILL-OPEN(PRIOR-COUNT)
           END-IF.

       LOAD-CUSTODIAN-STATEMENT.
           MOVE 1 TO CUSTODY-PASS
           PERFORM READ-CUSTODIAN-FILE
           IF STATEMENT-DATE NOT = SPACES
               MOVE 2 TO CUSTODY-PASS
               MOVE "N" TO WS-EOF-CUSTODY
               PERFORM READ-CUSTODIAN-FILE
               MOVE "CURRENT" TO STATEMENT-STATE
           END-IF.

       READ-CUSTODIAN-FILE.
           OPEN INPUT CUSTODY-FILE
           IF CUSTODY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-CUSTODY = "Y"
                   READ CUSTODY-FILE INTO CUSTODY-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-CUSTODY
                       NOT AT END
                           IF CUSTODY-LINE NOT = SPACES
                               PERFORM APPLY-CUSTODIAN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTODY-FILE
           END-IF.

       APPLY-CUSTODIAN-LINE.
      *> A line that does not parse is refused loudly - a balance
      *> guessed into a number would hide exactly the kind of break
      *> this job exists to find:
           MOVE SPACES TO CUS-FIELD1 CUS-FIELD2 CUS-FIELD3 CUS-FIELD4
           UNSTRING CUSTODY-LINE DELIMITED BY ","
               INTO CUS-FIELD1 CUS-FIELD2 CUS-FIELD3 CUS-FIELD4
           END-UNSTRING
           IF CUS-FIELD1 = SPACES
               OR CUS-FIELD2 = SPACES
               OR CUS-FIELD3 = SPACES
               OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(CUS-FIELD3))
                   NOT = 0
               OR CUS-FIELD4(1:4) IS NOT NUMERIC
               OR CUS-FIELD4(5:1) NOT = "-"
               OR CUS-FIELD4(6:2) IS NOT NUMERIC
               OR CUS-FIELD4(8:1) NOT = "-"
               OR CUS-FIELD4(9:2) IS NOT NUMERIC
               IF CUSTODY-PASS = 1
                   DISPLAY "BAD CUSTODIAN LINE (NEED account,coin,"
                       "qty,YYYY-MM-DD) - SKIPPING: "
                       FUNCTION TRIM(CUSTODY-LINE)
                   ADD 1 TO BAD-LINE-COUNT
               END-IF
           ELSE
               IF CUSTODY-PASS = 1
                   IF CUS-FIELD4 > STATEMENT-DATE
                       OR STATEMENT-DATE = SPACES
                       MOVE CUS-FIELD4 TO STATEMENT-DATE
                   END-IF
               ELSE
                   IF CUS-FIELD4 NOT = STATEMENT-DATE
                       DISPLAY "CUSTODIAN LINE NOT DATED "
                           STATEMENT-DATE " - LEFT OUT: "
                           FUNCTION TRIM(CUSTODY-LINE)
                       ADD 1 TO STALE-LINE-COUNT
                   ELSE
                       PERFORM ADD-CUSTODIAN-BALANCE
                   END-IF
               END-IF
           END-IF.

       ADD-CUSTODIAN-BALANCE.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CUS-FIELD3)) TO CUS-QTY
           MOVE 0 TO CST-FOUND-IDX
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > CUST-COUNT
               IF CST-COIN(CST-IDX) = CUS-FIELD2
                   MOVE CST-IDX TO CST-FOUND-IDX
               END-IF
           END-PERFORM
           IF CST-FOUND-IDX = 0
               IF CUST-COUNT >= 50
                   DISPLAY "CUSTODIAN COIN TABLE FULL (MAX 50) - "
                       "SKIPPING: " FUNCTION TRIM(CUSTODY-LINE)
                   ADD 1 TO BAD-LINE-COUNT
               ELSE
                   ADD 1 TO CUST-COUNT
                   MOVE CUST-COUNT TO CST-FOUND-IDX
                   MOVE CUS-FIELD2 TO CST-COIN(CST-FOUND-IDX)
                   MOVE 0 TO CST-QTY(CST-FOUND-IDX)
                   MOVE 0 TO CST-ACCOUNTS(CST-FOUND-IDX)
                   MOVE "N" TO CST-MATCHED(CST-FOUND-IDX)
               END-IF
           END-IF
           IF CST-FOUND-IDX > 0
               ADD CUS-QTY TO CST-QTY(CST-FOUND-IDX)
               ADD 1 TO CST-ACCOUNTS(CST-FOUND-IDX)
           END-IF.

       CHECK-STATEMENT-AGE.
           MOVE STATEMENT-DATE TO DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           MOVE DATE-INT TO STATEMENT-INT
           COMPUTE DATE-INT = RUN-INT - LATE-DAYS
           PERFORM CONVERT-INTEGER-TO-DATE
           MOVE DATE-TEXT TO EXPECTED-DATE
           IF STATEMENT-DATE < EXPECTED-DATE
               MOVE "LATE" TO STATEMENT-STATE
           END-IF.

       LOAD-TRADE-LEDGER.
           OPEN INPUT TRADE-FILE
           IF TRADE-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN TRADE FILE: " TRADE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
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
      *> Same validation as LOAD-TRADE-LINE in the valuation, with
      *> the statement date as the cutoff - a trade booked after it
      *> cannot be in the custodian's figure yet:
           MOVE SPACES TO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3
               TRD-FIELD4 TRD-FIELD5
           UNSTRING TRADE-LINE DELIMITED BY ","
               INTO TRD-FIELD1 TRD-FIELD2 TRD-FIELD3 TRD-FIELD4
                   TRD-FIELD5
           END-UNSTRING
           IF TRD-FIELD1 > STATEMENT-DATE
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
      *> Quantity only; a sell of more than is held is refused, as
      *> it is in the valuation:
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
                       MOVE TRD-COIN(TRD-IDX)
                           TO HLD-COIN(HLD-FOUND-IDX)
                       MOVE 0 TO HLD-QUANTITY(HLD-FOUND-IDX)
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

       COMPARE-POSITIONS.
      *> Every ledger coin against the custodian's total for it,
      *> then whatever the custodian holds that the ledger has never
      *> traded. A zero on both sides is a closed position, not a
      *> break:
           PERFORM VARYING HLD-IDX FROM 1 BY 1
                   UNTIL HLD-IDX > HOLDINGS-COUNT
               MOVE 0 TO CST-FOUND-IDX
               PERFORM VARYING CST-IDX FROM 1 BY 1
                       UNTIL CST-IDX > CUST-COUNT
                   IF CST-COIN(CST-IDX) = HLD-COIN(HLD-IDX)
                       MOVE CST-IDX TO CST-FOUND-IDX
                   END-IF
               END-PERFORM
               MOVE HLD-QUANTITY(HLD-IDX) TO WORK-LEDGER-QTY
               IF CST-FOUND-IDX = 0
                   IF WORK-LEDGER-QTY > 0
                       MOVE "NOT-AT-CUST" TO WORK-TYPE
                       MOVE 0 TO WORK-CUST-QTY
                       MOVE 0 TO WORK-ACCOUNTS
                       MOVE HLD-COIN(HLD-IDX) TO STATE-FIELD1
                       PERFORM RECORD-BREAK
                   END-IF
               ELSE
                   MOVE "Y" TO CST-MATCHED(CST-FOUND-IDX)
                   MOVE CST-QTY(CST-FOUND-IDX) TO WORK-CUST-QTY
                   MOVE CST-ACCOUNTS(CST-FOUND-IDX) TO WORK-ACCOUNTS
                   MOVE HLD-COIN(HLD-IDX) TO STATE-FIELD1
                   PERFORM CHECK-QUANTITY-BREAK
               END-IF
           END-PERFORM
           PERFORM VARYING CST-IDX FROM 1 BY 1
                   UNTIL CST-IDX > CUST-COUNT
               IF CST-MATCHED(CST-IDX) = "N"
                   AND CST-QTY(CST-IDX) > 0
                   MOVE "NOT-IN-LEDGER" TO WORK-TYPE
                   MOVE 0 TO WORK-LEDGER-QTY
                   MOVE CST-QTY(CST-IDX) TO WORK-CUST-QTY
                   MOVE CST-ACCOUNTS(CST-IDX) TO WORK-ACCOUNTS
                   MOVE CST-COIN(CST-IDX) TO STATE-FIELD1
                   PERFORM RECORD-BREAK
               END-IF
           END-PERFORM
      *> A prior break that did not recur on this statement has
      *> cleared:
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > PRIOR-COUNT
               IF PRI-STILL-OPEN(PRI-IDX) = "N"
                   ADD 1 TO CLEARED-COUNT
               END-IF
           END-PERFORM.

       CHECK-QUANTITY-BREAK.
      *> Both sides report the coin; the custodian showing zero while
      *> the ledger still holds some is reported as missing there,
      *> otherwise the difference is measured against the coin's
      *> tolerance:
           COMPUTE QTY-DIFF = WORK-CUST-QTY - WORK-LEDGER-QTY
           IF QTY-DIFF < 0
               COMPUTE ABS-DIFF = 0 - QTY-DIFF
           ELSE
               MOVE QTY-DIFF TO ABS-DIFF
           END-IF
           MOVE DEFAULT-TOLERANCE TO COIN-TOLERANCE
           PERFORM VARYING TOL-IDX FROM 1 BY 1
                   UNTIL TOL-IDX > TOL-COUNT
               IF TOL-COIN(TOL-IDX) = STATE-FIELD1
                   MOVE TOL-QTY(TOL-IDX) TO COIN-TOLERANCE
               END-IF
           END-PERFORM
           IF ABS-DIFF > COIN-TOLERANCE
               IF WORK-CUST-QTY = 0
                   MOVE "NOT-AT-CUST" TO WORK-TYPE
               ELSE
                   IF WORK-LEDGER-QTY = 0
                       MOVE "NOT-IN-LEDGER" TO WORK-TYPE
                   ELSE
                       MOVE "QTY-DIFF" TO WORK-TYPE
                   END-IF
               END-IF
               PERFORM RECORD-BREAK
           END-IF.

       RECORD-BREAK.
      *> The coin is passed in STATE-FIELD1. A coin already carried
      *> keeps its first-seen date even if the kind of break has
      *> changed (a short position going missing altogether is
      *> still the same unresolved difference):
           IF BREAK-COUNT >= 50
               DISPLAY "BREAK TABLE FULL (MAX 50) - NOT TRACKED: "
                   FUNCTION TRIM(STATE-FIELD1)
           ELSE
               ADD 1 TO BREAK-COUNT
               MOVE STATE-FIELD1 TO BRK-COIN(BREAK-COUNT)
               MOVE WORK-TYPE TO BRK-TYPE(BREAK-COUNT)
               MOVE WORK-LEDGER-QTY TO BRK-LEDGER-QTY(BREAK-COUNT)
               MOVE WORK-CUST-QTY TO BRK-CUST-QTY(BREAK-COUNT)
               MOVE WORK-ACCOUNTS TO BRK-ACCOUNTS(BREAK-COUNT)
               MOVE STATEMENT-DATE TO BRK-FIRST-DATE(BREAK-COUNT)
               MOVE 0 TO PRI-FOUND-IDX
               PERFORM VARYING PRI-IDX FROM 1 BY 1
                       UNTIL PRI-IDX > PRIOR-COUNT
                   IF PRI-COIN(PRI-IDX) = STATE-FIELD1
                       MOVE PRI-IDX TO PRI-FOUND-IDX
                   END-IF
               END-PERFORM
               IF PRI-FOUND-IDX > 0
                   MOVE "Y" TO PRI-STILL-OPEN(PRI-FOUND-IDX)
                   IF PRI-FIRST-DATE(PRI-FOUND-IDX) < STATEMENT-DATE
                       MOVE PRI-FIRST-DATE(PRI-FOUND-IDX)
                           TO BRK-FIRST-DATE(BREAK-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO NEW-BREAK-COUNT
               END-IF
           END-IF.

       WRITE-BREAKS-REPORT.
      *> Rewritten whole each run, laid out like the exception file
      *> BTC-PRICE-RECONCILE writes: a dated banner, the statement's
      *> own standing, one comma-separated line per break with its
      *> age, the breaks cleared since the last statement, and a
      *> totals line:
           OPEN OUTPUT BREAK-REPORT-FILE
           IF BREAK-REPORT-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN BREAKS REPORT FILE: "
                   BREAK-REPORT-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING
               "===== CUSTODIAN POSITION RECONCILIATION " RUN-DATE
               " " RUN-HH ":" RUN-MIN ":" RUN-SEC " ====="
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-BREAK-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE STATEMENT-STATE
               WHEN "MISSING"
                   STRING
                       "CUSTODIAN STATEMENT MISSING,"
                       FUNCTION TRIM(CUSTODY-FILENAME)
                       ",NO USABLE BALANCES - NOT RECONCILED, "
                       "OPEN BREAKS CARRIED FORWARD UNCHANGED"
                       INTO REPORT-LINE
                   END-STRING
               WHEN "LATE"
                   STRING
                       "CUSTODIAN STATEMENT LATE," STATEMENT-DATE
                       ",EXPECTED " EXPECTED-DATE " OR LATER"
                       INTO REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING
                       "CUSTODIAN STATEMENT," STATEMENT-DATE
                       ",POSITIONS FROM TRADES TO THE SAME DATE"
                       INTO REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-BREAK-REPORT-LINE
           IF STALE-LINE-COUNT > 0 OR BAD-LINE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING
                   "CUSTODIAN LINES LEFT OUT," STALE-LINE-COUNT
                   " OLDER STATEMENT DATE," BAD-LINE-COUNT
                   " UNREADABLE"
                   INTO REPORT-LINE
               END-STRING
               PERFORM WRITE-BREAK-REPORT-LINE
           END-IF
           IF STATEMENT-STATE = "MISSING"
               PERFORM VARYING PRI-IDX FROM 1 BY 1
                       UNTIL PRI-IDX > PRIOR-COUNT
                   MOVE PRI-COIN(PRI-IDX) TO STATE-FIELD1
                   MOVE PRI-TYPE(PRI-IDX) TO WORK-TYPE
                   MOVE PRI-FIRST-DATE(PRI-IDX) TO DATE-TEXT
                   MOVE PRI-LEDGER-QTY(PRI-IDX) TO WORK-LEDGER-QTY
                   MOVE PRI-CUST-QTY(PRI-IDX) TO WORK-CUST-QTY
                   MOVE 0 TO WORK-ACCOUNTS
                   MOVE RUN-INT TO STATEMENT-INT
                   PERFORM WRITE-BREAK-LINE
               END-PERFORM
           ELSE
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > BREAK-COUNT
                   MOVE BRK-COIN(BRK-IDX) TO STATE-FIELD1
                   MOVE BRK-TYPE(BRK-IDX) TO WORK-TYPE
                   MOVE BRK-FIRST-DATE(BRK-IDX) TO DATE-TEXT
                   MOVE BRK-LEDGER-QTY(BRK-IDX) TO WORK-LEDGER-QTY
                   MOVE BRK-CUST-QTY(BRK-IDX) TO WORK-CUST-QTY
                   MOVE BRK-ACCOUNTS(BRK-IDX) TO WORK-ACCOUNTS
                   PERFORM WRITE-BREAK-LINE
               END-PERFORM
               PERFORM VARYING PRI-IDX FROM 1 BY 1
                       UNTIL PRI-IDX > PRIOR-COUNT
                   IF PRI-STILL-OPEN(PRI-IDX) = "N"
                       PERFORM WRITE-CLEARED-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF STATEMENT-STATE = "MISSING"
               STRING
                   "TOTALS: NOT RECONCILED, " PRIOR-COUNT
                   " OPEN BREAK(S) CARRIED FORWARD"
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "TOTALS: " HOLDINGS-COUNT " LEDGER / " CUST-COUNT
                   " CUSTODIAN COINS, " BREAK-COUNT " OPEN BREAK(S), "
                   NEW-BREAK-COUNT " NEW, " CLEARED-COUNT " CLEARED"
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-BREAK-REPORT-LINE
           CLOSE BREAK-REPORT-FILE.

       WRITE-BREAK-LINE.
      *> Age runs from the first statement the break appeared on to
      *> this statement (to today when there is no statement):
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE AGE-DAYS = STATEMENT-INT - DATE-INT
           MOVE AGE-DAYS TO AGE-DISPLAY
           MOVE WORK-LEDGER-QTY TO LEDGER-QTY-DISPLAY
           MOVE WORK-CUST-QTY TO CUST-QTY-DISPLAY
           COMPUTE QTY-DIFF = WORK-CUST-QTY - WORK-LEDGER-QTY
           MOVE QTY-DIFF TO DIFF-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "BREAK " FUNCTION TRIM(WORK-TYPE) ","
               FUNCTION TRIM(STATE-FIELD1)
               ",LEDGER=" FUNCTION TRIM(LEDGER-QTY-DISPLAY)
               ",CUSTODIAN=" FUNCTION TRIM(CUST-QTY-DISPLAY)
               ",DIFF=" FUNCTION TRIM(DIFF-DISPLAY)
               ",FIRST SEEN=" DATE-TEXT
               ",AGE=" FUNCTION TRIM(AGE-DISPLAY) " DAY(S)"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-BREAK-REPORT-LINE.

       WRITE-CLEARED-LINE.
           MOVE PRI-FIRST-DATE(PRI-IDX) TO DATE-TEXT
           PERFORM CONVERT-DATE-TO-INTEGER
           COMPUTE AGE-DAYS = STATEMENT-INT - DATE-INT
           MOVE AGE-DAYS TO AGE-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING
               "CLEARED " FUNCTION TRIM(PRI-TYPE(PRI-IDX)) ","
               FUNCTION TRIM(PRI-COIN(PRI-IDX))
               ",FIRST SEEN=" PRI-FIRST-DATE(PRI-IDX)
               ",CLEARED ON STATEMENT " STATEMENT-DATE
               ",OPEN " FUNCTION TRIM(AGE-DISPLAY) " DAY(S)"
               INTO REPORT-LINE
           END-STRING
           PERFORM WRITE-BREAK-REPORT-LINE.

       WRITE-BREAK-REPORT-LINE.
           MOVE REPORT-LINE TO BREAK-REPORT-RECORD
           WRITE BREAK-REPORT-RECORD.

       SAVE-BREAK-STATE.
      *> Rewritten whole from today's breaks - cleared ones simply
      *> are not written back:
           OPEN OUTPUT BREAK-STATE-FILE
           IF BREAK-STATE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE BREAK STATE FILE: "
                   BREAK-STATE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE BRK-LEDGER-QTY(BRK-IDX) TO LEDGER-QTY-DISPLAY
               MOVE BRK-CUST-QTY(BRK-IDX) TO CUST-QTY-DISPLAY
               MOVE SPACES TO STATE-LINE
               STRING
                   FUNCTION TRIM(BRK-COIN(BRK-IDX)) ","
                   FUNCTION TRIM(BRK-TYPE(BRK-IDX)) ","
                   BRK-FIRST-DATE(BRK-IDX) ","
                   STATEMENT-DATE ","
                   FUNCTION TRIM(LEDGER-QTY-DISPLAY) ","
                   FUNCTION TRIM(CUST-QTY-DISPLAY)
                   INTO STATE-LINE
               END-STRING
               MOVE STATE-LINE TO BREAK-STATE-RECORD
               WRITE BREAK-STATE-RECORD
           END-PERFORM
           CLOSE BREAK-STATE-FILE.

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
