               ASSIGN TO DISPATCH-STATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISPATCH-STATE-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           1 ALERT-RECORD PIC X(100).
       FD DISPATCH-STATE-FILE.
           1 DISPATCH-STATE-RECORD PIC X(60).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 ALERT-FILENAME PIC X(24) VALUE "btc_price_alerts.dat".
      *> at least one run passed with no breach, so the next alert is
      *> a fresh crossing and notifies again. Analytics SIGNAL
      *> records share these rows with their 4-byte signal code
      *> (MAUP / MADN / VOLB) standing in for the direction, and
      *> BTC-PORTFOLIO-RISK's RISK records likewise with their limit
      *> code (CONC / VAR1). STATUS
      *> starts as DISPATCHED and is moved along by the operator in
      *> BTC-ALERT-CONSOLE (ACKED, SNOOZED, ESCALATED) - either way
      *> the crossing stays suppressed here until it closes. The
           1 NOTIFY-COMMAND-PREFIX PIC X(20) VALUE "./notify_desk ".
           1 NOTIFY-COMMAND PIC X(200).
           1 NOTIFY-FAILED PIC X.
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-ALERT-DISPATCHER".
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
      *> notification command, and suppress the identical re-fires a
      *> trigger generates every run while the price sits outside its
      *> band:
           MOVE "dispatch_state" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-DISPATCH-STATE
           OPEN INPUT ALERT-FILE
           IF ALERT-FILE-STATUS NOT = "00"
               DISPLAY "NO ALERT FILE FOUND - NOTHING TO DISPATCH"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-ALERTS = "Y"
           PERFORM SAVE-DISPATCH-STATE
           DISPLAY "ALERTS DISPATCHED: " DISPATCHED-COUNT
               "  SUPPRESSED AS ALREADY-NOTIFIED: " SUPPRESSED-COUNT
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-DISPATCH-STATE.
                       DISPLAY "SKIPPING UNRECOGNIZED SIGNAL CODE: "
                           FUNCTION TRIM(ALERT-LINE)
                   END-IF
               WHEN "RISK"
      *> Limit breaches from BTC-PORTFOLIO-RISK: CONC (one coin's
      *> share of the book over its limit) and VAR1 (one-day VaR
      *> over the desk's loss limit, against coin PORTFOLIO). The
      *> risk job writes one every run while the limit stays
      *> breached, so the same crossing rule keeps it to one
      *> notification per breach:
                   IF FUNCTION TRIM(ALR-PRICE-FIELD) = "CONC"
                       OR FUNCTION TRIM(ALR-PRICE-FIELD) = "VAR1"
                       MOVE ALR-PRICE-FIELD(1:4) TO ALR-DIRECTION
                       PERFORM APPLY-CROSSING-STATE
                   ELSE
                       DISPLAY "SKIPPING UNRECOGNIZED RISK CODE: "
                           FUNCTION TRIM(ALERT-LINE)
                   END-IF
               WHEN OTHER
                   DISPLAY "SKIPPING UNRECOGNIZED ALERT LINE: "
                       FUNCTION TRIM(ALERT-LINE)
      *> The desk message is built per record type but everything
      *> downstream of it - the notify command, the retry-on-failure
      *> rule, the state row - is the same path for trigger
      *> crossings, analytics signals and risk breaches alike:
           MOVE SPACES TO NOTIFY-COMMAND
           EVALUATE TRUE
               WHEN FUNCTION TRIM(ALR-TAG) = "ALERT"
                       " MA30 " FUNCTION TRIM(ALR-LOW-FIELD) ")'"
                       INTO NOTIFY-COMMAND
                   END-STRING
               WHEN ALR-DIRECTION = "CONC"
                   STRING
                       FUNCTION TRIM(NOTIFY-COMMAND-PREFIX)
                       " '" FUNCTION TRIM(ALR-COIN)
                       " IS " FUNCTION TRIM(ALR-HIGH-FIELD)
                       "% OF THE BOOK, OVER ITS CONCENTRATION LIMIT "
                       FUNCTION TRIM(ALR-LOW-FIELD) "% ON "
                       ALR-DATE "'"
                       INTO NOTIFY-COMMAND
                   END-STRING
               WHEN ALR-DIRECTION = "VAR1"
                   STRING
                       FUNCTION TRIM(NOTIFY-COMMAND-PREFIX)
                       " '" FUNCTION TRIM(ALR-COIN)
                       " ONE-DAY VAR " FUNCTION TRIM(ALR-HIGH-FIELD)
                       " BREACHED LOSS LIMIT "
                       FUNCTION TRIM(ALR-LOW-FIELD) " ON "
                       ALR-DATE "'"
                       INTO NOTIFY-COMMAND
                   END-STRING
               WHEN OTHER
                   STRING
                       FUNCTION TRIM(NOTIFY-COMMAND-PREFIX)
               DISPLAY "UNABLE TO REWRITE DISPATCH STATE FILE: "
                   DISPATCH-STATE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING STA-IDX FROM 1 BY 1
               WRITE DISPATCH-STATE-RECORD
           END-PERFORM
           CLOSE DISPATCH-STATE-FILE.

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
