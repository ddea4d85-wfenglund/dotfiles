               ASSIGN TO CONSOLE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSOLE-LOG-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           1 ESCALATION-CONTROL-RECORD PIC X(10).
       FD CONSOLE-LOG-FILE.
           1 CONSOLE-LOG-RECORD PIC X(132).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 DISPATCH-STATE-FILENAME PIC X(30)
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-ALERT-CONSOLE".
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
      *> and unacknowledged after the configured number of days is
      *> re-sent through notify_desk, so an alert nobody saw no
      *> longer looks identical to an alert somebody handled:
           MOVE "dispatch_state" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO TODAY-DATE
           STRING
           PERFORM LOAD-STATE-TABLE
           IF STATE-COUNT = 0
               DISPLAY "NO OPEN CROSSINGS - NOTHING TO REVIEW"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           DISPLAY "ALERT CONSOLE - OPERATOR ID?"
           DISPLAY "CONSOLE SESSION COMPLETE: " ACKED-COUNT
               " ACKNOWLEDGED, " SNOOZED-COUNT " SNOOZED, "
               ESCALATED-COUNT " ESCALATED"
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-ESCALATION-DAYS.
           OPEN INPUT DISPATCH-STATE-FILE
           IF DISPATCH-STATE-STATUS NOT = "00"
               DISPLAY "NO DISPATCH STATE FILE - NOTHING TO REVIEW"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-STATE = "Y"
           CLOSE DISPATCH-STATE-FILE
           IF STATE-INCOMPLETE = "Y"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF.

               DISPLAY "UNABLE TO REWRITE DISPATCH STATE FILE: "
                   DISPATCH-STATE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING CON-IDX FROM 1 BY 1
           MOVE NUM-MONTH TO NUM-DATE(5:2)
           MOVE NUM-DAY TO NUM-DATE(7:2)
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(NUM-DATE).

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
