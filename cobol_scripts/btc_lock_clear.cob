       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-LOCK-CLEAR.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-LIST-FILE
               ASSIGN TO LOCK-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-LIST-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
           SELECT CLEAR-LOG-FILE
               ASSIGN TO CLEAR-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEAR-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCK-LIST-FILE.
           1 LOCK-LIST-RECORD PIC X(60).
       FD LOCK-FILE.
      *> Must match LOCK-RECORD in the programs that take run locks:
           1 LOCK-RECORD PIC X(100).
       FD CLEAR-LOG-FILE.
           1 CLEAR-LOG-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
      *> Work file holding the directory listing of lock files,
      *> rebuilt on every listing and removed afterwards:
           1 LOCK-LIST-FILENAME PIC X(26)
               VALUE "btc_lock_clear_list.tmp".
           1 LOCK-LIST-STATUS PIC X(2).
           1 WS-EOF-LOCK-LIST PIC X VALUE "N".
           1 LOCK-FILENAME PIC X(40).
           1 LOCK-FILE-STATUS PIC X(2).
      *> Append-only record of every lock an operator cleared, with
      *> the lock's contents as they stood, the same
      *> "stamp,operator,file,action" shape as the maintenance logs:
           1 CLEAR-LOG-FILENAME PIC X(24)
               VALUE "btc_run_lock_log.dat".
           1 CLEAR-LOG-STATUS PIC X(2).
           1 CLEAR-LOG-LINE PIC X(200).
           1 SHELL-COMMAND PIC X(200).
           1 LOCK-LINE PIC X(100).
           1 LOCK-HOLDER-NAME PIC X(20).
           1 LOCK-HOLDER-PROGRAM PIC X(24).
           1 LOCK-HOLDER-DATE PIC X(10).
           1 LOCK-HOLDER-TIME PIC X(8).
           1 LOCK-HOLDER-PID PIC X(10).
           1 LOCK-HOLDER-ALIVE PIC X.
           1 LOCK-PID-NUM PIC 9(9).
           1 LOCK-PID-DISPLAY PIC Z(8)9.
           1 LOCK-COUNT PIC 9(2) VALUE 0.
           1 LOCK-TABLE.
               2 LOCK-ENTRY OCCURS 50 TIMES.
                   3 LCK-FILENAME PIC X(40).
                   3 LCK-LINE PIC X(100).
                   3 LCK-NAME PIC X(20).
                   3 LCK-PROGRAM PIC X(24).
                   3 LCK-DATE PIC X(10).
                   3 LCK-TIME PIC X(8).
                   3 LCK-PID PIC X(10).
                   3 LCK-ALIVE PIC X.
           1 LCK-IDX PIC 9(2).
           1 LCK-FOUND-IDX PIC 9(2).
           1 OPERATOR-ID PIC X(10).
           1 MENU-CHOICE PIC X(1).
           1 CONFIRM-CHOICE PIC X(1).
           1 MAIN-QUIT PIC X VALUE "N".
           1 INPUT-VALUE PIC X(20).
           1 CLEARED-COUNT PIC 9(3) VALUE 0.
           1 RUN-DATE-TIME.
               2 RUN-YYYY PIC 9(4).
               2 RUN-MM PIC 9(2).
               2 RUN-DD PIC 9(2).
               2 RUN-HH PIC 9(2).
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *> Operator command for run locks left behind by a run that
      *> died: lists every lock with whether its process is still
      *> running, and clears a stale one - after the operator has
      *> checked the files it guards - with who cleared it, when,
      *> and what the lock said written to the clear log. A lock
      *> whose process is still running is never cleared here:
           DISPLAY "RUN LOCK CLEARANCE"
           DISPLAY "OPERATOR ID?"
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-LOCK-TABLE
           PERFORM LIST-LOCKS
           PERFORM UNTIL MAIN-QUIT = "Y"
               DISPLAY " "
               DISPLAY "LOCKS: LIST (L), CLEAR STALE (C), QUIT (Q)?"
      *> End of console input ends the session the same as a
      *> deliberate quit:
               ACCEPT MENU-CHOICE
                   ON EXCEPTION
                       MOVE "Q" TO MENU-CHOICE
               END-ACCEPT
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
                   WHEN "L"
                       PERFORM LOAD-LOCK-TABLE
                       PERFORM LIST-LOCKS
                   WHEN "C"
                       PERFORM CLEAR-STALE-LOCK
                   WHEN "Q"
                       MOVE "Y" TO MAIN-QUIT
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CHOICE"
               END-EVALUATE
           END-PERFORM
           DISPLAY CLEARED-COUNT " LOCK(S) CLEARED THIS SESSION"
           STOP RUN.

       LOAD-LOCK-TABLE.
      *> Whatever lock files are in the batch directory right now,
      *> each read and its process checked afresh:
           MOVE 0 TO LOCK-COUNT
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "ls btc_lock_*.dat > ./"
               FUNCTION TRIM(LOCK-LIST-FILENAME) " 2>/dev/null"
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-EOF-LOCK-LIST
           OPEN INPUT LOCK-LIST-FILE
           IF LOCK-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-LOCK-LIST = "Y"
                   READ LOCK-LIST-FILE INTO LOCK-LIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-LOCK-LIST
                       NOT AT END
                           IF LOCK-LIST-RECORD NOT = SPACES
                               PERFORM LOAD-ONE-LOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LOCK-LIST-FILE
           END-IF
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "rm -f ./" FUNCTION TRIM(LOCK-LIST-FILENAME)
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE.

       LOAD-ONE-LOCK.
           IF LOCK-COUNT >= 50
               DISPLAY "LOCK TABLE FULL (MAX 50) - SKIPPING: "
                   FUNCTION TRIM(LOCK-LIST-RECORD)
           ELSE
               MOVE LOCK-LIST-RECORD TO LOCK-FILENAME
               PERFORM READ-LOCK-HOLDER
               IF LOCK-HOLDER-ALIVE NOT = "?"
                   ADD 1 TO LOCK-COUNT
                   MOVE LOCK-FILENAME TO LCK-FILENAME(LOCK-COUNT)
                   MOVE LOCK-LINE TO LCK-LINE(LOCK-COUNT)
                   MOVE LOCK-HOLDER-NAME TO LCK-NAME(LOCK-COUNT)
                   MOVE LOCK-HOLDER-PROGRAM TO LCK-PROGRAM(LOCK-COUNT)
                   MOVE LOCK-HOLDER-DATE TO LCK-DATE(LOCK-COUNT)
                   MOVE LOCK-HOLDER-TIME TO LCK-TIME(LOCK-COUNT)
                   MOVE LOCK-HOLDER-PID TO LCK-PID(LOCK-COUNT)
                   MOVE LOCK-HOLDER-ALIVE TO LCK-ALIVE(LOCK-COUNT)
               END-IF
           END-IF.

       READ-LOCK-HOLDER.
      *> Same reading of a lock file as READ-LOCK-HOLDER in the
      *> programs that take the locks: no pid yet means the lock is
      *> still being taken, which counts as live:
           MOVE SPACES TO LOCK-HOLDER-NAME LOCK-HOLDER-PROGRAM
               LOCK-HOLDER-DATE LOCK-HOLDER-TIME LOCK-HOLDER-PID
           MOVE SPACES TO LOCK-LINE
           MOVE "Y" TO LOCK-HOLDER-ALIVE
           OPEN INPUT LOCK-FILE
           IF LOCK-FILE-STATUS NOT = "00"
               MOVE "?" TO LOCK-HOLDER-ALIVE
           ELSE
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
                   MOVE SPACES TO SHELL-COMMAND
                   STRING
                       "kill -0 " FUNCTION TRIM(LOCK-PID-DISPLAY)
                       " 2>/dev/null"
                       INTO SHELL-COMMAND
                   END-STRING
                   CALL "SYSTEM" USING SHELL-COMMAND
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       MOVE "N" TO LOCK-HOLDER-ALIVE
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       LIST-LOCKS.
           IF LOCK-COUNT = 0
               DISPLAY "(NO RUN LOCKS HELD)"
           END-IF
           PERFORM VARYING LCK-IDX FROM 1 BY 1
                   UNTIL LCK-IDX > LOCK-COUNT
               IF LCK-ALIVE(LCK-IDX) = "N"
                   DISPLAY "STALE:  " LCK-NAME(LCK-IDX) " "
                       LCK-PROGRAM(LCK-IDX) " STARTED "
                       LCK-DATE(LCK-IDX) " " LCK-TIME(LCK-IDX)
                       " PID " FUNCTION TRIM(LCK-PID(LCK-IDX))
                       " (NO LONGER RUNNING)"
               ELSE
                   DISPLAY "ACTIVE: " LCK-NAME(LCK-IDX) " "
                       LCK-PROGRAM(LCK-IDX) " STARTED "
                       LCK-DATE(LCK-IDX) " " LCK-TIME(LCK-IDX)
                       " PID " FUNCTION TRIM(LCK-PID(LCK-IDX))
               END-IF
           END-PERFORM.

       CLEAR-STALE-LOCK.
           DISPLAY "LOCK NAME TO CLEAR?"
           ACCEPT INPUT-VALUE
           MOVE 0 TO LCK-FOUND-IDX
           PERFORM VARYING LCK-IDX FROM 1 BY 1
                   UNTIL LCK-IDX > LOCK-COUNT
               IF LCK-NAME(LCK-IDX) = INPUT-VALUE
                   MOVE LCK-IDX TO LCK-FOUND-IDX
               END-IF
           END-PERFORM
           IF LCK-FOUND-IDX = 0
               DISPLAY "NO SUCH LOCK - LIST (L) SHOWS THE LOCKS HELD"
           ELSE
               IF LCK-ALIVE(LCK-FOUND-IDX) NOT = "N"
                   DISPLAY "LOCK IS HELD BY A RUNNING PROCESS (PID "
                       FUNCTION TRIM(LCK-PID(LCK-FOUND-IDX))
                       ") - NOT CLEARED"
               ELSE
                   DISPLAY "CLEAR STALE LOCK "
                       FUNCTION TRIM(LCK-NAME(LCK-FOUND-IDX))
                       " LEFT BY "
                       FUNCTION TRIM(LCK-PROGRAM(LCK-FOUND-IDX))
                       " STARTED " LCK-DATE(LCK-FOUND-IDX) " "
                       LCK-TIME(LCK-FOUND-IDX) "? (Y/N)"
                   ACCEPT CONFIRM-CHOICE
                       ON EXCEPTION
                           MOVE "N" TO CONFIRM-CHOICE
                   END-ACCEPT
                   IF FUNCTION UPPER-CASE(CONFIRM-CHOICE) = "Y"
                       PERFORM REMOVE-STALE-LOCK
                   ELSE
                       DISPLAY "NOT CLEARED"
                   END-IF
               END-IF
           END-IF.

       REMOVE-STALE-LOCK.
      *> Read the lock again just before removing it: if it has
      *> changed since it was listed (another operator cleared it
      *> and a new run took it), it is not the lock the operator
      *> confirmed:
           MOVE LCK-FILENAME(LCK-FOUND-IDX) TO LOCK-FILENAME
           PERFORM READ-LOCK-HOLDER
           IF LOCK-HOLDER-ALIVE NOT = "N"
                   OR LOCK-LINE NOT = LCK-LINE(LCK-FOUND-IDX)
               DISPLAY "LOCK HAS CHANGED SINCE IT WAS LISTED - NOT "
                   "CLEARED; LIST (L) AGAIN"
           ELSE
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "rm -f ./" FUNCTION TRIM(LOCK-FILENAME)
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY "REMOVE OF LOCK FILE FAILED: "
                       FUNCTION TRIM(LOCK-FILENAME)
                   MOVE 0 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-CLEAR-LOG-LINE
                   PERFORM LOAD-LOCK-TABLE
               END-IF
           END-IF.

       WRITE-CLEAR-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO CLEAR-LOG-LINE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD "," RUN-HH ":" RUN-MIN
               ":" RUN-SEC "," FUNCTION TRIM(OPERATOR-ID) ","
               FUNCTION TRIM(LOCK-FILENAME) ",CLEAR STALE LOCK | "
               FUNCTION TRIM(LOCK-LINE)
               INTO CLEAR-LOG-LINE
           END-STRING
           OPEN EXTEND CLEAR-LOG-FILE
           IF CLEAR-LOG-STATUS = "35"
               OPEN OUTPUT CLEAR-LOG-FILE
           END-IF
           MOVE CLEAR-LOG-LINE TO CLEAR-LOG-RECORD
           WRITE CLEAR-LOG-RECORD
           CLOSE CLEAR-LOG-FILE
           ADD 1 TO CLEARED-COUNT
           DISPLAY "CLEARED AND LOGGED".
