               ASSIGN TO HEALTH-LIMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HEALTH-LIMIT-STATUS.
           SELECT LOCK-LIST-FILE
               ASSIGN TO LOCK-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-LIST-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           1 DISPATCH-STATE-RECORD PIC X(60).
       FD HEALTH-LIMIT-FILE.
           1 HEALTH-LIMIT-RECORD PIC X(20).
       FD LOCK-LIST-FILE.
           1 LOCK-LIST-RECORD PIC X(60).
       FD LOCK-FILE.
      *> Must match LOCK-RECORD in the programs that take run locks:
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 COIN-LIST-FILENAME PIC X(24) VALUE "coin_list.dat".
           1 LIMIT-FIELD2 PIC X(10).
           1 STALE-LIMIT-DAYS PIC 9(3) VALUE 2.
           1 SUSPECT-LIMIT-DAYS PIC 9(3) VALUE 7.
      *> Run locks: the lock files in the batch directory are listed
      *> into a work file, each read and its process checked the
      *> same way BTC-LOCK-CLEAR does:
           1 LOCK-LIST-FILENAME PIC X(26)
               VALUE "btc_ops_lock_list.tmp".
           1 LOCK-LIST-STATUS PIC X(2).
           1 WS-EOF-LOCK-LIST PIC X VALUE "N".
           1 LOCK-FILENAME PIC X(40).
           1 LOCK-FILE-STATUS PIC X(2).
           1 LOCK-LINE PIC X(100).
           1 LOCK-HOLDER-NAME PIC X(20).
           1 LOCK-HOLDER-PROGRAM PIC X(24).
           1 LOCK-HOLDER-DATE PIC X(10).
           1 LOCK-HOLDER-TIME PIC X(8).
           1 LOCK-HOLDER-PID PIC X(10).
           1 LOCK-HOLDER-ALIVE PIC X.
           1 LOCK-PID-NUM PIC 9(9).
           1 LOCK-PID-DISPLAY PIC Z(8)9.
           1 LOCK-COUNT PIC 9(3) VALUE 0.
           1 SHELL-COMMAND PIC X(200).
      *> One row per listed coin: the newest good reading's date,
      *> and a count of the distinct failure dates recorded since
      *> it - the length of the current FETCH FAILED / PARSE FAILED
      *> and any run of consecutive failure dates since it; the
      *> suspect-holding backlog and its oldest age; the last
      *> BTC-PRICE checkpoint status; the open reconcile exceptions;
      *> the dispatch state's open crossings; and the run locks held,
      *> active or stale. Anything red exits non-zero so the
      *> scheduler can page the desk instead of a coin sitting dead
      *> for a week before anyone notices:
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO TODAY-DATE
           STRING
           PERFORM REPORT-SUSPECT-BACKLOG
           PERFORM REPORT-RECON-EXCEPTIONS
           PERFORM REPORT-DISPATCH-STATE
           PERFORM REPORT-RUN-LOCKS
           DISPLAY " "
           IF RED-COUNT > 0
               DISPLAY "STATUS: RED - " RED-COUNT " CONDITION(S) "
           MOVE NUM-MONTH TO NUM-DATE(5:2)
           MOVE NUM-DAY TO NUM-DATE(7:2)
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(NUM-DATE).

       REPORT-RUN-LOCKS.
      *> A lock whose process is still running is a job in flight -
      *> worth seeing, nothing wrong. One whose process is gone was
      *> left by a run that died, and every program needing it will
      *> refuse to start until an operator clears it:
           DISPLAY " "
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "ls btc_lock_*.dat > ./"
               FUNCTION TRIM(LOCK-LIST-FILENAME) " 2>/dev/null"
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           OPEN INPUT LOCK-LIST-FILE
           IF LOCK-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-LOCK-LIST = "Y"
                   READ LOCK-LIST-FILE INTO LOCK-LIST-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-LOCK-LIST
                       NOT AT END
                           IF LOCK-LIST-RECORD NOT = SPACES
                               MOVE LOCK-LIST-RECORD TO LOCK-FILENAME
                               PERFORM REPORT-ONE-RUN-LOCK
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
           MOVE 0 TO RETURN-CODE
           IF LOCK-COUNT = 0
               DISPLAY "OK:  NO RUN LOCKS HELD"
           END-IF.

       REPORT-ONE-RUN-LOCK.
           PERFORM READ-LOCK-HOLDER
           EVALUATE LOCK-HOLDER-ALIVE
               WHEN "Y"
                   ADD 1 TO LOCK-COUNT
                   DISPLAY "OK:  RUN LOCK "
                       FUNCTION TRIM(LOCK-HOLDER-NAME) " ACTIVE - "
                       FUNCTION TRIM(LOCK-HOLDER-PROGRAM) " SINCE "
                       LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME " (PID "
                       FUNCTION TRIM(LOCK-HOLDER-PID) ")"
               WHEN "N"
                   ADD 1 TO LOCK-COUNT
                   DISPLAY "RED: RUN LOCK "
                       FUNCTION TRIM(LOCK-HOLDER-NAME) " STALE - "
                       FUNCTION TRIM(LOCK-HOLDER-PROGRAM) " STARTED "
                       LOCK-HOLDER-DATE " " LOCK-HOLDER-TIME " (PID "
                       FUNCTION TRIM(LOCK-HOLDER-PID)
                       " GONE); CLEAR WITH BTC-LOCK-CLEAR"
                   ADD 1 TO RED-COUNT
           END-EVALUATE.

       READ-LOCK-HOLDER.
      *> Same reading of a lock file as READ-LOCK-HOLDER in the
      *> programs that take the locks; a lock removed since the
      *> listing comes back "?" and is skipped:
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
