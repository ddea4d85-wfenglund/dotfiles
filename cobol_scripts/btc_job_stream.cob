               ASSIGN TO STREAM-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STREAM-LOG-STATUS.
           SELECT RESTORE-DAYS-FILE
               ASSIGN TO RESTORE-DAYS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTORE-DAYS-STATUS.
           SELECT RESTORE-MANIFEST-FILE
               ASSIGN TO RESTORE-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTORE-MANIFEST-STATUS.
           SELECT RESTORE-WORK-FILE
               ASSIGN TO RESTORE-WORK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTORE-WORK-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           1 STREAM-STATE-RECORD PIC X(80).
       FD STREAM-LOG-FILE.
           1 STREAM-LOG-RECORD PIC X(132).
       FD RESTORE-DAYS-FILE.
           1 RESTORE-DAYS-RECORD PIC X(20).
       FD RESTORE-MANIFEST-FILE.
           1 RESTORE-MANIFEST-RECORD PIC X(132).
       FD RESTORE-WORK-FILE.
           1 RESTORE-WORK-RECORD PIC X(132).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> The stream definition, one step per non-blank line in
               2 RUN-MIN PIC 9(2).
               2 RUN-SEC PIC 9(2).
               2 FILLER PIC X(9).
      *> Restore point: before the first step of a fresh stream,
      *> every file the steps write is copied into its own dated
      *> directory, restore_points/YYYYMMDD-HHMMSS, so an operator
      *> can put the whole set back with BTC-STREAM-ROLLBACK. The
      *> monthly .arc files are only ever appended to, so instead of
      *> copying them the manifest records how many lines each held.
      *> The manifest is written last; a directory without one is
      *> not a usable restore point:
           1 RESTORE-POINT-ID PIC X(15).
           1 RESTORE-POINT-DIR PIC X(40).
           1 RESTORE-MANIFEST-FILENAME PIC X(64).
           1 RESTORE-MANIFEST-STATUS PIC X(2).
           1 RESTORE-WORK-FILENAME PIC X(64).
           1 RESTORE-WORK-STATUS PIC X(2).
           1 WS-EOF-RESTORE-WORK PIC X VALUE "N".
           1 RESTORE-COMMAND PIC X(200).
           1 RESTORE-LINE PIC X(132).
           1 RESTORE-FAILED PIC X VALUE "N".
           1 RESTORE-FILE-COUNT PIC 9(2) VALUE 0.
           1 RESTORE-FILE-TABLE.
               2 RESTORE-FILE-ENTRY OCCURS 20 TIMES.
                   3 RP-FILE-NAME PIC X(32).
                   3 RP-FILE-STATE PIC X(6).
           1 RP-IDX PIC 9(2).
           1 RP-ARC-LINES-TEXT PIC X(12).
           1 RP-ARC-NAME PIC X(60).
           1 RP-ARC-LINES PIC 9(9).
           1 RP-ARC-COUNT PIC 9(4) VALUE 0.
      *> How many days of restore points to keep, from the optional
      *> restore_point_days.dat (a single number, default 7). Older
      *> ones are removed after each new one is taken:
           1 RESTORE-DAYS-FILENAME PIC X(24)
               VALUE "restore_point_days.dat".
           1 RESTORE-DAYS-STATUS PIC X(2).
           1 RESTORE-DAYS-LINE PIC X(20).
           1 RESTORE-KEEP-DAYS PIC 9(3) VALUE 7.
           1 RP-TODAY PIC 9(8).
           1 RP-CUTOFF-INT PIC 9(8).
           1 RP-POINT-DATE PIC 9(8).
           1 RP-PRUNED-COUNT PIC 9(3) VALUE 0.
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-JOB-STREAM".
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
               2 LOCK-HELD-FILENAME PIC X(40) OCCURS 8 TIMES.
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
      *> master. The per-run STARTED/COMPLETE checkpoint inside
      *> BTC-PRICE stays exactly what it was; this job only
      *> sequences the programs around it:
           MOVE "job_stream" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-JOB-STREAM
           IF STEP-COUNT = 0
               DISPLAY "NO STEPS IN STREAM CONTROL FILE - NOTHING "
                   "TO RUN"
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM LOAD-STREAM-STATE
           PERFORM DETERMINE-RESUME-POINT
      *> A resumed stream keeps the restore point taken before the
      *> run it is finishing - that is the state worth going back
      *> to, not the half-run one:
           IF RESUME-IDX = 0
               PERFORM TAKE-RESTORE-POINT
           ELSE
               DISPLAY "RESTORE POINT OF THE INTERRUPTED RUN STILL "
                   "APPLIES - NONE TAKEN"
           END-IF
           PERFORM VARYING JS-IDX FROM 1 BY 1
                   UNTIL JS-IDX > STEP-COUNT
                       OR STREAM-FAILED = "Y"
               DISPLAY "STREAM COMPLETE: " RAN-COUNT " STEP(S) RUN, "
                   SKIPPED-COUNT " RESUMED PAST"
           END-IF
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-JOB-STREAM.
               DISPLAY "UNABLE TO OPEN STREAM CONTROL FILE: "
                   STREAM-CONTROL-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-EOF-CONTROL = "Y"
               FUNCTION TRIM(STA-FIELD4) ",RC=" STEP-RC
               INTO STREAM-LOG-LINE
           END-STRING
           PERFORM APPEND-STREAM-LOG-LINE.

       APPEND-STREAM-LOG-LINE.
           OPEN EXTEND STREAM-LOG-FILE
           IF STREAM-LOG-STATUS = "35"
               OPEN OUTPUT STREAM-LOG-FILE
               DISPLAY "UNABLE TO REWRITE STREAM STATE FILE: "
                   STREAM-STATE-FILENAME
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM VARYING JS-IDX FROM 1 BY 1
               END-IF
           END-PERFORM
           CLOSE STREAM-STATE-FILE.

       TAKE-RESTORE-POINT.
      *> The copies are taken holding the locks of every writer of
      *> these files, so an intraday fetch or an operator's console
      *> can't be half way through one of them; the locks go again
      *> as soon as the copies are made, and the steps take their
      *> own as they run. A restore point that can't be completed
      *> is removed and the stream does not start:
           MOVE "price_ledger" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "dispatch_state" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "price_close" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "price_master" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "portfolio_totals" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "ledger_seal" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           MOVE "custody_state" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           PERFORM LOAD-RESTORE-FILE-SET
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO RESTORE-POINT-ID
           STRING
               RUN-YYYY RUN-MM RUN-DD "-" RUN-HH RUN-MIN RUN-SEC
               INTO RESTORE-POINT-ID
           END-STRING
           MOVE SPACES TO RESTORE-POINT-DIR
           STRING
               "restore_points/" RESTORE-POINT-ID
               INTO RESTORE-POINT-DIR
           END-STRING
           MOVE "N" TO RESTORE-FAILED
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "mkdir -p ./" FUNCTION TRIM(RESTORE-POINT-DIR)
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "UNABLE TO CREATE RESTORE POINT DIRECTORY: "
                   FUNCTION TRIM(RESTORE-POINT-DIR)
               MOVE "Y" TO RESTORE-FAILED
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > RESTORE-FILE-COUNT
                       OR RESTORE-FAILED = "Y"
               PERFORM SAVE-RESTORE-FILE
           END-PERFORM
           IF RESTORE-FAILED = "N"
               PERFORM WRITE-RESTORE-MANIFEST
           END-IF
           IF RESTORE-FAILED = "Y"
               MOVE SPACES TO RESTORE-COMMAND
               STRING
                   "rm -rf ./" FUNCTION TRIM(RESTORE-POINT-DIR)
                   INTO RESTORE-COMMAND
               END-STRING
               CALL "SYSTEM" USING RESTORE-COMMAND
               END-CALL
               MOVE 1 TO STEP-RC
               MOVE "FAILED" TO STA-FIELD4
               PERFORM WRITE-RESTORE-LOG-LINE
               DISPLAY "UNABLE TO TAKE RESTORE POINT - STREAM NOT "
                   "STARTED"
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
           PERFORM RELEASE-RESTORE-POINT-LOCKS
           MOVE 0 TO STEP-RC
           MOVE "TAKEN" TO STA-FIELD4
           DISPLAY "RESTORE POINT TAKEN: "
               FUNCTION TRIM(RESTORE-POINT-DIR) " (" RP-ARC-COUNT
               " ARCHIVE(S) RECORDED)"
           PERFORM WRITE-RESTORE-LOG-LINE
           PERFORM PRUNE-RESTORE-POINTS.

       LOAD-RESTORE-FILE-SET.
      *> Every file a step in the stream writes, besides reports the
      *> steps rebuild whole each night and the append-only logs,
      *> plus this job's own state file so a rollback also puts the
      *> stream back to where it stood:
           MOVE 0 TO RESTORE-FILE-COUNT
           MOVE "btc_price_history.dat" TO RP-FILE-NAME(1)
           MOVE "btc_price_audit.dat" TO RP-FILE-NAME(2)
           MOVE "btc_price_alerts.dat" TO RP-FILE-NAME(3)
           MOVE "btc_price_checkpoint.dat" TO RP-FILE-NAME(4)
           MOVE "btc_alert_dispatch_state.dat" TO RP-FILE-NAME(5)
           MOVE "btc_price_close.dat" TO RP-FILE-NAME(6)
           MOVE "btc_price_master.idx" TO RP-FILE-NAME(7)
           MOVE "btc_portfolio_totals.dat" TO RP-FILE-NAME(8)
           MOVE "btc_price_suspect.dat" TO RP-FILE-NAME(9)
           MOVE "btc_price_multi_currency.dat" TO RP-FILE-NAME(10)
           MOVE "btc_custody_break_state.dat" TO RP-FILE-NAME(11)
           MOVE "btc_ledger_seal.dat" TO RP-FILE-NAME(12)
           MOVE STREAM-STATE-FILENAME TO RP-FILE-NAME(13)
           MOVE 13 TO RESTORE-FILE-COUNT
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > RESTORE-FILE-COUNT
               MOVE SPACES TO RP-FILE-STATE(RP-IDX)
           END-PERFORM.

       SAVE-RESTORE-FILE.
      *> A file that doesn't exist yet is recorded as ABSENT, so a
      *> rollback removes whatever the stream created in its place:
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "test -f ./" FUNCTION TRIM(RP-FILE-NAME(RP-IDX))
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "ABSENT" TO RP-FILE-STATE(RP-IDX)
           ELSE
               MOVE SPACES TO RESTORE-COMMAND
               STRING
                   "cp -p ./" FUNCTION TRIM(RP-FILE-NAME(RP-IDX))
                   " ./" FUNCTION TRIM(RESTORE-POINT-DIR) "/"
                   FUNCTION TRIM(RP-FILE-NAME(RP-IDX))
                   INTO RESTORE-COMMAND
               END-STRING
               CALL "SYSTEM" USING RESTORE-COMMAND
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY "UNABLE TO COPY INTO RESTORE POINT: "
                       FUNCTION TRIM(RP-FILE-NAME(RP-IDX))
                   MOVE "Y" TO RESTORE-FAILED
               ELSE
                   MOVE "SAVED" TO RP-FILE-STATE(RP-IDX)
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

       WRITE-RESTORE-MANIFEST.
      *> "POINT,id,date,time", then "FILE,name,SAVED|ABSENT" for the
      *> copied set and "ARC,name,lines" for each archive as it
      *> stood, line counts straight from wc:
           MOVE SPACES TO RESTORE-WORK-FILENAME
           STRING
               FUNCTION TRIM(RESTORE-POINT-DIR) "/arc_lines.tmp"
               INTO RESTORE-WORK-FILENAME
           END-STRING
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "wc -l *.arc > ./" FUNCTION TRIM(RESTORE-WORK-FILENAME)
               " 2>/dev/null"
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO RESTORE-MANIFEST-FILENAME
           STRING
               FUNCTION TRIM(RESTORE-POINT-DIR) "/restore_manifest.dat"
               INTO RESTORE-MANIFEST-FILENAME
           END-STRING
           OPEN OUTPUT RESTORE-MANIFEST-FILE
           IF RESTORE-MANIFEST-STATUS NOT = "00"
               DISPLAY "UNABLE TO WRITE RESTORE POINT MANIFEST: "
                   FUNCTION TRIM(RESTORE-MANIFEST-FILENAME)
               MOVE "Y" TO RESTORE-FAILED
           ELSE
               MOVE SPACES TO RESTORE-LINE
               STRING
                   "POINT," RESTORE-POINT-ID "," RUN-YYYY "-" RUN-MM
                   "-" RUN-DD "," RUN-HH ":" RUN-MIN ":" RUN-SEC
                   INTO RESTORE-LINE
               END-STRING
               MOVE RESTORE-LINE TO RESTORE-MANIFEST-RECORD
               WRITE RESTORE-MANIFEST-RECORD
               PERFORM VARYING RP-IDX FROM 1 BY 1
                       UNTIL RP-IDX > RESTORE-FILE-COUNT
                   MOVE SPACES TO RESTORE-LINE
                   STRING
                       "FILE," FUNCTION TRIM(RP-FILE-NAME(RP-IDX)) ","
                       FUNCTION TRIM(RP-FILE-STATE(RP-IDX))
                       INTO RESTORE-LINE
                   END-STRING
                   MOVE RESTORE-LINE TO RESTORE-MANIFEST-RECORD
                   WRITE RESTORE-MANIFEST-RECORD
               END-PERFORM
               MOVE 0 TO RP-ARC-COUNT
               MOVE "N" TO WS-EOF-RESTORE-WORK
               OPEN INPUT RESTORE-WORK-FILE
               IF RESTORE-WORK-STATUS = "00"
                   PERFORM UNTIL WS-EOF-RESTORE-WORK = "Y"
                       READ RESTORE-WORK-FILE INTO RESTORE-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-RESTORE-WORK
                           NOT AT END
                               PERFORM WRITE-RESTORE-ARC-LINE
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE-WORK-FILE
               END-IF
               CLOSE RESTORE-MANIFEST-FILE
           END-IF
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "rm -f ./" FUNCTION TRIM(RESTORE-WORK-FILENAME)
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE.

       WRITE-RESTORE-ARC-LINE.
      *> wc prints "lines name" per file and, for more than one
      *> file, a closing "lines total" that is not an archive:
           MOVE SPACES TO RP-ARC-LINES-TEXT RP-ARC-NAME
           UNSTRING FUNCTION TRIM(RESTORE-LINE) DELIMITED BY ALL " "
               INTO RP-ARC-LINES-TEXT RP-ARC-NAME
           END-UNSTRING
           IF RP-ARC-NAME NOT = SPACES AND RP-ARC-NAME NOT = "total"
                   AND FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(RP-ARC-LINES-TEXT)) = 0
               MOVE FUNCTION NUMVAL(FUNCTION TRIM(RP-ARC-LINES-TEXT))
                   TO RP-ARC-LINES
               MOVE SPACES TO RESTORE-LINE
               STRING
                   "ARC," FUNCTION TRIM(RP-ARC-NAME) "," RP-ARC-LINES
                   INTO RESTORE-LINE
               END-STRING
               MOVE RESTORE-LINE TO RESTORE-MANIFEST-RECORD
               WRITE RESTORE-MANIFEST-RECORD
               ADD 1 TO RP-ARC-COUNT
           END-IF.

       RELEASE-RESTORE-POINT-LOCKS.
      *> Everything but the stream's own lock, which was taken first
      *> and is held until the stream ends:
           MOVE RETURN-CODE TO LOCK-SAVED-RC
           PERFORM VARYING LOCK-IDX FROM 2 BY 1
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
           MOVE 1 TO LOCK-HELD-COUNT
           MOVE LOCK-SAVED-RC TO RETURN-CODE.

       WRITE-RESTORE-LOG-LINE.
      *> Same shape as a step's line, under the name RESTORE-POINT:
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO STREAM-LOG-LINE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD "," RUN-HH ":" RUN-MIN
               ":" RUN-SEC ",RESTORE-POINT,"
               FUNCTION TRIM(STA-FIELD4) " "
               FUNCTION TRIM(RESTORE-POINT-DIR) ",RC=" STEP-RC
               INTO STREAM-LOG-LINE
           END-STRING
           PERFORM APPEND-STREAM-LOG-LINE.

       PRUNE-RESTORE-POINTS.
      *> Only directories named like a restore point are considered;
      *> anything else an operator has put under restore_points is
      *> left alone:
           PERFORM LOAD-RESTORE-KEEP-DAYS
           MOVE FUNCTION CURRENT-DATE(1:8) TO RP-TODAY
           COMPUTE RP-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(RP-TODAY) - RESTORE-KEEP-DAYS
           MOVE "btc_restore_point_list.tmp" TO RESTORE-WORK-FILENAME
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "ls ./restore_points > ./"
               FUNCTION TRIM(RESTORE-WORK-FILENAME) " 2>/dev/null"
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO RP-PRUNED-COUNT
           MOVE "N" TO WS-EOF-RESTORE-WORK
           OPEN INPUT RESTORE-WORK-FILE
           IF RESTORE-WORK-STATUS = "00"
               PERFORM UNTIL WS-EOF-RESTORE-WORK = "Y"
                   READ RESTORE-WORK-FILE INTO RESTORE-LINE
                       AT END
                           MOVE "Y" TO WS-EOF-RESTORE-WORK
                       NOT AT END
                           PERFORM PRUNE-ONE-RESTORE-POINT
                   END-READ
               END-PERFORM
               CLOSE RESTORE-WORK-FILE
           END-IF
           MOVE SPACES TO RESTORE-COMMAND
           STRING
               "rm -f ./" FUNCTION TRIM(RESTORE-WORK-FILENAME)
               INTO RESTORE-COMMAND
           END-STRING
           CALL "SYSTEM" USING RESTORE-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           IF RP-PRUNED-COUNT > 0
               DISPLAY RP-PRUNED-COUNT " RESTORE POINT(S) OLDER THAN "
                   RESTORE-KEEP-DAYS " DAYS REMOVED"
           END-IF.

       PRUNE-ONE-RESTORE-POINT.
           IF RESTORE-LINE(1:8) IS NUMERIC
                   AND RESTORE-LINE(9:1) = "-"
                   AND RESTORE-LINE(10:6) IS NUMERIC
                   AND RESTORE-LINE(16:) = SPACES
               MOVE RESTORE-LINE(1:8) TO RP-POINT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(RP-POINT-DATE) = 0
                   IF FUNCTION INTEGER-OF-DATE(RP-POINT-DATE)
                           < RP-CUTOFF-INT
                       MOVE SPACES TO RESTORE-COMMAND
                       STRING
                           "rm -rf ./restore_points/"
                           RESTORE-LINE(1:15)
                           INTO RESTORE-COMMAND
                       END-STRING
                       CALL "SYSTEM" USING RESTORE-COMMAND
                       END-CALL
                       MOVE 0 TO RETURN-CODE
                       ADD 1 TO RP-PRUNED-COUNT
                       DISPLAY "RESTORE POINT EXPIRED: "
                           RESTORE-LINE(1:15)
                   END-IF
               END-IF
           END-IF.

       LOAD-RESTORE-KEEP-DAYS.
      *> Same optional-control-file pattern as fetch_chunk.dat: a
      *> missing or blank file leaves the default, a bad or zero
      *> value is refused loudly - zero would throw away the point
      *> just taken:
           OPEN INPUT RESTORE-DAYS-FILE
           IF RESTORE-DAYS-STATUS = "00"
               MOVE SPACES TO RESTORE-DAYS-LINE
               READ RESTORE-DAYS-FILE INTO RESTORE-DAYS-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RESTORE-DAYS-LINE NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM
                               (RESTORE-DAYS-LINE)) = 0
                               AND FUNCTION NUMVAL(FUNCTION TRIM
                               (RESTORE-DAYS-LINE)) >= 1
                               AND FUNCTION NUMVAL(FUNCTION TRIM
                               (RESTORE-DAYS-LINE)) <= 999
                               MOVE FUNCTION NUMVAL(FUNCTION TRIM
                                   (RESTORE-DAYS-LINE))
                                   TO RESTORE-KEEP-DAYS
                           ELSE
                               DISPLAY "BAD RESTORE POINT DAYS "
                                   "IGNORED: "
                                   FUNCTION TRIM(RESTORE-DAYS-LINE)
                           END-IF
                       END-IF
               END-READ
               CLOSE RESTORE-DAYS-FILE
           END-IF.

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
