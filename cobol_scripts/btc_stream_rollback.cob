       IDENTIFICATION DIVISION.
         PROGRAM-ID. BTC-STREAM-ROLLBACK.


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORK-LIST-FILE
               ASSIGN TO WORK-LIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORK-LIST-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MANIFEST-STATUS.
           SELECT ROLLBACK-LOG-FILE
               ASSIGN TO ROLLBACK-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLBACK-LOG-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD WORK-LIST-FILE.
           1 WORK-LIST-RECORD PIC X(132).
       FD MANIFEST-FILE.
      *> Must match RESTORE-MANIFEST-RECORD in BTC-JOB-STREAM:
           1 MANIFEST-RECORD PIC X(132).
       FD ROLLBACK-LOG-FILE.
           1 ROLLBACK-LOG-RECORD PIC X(200).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
      *> Work file holding a directory listing - the restore points,
      *> or the archives in the batch directory - rebuilt each time
      *> it is needed and removed afterwards:
           1 WORK-LIST-FILENAME PIC X(30).
           1 WORK-LIST-STATUS PIC X(2).
           1 WS-EOF-WORK-LIST PIC X VALUE "N".
      *> Each restore point BTC-JOB-STREAM takes is a directory
      *> restore_points/YYYYMMDD-HHMMSS holding copies of the files
      *> the stream writes and a manifest, "POINT,id,date,time" then
      *> "FILE,name,SAVED|ABSENT" and "ARC,name,lines" per archive.
      *> A directory without a readable manifest is not offered:
           1 MANIFEST-FILENAME PIC X(64).
           1 MANIFEST-STATUS PIC X(2).
           1 WS-EOF-MANIFEST PIC X VALUE "N".
           1 MANIFEST-LINE PIC X(132).
           1 MAN-FIELD1 PIC X(10).
           1 MAN-FIELD2 PIC X(60).
           1 MAN-FIELD3 PIC X(12).
           1 MAN-FIELD4 PIC X(10).
           1 MAN-KIND PIC X(10).
           1 MAN-NAME PIC X(60).
           1 MAN-VALUE PIC X(12).
      *> Append-only record of every rollback, one line per file put
      *> back, the same "stamp,operator,file,action" shape as the
      *> maintenance logs:
           1 ROLLBACK-LOG-FILENAME PIC X(28)
               VALUE "btc_stream_rollback_log.dat".
           1 ROLLBACK-LOG-STATUS PIC X(2).
           1 ROLLBACK-LOG-LINE PIC X(200).
           1 ROLLBACK-ACTION PIC X(60).
           1 ROLLBACK-LOG-NAME PIC X(60).
           1 SHELL-COMMAND PIC X(200).
           1 POINT-COUNT PIC 9(3) VALUE 0.
           1 POINT-TABLE.
               2 POINT-ENTRY OCCURS 200 TIMES.
                   3 PT-ID PIC X(15).
                   3 PT-DATE PIC X(10).
                   3 PT-TIME PIC X(8).
                   3 PT-SAVED PIC 9(2).
                   3 PT-ABSENT PIC 9(2).
                   3 PT-ARCS PIC 9(4).
           1 PT-IDX PIC 9(3).
           1 PT-FOUND-IDX PIC 9(3).
           1 RB-POINT-DIR PIC X(40).
           1 RB-FILE-COUNT PIC 9(2) VALUE 0.
           1 RB-FILE-TABLE.
               2 RB-FILE-ENTRY OCCURS 20 TIMES.
                   3 RB-FILE-NAME PIC X(32).
                   3 RB-FILE-STATE PIC X(6).
           1 RB-IDX PIC 9(4).
           1 RB-ARC-COUNT PIC 9(4) VALUE 0.
           1 RB-ARC-TABLE.
               2 RB-ARC-ENTRY OCCURS 1000 TIMES.
                   3 RB-ARC-NAME PIC X(60).
                   3 RB-ARC-LINES PIC 9(9).
           1 RB-ARC-FOUND PIC X.
           1 RB-LINES-DISPLAY PIC Z(8)9.
           1 MANIFEST-OK PIC X.
           1 ROLLBACK-FAILED PIC X.
           1 ROLLBACK-INCOMPLETE PIC X VALUE "N".
           1 OPERATOR-ID PIC X(10).
           1 MENU-CHOICE PIC X(1).
           1 CONFIRM-CHOICE PIC X(1).
           1 MAIN-QUIT PIC X VALUE "N".
           1 INPUT-VALUE PIC X(20).
           1 ROLLBACK-COUNT PIC 9(3) VALUE 0.
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-STREAM-ROLLBACK".
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
      *> Operator command to put every file the nightly stream
      *> writes back to one of the restore points BTC-JOB-STREAM
      *> took before a run - all of them together, so the ledger,
      *> audit trail, master, closes, totals, seals and the stream's
      *> own state never disagree about which night they reflect.
      *> The session holds the locks of every writer of those files,
      *> the stream's included, so nothing can run underneath it:
           MOVE "job_stream" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
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
           DISPLAY "STREAM ROLLBACK"
           DISPLAY "OPERATOR ID?"
           ACCEPT OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO OPERATOR-ID
           END-IF
           PERFORM LOAD-RESTORE-POINTS
           PERFORM LIST-RESTORE-POINTS
           PERFORM UNTIL MAIN-QUIT = "Y"
               DISPLAY " "
               DISPLAY "RESTORE POINTS: LIST (L), ROLL BACK (R), "
                   "QUIT (Q)?"
      *> End of console input ends the session the same as a
      *> deliberate quit:
               ACCEPT MENU-CHOICE
                   ON EXCEPTION
                       MOVE "Q" TO MENU-CHOICE
               END-ACCEPT
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
                   WHEN "L"
                       PERFORM LOAD-RESTORE-POINTS
                       PERFORM LIST-RESTORE-POINTS
                   WHEN "R"
                       PERFORM CHOOSE-RESTORE-POINT
                   WHEN "Q"
                       MOVE "Y" TO MAIN-QUIT
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED CHOICE"
               END-EVALUATE
           END-PERFORM
           DISPLAY ROLLBACK-COUNT " ROLLBACK(S) THIS SESSION"
           IF ROLLBACK-INCOMPLETE = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-RESTORE-POINTS.
           MOVE 0 TO POINT-COUNT
           MOVE "btc_rollback_point_list.tmp" TO WORK-LIST-FILENAME
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "ls ./restore_points > ./"
               FUNCTION TRIM(WORK-LIST-FILENAME) " 2>/dev/null"
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-EOF-WORK-LIST
           OPEN INPUT WORK-LIST-FILE
           IF WORK-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-WORK-LIST = "Y"
                   READ WORK-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-WORK-LIST
                       NOT AT END
                           PERFORM LOAD-ONE-RESTORE-POINT
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST-FILE
           END-IF
           PERFORM REMOVE-WORK-LIST.

       LOAD-ONE-RESTORE-POINT.
      *> Only directories named like a restore point, the same test
      *> the stream applies before expiring one:
           IF WORK-LIST-RECORD(1:8) IS NUMERIC
                   AND WORK-LIST-RECORD(9:1) = "-"
                   AND WORK-LIST-RECORD(10:6) IS NUMERIC
                   AND WORK-LIST-RECORD(16:) = SPACES
               IF POINT-COUNT >= 200
                   DISPLAY "RESTORE POINT TABLE FULL (MAX 200) - "
                       "SKIPPING: " WORK-LIST-RECORD(1:15)
               ELSE
                   MOVE SPACES TO RB-POINT-DIR
                   STRING
                       "restore_points/" WORK-LIST-RECORD(1:15)
                       INTO RB-POINT-DIR
                   END-STRING
                   PERFORM LOAD-MANIFEST
                   IF MANIFEST-OK = "Y"
                       ADD 1 TO POINT-COUNT
                       MOVE WORK-LIST-RECORD(1:15)
                           TO PT-ID(POINT-COUNT)
                       MOVE MAN-FIELD3 TO PT-DATE(POINT-COUNT)
                       MOVE MAN-FIELD4 TO PT-TIME(POINT-COUNT)
                       MOVE 0 TO PT-SAVED(POINT-COUNT)
                       MOVE 0 TO PT-ABSENT(POINT-COUNT)
                       PERFORM VARYING RB-IDX FROM 1 BY 1
                               UNTIL RB-IDX > RB-FILE-COUNT
                           IF RB-FILE-STATE(RB-IDX) = "SAVED"
                               ADD 1 TO PT-SAVED(POINT-COUNT)
                           ELSE
                               ADD 1 TO PT-ABSENT(POINT-COUNT)
                           END-IF
                       END-PERFORM
                       MOVE RB-ARC-COUNT TO PT-ARCS(POINT-COUNT)
                   END-IF
               END-IF
           END-IF.

       LOAD-MANIFEST.
      *> Loads RB-POINT-DIR's manifest into the file and archive
      *> tables; MANIFEST-OK is "Y" only when it opened and began
      *> with its POINT line, whose date and time are left in
      *> MAN-FIELD3 and MAN-FIELD4:
           MOVE "N" TO MANIFEST-OK
           MOVE 0 TO RB-FILE-COUNT RB-ARC-COUNT
           MOVE SPACES TO MANIFEST-FILENAME
           STRING
               FUNCTION TRIM(RB-POINT-DIR) "/restore_manifest.dat"
               INTO MANIFEST-FILENAME
           END-STRING
           OPEN INPUT MANIFEST-FILE
           IF MANIFEST-STATUS = "00"
               MOVE SPACES TO MANIFEST-LINE
               READ MANIFEST-FILE INTO MANIFEST-LINE
                   AT END
                       MOVE SPACES TO MANIFEST-LINE
               END-READ
               MOVE SPACES TO MAN-FIELD1 MAN-FIELD2 MAN-FIELD3
                   MAN-FIELD4
               UNSTRING MANIFEST-LINE DELIMITED BY ","
                   INTO MAN-FIELD1 MAN-FIELD2 MAN-FIELD3 MAN-FIELD4
               END-UNSTRING
               IF MAN-FIELD1 = "POINT"
                   MOVE "Y" TO MANIFEST-OK
                   MOVE "N" TO WS-EOF-MANIFEST
                   PERFORM UNTIL WS-EOF-MANIFEST = "Y"
                       READ MANIFEST-FILE INTO MANIFEST-LINE
                           AT END
                               MOVE "Y" TO WS-EOF-MANIFEST
                           NOT AT END
                               PERFORM LOAD-MANIFEST-LINE
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE MANIFEST-FILE
           END-IF.

       LOAD-MANIFEST-LINE.
      *> The POINT line's date and time stay in MAN-FIELD3/4, so
      *> the body lines are split into their own fields:
           MOVE SPACES TO MAN-KIND MAN-NAME MAN-VALUE
           UNSTRING MANIFEST-LINE DELIMITED BY ","
               INTO MAN-KIND MAN-NAME MAN-VALUE
           END-UNSTRING
           EVALUATE MAN-KIND
               WHEN "FILE"
                   IF RB-FILE-COUNT >= 20
                       DISPLAY "MANIFEST FILE TABLE FULL (MAX 20) - "
                           FUNCTION TRIM(RB-POINT-DIR)
                       MOVE "N" TO MANIFEST-OK
                   ELSE
                       ADD 1 TO RB-FILE-COUNT
                       MOVE MAN-NAME TO RB-FILE-NAME(RB-FILE-COUNT)
                       MOVE MAN-VALUE TO RB-FILE-STATE(RB-FILE-COUNT)
                   END-IF
               WHEN "ARC"
                   IF RB-ARC-COUNT >= 1000
                       DISPLAY "MANIFEST ARCHIVE TABLE FULL (MAX 1000)"
                           " - " FUNCTION TRIM(RB-POINT-DIR)
                       MOVE "N" TO MANIFEST-OK
                   ELSE
                       ADD 1 TO RB-ARC-COUNT
                       MOVE MAN-NAME TO RB-ARC-NAME(RB-ARC-COUNT)
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(MAN-VALUE))
                           TO RB-ARC-LINES(RB-ARC-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LIST-RESTORE-POINTS.
           IF POINT-COUNT = 0
               DISPLAY "(NO RESTORE POINTS)"
           END-IF
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > POINT-COUNT
               DISPLAY PT-ID(PT-IDX) " TAKEN " PT-DATE(PT-IDX) " "
                   PT-TIME(PT-IDX) " - " PT-SAVED(PT-IDX) " FILE(S) "
                   "SAVED, " PT-ABSENT(PT-IDX) " ABSENT, "
                   PT-ARCS(PT-IDX) " ARCHIVE(S)"
           END-PERFORM.

       CHOOSE-RESTORE-POINT.
           DISPLAY "RESTORE POINT TO ROLL BACK TO (YYYYMMDD-HHMMSS)?"
           MOVE SPACES TO INPUT-VALUE
           ACCEPT INPUT-VALUE
           MOVE 0 TO PT-FOUND-IDX
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL PT-IDX > POINT-COUNT
               IF PT-ID(PT-IDX) = INPUT-VALUE
                   MOVE PT-IDX TO PT-FOUND-IDX
               END-IF
           END-PERFORM
           IF PT-FOUND-IDX = 0
               DISPLAY "NO SUCH RESTORE POINT - LIST (L) SHOWS THOSE "
                   "KEPT"
           ELSE
               DISPLAY "ROLL BACK EVERY STREAM FILE TO THE RESTORE "
                   "POINT TAKEN " PT-DATE(PT-FOUND-IDX) " "
                   PT-TIME(PT-FOUND-IDX) "?"
               DISPLAY "EVERYTHING THE STREAM AND ANY OTHER WRITER "
                   "PUT IN THEM SINCE IS DISCARDED (Y/N)"
               ACCEPT CONFIRM-CHOICE
                   ON EXCEPTION
                       MOVE "N" TO CONFIRM-CHOICE
               END-ACCEPT
               IF FUNCTION UPPER-CASE(CONFIRM-CHOICE) = "Y"
                   PERFORM ROLL-BACK-TO-POINT
               ELSE
                   DISPLAY "NOT ROLLED BACK"
               END-IF
           END-IF.

       ROLL-BACK-TO-POINT.
      *> Two passes so the set moves together: first every file is
      *> staged beside its live copy as name.rbk - saved copies
      *> copied back, archives cut to the lines they held - and
      *> only when all of that worked are the staged files renamed
      *> over the live ones. Anything failing in the first pass
      *> leaves every live file as it was:
           MOVE SPACES TO RB-POINT-DIR
           STRING
               "restore_points/" PT-ID(PT-FOUND-IDX)
               INTO RB-POINT-DIR
           END-STRING
           PERFORM LOAD-MANIFEST
           IF MANIFEST-OK NOT = "Y"
               DISPLAY "RESTORE POINT MANIFEST UNREADABLE - NOTHING "
                   "CHANGED"
               MOVE SPACES TO ROLLBACK-LOG-NAME
               MOVE "ROLLBACK ABANDONED - MANIFEST UNREADABLE"
                   TO ROLLBACK-ACTION
               PERFORM WRITE-ROLLBACK-LOG-LINE
           ELSE
               MOVE "N" TO ROLLBACK-FAILED
               PERFORM VARYING RB-IDX FROM 1 BY 1
                       UNTIL RB-IDX > RB-FILE-COUNT
                           OR ROLLBACK-FAILED = "Y"
                   PERFORM STAGE-RESTORE-FILE
               END-PERFORM
               PERFORM VARYING RB-IDX FROM 1 BY 1
                       UNTIL RB-IDX > RB-ARC-COUNT
                           OR ROLLBACK-FAILED = "Y"
                   PERFORM STAGE-RESTORE-ARCHIVE
               END-PERFORM
               IF ROLLBACK-FAILED = "Y"
                   PERFORM DISCARD-STAGED-FILES
                   DISPLAY "ROLLBACK ABANDONED - NOTHING CHANGED"
                   MOVE SPACES TO ROLLBACK-LOG-NAME
                   MOVE "ROLLBACK ABANDONED - STAGING FAILED"
                       TO ROLLBACK-ACTION
                   PERFORM WRITE-ROLLBACK-LOG-LINE
               ELSE
                   PERFORM REPLACE-LIVE-FILES
                   PERFORM REMOVE-NEWER-ARCHIVES
                   MOVE SPACES TO ROLLBACK-LOG-NAME
                   IF ROLLBACK-FAILED = "Y"
                       MOVE "ROLLBACK INCOMPLETE" TO ROLLBACK-ACTION
                       PERFORM WRITE-ROLLBACK-LOG-LINE
                       DISPLAY "ROLLBACK INCOMPLETE - SEE "
                           FUNCTION TRIM(ROLLBACK-LOG-FILENAME)
                           " FOR THE FILES NOT PUT BACK"
                       MOVE "Y" TO ROLLBACK-INCOMPLETE
                   ELSE
                       MOVE "ROLLBACK COMPLETE" TO ROLLBACK-ACTION
                       PERFORM WRITE-ROLLBACK-LOG-LINE
                       ADD 1 TO ROLLBACK-COUNT
                       DISPLAY "ROLLED BACK TO " PT-ID(PT-FOUND-IDX)
                           " - STREAM STATE RESET WITH THE REST; THE "
                           "NEXT BTC-JOB-STREAM RUN STARTS AT ITS "
                           "FIRST STEP"
                   END-IF
               END-IF
           END-IF.

       STAGE-RESTORE-FILE.
           IF RB-FILE-STATE(RB-IDX) = "SAVED"
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "cp -p ./" FUNCTION TRIM(RB-POINT-DIR) "/"
                   FUNCTION TRIM(RB-FILE-NAME(RB-IDX)) " ./"
                   FUNCTION TRIM(RB-FILE-NAME(RB-IDX)) ".rbk"
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY "UNABLE TO STAGE SAVED COPY OF "
                       FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                   MOVE "Y" TO ROLLBACK-FAILED
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.

       STAGE-RESTORE-ARCHIVE.
      *> The archive must still hold at least the lines it had when
      *> the point was taken - if it holds fewer, something other
      *> than an append has happened to it and cutting it back
      *> would not restore it:
           MOVE RB-ARC-LINES(RB-IDX) TO RB-LINES-DISPLAY
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "head -n " FUNCTION TRIM(RB-LINES-DISPLAY) " ./"
               FUNCTION TRIM(RB-ARC-NAME(RB-IDX)) " > ./"
               FUNCTION TRIM(RB-ARC-NAME(RB-IDX)) ".rbk"
               " 2>/dev/null && test $(wc -l < ./"
               FUNCTION TRIM(RB-ARC-NAME(RB-IDX)) ".rbk) -eq "
               FUNCTION TRIM(RB-LINES-DISPLAY)
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "ARCHIVE NO LONGER HOLDS ITS "
                   FUNCTION TRIM(RB-LINES-DISPLAY)
                   " LINES FROM THE RESTORE POINT: "
                   FUNCTION TRIM(RB-ARC-NAME(RB-IDX))
               MOVE "Y" TO ROLLBACK-FAILED
           END-IF
           MOVE 0 TO RETURN-CODE.

       DISCARD-STAGED-FILES.
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-FILE-COUNT
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "rm -f ./" FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                   ".rbk"
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               END-CALL
           END-PERFORM
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-ARC-COUNT
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "rm -f ./" FUNCTION TRIM(RB-ARC-NAME(RB-IDX))
                   ".rbk"
                   INTO SHELL-COMMAND
               END-STRING
               CALL "SYSTEM" USING SHELL-COMMAND
               END-CALL
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

       REPLACE-LIVE-FILES.
      *> A file that did not exist when the point was taken but
      *> does now was created since, so it is removed - for the
      *> stream's own state file that means the next run starts
      *> fresh:
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-FILE-COUNT
               MOVE RB-FILE-NAME(RB-IDX) TO ROLLBACK-LOG-NAME
               MOVE SPACES TO SHELL-COMMAND
               IF RB-FILE-STATE(RB-IDX) = "SAVED"
                   STRING
                       "mv -f ./" FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                       ".rbk ./" FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                       INTO SHELL-COMMAND
                   END-STRING
                   MOVE "RESTORED FROM SAVED COPY" TO ROLLBACK-ACTION
                   PERFORM RUN-ROLLBACK-COMMAND
               ELSE
                   STRING
                       "test -f ./" FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                       INTO SHELL-COMMAND
                   END-STRING
                   CALL "SYSTEM" USING SHELL-COMMAND
                   END-CALL
                   IF RETURN-CODE = 0
                       MOVE SPACES TO SHELL-COMMAND
                       STRING
                           "rm -f ./"
                           FUNCTION TRIM(RB-FILE-NAME(RB-IDX))
                           INTO SHELL-COMMAND
                       END-STRING
                       MOVE "REMOVED - ABSENT AT RESTORE POINT"
                           TO ROLLBACK-ACTION
                       PERFORM RUN-ROLLBACK-COMMAND
                   END-IF
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-ARC-COUNT
               MOVE RB-ARC-NAME(RB-IDX) TO ROLLBACK-LOG-NAME
               MOVE RB-ARC-LINES(RB-IDX) TO RB-LINES-DISPLAY
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "mv -f ./" FUNCTION TRIM(RB-ARC-NAME(RB-IDX))
                   ".rbk ./" FUNCTION TRIM(RB-ARC-NAME(RB-IDX))
                   INTO SHELL-COMMAND
               END-STRING
               MOVE SPACES TO ROLLBACK-ACTION
               STRING
                   "CUT BACK TO " FUNCTION TRIM(RB-LINES-DISPLAY)
                   " LINES"
                   INTO ROLLBACK-ACTION
               END-STRING
               PERFORM RUN-ROLLBACK-COMMAND
           END-PERFORM.

       REMOVE-NEWER-ARCHIVES.
      *> An archive month the manifest doesn't list was started by
      *> a retention run after the point was taken; the lines in it
      *> are back in the restored live file:
           MOVE "btc_rollback_arc_list.tmp" TO WORK-LIST-FILENAME
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "ls *.arc > ./" FUNCTION TRIM(WORK-LIST-FILENAME)
               " 2>/dev/null"
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE
           MOVE "N" TO WS-EOF-WORK-LIST
           OPEN INPUT WORK-LIST-FILE
           IF WORK-LIST-STATUS = "00"
               PERFORM UNTIL WS-EOF-WORK-LIST = "Y"
                   READ WORK-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-WORK-LIST
                       NOT AT END
                           IF WORK-LIST-RECORD NOT = SPACES
                               PERFORM REMOVE-ONE-NEWER-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-LIST-FILE
           END-IF
           PERFORM REMOVE-WORK-LIST.

       REMOVE-ONE-NEWER-ARCHIVE.
           MOVE "N" TO RB-ARC-FOUND
           PERFORM VARYING RB-IDX FROM 1 BY 1
                   UNTIL RB-IDX > RB-ARC-COUNT
               IF RB-ARC-NAME(RB-IDX) = WORK-LIST-RECORD
                   MOVE "Y" TO RB-ARC-FOUND
               END-IF
           END-PERFORM
           IF RB-ARC-FOUND = "N"
               MOVE WORK-LIST-RECORD TO ROLLBACK-LOG-NAME
               MOVE SPACES TO SHELL-COMMAND
               STRING
                   "rm -f ./" FUNCTION TRIM(WORK-LIST-RECORD)
                   INTO SHELL-COMMAND
               END-STRING
               MOVE "REMOVED - ARCHIVED AFTER RESTORE POINT"
                   TO ROLLBACK-ACTION
               PERFORM RUN-ROLLBACK-COMMAND
           END-IF.

       RUN-ROLLBACK-COMMAND.
      *> Every file put back is logged; one that could not be gets
      *> its own FAILED line and marks the rollback incomplete:
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO ROLLBACK-FAILED
               DISPLAY "FAILED: " FUNCTION TRIM(ROLLBACK-LOG-NAME)
                   " - " FUNCTION TRIM(ROLLBACK-ACTION)
               MOVE SPACES TO ROLLBACK-LOG-LINE
               STRING
                   "FAILED - " FUNCTION TRIM(ROLLBACK-ACTION)
                   INTO ROLLBACK-LOG-LINE
               END-STRING
               MOVE ROLLBACK-LOG-LINE TO ROLLBACK-ACTION
           ELSE
               DISPLAY FUNCTION TRIM(ROLLBACK-LOG-NAME) ": "
                   FUNCTION TRIM(ROLLBACK-ACTION)
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM WRITE-ROLLBACK-LOG-LINE.

       WRITE-ROLLBACK-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE SPACES TO ROLLBACK-LOG-LINE
           STRING
               RUN-YYYY "-" RUN-MM "-" RUN-DD "," RUN-HH ":" RUN-MIN
               ":" RUN-SEC "," FUNCTION TRIM(OPERATOR-ID) ","
               PT-ID(PT-FOUND-IDX) "," FUNCTION TRIM(ROLLBACK-LOG-NAME)
               "," FUNCTION TRIM(ROLLBACK-ACTION)
               INTO ROLLBACK-LOG-LINE
           END-STRING
           OPEN EXTEND ROLLBACK-LOG-FILE
           IF ROLLBACK-LOG-STATUS = "35"
               OPEN OUTPUT ROLLBACK-LOG-FILE
           END-IF
           MOVE ROLLBACK-LOG-LINE TO ROLLBACK-LOG-RECORD
           WRITE ROLLBACK-LOG-RECORD
           CLOSE ROLLBACK-LOG-FILE.

       REMOVE-WORK-LIST.
           MOVE SPACES TO SHELL-COMMAND
           STRING
               "rm -f ./" FUNCTION TRIM(WORK-LIST-FILENAME)
               INTO SHELL-COMMAND
           END-STRING
           CALL "SYSTEM" USING SHELL-COMMAND
           END-CALL
           MOVE 0 TO RETURN-CODE.

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
