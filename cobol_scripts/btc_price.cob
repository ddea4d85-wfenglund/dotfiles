               ASSIGN TO SUSPECT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPECT-FILE-STATUS.
           SELECT FETCH-CHUNK-FILE
               ASSIGN TO FETCH-CHUNK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FETCH-CHUNK-STATUS.
           SELECT LOCK-FILE
               ASSIGN TO LOCK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COIN-LIST-FILE.
           1 COIN-LIST-RECORD PIC X(20).
       FD BTC-API-FILE.
      *> One /simple/price response now carries a whole chunk of
      *> coins, so this is sized for FETCH-CHUNK-MAX coins at the
      *> worst case CURRENCY-COUNT = 10 block each (the 2000 bytes per
      *> coin JSON-DATA is sized for):
           1 BTC-RECORD PIC X(100000).
       FD HISTORY-FILE.
      *> Wide enough for the full-precision price/market-cap/volume/
      *> change fields (see CLEAN_PRICE and siblings below) plus the
      *> A full history-format line plus the held-because context
      *> appended (see WRITE-SUSPECT-RECORD):
           1 SUSPECT-RECORD PIC X(200).
       FD FETCH-CHUNK-FILE.
           1 FETCH-CHUNK-RECORD PIC X(20).
       FD LOCK-FILE.
           1 LOCK-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
           1 COIN-LIST-FILENAME PIC X(24) VALUE "coin_list.dat".
           1 COIN-LIST-STATUS PIC X(2).
           1 COIN-ID PIC X(20).
           1 WS-EOF-COIN-LIST PIC X VALUE "N".
      *> The coin list is loaded into a table so the ids can go to
      *> coingecko a chunk at a time in one /simple/price call each,
      *> instead of one call (and one slice of the rate limit) per
      *> coin. The chunk size comes from the optional fetch_chunk.dat
      *> control file (one number); a missing file, zero, or anything
      *> over FETCH-CHUNK-MAX means "as many as one response can
      *> hold". A list longer than the table is loaded and fetched
      *> a table-full at a time:
           1 FETCH-COIN-COUNT PIC 9(3) VALUE 0.
           1 FETCH-COIN-TABLE.
               2 FETCH-COIN-ENTRY OCCURS 100 TIMES.
                   3 FCH-COIN PIC X(20).
           1 FCH-IDX PIC 9(3).
           1 CHUNK-START PIC 9(3).
           1 CHUNK-END PIC 9(3).
           1 FETCH-CHUNK-FILENAME PIC X(24) VALUE "fetch_chunk.dat".
           1 FETCH-CHUNK-STATUS PIC X(2).
           1 FETCH-CHUNK-LINE PIC X(20).
           1 FETCH-CHUNK-MAX PIC 9(3) VALUE 50.
           1 FETCH-CHUNK-SIZE PIC 9(3) VALUE 50.
           1 FETCH-IDS-PARAM PIC X(1100).
           1 FETCH-IDS-PTR PIC 9(4).
      *> The chunk's raw response, and the cut-out position of the
      *> current coin's own "<coin>":{...} block within it:
           1 RESPONSE-DATA PIC X(100000).
           1 RESP-COIN-KEY PIC X(30).
           1 RESP-COIN-START PIC 9(6).
           1 RESP-COIN-LEN PIC 9(6).
           1 COIN-IN-RESPONSE PIC X VALUE "N".
           1 TMP-FILE PIC X(24) VALUE "tmp_btc_price_fetch.json".
           1 BTC-API-FILE-STATUS PIC X(2).
           1 HISTORY-FILENAME PIC X(24) VALUE "btc_price_history.dat".
           1 MULTI-CCY-LEN PIC S9(4).
           1 MULTI-CCY-PRICE PIC X(25).
           1 CHANGE-24H-DELIM PIC X(30).
           1 SHELL-COMMAND1 PIC X(1500).
           1 SHELL-COMMAND2 PIC X(255).
           1 CURL-RETRY-DELAY PIC X(20) VALUE "sleep 2".
           1 CURL-ATTEMPT PIC 9(1).
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
           1 LOCK-PROGRAM PIC X(24) VALUE "BTC-PRICE".
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
      *> Read the list of coin ids to fetch from the control file,
      *> fetch them a chunk at a time, and repeat the parse/display
      *> cycle once per coin:
           MOVE "price_ledger" TO LOCK-NAME
           PERFORM ACQUIRE-RUN-LOCK
           OPEN INPUT COIN-LIST-FILE
           IF COIN-LIST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN COIN LIST FILE: "
      *> catch this same condition:
               PERFORM WRITE-CHECKPOINT-FAILED
               MOVE 1 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCKS
               STOP RUN
           END-IF
      *> Load the optional list of additional currencies to report
      *> gate in CHECK-PRICE-OUTLIER:
           PERFORM LOAD-OUTLIER-LIMIT
           PERFORM LOAD-LAST-GOOD-PRICES
           PERFORM LOAD-FETCH-CHUNK-SIZE
      *> Write a checkpoint before the fetch/parse steps begin, and
      *> another once the run completes, so a restart job can tell a
      *> clean finish from a run that died partway through and needs
                       MOVE "Y" TO WS-EOF-COIN-LIST
                   NOT AT END
                       IF COIN-ID NOT = SPACES
                           PERFORM ADD-FETCH-COIN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COIN-LIST-FILE
           PERFORM FETCH-LOADED-COINS
           PERFORM WRITE-CHECKPOINT-COMPLETE
           PERFORM RELEASE-RUN-LOCKS
           STOP RUN.

       LOAD-FETCH-CHUNK-SIZE.
      *> Same optional-control-file pattern as outlier_limit.dat: a
      *> missing or blank file leaves the default, and a bad line is
      *> refused loudly rather than NUMVAL'd into garbage:
           OPEN INPUT FETCH-CHUNK-FILE
           IF FETCH-CHUNK-STATUS = "00"
               READ FETCH-CHUNK-FILE INTO FETCH-CHUNK-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FETCH-CHUNK-LINE NOT = SPACES
                           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM
                               (FETCH-CHUNK-LINE)) = 0
                               MOVE FUNCTION NUMVAL(FUNCTION TRIM
                                   (FETCH-CHUNK-LINE))
                                   TO FETCH-CHUNK-SIZE
                           ELSE
                               DISPLAY "BAD FETCH CHUNK SIZE IGNORED: "
                                   FUNCTION TRIM(FETCH-CHUNK-LINE)
                           END-IF
                       END-IF
               END-READ
               CLOSE FETCH-CHUNK-FILE
           END-IF
           IF FETCH-CHUNK-SIZE = 0 OR FETCH-CHUNK-SIZE > FETCH-CHUNK-MAX
               MOVE FETCH-CHUNK-MAX TO FETCH-CHUNK-SIZE
           END-IF.

       ADD-FETCH-COIN.
      *> The table is only a batch, not a cap on the coin list: when
      *> it fills, the coins loaded so far are fetched and the table
      *> starts over, so every listed coin is still fetched:
           IF FETCH-COIN-COUNT >= 100
               PERFORM FETCH-LOADED-COINS
           END-IF
           ADD 1 TO FETCH-COIN-COUNT
           MOVE COIN-ID TO FCH-COIN(FETCH-COIN-COUNT).

       FETCH-LOADED-COINS.
           PERFORM VARYING CHUNK-START FROM 1 BY FETCH-CHUNK-SIZE
                   UNTIL CHUNK-START > FETCH-COIN-COUNT
               PERFORM PROCESS-COIN-CHUNK
           END-PERFORM
           MOVE 0 TO FETCH-COIN-COUNT.

       PROCESS-COIN-CHUNK.
      *> One fetch for the chunk, then every coin in it is split back
      *> out of the shared response and run through exactly the same
      *> per-coin parse/audit/ledger path as before - each coin still
      *> gets its own audit line, ledger record, multi-currency line,
      *> suspect hold or trigger alert:
           COMPUTE CHUNK-END = CHUNK-START + FETCH-CHUNK-SIZE - 1
           IF CHUNK-END > FETCH-COIN-COUNT
               MOVE FETCH-COIN-COUNT TO CHUNK-END
           END-IF
           PERFORM FETCH-CHUNK-PRICES
           IF CURL-SUCCESS = "Y"
               PERFORM LOAD-CHUNK-RESPONSE
           END-IF
           PERFORM VARYING FCH-IDX FROM CHUNK-START BY 1
                   UNTIL FCH-IDX > CHUNK-END
               MOVE FCH-COIN(FCH-IDX) TO COIN-ID
               PERFORM PROCESS-COIN
           END-PERFORM.

       LOAD-CURRENCY-LIST.
      *> Missing or empty control file just leaves VS-CURRENCIES-PARAM
      *> at "usd" and CURRENCY-COUNT at 0, i.e. the pre-multi-currency
           END-IF.

       PROCESS-COIN.
           IF CURL-SUCCESS = "Y"
               PERFORM EXTRACT-COIN-RESPONSE
               IF COIN-IN-RESPONSE = "Y"
                   PERFORM PARSE-AND-RECORD-COIN
               ELSE
      *> An otherwise good response that simply has no block for this
      *> coin (an id coingecko no longer knows, or a response cut
      *> short) is this coin's fetch failing, and is recorded exactly
      *> as a failed fetch would be:
                   DISPLAY "COIN MISSING FROM API RESPONSE: "
                       FUNCTION TRIM(COIN-ID)
                   PERFORM RECORD-FETCH-FAILED
               END-IF
           ELSE
               DISPLAY "FETCH FAILED FOR COIN: " FUNCTION TRIM(COIN-ID)
               PERFORM RECORD-FETCH-FAILED
           END-IF.

       RECORD-FETCH-FAILED.
           MOVE SPACES TO JSON-DATA
           MOVE "FETCH FAILED" TO AUDIT-RESULT
           PERFORM WRITE-AUDIT-RECORD
           PERFORM WRITE-FETCH-FAILED-RECORD.

       FETCH-CHUNK-PRICES.
      *> Download price info for every coin in the chunk by calling
      *> curl from system, retrying a couple of times with a short
      *> delay if curl reports a non-zero exit status (coingecko down,
      *> rate-limited, etc.):
      *> -f makes curl itself fail (non-zero exit) on an HTTP error
      *> response such as a 429 rate-limit or a 5xx outage, instead of
      *> exiting 0 and leaving coingecko's error body in TMP-FILE for
      *> the parser to choke on - that failure is what drives the
      *> retry loop below:
           MOVE SPACES TO FETCH-IDS-PARAM
           MOVE 1 TO FETCH-IDS-PTR
           PERFORM VARYING FCH-IDX FROM CHUNK-START BY 1
                   UNTIL FCH-IDX > CHUNK-END
               IF FCH-IDX > CHUNK-START
                   STRING
                       ","
                       INTO FETCH-IDS-PARAM
                       WITH POINTER FETCH-IDS-PTR
                   END-STRING
               END-IF
               STRING
                   FUNCTION TRIM(FCH-COIN(FCH-IDX))
                   INTO FETCH-IDS-PARAM
                   WITH POINTER FETCH-IDS-PTR
               END-STRING
           END-PERFORM
           MOVE SPACES TO SHELL-COMMAND1
           STRING
               "curl -s -f -X 'GET' 'https://api.coingecko.com/api/v"
               "3/simple/price?ids=" FUNCTION TRIM(FETCH-IDS-PARAM)
               "&vs_currencies="
               FUNCTION TRIM(VS-CURRENCIES-PARAM)
               "&include_market_cap=true&include_24hr_vol=true&incl"
               END-IF
           END-PERFORM.

       LOAD-CHUNK-RESPONSE.
      *> Load the chunk's price info from temporary file into memory.
      *> BTC-RECORD is sized for a full chunk of worst-case
      *> multi-currency blocks, but flag it loudly rather than
      *> silently if coingecko ever sends a response that still runs
      *> past that - GnuCOBOL truncates an oversized LINE SEQUENTIAL
      *> record into the receiving field and sets FILE STATUS "06"
      *> rather than raising an error. Coins whose block was cut off
      *> are then simply not found by EXTRACT-COIN-RESPONSE:
           MOVE SPACES TO RESPONSE-DATA
           OPEN INPUT BTC-API-FILE
           IF BTC-API-FILE-STATUS = "00"
               READ BTC-API-FILE INTO RESPONSE-DATA
               IF BTC-API-FILE-STATUS = "06"
                   DISPLAY "WARNING: API RESPONSE TRUNCATED READING "
                       "RECORD FOR CHUNK STARTING AT COIN: "
                       FUNCTION TRIM(FCH-COIN(CHUNK-START))
               END-IF
               CLOSE BTC-API-FILE
           ELSE
               DISPLAY "UNABLE TO OPEN API RESPONSE FILE: " TMP-FILE
           END-IF
      *> Remove temporary price file:
           MOVE SPACES TO SHELL-COMMAND2
           STRING "rm ./"TMP-FILE INTO SHELL-COMMAND2
           CALL "SYSTEM" USING SHELL-COMMAND2.

       EXTRACT-COIN-RESPONSE.
      *> Cut this coin's own "<coin>":{...} block out of the chunk
      *> response and rewrap it as {"<coin>":{...}} - the same shape a
      *> single-id call returns - so the field parsers below and the
      *> audit trail's raw JSON column see exactly what they always
      *> have. The leading quote in the key keeps "bitcoin" from
      *> matching inside "wrapped-bitcoin", and the per-coin values
      *> are all plain numbers, so the first "}" after the key is the
      *> end of the block; no closing brace at all means the block
      *> was truncated and the coin is treated as missing:
           MOVE "N" TO COIN-IN-RESPONSE
           MOVE SPACES TO JSON-DATA
           MOVE SPACES TO RESP-COIN-KEY
           STRING
               '"' FUNCTION TRIM(COIN-ID) '":{'
               INTO RESP-COIN-KEY
           END-STRING
           MOVE 0 TO RESP-COIN-START
           INSPECT RESPONSE-DATA TALLYING RESP-COIN-START
               FOR CHARACTERS BEFORE INITIAL
                   FUNCTION TRIM(RESP-COIN-KEY)
           IF RESP-COIN-START < FUNCTION LENGTH(RESPONSE-DATA)
               ADD 1 TO RESP-COIN-START
               MOVE 0 TO RESP-COIN-LEN
               INSPECT RESPONSE-DATA(RESP-COIN-START:)
                   TALLYING RESP-COIN-LEN FOR CHARACTERS
                   BEFORE INITIAL "}"
               ADD 1 TO RESP-COIN-LEN
               IF RESP-COIN-START + RESP-COIN-LEN - 1 <=
                       FUNCTION LENGTH(RESPONSE-DATA)
                   IF RESP-COIN-LEN > 1998
                       DISPLAY "WARNING: API RESPONSE TRUNCATED "
                           "READING RECORD FOR COIN: "
                           FUNCTION TRIM(COIN-ID)
                       MOVE 1998 TO RESP-COIN-LEN
                   END-IF
                   STRING
                       "{" RESPONSE-DATA(RESP-COIN-START:RESP-COIN-LEN)
                       "}"
                       INTO JSON-DATA
                   END-STRING
                   MOVE "Y" TO COIN-IN-RESPONSE
               END-IF
           END-IF.

       PARSE-AND-RECORD-COIN.
           PERFORM PARSE-PRICE-FIELD
           IF PRICE-VALID = "Y"
               PERFORM PARSE-REMAINING-FIELDS-AND-RECORD
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

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
