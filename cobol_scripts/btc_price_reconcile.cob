               ASSIGN TO HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTORY-FILE-STATUS.
           SELECT CORRECTION-FILE
               ASSIGN TO CORRECTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORRECTION-FILE-STATUS.
           SELECT EXCEPTION-FILE
               ASSIGN TO EXCEPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
      *> Must stay wide enough to hold btc_price.cob's full-precision
      *> ledger lines (see HISTORY-RECORD there):
           1 HISTORY-RECORD PIC X(150).
       FD CORRECTION-FILE.
      *> Must match CORRECTION-RECORD in btc_price_correction.cob:
           1 CORRECTION-RECORD PIC X(200).
       FD EXCEPTION-FILE.
           1 EXCEPTION-RECORD PIC X(132).

           1 HISTORY-FILENAME PIC X(24) VALUE "btc_price_history.dat".
           1 HISTORY-FILE-STATUS PIC X(2).
           1 WS-EOF-HISTORY PIC X VALUE "N".
      *> Approved price corrections from BTC-PRICE-CORRECTION. The
      *> ledger line of a corrected reading is left as fetched, so it
      *> still pairs with its audit entry; the pairing is then listed
      *> as corrected and explained rather than passed over in
      *> silence, and a ledger line that was edited to the corrected
      *> price before the correction went through is explained by it
      *> instead of showing up as a disagreement. Latest approved
      *> line per reading wins, as everywhere else:
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
           1 COR-IN-REASON PIC X(8).
           1 CORRECTION-COUNT PIC 9(3) VALUE 0.
           1 CORRECTION-TABLE.
               2 CORRECTION-ENTRY OCCURS 500 TIMES.
                   3 COR-ID PIC X(6).
                   3 COR-COIN PIC X(20).
                   3 COR-DATE PIC X(10).
                   3 COR-TIME PIC X(8).
                   3 COR-ORIGINAL PIC X(25).
                   3 COR-PRICE PIC X(25).
                   3 COR-REASON PIC X(8).
           1 COR-IDX PIC 9(3).
           1 COR-FOUND-IDX PIC 9(3).
           1 EXPLAINED-COUNT PIC 9(4) VALUE 0.
           1 DISAGREE-EXPLAINED PIC X.
           1 EXCEPTION-FILENAME PIC X(30)
               VALUE "btc_price_recon_except.dat".
           1 EXCEPTION-FILE-STATUS PIC X(2).
      *> died between the two files:
           PERFORM LOAD-AUDIT-TABLE
           PERFORM LOAD-HISTORY-TABLE
           PERFORM LOAD-PRICE-CORRECTIONS
           OPEN OUTPUT EXCEPTION-FILE
           IF EXCEPTION-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN EXCEPTION FILE: "
           CLOSE EXCEPTION-FILE
           DISPLAY "RECONCILIATION COMPLETE - " EXCEPTION-COUNT
               " EXCEPTION(S) WRITTEN TO: " EXCEPTION-FILENAME
           IF EXPLAINED-COUNT > 0
               DISPLAY EXPLAINED-COUNT " CORRECTED READING(S) "
                   "EXPLAINED BY APPROVED PRICE CORRECTIONS"
           END-IF
           IF EXCEPTION-COUNT > 0
               MOVE 2 TO RETURN-CODE
           END-IF
               IF MATCH-IDX > 0
                   MOVE "Y" TO AUD-ENT-MATCHED(AUD-IDX)
                   MOVE "Y" TO HIS-ENT-MATCHED(MATCH-IDX)
                   PERFORM CHECK-PRICE-CORRECTION
      *> A SUSPECT HELD audit whose reading was later released by
      *> BTC-SUSPECT-REVIEW matches a ledger line carrying the real
      *> price, so the literal result text is not expected to agree:
                           FUNCTION TRIM(HIS-ENT-PRICE(MATCH-IDX))
                       AND FUNCTION TRIM(AUD-ENT-RESULT(AUD-IDX))
                           NOT = "SUSPECT HELD"
                       AND DISAGREE-EXPLAINED = "N"
                       ADD 1 TO MISMATCH-COUNT
                       MOVE SPACES TO EXCEPTION-LINE
                       STRING
               END-IF
           END-PERFORM.

       CHECK-PRICE-CORRECTION.
      *> Is the paired ledger line a corrected reading? If so it is
      *> listed as explained, and a disagreement with the audit is
      *> explained too when the ledger already carries the corrected
      *> price:
           MOVE "N" TO DISAGREE-EXPLAINED
           MOVE 0 TO COR-FOUND-IDX
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               IF COR-COIN(COR-IDX) = HIS-ENT-COIN(MATCH-IDX)
                   AND COR-DATE(COR-IDX) = HIS-ENT-DATE(MATCH-IDX)
                   AND COR-TIME(COR-IDX) = HIS-ENT-TIME(MATCH-IDX)
                   MOVE COR-IDX TO COR-FOUND-IDX
               END-IF
           END-PERFORM
           IF COR-FOUND-IDX > 0
               IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(HIS-ENT-PRICE(MATCH-IDX))) = 0
                   IF FUNCTION NUMVAL(
                           FUNCTION TRIM(HIS-ENT-PRICE(MATCH-IDX))) =
                       FUNCTION NUMVAL(
                           FUNCTION TRIM(COR-PRICE(COR-FOUND-IDX)))
                       MOVE "Y" TO DISAGREE-EXPLAINED
                   END-IF
               END-IF
               ADD 1 TO EXPLAINED-COUNT
               MOVE SPACES TO EXCEPTION-LINE
               STRING
                   "CORRECTED READING (EXPLAINED),"
                   HIS-ENT-DATE(MATCH-IDX) ","
                   HIS-ENT-TIME(MATCH-IDX) ","
                   FUNCTION TRIM(HIS-ENT-COIN(MATCH-IDX))
                   ",LEDGER=" FUNCTION TRIM(HIS-ENT-PRICE(MATCH-IDX))
                   ",CORRECTED="
                   FUNCTION TRIM(COR-PRICE(COR-FOUND-IDX))
                   ",CORRECTION " COR-ID(COR-FOUND-IDX) " "
                   FUNCTION TRIM(COR-REASON(COR-FOUND-IDX))
                   INTO EXCEPTION-LINE
               END-STRING
               PERFORM WRITE-EXPLAINED-LINE
           END-IF.

       FIND-LEDGER-MATCH.
      *> WRITE-AUDIT-RECORD and the ledger write each take their own
      *> fresh CURRENT-DATE, so the two stamps for one fetch can
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       WRITE-EXPLAINED-LINE.
      *> Listed for the record but not an exception - the count and
      *> the return code are left alone:
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       WRITE-EXCEPTION-SUMMARY.
           MOVE SPACES TO EXCEPTION-LINE
           STRING
               "TOTALS: " AUDIT-COUNT " AUDIT / " HIST-COUNT
               " LEDGER RECORDS, " DUPLICATE-COUNT " DUPLICATE, "
               MISMATCH-COUNT " DISAGREE, " AUDIT-ONLY-COUNT
               " AUDIT-ONLY, " LEDGER-ONLY-COUNT " LEDGER-ONLY, "
               EXPLAINED-COUNT " CORRECTED"
               INTO EXCEPTION-LINE
           END-STRING
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD.

       LOAD-PRICE-CORRECTIONS.
      *> A missing correction file just means nothing has been
      *> corrected:
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
               COR-IN-CORRECTED COR-IN-REASON
           UNSTRING CORRECTION-LINE DELIMITED BY ","
               INTO COR-IN-ID COR-IN-STATUS COR-IN-COIN COR-IN-DATE
                   COR-IN-TIME COR-IN-ORIGINAL COR-IN-CORRECTED
                   COR-IN-REASON
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
                   MOVE COR-IN-ID TO COR-ID(COR-FOUND-IDX)
                   MOVE COR-IN-ORIGINAL
                       TO COR-ORIGINAL(COR-FOUND-IDX)
                   MOVE COR-IN-CORRECTED TO COR-PRICE(COR-FOUND-IDX)
                   MOVE COR-IN-REASON TO COR-REASON(COR-FOUND-IDX)
               END-IF
           END-IF.
