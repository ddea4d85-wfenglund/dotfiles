           1 LAST-CKPT-STATUS PIC X(10).
           1 HAVE-CKPT-RECORD PIC X VALUE "N".
           1 BTC-PRICE-COMMAND PIC X(40) VALUE "./btc_price".
           1 BTC-PRICE-RC PIC 9(5).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF
           CALL "SYSTEM" USING BTC-PRICE-COMMAND
           END-CALL
      *> system() hands back the wait status, the same as in
      *> BTC-JOB-STREAM - fold it down to BTC-PRICE's own exit code
      *> and pass that on, so a refused or failed fetch fails the
      *> stream's FETCH step instead of exiting 0:
           MOVE RETURN-CODE TO BTC-PRICE-RC
           IF BTC-PRICE-RC >= 256
               DIVIDE BTC-PRICE-RC BY 256 GIVING BTC-PRICE-RC
           END-IF
           IF BTC-PRICE-RC NOT = 0
               DISPLAY "BTC-PRICE RUN FAILED WITH RETURN CODE: "
                   BTC-PRICE-RC
           END-IF
           MOVE BTC-PRICE-RC TO RETURN-CODE
           STOP RUN.

       FIND-LAST-CHECKPOINT.
