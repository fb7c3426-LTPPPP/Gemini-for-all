      *>             (answers served from the answer cache are free),
      *>             with a grand-total control line that must equal
      *>             the records read.
      *> 2026-10-15  Rates come off the rate table (RATETBL.DAT) by
      *>             backend script and effective date instead of
      *>             the two rates compiled in, so a contract
      *>             repricing is a data change. Exchanges with no
      *>             rate on the table are counted as unpriced. A
      *>             period already posted to the ledger by
      *>             ChargebackPost says so on the report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT UsageFile ASSIGN TO "USAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RateTableFile ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT GlPeriodFile ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UsageFile.
           COPY "USAGEACC.CPY".

       FD RateTableFile.
           COPY "RATETBL.CPY".

       FD GlPeriodFile.
           COPY "GLPERIOD.CPY".

       WORKING-STORAGE SECTION.
       01 WS-USAGE-STATUS     PIC X(02).
       01 WS-RATETBL-STATUS   PIC X(02).
       01 WS-GLPERIOD-STATUS  PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

       01 WS-REPORT-MONTH     PIC X(07) VALUE SPACES.
       01 WS-MONTH-CHECK      PIC X(07) VALUE SPACES.

      *> Per-exchange rates off RATETBL.DAT - the finance-agreed
      *> allocation rates, not the vendor's invoice. Same pricing
      *> rule as ChargebackPost's PRICE-EXCHANGE (must stay in
      *> step): the script's rate with the latest effective date on
      *> or before the exchange, else the blank-script rate, CACHE
      *> always free.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-SCRIPT        PIC X(40).
               10 WS-RT-DATE          PIC X(10).
               10 WS-RT-RATE          PIC 9(01)V9(04).
       01 WS-RT-COUNT         PIC 9(03) VALUE 0.
       01 WS-RT-IDX           PIC 9(03) VALUE 0.
       01 WS-RT-BEST-DATE     PIC X(10) VALUE SPACES.
       01 WS-RT-MATCH-SCRIPT  PIC X(40) VALUE SPACES.
       01 WS-EXCHANGE-RATE    PIC 9(01)V9(04) VALUE 0.
       01 WS-RATE-FOUND       PIC X(01) VALUE "N".
       01 WS-UNPRICED-COUNT   PIC 9(07) VALUE 0.
       01 WS-PERIOD-POSTED    PIC X(26) VALUE SPACES.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                   MOVE SPACES TO WS-REPORT-MONTH
               END-IF
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM FIND-PERIOD-POSTING.
           PERFORM TALLY-USAGE.
           PERFORM PRINT-REPORT.
           STOP RUN.

       LOAD-RATE-TABLE.
           MOVE 0 TO WS-RT-COUNT.
           OPEN INPUT RateTableFile.
           IF WS-RATETBL-STATUS NOT = "00"
               DISPLAY "RATETBL.DAT not found - every billable "
                   "exchange is unpriced."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RateTableFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-RT-COUNT < 200
                               AND RT-RATE IS NUMERIC
                               ADD 1 TO WS-RT-COUNT
                               MOVE FUNCTION TRIM(RT-BACKEND-SCRIPT)
                                   TO WS-RT-SCRIPT(WS-RT-COUNT)
                               MOVE RT-EFFECTIVE-DATE
                                   TO WS-RT-DATE(WS-RT-COUNT)
                               MOVE RT-RATE TO WS-RT-RATE(WS-RT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RateTableFile
           END-IF.

       FIND-PERIOD-POSTING.
           MOVE SPACES TO WS-PERIOD-POSTED.
           IF WS-REPORT-MONTH = SPACES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT GlPeriodFile.
           IF WS-GLPERIOD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GlPeriodFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GP-PERIOD = WS-REPORT-MONTH
                               AND GP-STATUS = "CLOSED"
                               MOVE GP-POSTED-TIMESTAMP
                                   TO WS-PERIOD-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlPeriodFile
           END-IF.

       TALLY-USAGE.
           OPEN INPUT UsageFile.
           IF WS-USAGE-STATUS NOT = "00"
               EVALUATE WS-SCRIPT-TRIMMED
                   WHEN "sh ask_gemini.sh"
                       ADD 1 TO WS-DT-DEFAULT-CALLS(WS-DT-FOUND-IDX)
                   WHEN "sh ask_gemini_fast.sh"
                       ADD 1 TO WS-DT-FAST-CALLS(WS-DT-FOUND-IDX)
                   WHEN "CACHE"
                       ADD 1 TO WS-DT-CACHED(WS-DT-FOUND-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-DT-OTHER-CALLS(WS-DT-FOUND-IDX)
               END-EVALUATE
               PERFORM PRICE-EXCHANGE
               IF WS-RATE-FOUND = "N"
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
               ADD WS-EXCHANGE-RATE TO WS-DT-COST(WS-DT-FOUND-IDX)
           END-IF.

      *> Rate for the exchange in hand (script already trimmed into
      *> WS-SCRIPT-TRIMMED). Same rule as ChargebackPost (must stay
      *> in step).
       PRICE-EXCHANGE.
           MOVE 0 TO WS-EXCHANGE-RATE.
           MOVE "Y" TO WS-RATE-FOUND.
           IF WS-SCRIPT-TRIMMED = "CACHE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SCRIPT-TRIMMED TO WS-RT-MATCH-SCRIPT.
           PERFORM FIND-EFFECTIVE-RATE.
           IF WS-RATE-FOUND = "N"
               MOVE SPACES TO WS-RT-MATCH-SCRIPT
               PERFORM FIND-EFFECTIVE-RATE
           END-IF.

       FIND-EFFECTIVE-RATE.
           MOVE "N" TO WS-RATE-FOUND.
           MOVE SPACES TO WS-RT-BEST-DATE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-SCRIPT(WS-RT-IDX) = WS-RT-MATCH-SCRIPT
                   AND WS-RT-DATE(WS-RT-IDX) <= UA-TIMESTAMP(1:10)
                   AND WS-RT-DATE(WS-RT-IDX) >= WS-RT-BEST-DATE
                   MOVE "Y" TO WS-RATE-FOUND
                   MOVE WS-RT-DATE(WS-RT-IDX) TO WS-RT-BEST-DATE
                   MOVE WS-RT-RATE(WS-RT-IDX) TO WS-EXCHANGE-RATE
               END-IF
           END-PERFORM.

      *> Rows written before the department field existed read as
      *> spaces and are charged to the general pool.
       FIND-DEPT-ENTRY.
           ELSE
               DISPLAY "Period .......: " WS-REPORT-MONTH
           END-IF.
           IF WS-PERIOD-POSTED NOT = SPACES
               DISPLAY "Ledger .......: period CLOSED - posted "
                   WS-PERIOD-POSTED(1:19)
           END-IF.
           DISPLAY "Dept  Exchanges  Default     Fast   Cached "
               "Retries AvgLen  Est cost".
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
           END-IF.
           DISPLAY "Estimated total cost .....: "
               WS-GRAND-COST-DISP.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "Unpriced exchanges .......: " WS-UNPRICED-COUNT
                   " (no rate on RATETBL.DAT - costed at zero)"
           END-IF.
           DISPLAY "Usage records on file ....: " WS-RECORDS-READ.
           DISPLAY "===================================".
