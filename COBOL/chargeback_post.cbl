       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChargebackPost.

      *> Modification history
      *> 2026-10-15  Initial version - month-end ledger posting for
      *>             the department chargeback. Prices the period's
      *>             USAGE.DAT records off the rate table
      *>             (RATETBL.DAT) exactly as ChargebackReport does
      *>             and writes the fixed-format journal
      *>             GLJRNL-YYYY-MM.DAT: one debit per department
      *>             cost centre (QT-COST-CENTRE on DEPTQTA.DAT) and
      *>             one offsetting credit to the IT recovery account
      *>             (GLPARM.DAT), between header and trailer control
      *>             totals that equal the usage records priced. The
      *>             period is then marked CLOSED on GLPERIOD.DAT and
      *>             cannot be posted twice. Usage that turns up for
      *>             an already closed period (a restarted batch
      *>             writing backdated rows) is priced into an
      *>             adjustment journal, GLADJ-YYYY-MM.DAT, in the
      *>             period being posted, so nothing is lost.
      *>             Usage: ChargebackPost [YYYY-MM] - the period
      *>             defaults to last month; only an ended month
      *>             can be posted.
      *> 2026-10-15  A month is not posted while an earlier month
      *>             that has usage was never posted - the earliest
      *>             such month is named and must be posted first,
      *>             rather than its rows being passed over. Usage
      *>             of a never-posted month older than the last
      *>             closed one (which the order rule bars from
      *>             posting) goes on the adjustment journal instead,
      *>             counted on the control totals, and the month is
      *>             entered closed on GLPERIOD.DAT.
      *> 2026-10-15  A period whose month is not 01-12 is refused
      *>             as a malformed period.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsageFile ASSIGN TO "USAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RateTableFile ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT DeptQuotaFile ASSIGN TO "DEPTQTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTQTA-STATUS.
           SELECT GlParmFile ASSIGN TO "GLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPARM-STATUS.
           SELECT GlPeriodFile ASSIGN TO "GLPERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT JournalFile ASSIGN USING WS-WRITE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UsageFile.
           COPY "USAGEACC.CPY".

       FD RateTableFile.
           COPY "RATETBL.CPY".

       FD DeptQuotaFile.
           COPY "DEPTQTA.CPY".

       FD GlParmFile.
           COPY "GLPARM.CPY".

       FD GlPeriodFile.
           COPY "GLPERIOD.CPY".

       FD JournalFile.
           COPY "GLJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 WS-USAGE-STATUS     PIC X(02).
       01 WS-RATETBL-STATUS   PIC X(02).
       01 WS-DEPTQTA-STATUS   PIC X(02).
       01 WS-GLPARM-STATUS    PIC X(02).
       01 WS-GLPERIOD-STATUS  PIC X(02).
       01 WS-JOURNAL-STATUS   PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-POST-PERIOD      PIC X(07) VALUE SPACES.
       01 WS-PERIOD-CHECK     PIC X(07) VALUE SPACES.
       01 WS-CURRENT-PERIOD   PIC X(07) VALUE SPACES.
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01 WS-YEAR             PIC 9(04) VALUE 0.
       01 WS-MONTH            PIC 9(02) VALUE 0.
       01 WS-POST-OK          PIC X(01) VALUE "Y".
       01 WS-JOURNAL-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ADJUST-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-WRITE-FILE-NAME  PIC X(30) VALUE SPACES.

       01 WS-RECOVERY-ACCOUNT PIC X(10) VALUE SPACES.
       01 WS-SUSPENSE-ACCOUNT PIC X(10) VALUE SPACES.

      *> Per-exchange rates off RATETBL.DAT. Same pricing rule as
      *> ChargebackReport's PRICE-EXCHANGE (must stay in step): the
      *> script's rate with the latest effective date on or before
      *> the exchange, else the blank-script rate, CACHE always
      *> free. An exchange with no rate at all stops the posting -
      *> a journal must not carry a guessed figure.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-SCRIPT        PIC X(40).
               10 WS-RT-DATE          PIC X(10).
               10 WS-RT-RATE          PIC 9(01)V9(04).
       01 WS-RT-COUNT         PIC 9(03) VALUE 0.
       01 WS-RT-IDX           PIC 9(03) VALUE 0.
       01 WS-RT-BEST-DATE     PIC X(10) VALUE SPACES.
       01 WS-RT-MATCH-SCRIPT  PIC X(40) VALUE SPACES.
       01 WS-SCRIPT-TRIMMED   PIC X(40) VALUE SPACES.
       01 WS-EXCHANGE-RATE    PIC 9(01)V9(04) VALUE 0.
       01 WS-RATE-FOUND       PIC X(01) VALUE "N".
       01 WS-UNPRICED-COUNT   PIC 9(07) VALUE 0.

      *> Department to ledger cost centre, off DEPTQTA.DAT.
       01 WS-CC-TABLE.
           05 WS-CC-ENTRY OCCURS 50 TIMES.
               10 WS-CC-DEPT          PIC X(04).
               10 WS-CC-CENTRE        PIC X(10).
       01 WS-CC-COUNT         PIC 9(02) VALUE 0.
       01 WS-CC-IDX           PIC 9(02) VALUE 0.
       01 WS-CC-ACCOUNT       PIC X(10) VALUE SPACES.
       01 WS-SUSPENSE-LINES   PIC 9(03) VALUE 0.

      *> GLPERIOD.DAT held whole and rewritten after posting. SEEN
      *> counts each closed period's usage rows in file order this
      *> run; rows past the period's posted count are late.
       01 WS-GP-TABLE.
           05 WS-GP-ENTRY OCCURS 240 TIMES.
               10 WS-GP-PERIOD        PIC X(07).
               10 WS-GP-STATUS        PIC X(06).
               10 WS-GP-STAMP         PIC X(26).
               10 WS-GP-POSTED        PIC 9(07).
               10 WS-GP-AMOUNT        PIC 9(09)V99.
               10 WS-GP-FILE          PIC X(30).
               10 WS-GP-SEEN          PIC 9(07).
               10 WS-GP-LATE          PIC 9(07).
               10 WS-GP-NEW           PIC X(01).
       01 WS-GP-COUNT         PIC 9(03) VALUE 0.
       01 WS-GP-IDX           PIC 9(03) VALUE 0.
       01 WS-GP-FOUND-IDX     PIC 9(03) VALUE 0.
       01 WS-GP-MATCH-PERIOD  PIC X(07) VALUE SPACES.
       01 WS-UNPOSTED-PERIOD  PIC X(07) VALUE SPACES.
       01 WS-UNPOSTED-ROWS    PIC 9(07) VALUE 0.
       01 WS-LAST-CLOSED      PIC X(07) VALUE SPACES.
       01 WS-UNPOSTED-ADJ     PIC 9(07) VALUE 0.

      *> Journal lines being built: one per department per usage
      *> period, STD for the period being posted and ADJ for late
      *> usage of earlier closed periods.
       01 WS-JL-TABLE.
           05 WS-JL-ENTRY OCCURS 500 TIMES.
               10 WS-JL-TYPE          PIC X(03).
               10 WS-JL-USAGE-PERIOD  PIC X(07).
               10 WS-JL-DEPT          PIC X(04).
               10 WS-JL-RECORDS       PIC 9(07).
               10 WS-JL-COST          PIC 9(07)V9999.
       01 WS-JL-COUNT         PIC 9(03) VALUE 0.
       01 WS-JL-IDX           PIC 9(03) VALUE 0.
       01 WS-JL-FOUND-IDX     PIC 9(03) VALUE 0.
       01 WS-JL-MATCH-TYPE    PIC X(03) VALUE SPACES.
       01 WS-JL-FULL          PIC X(01) VALUE "N".
       01 WS-ROW-DEPT         PIC X(04) VALUE SPACES.
       01 WS-ROW-PERIOD       PIC X(07) VALUE SPACES.

      *> Control totals per journal written.
       01 WS-WRITE-TYPE       PIC X(03) VALUE SPACES.
       01 WS-LINE-AMOUNT      PIC 9(09)V99 VALUE 0.
       01 WS-DEBIT-TOTAL      PIC 9(09)V99 VALUE 0.
       01 WS-RECORD-TOTAL     PIC 9(07) VALUE 0.
       01 WS-LINE-TOTAL       PIC 9(05) VALUE 0.
       01 WS-STD-RECORDS      PIC 9(07) VALUE 0.
       01 WS-STD-AMOUNT       PIC 9(09)V99 VALUE 0.
       01 WS-STD-LINES        PIC 9(05) VALUE 0.
       01 WS-ADJ-RECORDS      PIC 9(07) VALUE 0.
       01 WS-ADJ-AMOUNT       PIC 9(09)V99 VALUE 0.
       01 WS-ADJ-LINES        PIC 9(05) VALUE 0.
       01 WS-USAGE-READ       PIC 9(07) VALUE 0.
       01 WS-AMOUNT-DISP      PIC Z(08)9.99.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Chargeback ledger posting =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           PERFORM SET-POSTING-PERIOD.
           IF WS-POST-OK = "N"
               DISPLAY "RESULT: NOTHING POSTED."
               STOP RUN
           END-IF.
           DISPLAY "Period being posted ..........: " WS-POST-PERIOD.
           PERFORM LOAD-GL-PARMS.
           PERFORM LOAD-PERIODS.
           PERFORM CHECK-PERIOD-OPEN.
           PERFORM CHECK-EARLIER-UNPOSTED.
           IF WS-POST-OK = "N"
               DISPLAY "RESULT: NOTHING POSTED."
               STOP RUN
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-COST-CENTRES.
           PERFORM PRICE-USAGE.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY "RESULT: NOTHING POSTED - " WS-UNPRICED-COUNT
                   " exchange(s) have no rate on RATETBL.DAT."
               STOP RUN
           END-IF.
           IF WS-JL-FULL = "Y"
               DISPLAY "RESULT: NOTHING POSTED - more journal lines "
                   "than the posting can hold."
               STOP RUN
           END-IF.
           MOVE "STD" TO WS-WRITE-TYPE.
           MOVE WS-JOURNAL-FILE-NAME TO WS-WRITE-FILE-NAME.
           PERFORM WRITE-JOURNAL.
           MOVE WS-RECORD-TOTAL TO WS-STD-RECORDS.
           MOVE WS-DEBIT-TOTAL TO WS-STD-AMOUNT.
           MOVE WS-LINE-TOTAL TO WS-STD-LINES.
           IF WS-ADJ-RECORDS > 0
               MOVE WS-ADJUST-FILE-NAME TO WS-WRITE-FILE-NAME
               MOVE "ADJ" TO WS-WRITE-TYPE
               PERFORM WRITE-JOURNAL
               MOVE WS-DEBIT-TOTAL TO WS-ADJ-AMOUNT
               MOVE WS-LINE-TOTAL TO WS-ADJ-LINES
           END-IF.
           PERFORM CLOSE-PERIOD.
           PERFORM SAVE-PERIODS.
           PERFORM PRINT-SUMMARY.
           STOP RUN.

      *> The period named on the command line, or last month. Only a
      *> month that has ended can be posted - the current month is
      *> still collecting usage.
       SET-POSTING-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-CURRENT-PERIOD.
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               DELIMITED BY SIZE INTO WS-CURRENT-PERIOD.
           MOVE FUNCTION TRIM(WS-CMDLINE-ARG) TO WS-POST-PERIOD.
           IF WS-POST-PERIOD = SPACES
               MOVE WS-CURRENT-DATE(1:4) TO WS-YEAR
               MOVE WS-CURRENT-DATE(5:2) TO WS-MONTH
               IF WS-MONTH = 1
                   SUBTRACT 1 FROM WS-YEAR
                   MOVE 12 TO WS-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-MONTH
               END-IF
               STRING WS-YEAR "-" WS-MONTH
                   DELIMITED BY SIZE INTO WS-POST-PERIOD
           END-IF.
           MOVE WS-POST-PERIOD TO WS-PERIOD-CHECK.
           INSPECT WS-PERIOD-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-PERIOD-CHECK NOT = "NNNN-NN"
              OR WS-POST-PERIOD(6:2) < "01"
              OR WS-POST-PERIOD(6:2) > "12"
               DISPLAY "Period must be YYYY-MM: " WS-POST-PERIOD
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-POST-PERIOD NOT < WS-CURRENT-PERIOD
               DISPLAY "Period " WS-POST-PERIOD " has not ended yet."
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING "GLJRNL-" WS-POST-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-JOURNAL-FILE-NAME.
           MOVE SPACES TO WS-ADJUST-FILE-NAME.
           STRING "GLADJ-" WS-POST-PERIOD ".DAT"
               DELIMITED BY SIZE INTO WS-ADJUST-FILE-NAME.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(5:2)  DELIMITED BY SIZE
                  "-"                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(7:2)  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(9:2)  DELIMITED BY SIZE
                  ":"                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(11:2) DELIMITED BY SIZE
                  ":"                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP.

      *> Without a recovery account there is nothing to credit, so
      *> the posting stops here.
       LOAD-GL-PARMS.
           OPEN INPUT GlParmFile.
           IF WS-GLPARM-STATUS = "00"
               READ GlParmFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GM-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT
                       MOVE GM-SUSPENSE-ACCOUNT TO WS-SUSPENSE-ACCOUNT
               END-READ
               CLOSE GlParmFile
           END-IF.
           IF WS-RECOVERY-ACCOUNT = SPACES
               DISPLAY "GLPARM.DAT has no IT recovery account."
               MOVE "N" TO WS-POST-OK
           END-IF.
           IF WS-SUSPENSE-ACCOUNT = SPACES
               MOVE WS-RECOVERY-ACCOUNT TO WS-SUSPENSE-ACCOUNT
           END-IF.

      *> A closed period is never posted again, and periods post in
      *> order - once a later month is closed, an earlier one can
      *> only be reached through the adjustment journal.
       CHECK-PERIOD-OPEN.
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-POST-PERIOD TO WS-GP-MATCH-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-GP-FOUND-IDX > 0
               DISPLAY "Period " WS-POST-PERIOD " was already posted "
                   WS-GP-STAMP(WS-GP-FOUND-IDX)(1:19) " ("
                   FUNCTION TRIM(WS-GP-FILE(WS-GP-FOUND-IDX)) ")."
               MOVE "N" TO WS-POST-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               IF WS-GP-PERIOD(WS-GP-IDX) > WS-POST-PERIOD
                   AND WS-POST-OK = "Y"
                   DISPLAY "Later period " WS-GP-PERIOD(WS-GP-IDX)
                       " is already closed - periods post in order."
                   MOVE "N" TO WS-POST-OK
               END-IF
           END-PERFORM.

      *> Every month with usage is posted in its turn. A row of an
      *> earlier month that has no closed period on GLPERIOD.DAT
      *> means that month was skipped; posting this one would leave
      *> its rows on no journal (and, once this month is closed,
      *> the order rule would bar it for good). The earliest such
      *> month is named so it can be posted first. A never-posted
      *> month older than the last closed one can no longer be
      *> posted in order; its rows are left to the adjustment
      *> journal (PRICE-ONE-USAGE-ROW).
       CHECK-EARLIER-UNPOSTED.
           IF WS-POST-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LAST-CLOSED.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               IF WS-GP-STATUS(WS-GP-IDX) = "CLOSED"
                   AND WS-GP-PERIOD(WS-GP-IDX) > WS-LAST-CLOSED
                   MOVE WS-GP-PERIOD(WS-GP-IDX) TO WS-LAST-CLOSED
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-UNPOSTED-PERIOD.
           MOVE 0 TO WS-UNPOSTED-ROWS.
           OPEN INPUT UsageFile.
           IF WS-USAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UsageFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-EARLIER-ROW
               END-READ
           END-PERFORM.
           CLOSE UsageFile.
           IF WS-UNPOSTED-PERIOD NOT = SPACES
               DISPLAY "Earlier period " WS-UNPOSTED-PERIOD
                   " has usage but was never posted - post it "
                   "first."
               DISPLAY "Unposted earlier usage records : "
                   WS-UNPOSTED-ROWS
               MOVE "N" TO WS-POST-OK
           END-IF.

       CHECK-ONE-EARLIER-ROW.
           MOVE UA-TIMESTAMP(1:7) TO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD NOT < WS-POST-PERIOD
               OR WS-ROW-PERIOD < WS-LAST-CLOSED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-PERIOD TO WS-PERIOD-CHECK.
           INSPECT WS-PERIOD-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-PERIOD-CHECK NOT = "NNNN-NN"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ROW-PERIOD TO WS-GP-MATCH-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-GP-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-UNPOSTED-ROWS.
           IF WS-UNPOSTED-PERIOD = SPACES
               OR WS-ROW-PERIOD < WS-UNPOSTED-PERIOD
               MOVE WS-ROW-PERIOD TO WS-UNPOSTED-PERIOD
           END-IF.

       FIND-PERIOD-ENTRY.
           MOVE 0 TO WS-GP-FOUND-IDX.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
                       OR WS-GP-FOUND-IDX > 0
               IF WS-GP-PERIOD(WS-GP-IDX) = WS-GP-MATCH-PERIOD
                   AND WS-GP-STATUS(WS-GP-IDX) = "CLOSED"
                   MOVE WS-GP-IDX TO WS-GP-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-PERIODS.
           MOVE 0 TO WS-GP-COUNT.
           OPEN INPUT GlPeriodFile.
           IF WS-GLPERIOD-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GlPeriodFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-GP-COUNT < 240
                               ADD 1 TO WS-GP-COUNT
                               MOVE GP-PERIOD
                                   TO WS-GP-PERIOD(WS-GP-COUNT)
                               MOVE GP-STATUS
                                   TO WS-GP-STATUS(WS-GP-COUNT)
                               MOVE GP-POSTED-TIMESTAMP
                                   TO WS-GP-STAMP(WS-GP-COUNT)
                               MOVE GP-RECORDS-POSTED
                                   TO WS-GP-POSTED(WS-GP-COUNT)
                               MOVE GP-AMOUNT-POSTED
                                   TO WS-GP-AMOUNT(WS-GP-COUNT)
                               MOVE GP-JOURNAL-FILE
                                   TO WS-GP-FILE(WS-GP-COUNT)
                               MOVE 0 TO WS-GP-SEEN(WS-GP-COUNT)
                               MOVE 0 TO WS-GP-LATE(WS-GP-COUNT)
                               MOVE "N" TO WS-GP-NEW(WS-GP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GlPeriodFile
           END-IF.

       SAVE-PERIODS.
           OPEN OUTPUT GlPeriodFile.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               MOVE WS-GP-PERIOD(WS-GP-IDX) TO GP-PERIOD
               MOVE WS-GP-STATUS(WS-GP-IDX) TO GP-STATUS
               MOVE WS-GP-STAMP(WS-GP-IDX) TO GP-POSTED-TIMESTAMP
               MOVE WS-GP-POSTED(WS-GP-IDX) TO GP-RECORDS-POSTED
               MOVE WS-GP-AMOUNT(WS-GP-IDX) TO GP-AMOUNT-POSTED
               MOVE WS-GP-FILE(WS-GP-IDX) TO GP-JOURNAL-FILE
               WRITE GL-PERIOD-RECORD
           END-PERFORM.
           CLOSE GlPeriodFile.

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

       LOAD-COST-CENTRES.
           MOVE 0 TO WS-CC-COUNT.
           OPEN INPUT DeptQuotaFile.
           IF WS-DEPTQTA-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ DeptQuotaFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CC-COUNT < 50
                               ADD 1 TO WS-CC-COUNT
                               MOVE FUNCTION UPPER-CASE(QT-DEPT-CODE)
                                   TO WS-CC-DEPT(WS-CC-COUNT)
                               MOVE QT-COST-CENTRE
                                   TO WS-CC-CENTRE(WS-CC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DeptQuotaFile
           END-IF.

      *> One pass over USAGE.DAT in file order. The period's own rows
      *> go on the STD journal. Rows of an earlier closed period are
      *> counted off against what that period has already posted;
      *> the ones past that count arrived after the close and go on
      *> the ADJ journal. So do the rows of a never-posted month
      *> older than the last closed one - all of them are late.
       PRICE-USAGE.
           OPEN INPUT UsageFile.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "USAGE.DAT not found - posting an empty "
                   "journal."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UsageFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-USAGE-READ
                       PERFORM PRICE-ONE-USAGE-ROW
               END-READ
           END-PERFORM.
           CLOSE UsageFile.

       PRICE-ONE-USAGE-ROW.
           MOVE UA-TIMESTAMP(1:7) TO WS-ROW-PERIOD.
           IF WS-ROW-PERIOD = WS-POST-PERIOD
               MOVE "STD" TO WS-JL-MATCH-TYPE
           ELSE
               IF WS-ROW-PERIOD > WS-POST-PERIOD
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ROW-PERIOD TO WS-GP-MATCH-PERIOD
               PERFORM FIND-PERIOD-ENTRY
               IF WS-GP-FOUND-IDX = 0
                   MOVE WS-ROW-PERIOD TO WS-PERIOD-CHECK
                   INSPECT WS-PERIOD-CHECK
                       CONVERTING "0123456789" TO "NNNNNNNNNN"
                   IF WS-PERIOD-CHECK NOT = "NNNN-NN"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-UNPOSTED-ADJ
                   ADD 1 TO WS-ADJ-RECORDS
                   MOVE "ADJ" TO WS-JL-MATCH-TYPE
                   PERFORM PRICE-USAGE-ROW-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GP-SEEN(WS-GP-FOUND-IDX)
               IF WS-GP-SEEN(WS-GP-FOUND-IDX)
                   NOT > WS-GP-POSTED(WS-GP-FOUND-IDX)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-GP-LATE(WS-GP-FOUND-IDX)
               ADD 1 TO WS-ADJ-RECORDS
               MOVE "ADJ" TO WS-JL-MATCH-TYPE
           END-IF.
           PERFORM PRICE-USAGE-ROW-LINE.

       PRICE-USAGE-ROW-LINE.
           MOVE FUNCTION UPPER-CASE(UA-DEPT-CODE) TO WS-ROW-DEPT.
           IF WS-ROW-DEPT = SPACES
               MOVE "GEN" TO WS-ROW-DEPT
           END-IF.
           MOVE FUNCTION TRIM(UA-BACKEND-SCRIPT) TO WS-SCRIPT-TRIMMED.
           PERFORM PRICE-EXCHANGE.
           IF WS-RATE-FOUND = "N"
               ADD 1 TO WS-UNPRICED-COUNT
               IF WS-UNPRICED-COUNT <= 10
                   DISPLAY "No rate for "
                       FUNCTION TRIM(WS-SCRIPT-TRIMMED)
                       " on " UA-TIMESTAMP(1:10)
               END-IF
           END-IF.
           PERFORM FIND-JOURNAL-LINE.
           IF WS-JL-FOUND-IDX > 0
               ADD 1 TO WS-JL-RECORDS(WS-JL-FOUND-IDX)
               ADD WS-EXCHANGE-RATE TO WS-JL-COST(WS-JL-FOUND-IDX)
           END-IF.

      *> Rate for the exchange in hand (script already trimmed into
      *> WS-SCRIPT-TRIMMED). Same rule as ChargebackReport (must
      *> stay in step).
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

       FIND-JOURNAL-LINE.
           MOVE 0 TO WS-JL-FOUND-IDX.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
                       OR WS-JL-FOUND-IDX > 0
               IF WS-JL-TYPE(WS-JL-IDX) = WS-JL-MATCH-TYPE
                   AND WS-JL-USAGE-PERIOD(WS-JL-IDX) = WS-ROW-PERIOD
                   AND WS-JL-DEPT(WS-JL-IDX) = WS-ROW-DEPT
                   MOVE WS-JL-IDX TO WS-JL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-JL-FOUND-IDX = 0
               IF WS-JL-COUNT < 500
                   ADD 1 TO WS-JL-COUNT
                   MOVE WS-JL-COUNT TO WS-JL-FOUND-IDX
                   MOVE WS-JL-MATCH-TYPE TO WS-JL-TYPE(WS-JL-COUNT)
                   MOVE WS-ROW-PERIOD
                       TO WS-JL-USAGE-PERIOD(WS-JL-COUNT)
                   MOVE WS-ROW-DEPT TO WS-JL-DEPT(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-RECORDS(WS-JL-COUNT)
                   MOVE 0 TO WS-JL-COST(WS-JL-COUNT)
               ELSE
                   MOVE "Y" TO WS-JL-FULL
               END-IF
           END-IF.

       FIND-COST-CENTRE.
           MOVE SPACES TO WS-CC-ACCOUNT.
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
                       OR WS-CC-ACCOUNT NOT = SPACES
               IF WS-CC-DEPT(WS-CC-IDX) = WS-JL-DEPT(WS-JL-IDX)
                   MOVE WS-CC-CENTRE(WS-CC-IDX) TO WS-CC-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-CC-ACCOUNT = SPACES
               MOVE WS-SUSPENSE-ACCOUNT TO WS-CC-ACCOUNT
               ADD 1 TO WS-SUSPENSE-LINES
           END-IF.

      *> Header, one debit per department line of WS-WRITE-TYPE,
      *> one credit to the recovery account, trailer. Each debit is
      *> rounded to the cent on its own and the credit is the sum of
      *> the rounded debits, so the journal balances exactly. The
      *> totals are worked out first so the header can carry them.
       WRITE-JOURNAL.
           MOVE 0 TO WS-DEBIT-TOTAL.
           MOVE 0 TO WS-RECORD-TOTAL.
           MOVE 0 TO WS-LINE-TOTAL.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF WS-JL-TYPE(WS-JL-IDX) = WS-WRITE-TYPE
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-JL-COST(WS-JL-IDX)
                   ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
                   ADD WS-JL-RECORDS(WS-JL-IDX) TO WS-RECORD-TOTAL
               END-IF
           END-PERFORM.
           PERFORM STAMP-TIMESTAMP.
           OPEN OUTPUT JournalFile.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "H" TO GJ-RECORD-TYPE.
           PERFORM SET-JOURNAL-KEY.
           MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT.
           MOVE WS-RECORD-TOTAL TO GJ-RECORD-COUNT.
           MOVE 0 TO GJ-CREDIT-TOTAL.
           MOVE 0 TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF WS-JL-TYPE(WS-JL-IDX) = WS-WRITE-TYPE
                   PERFORM WRITE-DEBIT-LINE
               END-IF
           END-PERFORM.
           IF WS-RECORD-TOTAL > 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE "D" TO GJ-RECORD-TYPE
               PERFORM SET-JOURNAL-KEY
               MOVE WS-RECOVERY-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DEBIT-CREDIT
               MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT
               MOVE WS-RECORD-TOTAL TO GJ-RECORD-COUNT
               MOVE 0 TO GJ-CREDIT-TOTAL
               MOVE 0 TO GJ-LINE-COUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-LINE-TOTAL
           END-IF.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "T" TO GJ-RECORD-TYPE.
           PERFORM SET-JOURNAL-KEY.
           MOVE WS-DEBIT-TOTAL TO GJ-AMOUNT.
           MOVE WS-RECORD-TOTAL TO GJ-RECORD-COUNT.
           IF WS-RECORD-TOTAL > 0
               MOVE WS-DEBIT-TOTAL TO GJ-CREDIT-TOTAL
           ELSE
               MOVE 0 TO GJ-CREDIT-TOTAL
           END-IF.
           MOVE WS-LINE-TOTAL TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.
           CLOSE JournalFile.
           DISPLAY "Journal written ..............: "
               FUNCTION TRIM(WS-WRITE-FILE-NAME).

       SET-JOURNAL-KEY.
           MOVE WS-WRITE-TYPE TO GJ-JOURNAL-TYPE.
           MOVE WS-POST-PERIOD TO GJ-PERIOD.
           MOVE WS-POST-PERIOD TO GJ-USAGE-PERIOD.
           MOVE WS-TIMESTAMP TO GJ-TIMESTAMP.

       WRITE-DEBIT-LINE.
           PERFORM FIND-COST-CENTRE.
           COMPUTE WS-LINE-AMOUNT ROUNDED = WS-JL-COST(WS-JL-IDX).
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE "D" TO GJ-RECORD-TYPE.
           PERFORM SET-JOURNAL-KEY.
           MOVE WS-JL-USAGE-PERIOD(WS-JL-IDX) TO GJ-USAGE-PERIOD.
           MOVE WS-CC-ACCOUNT TO GJ-ACCOUNT.
           MOVE WS-JL-DEPT(WS-JL-IDX) TO GJ-DEPT-CODE.
           MOVE "D" TO GJ-DEBIT-CREDIT.
           MOVE WS-LINE-AMOUNT TO GJ-AMOUNT.
           MOVE WS-JL-RECORDS(WS-JL-IDX) TO GJ-RECORD-COUNT.
           MOVE 0 TO GJ-CREDIT-TOTAL.
           MOVE 0 TO GJ-LINE-COUNT.
           WRITE GL-JOURNAL-RECORD.
           ADD 1 TO WS-LINE-TOTAL.

      *> The posted period goes on GLPERIOD.DAT as CLOSED with what
      *> its journal carried; each earlier period that had late rows
      *> adjusted has them added to its posted count and amount, so
      *> the same rows are never adjusted twice. A never-posted
      *> month adjusted here is first entered closed, its posted
      *> count the rows the adjustment carried.
       CLOSE-PERIOD.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF WS-JL-TYPE(WS-JL-IDX) = "ADJ"
                   PERFORM ENTER-UNPOSTED-PERIOD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               IF WS-GP-LATE(WS-GP-IDX) > 0
                   ADD WS-GP-LATE(WS-GP-IDX) TO WS-GP-POSTED(WS-GP-IDX)
                   PERFORM ADD-ADJUSTED-AMOUNT
                   DISPLAY "Late usage adjusted ..........: "
                       WS-GP-PERIOD(WS-GP-IDX) " "
                       WS-GP-LATE(WS-GP-IDX) " record(s)"
               END-IF
           END-PERFORM.
           IF WS-GP-COUNT < 240
               ADD 1 TO WS-GP-COUNT
               MOVE WS-POST-PERIOD TO WS-GP-PERIOD(WS-GP-COUNT)
               MOVE "CLOSED" TO WS-GP-STATUS(WS-GP-COUNT)
               PERFORM STAMP-TIMESTAMP
               MOVE WS-TIMESTAMP TO WS-GP-STAMP(WS-GP-COUNT)
               MOVE WS-STD-RECORDS TO WS-GP-POSTED(WS-GP-COUNT)
               MOVE WS-STD-AMOUNT TO WS-GP-AMOUNT(WS-GP-COUNT)
               MOVE WS-JOURNAL-FILE-NAME TO WS-GP-FILE(WS-GP-COUNT)
               MOVE 0 TO WS-GP-SEEN(WS-GP-COUNT)
               MOVE 0 TO WS-GP-LATE(WS-GP-COUNT)
               MOVE "N" TO WS-GP-NEW(WS-GP-COUNT)
           ELSE
               DISPLAY "GLPERIOD.DAT is full - period not marked "
                   "closed; archive old periods first."
           END-IF.

       ENTER-UNPOSTED-PERIOD.
           MOVE WS-JL-USAGE-PERIOD(WS-JL-IDX) TO WS-GP-MATCH-PERIOD.
           PERFORM FIND-PERIOD-ENTRY.
           IF WS-GP-FOUND-IDX = 0
               IF WS-GP-COUNT < 240
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-GP-COUNT TO WS-GP-FOUND-IDX
                   MOVE WS-GP-MATCH-PERIOD TO WS-GP-PERIOD(WS-GP-COUNT)
                   MOVE "CLOSED" TO WS-GP-STATUS(WS-GP-COUNT)
                   PERFORM STAMP-TIMESTAMP
                   MOVE WS-TIMESTAMP TO WS-GP-STAMP(WS-GP-COUNT)
                   MOVE 0 TO WS-GP-POSTED(WS-GP-COUNT)
                   MOVE 0 TO WS-GP-AMOUNT(WS-GP-COUNT)
                   MOVE WS-ADJUST-FILE-NAME TO WS-GP-FILE(WS-GP-COUNT)
                   MOVE 0 TO WS-GP-SEEN(WS-GP-COUNT)
                   MOVE 0 TO WS-GP-LATE(WS-GP-COUNT)
                   MOVE "Y" TO WS-GP-NEW(WS-GP-COUNT)
               ELSE
                   DISPLAY "GLPERIOD.DAT is full - period "
                       WS-GP-MATCH-PERIOD " not marked closed; "
                       "archive old periods first."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-GP-NEW(WS-GP-FOUND-IDX) = "Y"
               ADD WS-JL-RECORDS(WS-JL-IDX)
                   TO WS-GP-LATE(WS-GP-FOUND-IDX)
           END-IF.

      *> The rounded adjustment debits belonging to this period.
       ADD-ADJUSTED-AMOUNT.
           PERFORM VARYING WS-JL-IDX FROM 1 BY 1
                   UNTIL WS-JL-IDX > WS-JL-COUNT
               IF WS-JL-TYPE(WS-JL-IDX) = "ADJ"
                   AND WS-JL-USAGE-PERIOD(WS-JL-IDX)
                       = WS-GP-PERIOD(WS-GP-IDX)
                   COMPUTE WS-LINE-AMOUNT ROUNDED =
                       WS-JL-COST(WS-JL-IDX)
                   ADD WS-LINE-AMOUNT TO WS-GP-AMOUNT(WS-GP-IDX)
               END-IF
           END-PERFORM.

       PRINT-SUMMARY.
           DISPLAY "----- Posting summary -----".
           DISPLAY "Usage records read ...........: " WS-USAGE-READ.
           DISPLAY "Records priced for period ....: " WS-STD-RECORDS.
           MOVE WS-STD-AMOUNT TO WS-AMOUNT-DISP.
           DISPLAY "Journal debit = credit .......: " WS-AMOUNT-DISP.
           DISPLAY "Journal detail lines .........: " WS-STD-LINES.
           IF WS-ADJ-RECORDS > 0
               DISPLAY "Late records adjusted ........: "
                   WS-ADJ-RECORDS
               MOVE WS-ADJ-AMOUNT TO WS-AMOUNT-DISP
               DISPLAY "Adjustment debit = credit ....: "
                   WS-AMOUNT-DISP
               DISPLAY "Adjustment detail lines ......: " WS-ADJ-LINES
           END-IF.
           IF WS-UNPOSTED-ADJ > 0
               DISPLAY "  of which never-posted months: "
                   WS-UNPOSTED-ADJ
           END-IF.
           IF WS-SUSPENSE-LINES > 0
               DISPLAY "Lines to suspense ............: "
                   WS-SUSPENSE-LINES " (no cost centre on DEPTQTA.DAT)"
           END-IF.
           DISPLAY "RESULT: PERIOD " WS-POST-PERIOD
               " POSTED AND CLOSED.".
           DISPLAY "======================================".
