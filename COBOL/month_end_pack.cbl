       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonthEndPack.

      *> Modification history
      *> 2026-10-15  Initial version - month-end management pack.
      *>             One consolidated report per month, set against
      *>             the month before, built from the subsystem files
      *>             directly so every figure counts one stated
      *>             population:
      *>               volume, cache hits and spend - USAGE.DAT (every
      *>                 exchange, batch and interactive), priced the
      *>                 way ChargebackReport prices it;
      *>               deadline met - the SLA flag on RESPONSES.DAT,
      *>                 the live files and every kept cycle
      *>                 generation of every stream for the month;
      *>               accuracy - sampled grades on REVIEWQ.DAT (not
      *>                 answers a department reported);
      *>               escalations - ESCMST.DAT, each tied to its
      *>                 department through CHATLOG.DAT and the
      *>                 archives on ARCHCAT.DAT;
      *>               allowance - DEPTQTA.DAT; cache - CACHE.DAT.
      *>             A page per department, then a shop-wide summary
      *>             page with the control counts behind it.
      *> 2026-10-15  Answer overflow records and prompt continuation
      *>             records are passed over, so a long answer or a
      *>             continued prompt still counts once.
      *> 2026-10-15  FORMAT-ERR answers are not measured against
      *>             their deadline, as in DeadlineReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UsageFile ASSIGN TO "USAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGE-STATUS.
           SELECT RateTableFile ASSIGN TO "RATETBL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT QuotaFile ASSIGN TO "DEPTQTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT CycleCatalogFile ASSIGN TO "CYCLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLCAT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ReviewQueueFile ASSIGN TO "REVIEWQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT EscMasterFile ASSIGN TO "ESCMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCMST-STATUS.
           SELECT ChatLogFile ASSIGN TO "CHATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHATLOG-STATUS.
           SELECT ArchiveFile ASSIGN USING WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT CatalogFile ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHCAT-STATUS.
           SELECT CacheFile ASSIGN TO "CACHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD UsageFile.
           COPY "USAGEACC.CPY".

       FD RateTableFile.
           COPY "RATETBL.CPY".

       FD QuotaFile.
           COPY "DEPTQTA.CPY".

       FD PromptQueueFile.
           COPY "PROMPTQ.CPY".

       FD ResponseQueueFile.
           COPY "RESPQ.CPY".

       FD CycleCatalogFile.
           COPY "CYCLCAT.CPY".

       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD ReviewQueueFile.
           COPY "REVIEWQ.CPY".

       FD EscMasterFile.
           COPY "ESCMST.CPY".

       FD ChatLogFile.
           COPY "CHATLOG.CPY".

       FD ArchiveFile.
           COPY "CHATLOG.CPY"
               REPLACING ==CHATLOG-RECORD== BY ==ARCHLOG-RECORD==
                         LEADING ==CL-== BY ==AL-==.

       FD CatalogFile.
           COPY "ARCHCAT.CPY".

       FD CacheFile.
           COPY "ANSCACHE.CPY".

       WORKING-STORAGE SECTION.
       01 WS-USAGE-STATUS     PIC X(02).
       01 WS-RATETBL-STATUS   PIC X(02).
       01 WS-QUOTA-STATUS     PIC X(02).
       01 WS-PQ-STATUS        PIC X(02).
       01 WS-RESPQ-STATUS     PIC X(02).
       01 WS-CYCLCAT-STATUS   PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-REVIEWQ-STATUS   PIC X(02).
       01 WS-ESCMST-STATUS    PIC X(02).
       01 WS-CHATLOG-STATUS   PIC X(02).
       01 WS-ARCHIVE-STATUS   PIC X(02).
       01 WS-ARCHCAT-STATUS   PIC X(02).
       01 WS-CACHE-STATUS     PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-ARCH-EOF         PIC X(01) VALUE "N".

      *> The month reported (period 1) and the month before it
      *> (period 2). Open escalations are aged to each period's
      *> end - the last day of the month, or today for the month
      *> in progress.
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01 WS-THIS-MONTH       PIC X(07) VALUE SPACES.
       01 WS-REPORT-MONTH     PIC X(07) VALUE SPACES.
       01 WS-MONTH-CHECK      PIC X(07) VALUE SPACES.
       01 WS-MONTH-OK         PIC X(01) VALUE "Y".
       01 WS-NEXT-MONTH-KEY   PIC X(07) VALUE SPACES.
       01 WS-WORK-YEAR        PIC 9(04) VALUE 0.
       01 WS-WORK-MONTH       PIC 9(02) VALUE 0.
       01 WS-YMD              PIC 9(08) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PD-ENTRY OCCURS 2 TIMES.
               10 WS-PD-MONTH         PIC X(07).
               10 WS-PD-END-DAYS      PIC 9(07).
       01 WS-PD-IDX           PIC 9(01) VALUE 0.
       01 WS-PD-FOUND         PIC 9(01) VALUE 0.
       01 WS-PD-KEY           PIC X(07) VALUE SPACES.

      *> Per-exchange rates off RATETBL.DAT. Same pricing rule as
      *> ChargebackReport and ChargebackPost (must stay in step):
      *> the script's rate with the latest effective date on or
      *> before the exchange, else the blank-script rate, CACHE
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
       01 WS-SCRIPT-TRIMMED   PIC X(40) VALUE SPACES.

      *> One entry per department - DEPTQTA.DAT order first, then
      *> any other code met in the files (GEN for exchanges with no
      *> department) - each with both periods' figures. The last
      *> entry holds the shop-wide totals.
       01 WS-DEPT-TABLE.
           05 WS-DT-ENTRY OCCURS 61 TIMES.
               10 WS-DT-CODE          PIC X(04).
               10 WS-DT-NAME          PIC X(30).
               10 WS-DT-LIMIT         PIC 9(05).
               10 WS-DT-ON-TABLE      PIC X(01).
               10 WS-DT-PERIOD OCCURS 2 TIMES.
                   15 WS-DT-VOLUME        PIC 9(07).
                   15 WS-DT-CACHED        PIC 9(07).
                   15 WS-DT-COST          PIC 9(07)V9999.
                   15 WS-DT-SLA-MET       PIC 9(05).
                   15 WS-DT-SLA-MEASURED  PIC 9(05).
                   15 WS-DT-GRADED        PIC 9(05).
                   15 WS-DT-ACCURATE      PIC 9(05).
                   15 WS-DT-ESC-OPENED    PIC 9(05).
                   15 WS-DT-ESC-CLOSED    PIC 9(05).
                   15 WS-DT-ESC-OPEN      PIC 9(05).
                   15 WS-DT-ESC-AGE-TOTAL PIC 9(07).
                   15 WS-DT-ESC-OLDEST    PIC 9(05).
       01 WS-DEPT-COUNT       PIC 9(02) VALUE 0.
       01 WS-DT-IDX           PIC 9(02) VALUE 0.
       01 WS-DT-FOUND-IDX     PIC 9(02) VALUE 0.
       01 WS-SHOP-IDX         PIC 9(02) VALUE 61.
       01 WS-WORK-DEPT        PIC X(04) VALUE SPACES.

      *> Batch streams to measure: the default stream plus every
      *> stream named on the cycle catalog or the run ledger, and
      *> the kept cycles whose generations can hold the months'
      *> responses (a cycle closed early on the 1st carries the
      *> last evening of the month before).
       01 WS-STREAM-TABLE.
           05 WS-ST-NAME OCCURS 20 TIMES PIC X(08).
       01 WS-STREAM-COUNT     PIC 9(02) VALUE 0.
       01 WS-ST-IDX           PIC 9(02) VALUE 0.
       01 WS-ST-FOUND         PIC X(01) VALUE "N".
       01 WS-CYCLE-TABLE.
           05 WS-CC-ENTRY OCCURS 200 TIMES.
               10 WS-CC-STREAM        PIC X(08).
               10 WS-CC-DATE          PIC X(10).
       01 WS-CYCLE-COUNT      PIC 9(03) VALUE 0.
       01 WS-CC-IDX           PIC 9(03) VALUE 0.
       01 WS-PURGED-CYCLES    PIC 9(03) VALUE 0.
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-FILE-EXT         PIC X(10) VALUE SPACES.
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE SPACES.
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE SPACES.
       01 WS-RESP-FILES-READ  PIC 9(03) VALUE 0.

      *> Sequence number to department for the response file in
      *> hand, off its own prompt queue.
       01 WS-PROMPT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-SEQ-NO        PIC 9(05).
               10 WS-PT-DEPT          PIC X(04).
       01 WS-PROMPT-COUNT     PIC 9(04) VALUE 0.
       01 WS-PT-IDX           PIC 9(04) VALUE 0.
       01 WS-PT-FOUND-IDX     PIC 9(04) VALUE 0.

      *> Escalations off the master. The department is filled in
      *> from the chat-log row of the same exchange (timestamp and
      *> prompt, as the workbench imports them).
       01 WS-ESC-TABLE.
           05 WS-ES-ENTRY OCCURS 500 TIMES.
               10 WS-ES-TIMESTAMP     PIC X(26).
               10 WS-ES-PROMPT        PIC X(200).
               10 WS-ES-STATUS        PIC X(10).
               10 WS-ES-RESOLVED      PIC X(26).
               10 WS-ES-DEPT          PIC X(04).
       01 WS-ESC-COUNT        PIC 9(03) VALUE 0.
       01 WS-ES-IDX           PIC 9(03) VALUE 0.
       01 WS-ESC-UNMATCHED    PIC 9(03) VALUE 0.
       01 WS-ESC-OLDEST-MONTH PIC X(07) VALUE SPACES.
       01 WS-ESC-OPEN-DAYS    PIC 9(07) VALUE 0.
       01 WS-ESC-SHUT-DAYS    PIC 9(07) VALUE 0.
       01 WS-ESC-AGE          PIC 9(05) VALUE 0.
       01 WS-ESC-IS-CLOSED    PIC X(01) VALUE "N".

      *> Chat log and archives: exchange counts per period for the
      *> control page, and the escalation department look-up.
       01 WS-ARCHIVE-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-ARCHIVES-READ    PIC 9(03) VALUE 0.
       01 WS-FROM-MONTH       PIC X(07) VALUE SPACES.

      *> Shop-wide control counts, by period.
       01 WS-CONTROL-TABLE.
           05 WS-CT-PERIOD OCCURS 2 TIMES.
               10 WS-CT-USAGE-ROWS    PIC 9(07).
               10 WS-CT-LOG-ROWS      PIC 9(07).
               10 WS-CT-UNPRICED      PIC 9(07).
               10 WS-CT-RESP-ROWS     PIC 9(07).
               10 WS-CT-CACHE-ADDED   PIC 9(07).
       01 WS-CACHE-ENTRIES    PIC 9(07) VALUE 0.
       01 WS-CACHE-PINNED     PIC 9(07) VALUE 0.

      *> Timestamp to day number, for escalation ages.
       01 WS-TS-IN            PIC X(26) VALUE SPACES.
       01 WS-TS-CHECK         PIC X(10) VALUE SPACES.
       01 WS-TS-DAYS          PIC 9(07) VALUE 0.
       01 WS-TS-OK            PIC X(01) VALUE "N".

      *> One report line: a label, the month, the month before and
      *> the change. Kind C is a count, P a percentage (change in
      *> points), M money. A figure with nothing to measure prints
      *> n/a and so does its change.
       01 WS-ML-LABEL         PIC X(22) VALUE SPACES.
       01 WS-ML-KIND          PIC X(01) VALUE "C".
       01 WS-ML-VALUES.
           05 WS-ML-ENTRY OCCURS 2 TIMES.
               10 WS-ML-VAL           PIC S9(09)V9999.
               10 WS-ML-OK            PIC X(01).
               10 WS-ML-NUM           PIC 9(09)V9999.
               10 WS-ML-DEN           PIC 9(09)V9999.
       01 WS-ML-CHANGE        PIC S9(09)V9999 VALUE 0.
       01 WS-COL-CUR          PIC X(12) VALUE SPACES.
       01 WS-COL-PRI          PIC X(12) VALUE SPACES.
       01 WS-COL-CHG          PIC X(12) VALUE SPACES.
       01 WS-COL-WORK         PIC X(12) VALUE SPACES.
       01 WS-COL-VAL          PIC S9(09)V9999 VALUE 0.
       01 WS-COUNT-DISP       PIC Z(11)9.
       01 WS-COUNT-CHG-DISP   PIC +(11)9.
       01 WS-PCT-DISP         PIC Z(07)9.99.
       01 WS-PCT-CHG-DISP     PIC +(07)9.99.
       01 WS-MONEY-DISP       PIC Z(06)9.9999.
       01 WS-MONEY-CHG-DISP   PIC +(06)9.9999.
       01 WS-REPORT-LINE      PIC X(80) VALUE SPACES.
       01 WS-DEPTS-REPORTED   PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:7) TO WS-THIS-MONTH.
           DISPLAY "Month-end pack month (YYYY-MM, Enter for last "
               "month): ".
           ACCEPT WS-REPORT-MONTH.
           PERFORM CHECK-REPORT-MONTH.
           IF WS-MONTH-OK = "N"
               STOP RUN
           END-IF.
           PERFORM SET-PERIODS.
           PERFORM LOAD-DEPT-TABLE.
           PERFORM LOAD-RATE-TABLE.
           PERFORM TALLY-USAGE.
           PERFORM FIND-STREAMS-AND-CYCLES.
           PERFORM TALLY-DEADLINES.
           PERFORM TALLY-GRADES.
           PERFORM LOAD-ESCALATIONS.
           PERFORM READ-CHAT-LOGS.
           PERFORM TALLY-ESCALATIONS.
           PERFORM TALLY-CACHE.
           PERFORM ADD-SHOP-TOTALS.
           PERFORM PRINT-PACK.
           STOP RUN.

       STAMP-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
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

      *> The pack is normally run for the month just ended; the
      *> month in progress is allowed (figures to date), a month
      *> not yet started is refused.
       CHECK-REPORT-MONTH.
           MOVE "Y" TO WS-MONTH-OK.
           IF WS-REPORT-MONTH = SPACES
               COMPUTE WS-WORK-YEAR =
                   FUNCTION NUMVAL(WS-THIS-MONTH(1:4))
               COMPUTE WS-WORK-MONTH =
                   FUNCTION NUMVAL(WS-THIS-MONTH(6:2)) - 1
               IF WS-WORK-MONTH = 0
                   MOVE 12 TO WS-WORK-MONTH
                   SUBTRACT 1 FROM WS-WORK-YEAR
               END-IF
               STRING WS-WORK-YEAR "-" WS-WORK-MONTH
                   DELIMITED BY SIZE INTO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-CHECK.
           INSPECT WS-MONTH-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-MONTH-CHECK NOT = "NNNN-NN"
               OR WS-REPORT-MONTH(6:2) < "01"
               OR WS-REPORT-MONTH(6:2) > "12"
               DISPLAY "Month must be YYYY-MM - no pack."
               MOVE "N" TO WS-MONTH-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-MONTH > WS-THIS-MONTH
               DISPLAY "Month " WS-REPORT-MONTH
                   " has not started - no pack."
               MOVE "N" TO WS-MONTH-OK
           END-IF.

      *> Period 1 is the report month, period 2 the month before;
      *> WS-NEXT-MONTH-KEY is the month after, for the cycle
      *> generations that can still hold the report month's rows.
       SET-PERIODS.
           MOVE WS-REPORT-MONTH TO WS-PD-MONTH(1).
           COMPUTE WS-WORK-YEAR = FUNCTION NUMVAL(WS-REPORT-MONTH(1:4)).
           COMPUTE WS-WORK-MONTH =
               FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) - 1.
           IF WS-WORK-MONTH = 0
               MOVE 12 TO WS-WORK-MONTH
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF.
           MOVE SPACES TO WS-PD-MONTH(2).
           STRING WS-WORK-YEAR "-" WS-WORK-MONTH
               DELIMITED BY SIZE INTO WS-PD-MONTH(2).
      *> The month before ends the day before the report month
      *> starts.
           COMPUTE WS-YMD =
               FUNCTION NUMVAL(WS-REPORT-MONTH(1:4)) * 10000
               + FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) * 100 + 1.
           COMPUTE WS-PD-END-DAYS(2) =
               FUNCTION INTEGER-OF-DATE(WS-YMD) - 1.
           COMPUTE WS-WORK-YEAR = FUNCTION NUMVAL(WS-REPORT-MONTH(1:4)).
           COMPUTE WS-WORK-MONTH =
               FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) + 1.
           IF WS-WORK-MONTH > 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           END-IF.
           MOVE SPACES TO WS-NEXT-MONTH-KEY.
           STRING WS-WORK-YEAR "-" WS-WORK-MONTH
               DELIMITED BY SIZE INTO WS-NEXT-MONTH-KEY.
           IF WS-REPORT-MONTH = WS-THIS-MONTH
               COMPUTE WS-YMD =
                   FUNCTION NUMVAL(WS-CURRENT-DATE(1:8))
               COMPUTE WS-PD-END-DAYS(1) =
                   FUNCTION INTEGER-OF-DATE(WS-YMD)
           ELSE
               COMPUTE WS-YMD =
                   WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
               COMPUTE WS-PD-END-DAYS(1) =
                   FUNCTION INTEGER-OF-DATE(WS-YMD) - 1
           END-IF.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE 0 TO WS-CT-USAGE-ROWS(WS-PD-IDX)
               MOVE 0 TO WS-CT-LOG-ROWS(WS-PD-IDX)
               MOVE 0 TO WS-CT-UNPRICED(WS-PD-IDX)
               MOVE 0 TO WS-CT-RESP-ROWS(WS-PD-IDX)
               MOVE 0 TO WS-CT-CACHE-ADDED(WS-PD-IDX)
           END-PERFORM.
           MOVE WS-SHOP-IDX TO WS-DT-FOUND-IDX.
           PERFORM CLEAR-DEPT-ENTRY.
           MOVE "ALL" TO WS-DT-CODE(WS-SHOP-IDX).
           MOVE "Shop-wide" TO WS-DT-NAME(WS-SHOP-IDX).

      *> Sets WS-PD-FOUND to the period WS-PD-KEY (a YYYY-MM) falls
      *> in, or 0 when it is in neither.
       FIND-PERIOD.
           MOVE 0 TO WS-PD-FOUND.
           IF WS-PD-KEY = WS-PD-MONTH(1)
               MOVE 1 TO WS-PD-FOUND
           END-IF.
           IF WS-PD-KEY = WS-PD-MONTH(2)
               MOVE 2 TO WS-PD-FOUND
           END-IF.

       CLEAR-DEPT-ENTRY.
           MOVE SPACES TO WS-DT-CODE(WS-DT-FOUND-IDX).
           MOVE SPACES TO WS-DT-NAME(WS-DT-FOUND-IDX).
           MOVE 0 TO WS-DT-LIMIT(WS-DT-FOUND-IDX).
           MOVE "N" TO WS-DT-ON-TABLE(WS-DT-FOUND-IDX).
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE 0 TO WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-CACHED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-COST(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-SLA-MET(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0
                   TO WS-DT-SLA-MEASURED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-GRADED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-ACCURATE(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-ESC-OPENED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-ESC-CLOSED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0
                   TO WS-DT-ESC-AGE-TOTAL(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE 0 TO WS-DT-ESC-OLDEST(WS-DT-FOUND-IDX, WS-PD-IDX)
           END-PERFORM.

      *> Every department on the table gets a page, busy or not;
      *> its allowance is what "spend against allowance" measures.
       LOAD-DEPT-TABLE.
           MOVE 0 TO WS-DEPT-COUNT.
           OPEN INPUT QuotaFile.
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "DEPTQTA.DAT not found - departments are "
                   "taken from the files and shown uncapped."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ QuotaFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(QT-DEPT-CODE)
                           TO WS-WORK-DEPT
                       PERFORM FIND-DEPT-ENTRY
                       IF WS-DT-FOUND-IDX > 0
                           MOVE QT-DEPT-NAME
                               TO WS-DT-NAME(WS-DT-FOUND-IDX)
                           IF QT-MONTHLY-LIMIT IS NUMERIC
                               MOVE QT-MONTHLY-LIMIT
                                   TO WS-DT-LIMIT(WS-DT-FOUND-IDX)
                           END-IF
                           MOVE "Y" TO WS-DT-ON-TABLE(WS-DT-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QuotaFile.

      *> Blank department is the general pool (GEN), as in
      *> ChargebackReport.
       FIND-DEPT-ENTRY.
           MOVE 0 TO WS-DT-FOUND-IDX.
           IF WS-WORK-DEPT = SPACES
               MOVE "GEN" TO WS-WORK-DEPT
           END-IF.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEPT-COUNT
                       OR WS-DT-FOUND-IDX > 0
               IF WS-DT-CODE(WS-DT-IDX) = WS-WORK-DEPT
                   MOVE WS-DT-IDX TO WS-DT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-DT-FOUND-IDX = 0
               IF WS-DEPT-COUNT < 60
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DT-FOUND-IDX
                   PERFORM CLEAR-DEPT-ENTRY
                   MOVE WS-WORK-DEPT TO WS-DT-CODE(WS-DT-FOUND-IDX)
                   IF WS-WORK-DEPT = "GEN"
                       MOVE "General (no department)"
                           TO WS-DT-NAME(WS-DT-FOUND-IDX)
                   END-IF
               ELSE
                   DISPLAY "More than 60 departments - "
                       WS-WORK-DEPT " not reported."
               END-IF
           END-IF.

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

      *> Volume, cache hits and spend: every usage row of the two
      *> months, batch and interactive alike.
       TALLY-USAGE.
           OPEN INPUT UsageFile.
           IF WS-USAGE-STATUS NOT = "00"
               DISPLAY "USAGE.DAT not found - no volume or spend."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ UsageFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE UA-TIMESTAMP(1:7) TO WS-PD-KEY
                       PERFORM FIND-PERIOD
                       IF WS-PD-FOUND > 0
                           PERFORM TALLY-ONE-EXCHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UsageFile.

       TALLY-ONE-EXCHANGE.
           ADD 1 TO WS-CT-USAGE-ROWS(WS-PD-FOUND).
           MOVE FUNCTION UPPER-CASE(UA-DEPT-CODE) TO WS-WORK-DEPT.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-FOUND).
           MOVE FUNCTION TRIM(UA-BACKEND-SCRIPT) TO WS-SCRIPT-TRIMMED.
           IF WS-SCRIPT-TRIMMED = "CACHE"
               ADD 1 TO WS-DT-CACHED(WS-DT-FOUND-IDX, WS-PD-FOUND)
           END-IF.
           PERFORM PRICE-EXCHANGE.
           IF WS-RATE-FOUND = "N"
               ADD 1 TO WS-CT-UNPRICED(WS-PD-FOUND)
           END-IF.
           ADD WS-EXCHANGE-RATE
               TO WS-DT-COST(WS-DT-FOUND-IDX, WS-PD-FOUND).

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

      *> Streams off the catalog and the run ledger, and the kept
      *> cycles dated in the month before, the month, or the month
      *> after. Purged cycles in the two months cannot be measured
      *> and are counted for the control page.
       FIND-STREAMS-AND-CYCLES.
           MOVE 1 TO WS-STREAM-COUNT.
           MOVE SPACES TO WS-ST-NAME(1).
           MOVE 0 TO WS-CYCLE-COUNT.
           OPEN INPUT CycleCatalogFile.
           IF WS-CYCLCAT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CycleCatalogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM NOTE-CATALOG-CYCLE
                   END-READ
               END-PERFORM
               CLOSE CycleCatalogFile
           END-IF.
           OPEN INPUT RunControlFile.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RunControlFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-RUN-STREAM
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
           END-IF.

       NOTE-CATALOG-CYCLE.
           MOVE "N" TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               IF WS-ST-NAME(WS-ST-IDX) = CY-STREAM-NAME
                   MOVE "Y" TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = "N" AND WS-STREAM-COUNT < 20
               ADD 1 TO WS-STREAM-COUNT
               MOVE CY-STREAM-NAME TO WS-ST-NAME(WS-STREAM-COUNT)
           END-IF.
           IF CY-CYCLE-DATE(1:7) NOT = WS-PD-MONTH(1)
               AND CY-CYCLE-DATE(1:7) NOT = WS-PD-MONTH(2)
               AND CY-CYCLE-DATE(1:7) NOT = WS-NEXT-MONTH-KEY
               EXIT PARAGRAPH
           END-IF.
           IF CY-GEN-STATUS = "KEPT"
               IF WS-CYCLE-COUNT < 200
                   ADD 1 TO WS-CYCLE-COUNT
                   MOVE CY-STREAM-NAME TO WS-CC-STREAM(WS-CYCLE-COUNT)
                   MOVE CY-CYCLE-DATE TO WS-CC-DATE(WS-CYCLE-COUNT)
               END-IF
           ELSE
               IF CY-CYCLE-DATE(1:7) NOT = WS-NEXT-MONTH-KEY
                   ADD 1 TO WS-PURGED-CYCLES
               END-IF
           END-IF.

       ADD-RUN-STREAM.
           MOVE "N" TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               IF WS-ST-NAME(WS-ST-IDX) = RC-STREAM-NAME
                   MOVE "Y" TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = "N" AND WS-STREAM-COUNT < 20
               ADD 1 TO WS-STREAM-COUNT
               MOVE RC-STREAM-NAME TO WS-ST-NAME(WS-STREAM-COUNT)
           END-IF.

      *> Each stream's live files, then each kept generation. A
      *> response row lives in exactly one of them, so filtering on
      *> its own timestamp counts every answer of the months once.
      *> File naming follows ChatBotGemini and CycleClose (must
      *> stay in step).
       TALLY-DEADLINES.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               MOVE SPACES TO WS-STREAM-SUFFIX
               IF WS-ST-NAME(WS-ST-IDX) NOT = SPACES
                   STRING "-" FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX))
                       DELIMITED BY SIZE INTO WS-STREAM-SUFFIX
               END-IF
               MOVE ".DAT" TO WS-FILE-EXT
               PERFORM TALLY-RESPONSE-FILE
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CYCLE-COUNT
                   IF WS-CC-STREAM(WS-CC-IDX) = WS-ST-NAME(WS-ST-IDX)
                       MOVE SPACES TO WS-FILE-EXT
                       STRING ".G" WS-CC-DATE(WS-CC-IDX)(1:4)
                           WS-CC-DATE(WS-CC-IDX)(6:2)
                           WS-CC-DATE(WS-CC-IDX)(9:2)
                           DELIMITED BY SIZE INTO WS-FILE-EXT
                       PERFORM TALLY-RESPONSE-FILE
                   END-IF
               END-PERFORM
           END-PERFORM.

       TALLY-RESPONSE-FILE.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-RESPQ-FILE-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-RESPQ-FILE-NAME.
           OPEN INPUT ResponseQueueFile.
           IF WS-RESPQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-RESP-FILES-READ.
           PERFORM LOAD-PROMPT-DEPTS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResponseQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RQ-TIMESTAMP(1:7) TO WS-PD-KEY
                       PERFORM FIND-PERIOD
                       IF WS-PD-FOUND > 0
                           AND RQ-RECORD-TYPE NOT = "O"
                           PERFORM TALLY-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ResponseQueueFile.

       LOAD-PROMPT-DEPTS.
           MOVE 0 TO WS-PROMPT-COUNT.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PromptQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-PROMPT-COUNT < 5000
                           AND PQ-RECORD-TYPE NOT = "C"
                           ADD 1 TO WS-PROMPT-COUNT
                           MOVE PQ-SEQ-NO
                               TO WS-PT-SEQ-NO(WS-PROMPT-COUNT)
                           MOVE FUNCTION UPPER-CASE(PQ-DEPT-CODE)
                               TO WS-PT-DEPT(WS-PROMPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PromptQueueFile.

      *> DeadlineReport's population (must stay in step): refusals,
      *> holds and failed scripts are not answers; NO-RESP,
      *> REJECTED and FORMAT-ERR rows are answered with nothing to
      *> measure. The
      *> batch's own MET / AT-RISK / MISSED flag is the measure -
      *> AT-RISK was still met. Rows with no flag had no usable
      *> deadline and are not measured.
       TALLY-ONE-RESPONSE.
           ADD 1 TO WS-CT-RESP-ROWS(WS-PD-FOUND).
           IF RQ-RESULT-STATUS = "OVERBUDGET"
               OR RQ-RESULT-STATUS = "HELD"
               OR RQ-RESULT-STATUS = "SCRIPT-ERR"
               OR RQ-RESULT-STATUS = "NO-RESP"
               OR RQ-RESULT-STATUS = "REJECTED"
               OR RQ-RESULT-STATUS = "FORMAT-ERR"
               OR RQ-SLA-FLAG = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-PT-FOUND-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROMPT-COUNT
                       OR WS-PT-FOUND-IDX > 0
               IF WS-PT-SEQ-NO(WS-PT-IDX) = RQ-SEQ-NO
                   MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-WORK-DEPT.
           IF WS-PT-FOUND-IDX > 0
               MOVE WS-PT-DEPT(WS-PT-FOUND-IDX) TO WS-WORK-DEPT
           END-IF.
           PERFORM FIND-DEPT-ENTRY.
           IF WS-DT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DT-SLA-MEASURED(WS-DT-FOUND-IDX, WS-PD-FOUND).
           IF RQ-SLA-FLAG = "MET" OR RQ-SLA-FLAG = "AT-RISK"
               ADD 1 TO WS-DT-SLA-MET(WS-DT-FOUND-IDX, WS-PD-FOUND)
           END-IF.

      *> Accuracy is the random sample only - answers on the queue
      *> because a department reported them would bias it.
       TALLY-GRADES.
           OPEN INPUT ReviewQueueFile.
           IF WS-REVIEWQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ReviewQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE RV-TIMESTAMP(1:7) TO WS-PD-KEY
                       PERFORM FIND-PERIOD
                       IF WS-PD-FOUND > 0
                           AND RV-SOURCE NOT = "D"
                           AND RV-GRADE NOT = SPACES
                           MOVE FUNCTION UPPER-CASE(RV-DEPT-CODE)
                               TO WS-WORK-DEPT
                           PERFORM FIND-DEPT-ENTRY
                           IF WS-DT-FOUND-IDX > 0
                               ADD 1 TO WS-DT-GRADED
                                   (WS-DT-FOUND-IDX, WS-PD-FOUND)
                               IF RV-GRADE = "ACCURATE"
                                   ADD 1 TO WS-DT-ACCURATE
                                       (WS-DT-FOUND-IDX, WS-PD-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ReviewQueueFile.

      *> Every escalation raised by the end of the report month -
      *> older ones still matter while they are open.
       LOAD-ESCALATIONS.
           MOVE 0 TO WS-ESC-COUNT.
           MOVE WS-PD-MONTH(2) TO WS-ESC-OLDEST-MONTH.
           OPEN INPUT EscMasterFile.
           IF WS-ESCMST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EscMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF EM-TIMESTAMP(1:7) <= WS-PD-MONTH(1)
                           AND WS-ESC-COUNT < 500
                           ADD 1 TO WS-ESC-COUNT
                           MOVE EM-TIMESTAMP
                               TO WS-ES-TIMESTAMP(WS-ESC-COUNT)
                           MOVE EM-PROMPT-TEXT
                               TO WS-ES-PROMPT(WS-ESC-COUNT)
                           MOVE EM-STATUS TO WS-ES-STATUS(WS-ESC-COUNT)
                           MOVE EM-RESOLVED-TIMESTAMP
                               TO WS-ES-RESOLVED(WS-ESC-COUNT)
                           MOVE SPACES TO WS-ES-DEPT(WS-ESC-COUNT)
                           IF EM-TIMESTAMP(1:7) < WS-ESC-OLDEST-MONTH
                               MOVE EM-TIMESTAMP(1:7)
                                   TO WS-ESC-OLDEST-MONTH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EscMasterFile.

      *> The live chat log and every archive from the oldest
      *> escalation's month (or the month before, if later) up to
      *> the report month. Archive rows are moved into the live
      *> record layout - the two are the same copybook.
       READ-CHAT-LOGS.
           MOVE WS-ESC-OLDEST-MONTH TO WS-FROM-MONTH.
           OPEN INPUT ChatLogFile.
           IF WS-CHATLOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ChatLogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TALLY-CHATLOG-ROW
                   END-READ
               END-PERFORM
               CLOSE ChatLogFile
           END-IF.
           OPEN INPUT CatalogFile.
           IF WS-ARCHCAT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CatalogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF AR-PERIOD >= WS-FROM-MONTH
                               AND AR-PERIOD <= WS-PD-MONTH(1)
                               PERFORM READ-ONE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CatalogFile
           END-IF.

       READ-ONE-ARCHIVE.
           MOVE AR-FILE-NAME TO WS-ARCHIVE-FILE-NAME.
           OPEN INPUT ArchiveFile.
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "Cataloged archive missing: "
                   FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ARCHIVES-READ.
           MOVE "N" TO WS-ARCH-EOF.
           PERFORM UNTIL WS-ARCH-EOF = "Y"
               READ ArchiveFile
                   AT END
                       MOVE "Y" TO WS-ARCH-EOF
                   NOT AT END
                       MOVE ARCHLOG-RECORD TO CHATLOG-RECORD
                       PERFORM TALLY-CHATLOG-ROW
               END-READ
           END-PERFORM.
           CLOSE ArchiveFile.

       TALLY-CHATLOG-ROW.
           MOVE CL-TIMESTAMP(1:7) TO WS-PD-KEY.
           PERFORM FIND-PERIOD.
           IF WS-PD-FOUND > 0
               ADD 1 TO WS-CT-LOG-ROWS(WS-PD-FOUND)
           END-IF.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ESC-COUNT
               IF WS-ES-DEPT(WS-ES-IDX) = SPACES
                   AND WS-ES-TIMESTAMP(WS-ES-IDX) = CL-TIMESTAMP
                   AND WS-ES-PROMPT(WS-ES-IDX) = CL-PROMPT-TEXT
                   MOVE FUNCTION UPPER-CASE(CL-DEPT-CODE)
                       TO WS-ES-DEPT(WS-ES-IDX)
                   IF WS-ES-DEPT(WS-ES-IDX) = SPACES
                       MOVE "GEN" TO WS-ES-DEPT(WS-ES-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> Per period: opened in the month, closed (ANSWERED or
      *> REJECTED) in the month, and open at the month's end - raised
      *> by then and not closed by then - aged in days to that end.
       TALLY-ESCALATIONS.
           PERFORM VARYING WS-ES-IDX FROM 1 BY 1
                   UNTIL WS-ES-IDX > WS-ESC-COUNT
               IF WS-ES-DEPT(WS-ES-IDX) = SPACES
                   ADD 1 TO WS-ESC-UNMATCHED
               END-IF
               MOVE WS-ES-DEPT(WS-ES-IDX) TO WS-WORK-DEPT
               PERFORM FIND-DEPT-ENTRY
               IF WS-DT-FOUND-IDX > 0
                   PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                           UNTIL WS-PD-IDX > 2
                       PERFORM TALLY-ONE-ESCALATION
                   END-PERFORM
               END-IF
           END-PERFORM.

       TALLY-ONE-ESCALATION.
           IF WS-ES-TIMESTAMP(WS-ES-IDX)(1:7) = WS-PD-MONTH(WS-PD-IDX)
               ADD 1 TO WS-DT-ESC-OPENED(WS-DT-FOUND-IDX, WS-PD-IDX)
           END-IF.
           MOVE "N" TO WS-ESC-IS-CLOSED.
           MOVE 0 TO WS-ESC-SHUT-DAYS.
           IF WS-ES-STATUS(WS-ES-IDX) = "ANSWERED"
               OR WS-ES-STATUS(WS-ES-IDX) = "REJECTED"
               MOVE "Y" TO WS-ESC-IS-CLOSED
               IF WS-ES-RESOLVED(WS-ES-IDX)(1:7)
                   = WS-PD-MONTH(WS-PD-IDX)
                   ADD 1
                       TO WS-DT-ESC-CLOSED(WS-DT-FOUND-IDX, WS-PD-IDX)
               END-IF
               MOVE WS-ES-RESOLVED(WS-ES-IDX) TO WS-TS-IN
               PERFORM TIMESTAMP-TO-DAYS
               MOVE WS-TS-DAYS TO WS-ESC-SHUT-DAYS
           END-IF.
           MOVE WS-ES-TIMESTAMP(WS-ES-IDX) TO WS-TS-IN.
           PERFORM TIMESTAMP-TO-DAYS.
           IF WS-TS-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TS-DAYS TO WS-ESC-OPEN-DAYS.
           IF WS-ESC-OPEN-DAYS > WS-PD-END-DAYS(WS-PD-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-ESC-IS-CLOSED = "Y"
               AND WS-ESC-SHUT-DAYS <= WS-PD-END-DAYS(WS-PD-IDX)
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ESC-AGE =
               WS-PD-END-DAYS(WS-PD-IDX) - WS-ESC-OPEN-DAYS.
           ADD 1 TO WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX).
           ADD WS-ESC-AGE
               TO WS-DT-ESC-AGE-TOTAL(WS-DT-FOUND-IDX, WS-PD-IDX).
           IF WS-ESC-AGE > WS-DT-ESC-OLDEST(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE WS-ESC-AGE
                   TO WS-DT-ESC-OLDEST(WS-DT-FOUND-IDX, WS-PD-IDX)
           END-IF.

      *> WS-TS-IN holds a "YYYY-MM-DD ..." stamp; anything not of
      *> that shape sets WS-TS-OK to N and WS-TS-DAYS to zero. A
      *> missing resolution stamp on a closed item reads as zero,
      *> which counts it closed from the start.
       TIMESTAMP-TO-DAYS.
           MOVE "N" TO WS-TS-OK.
           MOVE 0 TO WS-TS-DAYS.
           MOVE WS-TS-IN(1:10) TO WS-TS-CHECK.
           INSPECT WS-TS-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-TS-CHECK NOT = "NNNN-NN-NN"
               OR WS-TS-IN(6:2) < "01" OR WS-TS-IN(6:2) > "12"
               OR WS-TS-IN(9:2) < "01" OR WS-TS-IN(9:2) > "31"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-YMD =
               FUNCTION NUMVAL(WS-TS-IN(1:4)) * 10000
               + FUNCTION NUMVAL(WS-TS-IN(6:2)) * 100
               + FUNCTION NUMVAL(WS-TS-IN(9:2)).
           COMPUTE WS-TS-DAYS = FUNCTION INTEGER-OF-DATE(WS-YMD).
           MOVE "Y" TO WS-TS-OK.

       TALLY-CACHE.
           OPEN INPUT CacheFile.
           IF WS-CACHE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CacheFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-CACHE-ENTRIES
                       IF AC-PIN-FLAG = "Y"
                           ADD 1 TO WS-CACHE-PINNED
                       END-IF
                       MOVE AC-CACHED-TIMESTAMP(1:7) TO WS-PD-KEY
                       PERFORM FIND-PERIOD
                       IF WS-PD-FOUND > 0
                           ADD 1 TO WS-CT-CACHE-ADDED(WS-PD-FOUND)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CacheFile.

      *> The shop-wide entry is the sum of the departments, so the
      *> summary page always adds up to the department pages.
       ADD-SHOP-TOTALS.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEPT-COUNT
               ADD WS-DT-LIMIT(WS-DT-IDX) TO WS-DT-LIMIT(WS-SHOP-IDX)
               PERFORM VARYING WS-PD-IDX FROM 1 BY 1
                       UNTIL WS-PD-IDX > 2
                   PERFORM ADD-ONE-SHOP-PERIOD
               END-PERFORM
           END-PERFORM.

       ADD-ONE-SHOP-PERIOD.
           ADD WS-DT-VOLUME(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-VOLUME(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-CACHED(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-CACHED(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-COST(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-COST(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-SLA-MET(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-SLA-MET(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-SLA-MEASURED(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-SLA-MEASURED(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-GRADED(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-GRADED(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-ACCURATE(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-ACCURATE(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-ESC-OPENED(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-ESC-OPENED(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-ESC-CLOSED(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-ESC-CLOSED(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-ESC-OPEN(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-ESC-OPEN(WS-SHOP-IDX, WS-PD-IDX).
           ADD WS-DT-ESC-AGE-TOTAL(WS-DT-IDX, WS-PD-IDX)
               TO WS-DT-ESC-AGE-TOTAL(WS-SHOP-IDX, WS-PD-IDX).
           IF WS-DT-ESC-OLDEST(WS-DT-IDX, WS-PD-IDX)
                   > WS-DT-ESC-OLDEST(WS-SHOP-IDX, WS-PD-IDX)
               MOVE WS-DT-ESC-OLDEST(WS-DT-IDX, WS-PD-IDX)
                   TO WS-DT-ESC-OLDEST(WS-SHOP-IDX, WS-PD-IDX)
           END-IF.

       PRINT-PACK.
           DISPLAY "===== Month-end management pack =====".
           DISPLAY "Month ................: " WS-PD-MONTH(1)
               "   compared with " WS-PD-MONTH(2).
           IF WS-REPORT-MONTH = WS-THIS-MONTH
               DISPLAY "                      (month in progress - "
                   "figures to " WS-TIMESTAMP(1:10) ")"
           END-IF.
           DISPLAY "Prepared .............: " WS-TIMESTAMP(1:19).
           DISPLAY "Rates are percentages; their change is in "
               "percentage points.".
           MOVE 0 TO WS-DEPTS-REPORTED.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DEPT-COUNT
               IF WS-DT-ON-TABLE(WS-DT-IDX) = "Y"
                   OR WS-DT-VOLUME(WS-DT-IDX, 1)
                       + WS-DT-VOLUME(WS-DT-IDX, 2)
                       + WS-DT-SLA-MEASURED(WS-DT-IDX, 1)
                       + WS-DT-SLA-MEASURED(WS-DT-IDX, 2)
                       + WS-DT-GRADED(WS-DT-IDX, 1)
                       + WS-DT-GRADED(WS-DT-IDX, 2)
                       + WS-DT-ESC-OPENED(WS-DT-IDX, 1)
                       + WS-DT-ESC-OPENED(WS-DT-IDX, 2)
                       + WS-DT-ESC-OPEN(WS-DT-IDX, 1)
                       + WS-DT-ESC-OPEN(WS-DT-IDX, 2) > 0
                   ADD 1 TO WS-DEPTS-REPORTED
                   MOVE WS-DT-IDX TO WS-DT-FOUND-IDX
                   PERFORM PRINT-DEPT-PAGE
               END-IF
           END-PERFORM.
           MOVE WS-SHOP-IDX TO WS-DT-FOUND-IDX.
           PERFORM PRINT-DEPT-PAGE.
           PERFORM PRINT-CONTROL-COUNTS.
           DISPLAY "=====================================".

      *> One page: the department (or the shop) for both months.
       PRINT-DEPT-PAGE.
           DISPLAY " ".
           IF WS-DT-FOUND-IDX = WS-SHOP-IDX
               DISPLAY "----- Shop-wide summary -----"
           ELSE
               DISPLAY "----- Dept " WS-DT-CODE(WS-DT-FOUND-IDX) " "
                   FUNCTION TRIM(WS-DT-NAME(WS-DT-FOUND-IDX))
                   " -----"
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                             " WS-PD-MONTH(1)
                  "      " WS-PD-MONTH(2) "       Change"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           MOVE "Volume ..............." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           MOVE "C" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Cache hit rate ......." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-CACHED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-NUM(WS-PD-IDX)
               MOVE WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-DEN(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-RATE-LINE.
           MOVE "Billable exchanges ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               COMPUTE WS-ML-VAL(WS-PD-IDX) =
                   WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-IDX)
                   - WS-DT-CACHED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           MOVE "C" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.
      *> Allowances are per department; a shop-wide total of the
      *> capped ones would set uncapped usage against it.
           IF WS-DT-FOUND-IDX NOT = WS-SHOP-IDX
               PERFORM PRINT-ALLOWANCE-LINES
           END-IF.
           MOVE "Spend ................" TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-COST(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           MOVE "M" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Deadlines measured ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-SLA-MEASURED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           MOVE "C" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Deadline met ........." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-SLA-MET(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-NUM(WS-PD-IDX)
               MOVE WS-DT-SLA-MEASURED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-DEN(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-RATE-LINE.
           MOVE "Answers graded ......." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-GRADED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           MOVE "C" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Graded accurate ......" TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-ACCURATE(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-NUM(WS-PD-IDX)
               MOVE WS-DT-GRADED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-DEN(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-RATE-LINE.
           PERFORM PRINT-ESCALATION-LINES.

       PRINT-ALLOWANCE-LINES.
           IF WS-DT-LIMIT(WS-DT-FOUND-IDX) = 0
               DISPLAY "Allowance ............: no cap"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Allowance ............: "
               WS-DT-LIMIT(WS-DT-FOUND-IDX)
               " billable exchanges a month".
           MOVE "Allowance used ......." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               COMPUTE WS-ML-NUM(WS-PD-IDX) =
                   WS-DT-VOLUME(WS-DT-FOUND-IDX, WS-PD-IDX)
                   - WS-DT-CACHED(WS-DT-FOUND-IDX, WS-PD-IDX)
               MOVE WS-DT-LIMIT(WS-DT-FOUND-IDX)
                   TO WS-ML-DEN(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-RATE-LINE.

       PRINT-ESCALATION-LINES.
           MOVE "C" TO WS-ML-KIND.
           MOVE "Escalations opened ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-ESC-OPENED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Escalations closed ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-ESC-CLOSED(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Open at month end ...." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "  average age (days) ." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE "N" TO WS-ML-OK(WS-PD-IDX)
               IF WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX) > 0
                   COMPUTE WS-ESC-AGE ROUNDED =
                       WS-DT-ESC-AGE-TOTAL(WS-DT-FOUND-IDX, WS-PD-IDX)
                       / WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX)
                   MOVE WS-ESC-AGE TO WS-ML-VAL(WS-PD-IDX)
                   MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
               END-IF
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "  oldest (days) ......" TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE "N" TO WS-ML-OK(WS-PD-IDX)
               IF WS-DT-ESC-OPEN(WS-DT-FOUND-IDX, WS-PD-IDX) > 0
                   MOVE WS-DT-ESC-OLDEST(WS-DT-FOUND-IDX, WS-PD-IDX)
                       TO WS-ML-VAL(WS-PD-IDX)
                   MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
               END-IF
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.

      *> What the shop-wide figures rest on, so a difference from
      *> another report can be traced to its population.
       PRINT-CONTROL-COUNTS.
           DISPLAY " ".
           DISPLAY "----- Control counts -----".
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                             " WS-PD-MONTH(1)
                  "      " WS-PD-MONTH(2) "       Change"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           MOVE "C" TO WS-ML-KIND.
           MOVE "Usage records ........" TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-CT-USAGE-ROWS(WS-PD-IDX) TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Chat-log exchanges ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-CT-LOG-ROWS(WS-PD-IDX) TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Unpriced exchanges ..." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-CT-UNPRICED(WS-PD-IDX) TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Batch responses ......" TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-CT-RESP-ROWS(WS-PD-IDX) TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           MOVE "Cache entries added .." TO WS-ML-LABEL.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE WS-CT-CACHE-ADDED(WS-PD-IDX)
                   TO WS-ML-VAL(WS-PD-IDX)
               MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
           END-PERFORM.
           PERFORM PRINT-MEASURE-LINE.
           DISPLAY "Departments reported .: " WS-DEPTS-REPORTED.
           DISPLAY "Answer cache now .....: " WS-CACHE-ENTRIES
               " entries (" WS-CACHE-PINNED " pinned)".
           DISPLAY "Response files read ..: " WS-RESP-FILES-READ
               " (live and kept cycle generations)".
           IF WS-PURGED-CYCLES > 0
               DISPLAY "Cycles not measured ..: " WS-PURGED-CYCLES
                   " purged - deadline figures are partial"
           END-IF.
           DISPLAY "Chat-log archives ....: " WS-ARCHIVES-READ
               " read".
           IF WS-ESC-UNMATCHED > 0
               DISPLAY "Escalations unmatched : " WS-ESC-UNMATCHED
                   " (no chat-log row - counted under GEN)"
           END-IF.

      *> Rate lines: WS-ML-NUM over WS-ML-DEN as a percentage; no
      *> denominator means nothing to measure.
       PRINT-RATE-LINE.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1 UNTIL WS-PD-IDX > 2
               MOVE "N" TO WS-ML-OK(WS-PD-IDX)
               MOVE 0 TO WS-ML-VAL(WS-PD-IDX)
               IF WS-ML-DEN(WS-PD-IDX) > 0
                   COMPUTE WS-ML-VAL(WS-PD-IDX) ROUNDED =
                       (WS-ML-NUM(WS-PD-IDX) * 100)
                           / WS-ML-DEN(WS-PD-IDX)
                   MOVE "Y" TO WS-ML-OK(WS-PD-IDX)
               END-IF
           END-PERFORM.
           MOVE "P" TO WS-ML-KIND.
           PERFORM PRINT-MEASURE-LINE.

       PRINT-MEASURE-LINE.
           MOVE WS-ML-VAL(1) TO WS-COL-VAL.
           IF WS-ML-OK(1) = "Y"
               PERFORM FORMAT-VALUE
               MOVE WS-COL-WORK TO WS-COL-CUR
           ELSE
               MOVE "         n/a" TO WS-COL-CUR
           END-IF.
           MOVE WS-ML-VAL(2) TO WS-COL-VAL.
           IF WS-ML-OK(2) = "Y"
               PERFORM FORMAT-VALUE
               MOVE WS-COL-WORK TO WS-COL-PRI
           ELSE
               MOVE "         n/a" TO WS-COL-PRI
           END-IF.
           IF WS-ML-OK(1) = "Y" AND WS-ML-OK(2) = "Y"
               COMPUTE WS-ML-CHANGE = WS-ML-VAL(1) - WS-ML-VAL(2)
               PERFORM FORMAT-CHANGE
           ELSE
               MOVE "         n/a" TO WS-COL-CHG
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ML-LABEL ": " WS-COL-CUR " " WS-COL-PRI " "
                  WS-COL-CHG
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).

       FORMAT-VALUE.
           MOVE SPACES TO WS-COL-WORK.
           EVALUATE WS-ML-KIND
               WHEN "P"
                   MOVE WS-COL-VAL TO WS-PCT-DISP
                   STRING WS-PCT-DISP "%"
                       DELIMITED BY SIZE INTO WS-COL-WORK
               WHEN "M"
                   MOVE WS-COL-VAL TO WS-MONEY-DISP
                   MOVE WS-MONEY-DISP TO WS-COL-WORK
               WHEN OTHER
                   MOVE WS-COL-VAL TO WS-COUNT-DISP
                   MOVE WS-COUNT-DISP TO WS-COL-WORK
           END-EVALUATE.

       FORMAT-CHANGE.
           MOVE SPACES TO WS-COL-CHG.
           EVALUATE WS-ML-KIND
               WHEN "P"
                   MOVE WS-ML-CHANGE TO WS-PCT-CHG-DISP
                   MOVE WS-PCT-CHG-DISP TO WS-COL-CHG
               WHEN "M"
                   MOVE WS-ML-CHANGE TO WS-MONEY-CHG-DISP
                   MOVE WS-MONEY-CHG-DISP TO WS-COL-CHG
               WHEN OTHER
                   MOVE WS-ML-CHANGE TO WS-COUNT-CHG-DISP
                   MOVE WS-COUNT-CHG-DISP TO WS-COL-CHG
           END-EVALUATE.
