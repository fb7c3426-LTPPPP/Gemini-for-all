       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnswerValidate.

      *> Modification history
      *> 2026-10-15  Initial version - post-run answer validation.
      *>             Checks every answer on a batch stream's
      *>             RESPONSES.DAT against the answer form its prompt
      *>             expects (PQ-ANSWER-TYPE and limits on
      *>             PROMPTS.DAT, filled in by PromptGenerate from
      *>             the template library): NUMBER, YESNO, DATE
      *>             (YYYY-MM-DD) or LIST. An answer not in the
      *>             expected form is marked FORMAT-ERR and its
      *>             prompt is queued once more, under a new
      *>             sequence number with PQ-RETRY-OF pointing back
      *>             at it, with a stricter instruction appended.
      *>             Everything already answered goes on the
      *>             checkpoint, so the next batch run of the stream
      *>             asks only the retries. A retry whose answer
      *>             still fails is marked FORMAT-ERR and escalated
      *>             to ESCALATE.DAT for a person to answer. The
      *>             report gives conformance rates per template
      *>             set. Run after the batch and before
      *>             ResponseDistribute, so a malformed answer never
      *>             reaches a bulletin. Holds the stream's
      *>             run-control lock (RUNCTL.DAT, program ANSVALID)
      *>             while it works.
      *>             Usage: AnswerValidate [stream]
      *> 2026-10-15  An escalation carries the whole of a continued
      *>             prompt.
      *> 2026-10-15  Will not start while a data purge (program
      *>             PURGE) is open on RUNCTL.DAT, whatever its
      *>             stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT WorkFile ASSIGN USING WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT EscalateFile ASSIGN TO "ESCALATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PromptQueueFile.
           COPY "PROMPTQ.CPY".

       FD ResponseQueueFile.
           COPY "RESPQ.CPY".

      *> RESPONSES.DAT is copied through here with the marked rows
      *> changed, then copied back over the live file.
       FD WorkFile.
       01 WorkLine                PIC X(6400).

       FD CheckpointFile.
           COPY "CKPT.CPY".

       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD EscalateFile.
           COPY "ESCLT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PQ-STATUS        PIC X(02).
       01 WS-RESPQ-STATUS     PIC X(02).
       01 WS-WORK-STATUS      PIC X(02).
       01 WS-CKPT-STATUS      PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-ESCALATE-STATUS  PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

      *> Batch stream named on the command line; naming follows
      *> ChatBotGemini's SET-STREAM-FILE-NAMES (must stay in step).
      *> Only the live files are checked - a closed cycle's answers
      *> have already been distributed.
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-STREAM-NAME      PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT     PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-STREAM-OK        PIC X(01) VALUE "Y".
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE "RESPONSES.DAT".
       01 WS-CKPT-FILE-NAME   PIC X(30) VALUE "CKPT.DAT".
       01 WS-WORK-FILE-NAME   PIC X(30) VALUE "ANSVAL.WRK".

       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      *> RUNCTL.DAT held whole while the lock is taken and given
      *> back - same 200-record ledger ChatBotGemini keeps.
       01 WS-RC-TABLE.
           05 WS-RC-ENTRY OCCURS 200 TIMES.
               10 WS-RC-STAMP         PIC X(26).
               10 WS-RC-PROGRAM       PIC X(12).
               10 WS-RC-RUN-STATUS    PIC X(08).
               10 WS-RC-END-STAMP     PIC X(26).
               10 WS-RC-STREAM        PIC X(08).
       01 WS-RC-COUNT         PIC 9(03) VALUE 0.
       01 WS-RC-IDX           PIC 9(03) VALUE 0.
       01 WS-RC-MY-IDX        PIC 9(03) VALUE 0.
       01 WS-RC-MY-STAMP      PIC X(26) VALUE SPACES.
       01 WS-OPEN-RUN-COUNT   PIC 9(03) VALUE 0.
       01 WS-OPEN-PURGE-COUNT PIC 9(03) VALUE 0.

      *> One entry per prompt on the queue (first records only),
      *> with what its answer is expected to look like and how far
      *> it has got: RETRIED once a retry of it is on the queue,
      *> CHECKED once an answer of it has been checked, REQUEUE
      *> while this run is to queue it again, ANSWERED once the
      *> batch has a final outcome for it (one that goes on the
      *> checkpoint).
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-SEQ-NO        PIC 9(05).
               10 WS-PT-SET           PIC X(12).
               10 WS-PT-TYPE          PIC X(06).
               10 WS-PT-MIN           PIC X(12).
               10 WS-PT-MAX           PIC X(12).
               10 WS-PT-RETRY-OF      PIC 9(05).
               10 WS-PT-RETRIED       PIC X(01).
               10 WS-PT-CHECKED       PIC X(01).
               10 WS-PT-REQUEUE       PIC X(01).
               10 WS-PT-ANSWERED      PIC X(01).
               10 WS-PT-SET-IDX       PIC 9(03).
       01 WS-PT-COUNT         PIC 9(04) VALUE 0.
       01 WS-PT-IDX           PIC 9(04) VALUE 0.
       01 WS-PT-SCAN-IDX      PIC 9(04) VALUE 0.
       01 WS-PT-FOUND-IDX     PIC 9(04) VALUE 0.
       01 WS-PT-ORIG-IDX      PIC 9(04) VALUE 0.
       01 WS-FIND-SEQ         PIC 9(05) VALUE 0.
       01 WS-MAX-SEQ          PIC 9(05) VALUE 0.
       01 WS-PQ-FOUND         PIC X(01) VALUE "N".

      *> Conformance per template set. First attempts and retries
      *> are counted apart: the first-attempt pass rate says how
      *> well the templates are worded, the final rate how many
      *> answers came good in the end.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 100 TIMES.
               10 WS-ST-NAME          PIC X(12).
               10 WS-ST-CHECKED       PIC 9(05).
               10 WS-ST-PASSED        PIC 9(05).
               10 WS-ST-FAILED        PIC 9(05).
               10 WS-ST-RT-CHECKED    PIC 9(05).
               10 WS-ST-RT-PASSED     PIC 9(05).
               10 WS-ST-RT-FAILED     PIC 9(05).
               10 WS-ST-WAITING       PIC 9(05).
       01 WS-ST-COUNT         PIC 9(03) VALUE 0.
       01 WS-ST-IDX           PIC 9(03) VALUE 0.
       01 WS-SET-IDX          PIC 9(03) VALUE 0.
       01 WS-PASS-PCT         PIC 9(03)V9(02) VALUE 0.
       01 WS-FINAL-PCT        PIC 9(03)V9(02) VALUE 0.
       01 WS-PASS-DISP        PIC ZZ9.9.
       01 WS-FINAL-DISP       PIC ZZ9.9.
       01 WS-CNT-DISP-1       PIC Z(05)9.
       01 WS-CNT-DISP-2       PIC Z(05)9.
       01 WS-CNT-DISP-3       PIC Z(05)9.
       01 WS-CNT-DISP-4       PIC Z(05)9.
       01 WS-CNT-DISP-5       PIC Z(05)9.
       01 WS-CNT-DISP-6       PIC Z(05)9.
       01 WS-CNT-DISP-7       PIC Z(05)9.
       01 WS-SET-DISP         PIC X(12) VALUE SPACES.

      *> Checkpoint entries already on file, so the ones added for
      *> the retry run are not written twice.
       01 WS-CK-TABLE.
           05 WS-CK-ENTRY         PIC 9(05) OCCURS 5000 TIMES.
       01 WS-CK-COUNT         PIC 9(04) VALUE 0.
       01 WS-CK-IDX           PIC 9(04) VALUE 0.
       01 WS-CK-FOUND         PIC X(01) VALUE "N".
       01 WS-CK-ADDED         PIC 9(05) VALUE 0.

      *> The answer under test, trimmed, and the verdict.
       01 WS-ANSWER           PIC X(4000) VALUE SPACES.
       01 WS-ANS-LEN          PIC 9(04) VALUE 0.
       01 WS-ANS-TYPE         PIC X(06) VALUE SPACES.
       01 WS-ANS-MIN          PIC X(12) VALUE SPACES.
       01 WS-ANS-MAX          PIC X(12) VALUE SPACES.
       01 WS-ANS-OK           PIC X(01) VALUE "N".
       01 WS-ANS-WHY          PIC X(24) VALUE SPACES.
       01 WS-ANS-VALUE        PIC S9(13)V9(05) VALUE 0.
       01 WS-ANS-DATE         PIC X(10) VALUE SPACES.
       01 WS-IS-RETRY         PIC X(01) VALUE "N".
       01 WS-YN-TEXT          PIC X(04) VALUE SPACES.

      *> Number reading: an optional sign, digits with optional
      *> thousands commas, at most one decimal point and nothing
      *> else - no units, no words. A trailing full stop is
      *> allowed. The limits are read the same way; a limit that
      *> cannot be read is not applied.
       01 WS-NUM-TEXT         PIC X(40) VALUE SPACES.
       01 WS-NUM-CLEAN        PIC X(40) VALUE SPACES.
       01 WS-NUM-VALUE        PIC S9(13)V9(05) VALUE 0.
       01 WS-NUM-OK           PIC X(01) VALUE "N".
       01 WS-NUM-BAD          PIC X(01) VALUE "N".
       01 WS-NUM-LEN          PIC 9(02) VALUE 0.
       01 WS-NUM-POS          PIC 9(02) VALUE 0.
       01 WS-NUM-OUT          PIC 9(02) VALUE 0.
       01 WS-NUM-CHAR         PIC X(01) VALUE SPACE.
       01 WS-NUM-DIGITS       PIC 9(02) VALUE 0.
       01 WS-NUM-INT-DIGITS   PIC 9(02) VALUE 0.
       01 WS-NUM-POINTS       PIC 9(02) VALUE 0.

      *> Date reading: YYYY-MM-DD and a real calendar day.
       01 WS-DATE-TEXT        PIC X(10) VALUE SPACES.
       01 WS-DATE-CHECK       PIC X(10) VALUE SPACES.
       01 WS-DATE-OK          PIC X(01) VALUE "N".
       01 WS-DATE-YYYY        PIC 9(04) VALUE 0.
       01 WS-DATE-MM          PIC 9(02) VALUE 0.
       01 WS-DATE-DD          PIC 9(02) VALUE 0.
       01 WS-DAYS-IN-MONTH    PIC 9(02) VALUE 0.
       01 WS-MONTH-DAYS       PIC X(24)
           VALUE "312831303130313130313031".
       01 WS-DIV-QUOT         PIC 9(04) VALUE 0.
       01 WS-DIV-REM          PIC 9(03) VALUE 0.
       01 WS-LEAP-YEAR        PIC X(01) VALUE "N".

      *> List reading. The batch joins the lines of an answer with
      *> single spaces, so the items are found by their markers: a
      *> list whose first word is "-" or "*" has one item per
      *> marker, a list starting "1." or "1)" one item per number
      *> in sequence, and anything else is read as items separated
      *> by commas or semicolons - unless it reads as sentences
      *> (". " or ": " inside it), which is not a list at all.
       01 WS-WORD             PIC X(40) VALUE SPACES.
       01 WS-FIRST-WORD       PIC X(40) VALUE SPACES.
       01 WS-WORD-PTR         PIC 9(04) VALUE 0.
       01 WS-LIST-STYLE       PIC X(01) VALUE SPACE.
       01 WS-LIST-PUNCT       PIC X(01) VALUE SPACE.
       01 WS-LIST-ITEMS       PIC 9(04) VALUE 0.
       01 WS-LIST-TALLY       PIC 9(04) VALUE 0.
       01 WS-LIST-NEXT        PIC 9(03) VALUE 0.
       01 WS-LIST-NEXT-Z      PIC ZZ9.
       01 WS-LIST-TOKEN       PIC X(05) VALUE SPACES.
       01 WS-LIST-MIN         PIC 9(04) VALUE 0.
       01 WS-LIST-MAX         PIC 9(04) VALUE 0.
       01 WS-LIST-HAS-MAX     PIC X(01) VALUE "N".

      *> Prompts to queue again, gathered whole from PROMPTS.DAT
      *> (continuation records joined as ChatBotGemini joins them).
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 500 TIMES.
               10 WS-RT-PT-IDX        PIC 9(04).
               10 WS-RT-TEXT          PIC X(2200).
               10 WS-RT-DEPT          PIC X(04).
               10 WS-RT-PRIORITY      PIC 9(01).
               10 WS-RT-DEADLINE      PIC X(16).
       01 WS-RT-COUNT         PIC 9(03) VALUE 0.
       01 WS-RT-IDX           PIC 9(03) VALUE 0.
       01 WS-RT-FOUND-IDX     PIC 9(03) VALUE 0.
       01 WS-REQUEUE-COUNT    PIC 9(05) VALUE 0.
       01 WS-REQUEUE-HELD     PIC 9(05) VALUE 0.
       01 WS-CHAIN-TEXT       PIC X(2200) VALUE SPACES.
       01 WS-CHAIN-PTR        PIC 9(04) VALUE 0.
       01 WS-CHAIN-PARTS      PIC 9(02) VALUE 0.
       01 WS-CHAIN-OPEN       PIC X(01) VALUE "N".
       01 WS-CHAIN-SEQ        PIC 9(05) VALUE 0.
       01 WS-RETRY-NOTE       PIC X(300) VALUE SPACES.
       01 WS-NOTE-PTR         PIC 9(03) VALUE 0.
       01 WS-NOTE-LEAD        PIC X(20) VALUE SPACES.
       01 WS-NOTE-LOW         PIC X(16) VALUE SPACES.
       01 WS-NOTE-HIGH        PIC X(16) VALUE SPACES.
       01 WS-QUESTION-LEN     PIC 9(04) VALUE 0.
       01 WS-OUT-SEQ          PIC 9(05) VALUE 0.
       01 WS-RETRY-WRITTEN    PIC 9(05) VALUE 0.

      *> The retry text cut into queue records - PromptGenerate's
      *> SPLIT-GENERATED-TEXT (must stay in step).
       01 WS-GEN-TEXT         PIC X(2200) VALUE SPACES.
       01 WS-TEXT-LEN         PIC 9(04) VALUE 0.
       01 WS-TEXT-TRUNCATED   PIC X(01) VALUE "N".
       01 WS-PART-TABLE.
           05 WS-PART-TEXT OCCURS 10 TIMES PIC X(200).
       01 WS-PART-COUNT       PIC 9(02) VALUE 0.
       01 WS-PART-IDX         PIC 9(02) VALUE 0.
       01 WS-SPLIT-POS        PIC 9(04) VALUE 0.
       01 WS-SPLIT-CUT        PIC 9(04) VALUE 0.

      *> Run counts and the first failures for the report.
       01 WS-RESP-READ        PIC 9(05) VALUE 0.
       01 WS-NO-PROMPT-COUNT  PIC 9(05) VALUE 0.
       01 WS-UNTYPED-COUNT    PIC 9(05) VALUE 0.
       01 WS-FIRST-CHECKED    PIC 9(05) VALUE 0.
       01 WS-FIRST-PASSED     PIC 9(05) VALUE 0.
       01 WS-RETRY-CHECKED    PIC 9(05) VALUE 0.
       01 WS-RETRY-PASSED     PIC 9(05) VALUE 0.
       01 WS-MARKED-COUNT     PIC 9(05) VALUE 0.
       01 WS-ESCALATED-COUNT  PIC 9(05) VALUE 0.
       01 WS-WAITING-COUNT    PIC 9(05) VALUE 0.
       01 WS-ESCALATE-REASON  PIC X(60) VALUE SPACES.
       01 WS-FL-TABLE.
           05 WS-FL-ENTRY OCCURS 20 TIMES.
               10 WS-FL-SEQ-NO        PIC 9(05).
               10 WS-FL-SET           PIC X(12).
               10 WS-FL-TYPE          PIC X(06).
               10 WS-FL-WHY           PIC X(24).
               10 WS-FL-ANSWER        PIC X(30).
       01 WS-FL-COUNT         PIC 9(02) VALUE 0.
       01 WS-FL-IDX           PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Answer format validation =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           MOVE WS-CMDLINE-ARG TO WS-STREAM-INPUT.
           PERFORM SET-STREAM-FILE-NAMES.
           IF WS-STREAM-OK = "N"
               DISPLAY "RESULT: NOTHING CHECKED - bad stream name."
               STOP RUN
           END-IF.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream ...............: default"
           ELSE
               DISPLAY "Batch stream ...............: "
                   FUNCTION TRIM(WS-STREAM-NAME)
           END-IF.
           PERFORM ACQUIRE-RUN-CONTROL.
           IF WS-RC-MY-IDX = 0 AND WS-OPEN-PURGE-COUNT > 0
               DISPLAY "RESULT: NOTHING CHECKED - a data purge "
                   "(DataPurge) is open; check once it has ended."
               STOP RUN
           END-IF.
           IF WS-RC-MY-IDX = 0
               DISPLAY "RESULT: NOTHING CHECKED - a run of this "
                   "stream is open; check its answers once it ends."
               STOP RUN
           END-IF.
           PERFORM LOAD-PROMPTS.
           IF WS-PQ-FOUND = "N"
               PERFORM RELEASE-RUN-CONTROL
               DISPLAY "RESULT: NOTHING CHECKED - "
                   FUNCTION TRIM(WS-PQ-FILE-NAME) " not found."
               STOP RUN
           END-IF.
           PERFORM CHECK-RESPONSES.
           IF WS-MARKED-COUNT > 0
               PERFORM REWRITE-RESPONSES
           END-IF.
           IF WS-RT-COUNT > 0
               PERFORM GATHER-RETRY-PROMPTS
               PERFORM WRITE-RETRY-PROMPTS
               PERFORM WRITE-CHECKPOINT-ENTRIES
           END-IF.
           PERFORM COUNT-WAITING-RETRIES.
           PERFORM RELEASE-RUN-CONTROL.
           PERFORM PRINT-REPORT.
           STOP RUN.

      *> Live file names for the stream; same rules as
      *> ChatBotGemini, CycleClose and BatchRecon (must stay in
      *> step).
       SET-STREAM-FILE-NAMES.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-STREAM-INPUT))
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           MOVE SPACES TO WS-STREAM-SUFFIX.
           IF WS-STREAM-NAME NOT = SPACES
               PERFORM CHECK-STREAM-NAME
               IF WS-STREAM-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               STRING "-" FUNCTION TRIM(WS-STREAM-NAME)
                   DELIMITED BY SIZE INTO WS-STREAM-SUFFIX
           END-IF.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-RESPQ-FILE-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-RESPQ-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-CKPT-FILE-NAME.
           MOVE SPACES TO WS-WORK-FILE-NAME.
           STRING "ANSVAL" WS-STREAM-SUFFIX ".WRK"
               DELIMITED BY SPACE INTO WS-WORK-FILE-NAME.

       CHECK-STREAM-NAME.
           MOVE WS-STREAM-NAME TO WS-STREAM-CHECK.
           INSPECT WS-STREAM-CHECK
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF WS-STREAM-CHECK NOT = SPACES
               OR WS-STREAM-NAME(1:1) < "A"
               OR WS-STREAM-NAME(1:1) > "Z"
               DISPLAY "Stream name must be letters and digits "
                   "starting with a letter: "
                   FUNCTION TRIM(WS-STREAM-NAME)
               MOVE "N" TO WS-STREAM-OK
           END-IF.

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

      *> The validator rewrites RESPONSES.DAT and adds to
      *> PROMPTS.DAT and CKPT.DAT, so it holds the stream's lock
      *> the way a batch run does: no run of the stream may be open
      *> when it starts, and none can start until it has finished.
      *> An open data purge blocks it too, whatever the purge's
      *> stream - the purge rewrites every stream's files.
       ACQUIRE-RUN-CONTROL.
           MOVE 0 TO WS-RC-MY-IDX.
           PERFORM LOAD-RUN-CONTROL.
           MOVE 0 TO WS-OPEN-RUN-COUNT.
           MOVE 0 TO WS-OPEN-PURGE-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   ADD 1 TO WS-OPEN-RUN-COUNT
               END-IF
               IF WS-RC-PROGRAM(WS-RC-IDX) = "PURGE"
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   ADD 1 TO WS-OPEN-PURGE-COUNT
               END-IF
           END-PERFORM.
           IF WS-OPEN-RUN-COUNT > 0 OR WS-OPEN-PURGE-COUNT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-COUNT >= 200
               PERFORM DROP-OLDEST-RUN-ENTRY
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           ADD 1 TO WS-RC-COUNT.
           MOVE WS-TIMESTAMP TO WS-RC-STAMP(WS-RC-COUNT).
           MOVE "ANSVALID" TO WS-RC-PROGRAM(WS-RC-COUNT).
           MOVE "RUNNING" TO WS-RC-RUN-STATUS(WS-RC-COUNT).
           MOVE SPACES TO WS-RC-END-STAMP(WS-RC-COUNT).
           MOVE WS-STREAM-NAME TO WS-RC-STREAM(WS-RC-COUNT).
           MOVE WS-RC-COUNT TO WS-RC-MY-IDX.
           MOVE WS-TIMESTAMP TO WS-RC-MY-STAMP.
           PERFORM SAVE-RUN-CONTROL.

       DROP-OLDEST-RUN-ENTRY.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX >= WS-RC-COUNT
               MOVE WS-RC-ENTRY(WS-RC-IDX + 1)
                   TO WS-RC-ENTRY(WS-RC-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RC-COUNT.

       LOAD-RUN-CONTROL.
           MOVE 0 TO WS-RC-COUNT.
           OPEN INPUT RunControlFile.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RunControlFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-RC-COUNT < 200
                               ADD 1 TO WS-RC-COUNT
                               MOVE RC-START-TIMESTAMP
                                   TO WS-RC-STAMP(WS-RC-COUNT)
                               MOVE RC-PROGRAM-NAME
                                   TO WS-RC-PROGRAM(WS-RC-COUNT)
                               MOVE RC-RUN-STATUS
                                   TO WS-RC-RUN-STATUS(WS-RC-COUNT)
                               MOVE RC-END-TIMESTAMP
                                   TO WS-RC-END-STAMP(WS-RC-COUNT)
                               MOVE RC-STREAM-NAME
                                   TO WS-RC-STREAM(WS-RC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
           END-IF.

       SAVE-RUN-CONTROL.
           OPEN OUTPUT RunControlFile.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               MOVE WS-RC-STAMP(WS-RC-IDX) TO RC-START-TIMESTAMP
               MOVE WS-RC-PROGRAM(WS-RC-IDX) TO RC-PROGRAM-NAME
               MOVE WS-RC-RUN-STATUS(WS-RC-IDX) TO RC-RUN-STATUS
               MOVE WS-RC-END-STAMP(WS-RC-IDX) TO RC-END-TIMESTAMP
               MOVE WS-RC-STREAM(WS-RC-IDX) TO RC-STREAM-NAME
               WRITE RUN-CONTROL-RECORD
           END-PERFORM.
           CLOSE RunControlFile.

      *> Re-reads the ledger (a run of another stream may have
      *> written to it meanwhile) and closes out this run's record.
       RELEASE-RUN-CONTROL.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STAMP(WS-RC-IDX) = WS-RC-MY-STAMP
                   AND WS-RC-PROGRAM(WS-RC-IDX) = "ANSVALID"
                   AND WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   PERFORM STAMP-TIMESTAMP
                   MOVE "ENDED" TO WS-RC-RUN-STATUS(WS-RC-IDX)
                   MOVE WS-TIMESTAMP TO WS-RC-END-STAMP(WS-RC-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-RUN-CONTROL.

      *> One entry per first record. A retry on the queue marks the
      *> prompt it retries as RETRIED, so no prompt is ever queued
      *> again twice.
       LOAD-PROMPTS.
           MOVE 0 TO WS-PT-COUNT.
           MOVE 0 TO WS-MAX-SEQ.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PQ-FOUND.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PromptQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PQ-SEQ-NO NUMERIC
                           AND PQ-SEQ-NO > WS-MAX-SEQ
                           MOVE PQ-SEQ-NO TO WS-MAX-SEQ
                       END-IF
                       IF PQ-RECORD-TYPE NOT = "C"
                           AND PQ-SEQ-NO NUMERIC
                           PERFORM ADD-PROMPT-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PromptQueueFile.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-RETRY-OF(WS-PT-IDX) > 0
                   MOVE WS-PT-RETRY-OF(WS-PT-IDX) TO WS-FIND-SEQ
                   PERFORM FIND-PROMPT
                   IF WS-PT-FOUND-IDX > 0
                       MOVE "Y" TO WS-PT-RETRIED(WS-PT-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Prompts on queue ...........: " WS-PT-COUNT.

       ADD-PROMPT-ENTRY.
           IF WS-PT-COUNT >= 5000
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           MOVE PQ-SEQ-NO TO WS-PT-SEQ-NO(WS-PT-COUNT).
           MOVE FUNCTION UPPER-CASE(PQ-SET-NAME)
               TO WS-PT-SET(WS-PT-COUNT).
           MOVE FUNCTION UPPER-CASE(PQ-ANSWER-TYPE)
               TO WS-PT-TYPE(WS-PT-COUNT).
           MOVE PQ-ANSWER-MIN TO WS-PT-MIN(WS-PT-COUNT).
           MOVE PQ-ANSWER-MAX TO WS-PT-MAX(WS-PT-COUNT).
           IF PQ-RETRY-OF NUMERIC
               MOVE PQ-RETRY-OF TO WS-PT-RETRY-OF(WS-PT-COUNT)
           ELSE
               MOVE 0 TO WS-PT-RETRY-OF(WS-PT-COUNT)
           END-IF.
           MOVE "N" TO WS-PT-RETRIED(WS-PT-COUNT).
           MOVE "N" TO WS-PT-CHECKED(WS-PT-COUNT).
           MOVE "N" TO WS-PT-REQUEUE(WS-PT-COUNT).
           MOVE "N" TO WS-PT-ANSWERED(WS-PT-COUNT).
           MOVE 0 TO WS-PT-SET-IDX(WS-PT-COUNT).

       FIND-PROMPT.
           MOVE 0 TO WS-PT-FOUND-IDX.
           PERFORM VARYING WS-PT-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-PT-SCAN-IDX > WS-PT-COUNT
                      OR WS-PT-FOUND-IDX > 0
               IF WS-PT-SEQ-NO(WS-PT-SCAN-IDX) = WS-FIND-SEQ
                   MOVE WS-PT-SCAN-IDX TO WS-PT-FOUND-IDX
               END-IF
           END-PERFORM.

      *> Every row goes through to the work file; answer rows are
      *> checked on the way. Overflow rows belong to the answer
      *> before them and are never checked on their own.
       CHECK-RESPONSES.
           OPEN INPUT ResponseQueueFile.
           IF WS-RESPQ-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RESPQ-FILE-NAME)
                   " not found - no answers to check."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT WorkFile.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResponseQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RQ-RECORD-TYPE NOT = "O"
                           PERFORM CHECK-ONE-RESPONSE
                       END-IF
                       WRITE WorkLine FROM RESPONSE-QUEUE-RECORD
               END-READ
           END-PERFORM.
           CLOSE ResponseQueueFile.
           CLOSE WorkFile.

      *> Only an answer the batch delivered is checked: OK,
      *> OK-TRUNC and CACHED, and FORMAT-ERR rows already marked by
      *> an earlier run (counted again so the rates cover the whole
      *> day, but not marked or escalated twice). An answer that
      *> overflowed its record (OK-TRUNC) is far too long for any
      *> of the expected forms and always fails.
       CHECK-ONE-RESPONSE.
           ADD 1 TO WS-RESP-READ.
           IF RQ-SEQ-NO NOT NUMERIC
               ADD 1 TO WS-NO-PROMPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE RQ-SEQ-NO TO WS-FIND-SEQ.
           PERFORM FIND-PROMPT.
           IF WS-PT-FOUND-IDX > 0
               IF RQ-RESULT-STATUS NOT = "SCRIPT-ERR"
                   AND RQ-RESULT-STATUS NOT = "OVERBUDGET"
                   AND RQ-RESULT-STATUS NOT = "HELD"
                   AND RQ-RESULT-STATUS NOT = SPACES
                   MOVE "Y" TO WS-PT-ANSWERED(WS-PT-FOUND-IDX)
               END-IF
           END-IF.
           IF RQ-RESULT-STATUS NOT = "OK"
               AND RQ-RESULT-STATUS NOT = "OK-TRUNC"
               AND RQ-RESULT-STATUS NOT = "CACHED"
               AND RQ-RESULT-STATUS NOT = "FORMAT-ERR"
               EXIT PARAGRAPH
           END-IF.
           IF WS-PT-FOUND-IDX = 0
               ADD 1 TO WS-NO-PROMPT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PT-TYPE(WS-PT-FOUND-IDX) TO WS-ANS-TYPE.
           IF WS-ANS-TYPE NOT = "NUMBER"
               AND WS-ANS-TYPE NOT = "YESNO"
               AND WS-ANS-TYPE NOT = "DATE"
               AND WS-ANS-TYPE NOT = "LIST"
               ADD 1 TO WS-UNTYPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PT-MIN(WS-PT-FOUND-IDX) TO WS-ANS-MIN.
           MOVE WS-PT-MAX(WS-PT-FOUND-IDX) TO WS-ANS-MAX.
           MOVE "Y" TO WS-PT-CHECKED(WS-PT-FOUND-IDX).
           PERFORM FIND-SET-ENTRY.
           MOVE WS-SET-IDX TO WS-PT-SET-IDX(WS-PT-FOUND-IDX).
           IF WS-PT-RETRY-OF(WS-PT-FOUND-IDX) > 0
               MOVE "Y" TO WS-IS-RETRY
           ELSE
               MOVE "N" TO WS-IS-RETRY
           END-IF.
           IF RQ-RESULT-STATUS = "FORMAT-ERR"
               MOVE "N" TO WS-ANS-OK
               MOVE "marked on an earlier run" TO WS-ANS-WHY
           ELSE
               IF RQ-RESULT-STATUS = "OK-TRUNC"
                   MOVE "N" TO WS-ANS-OK
                   MOVE "answer overflowed" TO WS-ANS-WHY
               ELSE
                   PERFORM CHECK-ANSWER-FORM
               END-IF
           END-IF.
           PERFORM COUNT-CHECK-RESULT.
           IF WS-ANS-OK = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF RQ-RESULT-STATUS NOT = "FORMAT-ERR"
               MOVE "FORMAT-ERR" TO RQ-RESULT-STATUS
               ADD 1 TO WS-MARKED-COUNT
               PERFORM NOTE-FAILURE
               IF WS-IS-RETRY = "Y"
                   PERFORM WRITE-ESCALATION
               END-IF
           END-IF.
           IF WS-IS-RETRY = "N"
               AND WS-PT-RETRIED(WS-PT-FOUND-IDX) = "N"
               PERFORM FLAG-FOR-REQUEUE
           END-IF.

       COUNT-CHECK-RESULT.
           IF WS-IS-RETRY = "Y"
               ADD 1 TO WS-RETRY-CHECKED
               IF WS-ANS-OK = "Y"
                   ADD 1 TO WS-RETRY-PASSED
               END-IF
           ELSE
               ADD 1 TO WS-FIRST-CHECKED
               IF WS-ANS-OK = "Y"
                   ADD 1 TO WS-FIRST-PASSED
               END-IF
           END-IF.
           IF WS-SET-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-IS-RETRY = "Y"
               ADD 1 TO WS-ST-RT-CHECKED(WS-SET-IDX)
               IF WS-ANS-OK = "Y"
                   ADD 1 TO WS-ST-RT-PASSED(WS-SET-IDX)
               ELSE
                   ADD 1 TO WS-ST-RT-FAILED(WS-SET-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-ST-CHECKED(WS-SET-IDX)
               IF WS-ANS-OK = "Y"
                   ADD 1 TO WS-ST-PASSED(WS-SET-IDX)
               ELSE
                   ADD 1 TO WS-ST-FAILED(WS-SET-IDX)
               END-IF
           END-IF.

      *> Set table entry for the prompt's template set; a full
      *> table leaves the answer out of the per-set figures only.
       FIND-SET-ENTRY.
           MOVE 0 TO WS-SET-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                      OR WS-SET-IDX > 0
               IF WS-ST-NAME(WS-ST-IDX) = WS-PT-SET(WS-PT-FOUND-IDX)
                   MOVE WS-ST-IDX TO WS-SET-IDX
               END-IF
           END-PERFORM.
           IF WS-SET-IDX > 0 OR WS-ST-COUNT >= 100
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ST-COUNT.
           MOVE WS-ST-COUNT TO WS-SET-IDX.
           MOVE WS-PT-SET(WS-PT-FOUND-IDX) TO WS-ST-NAME(WS-SET-IDX).
           MOVE 0 TO WS-ST-CHECKED(WS-SET-IDX).
           MOVE 0 TO WS-ST-PASSED(WS-SET-IDX).
           MOVE 0 TO WS-ST-FAILED(WS-SET-IDX).
           MOVE 0 TO WS-ST-RT-CHECKED(WS-SET-IDX).
           MOVE 0 TO WS-ST-RT-PASSED(WS-SET-IDX).
           MOVE 0 TO WS-ST-RT-FAILED(WS-SET-IDX).
           MOVE 0 TO WS-ST-WAITING(WS-SET-IDX).

       NOTE-FAILURE.
           IF WS-FL-COUNT >= 20
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FL-COUNT.
           MOVE RQ-SEQ-NO TO WS-FL-SEQ-NO(WS-FL-COUNT).
           MOVE WS-PT-SET(WS-PT-FOUND-IDX) TO WS-FL-SET(WS-FL-COUNT).
           MOVE WS-ANS-TYPE TO WS-FL-TYPE(WS-FL-COUNT).
           MOVE WS-ANS-WHY TO WS-FL-WHY(WS-FL-COUNT).
           MOVE FUNCTION TRIM(RQ-RESPONSE-TEXT)
               TO WS-FL-ANSWER(WS-FL-COUNT).

      *> The prompt is queued again later in the run, once the
      *> whole answer file has been read. The retry table bounds
      *> how many go in one run; the rest are picked up by the next
      *> run, since their rows are already FORMAT-ERR and nothing
      *> retries them yet.
       FLAG-FOR-REQUEUE.
           IF WS-RT-COUNT >= 500
               ADD 1 TO WS-REQUEUE-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-PT-RETRIED(WS-PT-FOUND-IDX).
           MOVE "Y" TO WS-PT-REQUEUE(WS-PT-FOUND-IDX).
           ADD 1 TO WS-RT-COUNT.
           MOVE WS-PT-FOUND-IDX TO WS-RT-PT-IDX(WS-RT-COUNT).
           MOVE SPACES TO WS-RT-TEXT(WS-RT-COUNT).
           MOVE SPACES TO WS-RT-DEPT(WS-RT-COUNT).
           MOVE 5 TO WS-RT-PRIORITY(WS-RT-COUNT).
           MOVE SPACES TO WS-RT-DEADLINE(WS-RT-COUNT).

      *> The answer is taken trimmed; a single trailing full stop
      *> (or exclamation mark on YES/NO) is forgiven, nothing else.
       CHECK-ANSWER-FORM.
           MOVE "N" TO WS-ANS-OK.
           MOVE FUNCTION TRIM(RQ-RESPONSE-TEXT) TO WS-ANSWER.
           MOVE 0 TO WS-ANS-LEN.
           IF WS-ANSWER NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ANSWER
                   TRAILING)) TO WS-ANS-LEN
           END-IF.
           IF WS-ANS-LEN = 0
               MOVE "answer blank" TO WS-ANS-WHY
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ANS-TYPE
               WHEN "NUMBER"
                   PERFORM CHECK-NUMBER-ANSWER
               WHEN "YESNO"
                   PERFORM CHECK-YESNO-ANSWER
               WHEN "DATE"
                   PERFORM CHECK-DATE-ANSWER
               WHEN "LIST"
                   PERFORM CHECK-LIST-ANSWER
           END-EVALUATE.

       CHECK-NUMBER-ANSWER.
           MOVE "not a number" TO WS-ANS-WHY.
           IF WS-ANS-LEN > 40
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANSWER(1:40) TO WS-NUM-TEXT.
           PERFORM READ-NUMBER.
           IF WS-NUM-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-VALUE TO WS-ANS-VALUE.
           IF WS-ANS-MIN NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MIN) TO WS-NUM-TEXT
               PERFORM READ-NUMBER
               IF WS-NUM-OK = "Y"
                   AND WS-ANS-VALUE < WS-NUM-VALUE
                   MOVE "below the minimum" TO WS-ANS-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ANS-MAX NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MAX) TO WS-NUM-TEXT
               PERFORM READ-NUMBER
               IF WS-NUM-OK = "Y"
                   AND WS-ANS-VALUE > WS-NUM-VALUE
                   MOVE "above the maximum" TO WS-ANS-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-ANS-OK.

      *> Reads WS-NUM-TEXT (left-justified) into WS-NUM-VALUE; the
      *> commas are dropped before NUMVAL sees it.
       READ-NUMBER.
           MOVE "N" TO WS-NUM-OK.
           MOVE 0 TO WS-NUM-VALUE.
           MOVE SPACES TO WS-NUM-CLEAN.
           IF WS-NUM-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NUM-TEXT TRAILING))
               TO WS-NUM-LEN.
           IF WS-NUM-LEN > 1
               AND WS-NUM-TEXT(WS-NUM-LEN:1) = "."
               SUBTRACT 1 FROM WS-NUM-LEN
           END-IF.
           MOVE 0 TO WS-NUM-OUT.
           MOVE 0 TO WS-NUM-DIGITS.
           MOVE 0 TO WS-NUM-INT-DIGITS.
           MOVE 0 TO WS-NUM-POINTS.
           MOVE "N" TO WS-NUM-BAD.
           PERFORM VARYING WS-NUM-POS FROM 1 BY 1
                   UNTIL WS-NUM-POS > WS-NUM-LEN
                      OR WS-NUM-BAD = "Y"
               MOVE WS-NUM-TEXT(WS-NUM-POS:1) TO WS-NUM-CHAR
               PERFORM READ-NUMBER-CHAR
           END-PERFORM.
           IF WS-NUM-BAD = "Y"
               OR WS-NUM-DIGITS = 0
               OR WS-NUM-INT-DIGITS > 13
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NUM-VALUE = FUNCTION NUMVAL(WS-NUM-CLEAN).
           MOVE "Y" TO WS-NUM-OK.

       READ-NUMBER-CHAR.
           IF WS-NUM-CHAR >= "0" AND WS-NUM-CHAR <= "9"
               ADD 1 TO WS-NUM-DIGITS
               IF WS-NUM-POINTS = 0
                   ADD 1 TO WS-NUM-INT-DIGITS
               END-IF
               ADD 1 TO WS-NUM-OUT
               MOVE WS-NUM-CHAR TO WS-NUM-CLEAN(WS-NUM-OUT:1)
               EXIT PARAGRAPH
           END-IF.
           IF (WS-NUM-CHAR = "-" OR WS-NUM-CHAR = "+")
               AND WS-NUM-POS = 1
               ADD 1 TO WS-NUM-OUT
               MOVE WS-NUM-CHAR TO WS-NUM-CLEAN(WS-NUM-OUT:1)
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CHAR = ","
               AND WS-NUM-DIGITS > 0
               AND WS-NUM-POINTS = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-NUM-CHAR = "."
               AND WS-NUM-POINTS = 0
               ADD 1 TO WS-NUM-POINTS
               ADD 1 TO WS-NUM-OUT
               MOVE WS-NUM-CHAR TO WS-NUM-CLEAN(WS-NUM-OUT:1)
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-NUM-BAD.

       CHECK-YESNO-ANSWER.
           MOVE "not YES or NO" TO WS-ANS-WHY.
           IF WS-ANS-LEN > 4
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-ANSWER(1:4)) TO WS-YN-TEXT.
           IF WS-YN-TEXT(WS-ANS-LEN:1) = "."
               OR WS-YN-TEXT(WS-ANS-LEN:1) = "!"
               MOVE SPACE TO WS-YN-TEXT(WS-ANS-LEN:1)
           END-IF.
           IF WS-YN-TEXT = "YES" OR WS-YN-TEXT = "NO"
               MOVE "Y" TO WS-ANS-OK
           END-IF.

      *> Limits are compared as text - YYYY-MM-DD sorts in date
      *> order. A limit that is not a real date is not applied.
       CHECK-DATE-ANSWER.
           MOVE "not a YYYY-MM-DD date" TO WS-ANS-WHY.
           IF WS-ANS-LEN = 11
               AND WS-ANSWER(11:1) = "."
               MOVE 10 TO WS-ANS-LEN
           END-IF.
           IF WS-ANS-LEN NOT = 10
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ANSWER(1:10) TO WS-DATE-TEXT.
           PERFORM CHECK-DATE-TEXT.
           IF WS-DATE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-TEXT TO WS-ANS-DATE.
           IF WS-ANS-MIN NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MIN) TO WS-DATE-TEXT
               PERFORM CHECK-DATE-TEXT
               IF WS-DATE-OK = "Y"
                   AND WS-ANS-DATE < WS-DATE-TEXT
                   MOVE "before the earliest date" TO WS-ANS-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-ANS-MAX NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MAX) TO WS-DATE-TEXT
               PERFORM CHECK-DATE-TEXT
               IF WS-DATE-OK = "Y"
                   AND WS-ANS-DATE > WS-DATE-TEXT
                   MOVE "after the latest date" TO WS-ANS-WHY
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE "Y" TO WS-ANS-OK.

       CHECK-DATE-TEXT.
           MOVE "N" TO WS-DATE-OK.
           MOVE WS-DATE-TEXT TO WS-DATE-CHECK.
           INSPECT WS-DATE-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-DATE-CHECK NOT = "NNNN-NN-NN"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DATE-TEXT(1:4) TO WS-DATE-YYYY.
           MOVE WS-DATE-TEXT(6:2) TO WS-DATE-MM.
           MOVE WS-DATE-TEXT(9:2) TO WS-DATE-DD.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTH-DAYS(WS-DATE-MM * 2 - 1:2)
               TO WS-DAYS-IN-MONTH.
           IF WS-DATE-MM = 2
               PERFORM CHECK-LEAP-YEAR
               IF WS-LEAP-YEAR = "Y"
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-DAYS-IN-MONTH
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-DATE-OK.

       CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR.
           DIVIDE WS-DATE-YYYY BY 4
               GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM.
           IF WS-DIV-REM NOT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-LEAP-YEAR.
           DIVIDE WS-DATE-YYYY BY 100
               GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM.
           IF WS-DIV-REM NOT = 0
               EXIT PARAGRAPH
           END-IF.
           DIVIDE WS-DATE-YYYY BY 400
               GIVING WS-DIV-QUOT REMAINDER WS-DIV-REM.
           IF WS-DIV-REM NOT = 0
               MOVE "N" TO WS-LEAP-YEAR
           END-IF.

      *> Item counts: at least the minimum (one when none is given)
      *> and, when a maximum is given, no more than that.
       CHECK-LIST-ANSWER.
           MOVE "not a list" TO WS-ANS-WHY.
           MOVE 0 TO WS-LIST-ITEMS.
           MOVE 1 TO WS-WORD-PTR.
           MOVE SPACES TO WS-FIRST-WORD.
           UNSTRING WS-ANSWER(1:WS-ANS-LEN)
               DELIMITED BY ALL SPACE
               INTO WS-FIRST-WORD
               WITH POINTER WS-WORD-PTR.
           MOVE SPACE TO WS-LIST-STYLE.
           IF WS-FIRST-WORD = "-" OR WS-FIRST-WORD = "*"
               MOVE "M" TO WS-LIST-STYLE
               MOVE 1 TO WS-LIST-ITEMS
           END-IF.
           IF WS-FIRST-WORD = "1." OR WS-FIRST-WORD = "1)"
               MOVE "N" TO WS-LIST-STYLE
               MOVE WS-FIRST-WORD(2:1) TO WS-LIST-PUNCT
               MOVE 1 TO WS-LIST-ITEMS
               MOVE 2 TO WS-LIST-NEXT
               PERFORM SET-LIST-TOKEN
           END-IF.
           IF WS-LIST-STYLE = SPACE
               MOVE 0 TO WS-LIST-TALLY
               INSPECT WS-ANSWER(1:WS-ANS-LEN)
                   TALLYING WS-LIST-TALLY FOR ALL ". " ALL ": "
               IF WS-LIST-TALLY > 0
                   EXIT PARAGRAPH
               END-IF
               INSPECT WS-ANSWER(1:WS-ANS-LEN)
                   TALLYING WS-LIST-ITEMS FOR ALL "," ALL ";"
               ADD 1 TO WS-LIST-ITEMS
           ELSE
               PERFORM UNTIL WS-WORD-PTR > WS-ANS-LEN
                   MOVE SPACES TO WS-WORD
                   UNSTRING WS-ANSWER(1:WS-ANS-LEN)
                       DELIMITED BY ALL SPACE
                       INTO WS-WORD
                       WITH POINTER WS-WORD-PTR
                   PERFORM COUNT-LIST-WORD
               END-PERFORM
           END-IF.
           MOVE 1 TO WS-LIST-MIN.
           IF WS-ANS-MIN NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MIN) TO WS-NUM-TEXT
               PERFORM READ-NUMBER
               IF WS-NUM-OK = "Y"
                   AND WS-NUM-VALUE >= 0 AND WS-NUM-VALUE < 10000
                   MOVE WS-NUM-VALUE TO WS-LIST-MIN
               END-IF
           END-IF.
           MOVE "N" TO WS-LIST-HAS-MAX.
           IF WS-ANS-MAX NOT = SPACES
               MOVE FUNCTION TRIM(WS-ANS-MAX) TO WS-NUM-TEXT
               PERFORM READ-NUMBER
               IF WS-NUM-OK = "Y"
                   AND WS-NUM-VALUE >= 0 AND WS-NUM-VALUE < 10000
                   MOVE WS-NUM-VALUE TO WS-LIST-MAX
                   MOVE "Y" TO WS-LIST-HAS-MAX
               END-IF
           END-IF.
           IF WS-LIST-ITEMS < WS-LIST-MIN
               MOVE "too few items" TO WS-ANS-WHY
               EXIT PARAGRAPH
           END-IF.
           IF WS-LIST-HAS-MAX = "Y"
               AND WS-LIST-ITEMS > WS-LIST-MAX
               MOVE "too many items" TO WS-ANS-WHY
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-ANS-OK.

       COUNT-LIST-WORD.
           IF WS-LIST-STYLE = "M"
               IF WS-WORD = WS-FIRST-WORD
                   ADD 1 TO WS-LIST-ITEMS
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-WORD = WS-LIST-TOKEN
               ADD 1 TO WS-LIST-ITEMS
               IF WS-LIST-NEXT < 999
                   ADD 1 TO WS-LIST-NEXT
                   PERFORM SET-LIST-TOKEN
               END-IF
           END-IF.

       SET-LIST-TOKEN.
           MOVE WS-LIST-NEXT TO WS-LIST-NEXT-Z.
           MOVE SPACES TO WS-LIST-TOKEN.
           STRING FUNCTION TRIM(WS-LIST-NEXT-Z) WS-LIST-PUNCT
               DELIMITED BY SIZE INTO WS-LIST-TOKEN.

      *> A retry's answer failed too - a person has to answer it.
      *> The row's own timestamp and prompt text go on the
      *> escalation, so the department link MonthEndPack draws from
      *> the answer row still holds.
       WRITE-ESCALATION.
           MOVE SPACES TO WS-ESCALATE-REASON.
           STRING "Answer failed format check twice - expected "
                  FUNCTION TRIM(WS-ANS-TYPE)
               DELIMITED BY SIZE INTO WS-ESCALATE-REASON.
           OPEN EXTEND EscalateFile.
           IF WS-ESCALATE-STATUS = "35"
               OPEN OUTPUT EscalateFile
           END-IF.
           MOVE RQ-TIMESTAMP TO EC-TIMESTAMP.
           MOVE RQ-PROMPT-TEXT TO EC-PROMPT-TEXT.
           MOVE RQ-PROMPT-MORE TO EC-PROMPT-MORE.
           MOVE WS-ESCALATE-REASON TO EC-REASON.
           WRITE ESCALATE-RECORD.
           CLOSE EscalateFile.
           ADD 1 TO WS-ESCALATED-COUNT.

       REWRITE-RESPONSES.
           OPEN INPUT WorkFile.
           OPEN OUTPUT ResponseQueueFile.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ WorkFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       WRITE RESPONSE-QUEUE-RECORD FROM WorkLine
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE ResponseQueueFile.
           OPEN OUTPUT WorkFile.
           CLOSE WorkFile.

      *> Second pass over PROMPTS.DAT for the whole text of each
      *> prompt to be asked again, with its department, priority
      *> and deadline.
       GATHER-RETRY-PROMPTS.
           MOVE "N" TO WS-CHAIN-OPEN.
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
                       IF PQ-RECORD-TYPE = "C"
                           PERFORM ADD-PROMPT-CONTINUATION
                       ELSE
                           PERFORM FINISH-RETRY-TEXT
                           PERFORM START-RETRY-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FINISH-RETRY-TEXT.
           CLOSE PromptQueueFile.

       START-RETRY-TEXT.
           IF PQ-SEQ-NO NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE PQ-SEQ-NO TO WS-FIND-SEQ.
           PERFORM FIND-PROMPT.
           IF WS-PT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-PT-REQUEUE(WS-PT-FOUND-IDX) NOT = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-RT-FOUND-IDX.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-FOUND-IDX > 0
               IF WS-RT-PT-IDX(WS-RT-IDX) = WS-PT-FOUND-IDX
                   MOVE WS-RT-IDX TO WS-RT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-RT-FOUND-IDX = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "G" TO WS-PT-REQUEUE(WS-PT-FOUND-IDX).
           MOVE PQ-SEQ-NO TO WS-CHAIN-SEQ.
           MOVE PQ-PROMPT-TEXT TO WS-CHAIN-TEXT.
           MOVE 1 TO WS-CHAIN-PARTS.
           MOVE "Y" TO WS-CHAIN-OPEN.
           MOVE PQ-DEPT-CODE TO WS-RT-DEPT(WS-RT-FOUND-IDX).
           IF PQ-PRIORITY NUMERIC AND PQ-PRIORITY > 0
               MOVE PQ-PRIORITY TO WS-RT-PRIORITY(WS-RT-FOUND-IDX)
           END-IF.
           MOVE PQ-DEADLINE TO WS-RT-DEADLINE(WS-RT-FOUND-IDX).

      *> Same join as ChatBotGemini and BatchRecon (must stay in
      *> step): parts trimmed and joined with a single space.
       ADD-PROMPT-CONTINUATION.
           IF WS-CHAIN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           IF PQ-SEQ-NO NOT = WS-CHAIN-SEQ
               EXIT PARAGRAPH
           END-IF.
           IF WS-CHAIN-PARTS = 1
               MOVE FUNCTION TRIM(WS-CHAIN-TEXT) TO WS-CHAIN-TEXT
           END-IF.
           MOVE 1 TO WS-CHAIN-PTR.
           IF WS-CHAIN-TEXT NOT = SPACES
               COMPUTE WS-CHAIN-PTR = FUNCTION LENGTH(FUNCTION TRIM
                   (WS-CHAIN-TEXT TRAILING)) + 1
           END-IF.
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(PQ-PROMPT-TEXT) DELIMITED BY SIZE
               INTO WS-CHAIN-TEXT WITH POINTER WS-CHAIN-PTR.
           ADD 1 TO WS-CHAIN-PARTS.

       FINISH-RETRY-TEXT.
           IF WS-CHAIN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CHAIN-OPEN.
           MOVE FUNCTION TRIM(WS-CHAIN-TEXT)
               TO WS-RT-TEXT(WS-RT-FOUND-IDX).

      *> Each retry goes on the end of the queue under the next free
      *> sequence number, with the original question, a stricter
      *> instruction, and everything else the original had. The
      *> question is cut short if need be so the instruction always
      *> fits.
       WRITE-RETRY-PROMPTS.
           OPEN EXTEND PromptQueueFile.
           IF WS-PQ-STATUS = "35"
               OPEN OUTPUT PromptQueueFile
           END-IF.
           MOVE WS-MAX-SEQ TO WS-OUT-SEQ.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM WRITE-ONE-RETRY
           END-PERFORM.
           CLOSE PromptQueueFile.

       WRITE-ONE-RETRY.
           MOVE WS-RT-PT-IDX(WS-RT-IDX) TO WS-PT-ORIG-IDX.
           IF WS-RT-TEXT(WS-RT-IDX) = SPACES
               MOVE "N" TO WS-PT-RETRIED(WS-PT-ORIG-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUT-SEQ >= 99999
               DISPLAY "Warning: no sequence number left for a retry "
                   "of prompt " WS-PT-SEQ-NO(WS-PT-ORIG-IDX) "."
               MOVE "N" TO WS-PT-RETRIED(WS-PT-ORIG-IDX)
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-RETRY-NOTE.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RT-TEXT(WS-RT-IDX)
               TRAILING)) TO WS-QUESTION-LEN.
           IF WS-QUESTION-LEN > 1700
               MOVE 1700 TO WS-QUESTION-LEN
           END-IF.
           MOVE SPACES TO WS-GEN-TEXT.
           STRING WS-RT-TEXT(WS-RT-IDX)(1:WS-QUESTION-LEN)
                  " " FUNCTION TRIM(WS-RETRY-NOTE)
               DELIMITED BY SIZE INTO WS-GEN-TEXT.
           MOVE "N" TO WS-TEXT-TRUNCATED.
           PERFORM SPLIT-GENERATED-TEXT.
           ADD 1 TO WS-OUT-SEQ.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               MOVE WS-OUT-SEQ TO PQ-SEQ-NO
               MOVE WS-PART-TEXT(WS-PART-IDX) TO PQ-PROMPT-TEXT
               MOVE WS-RT-DEPT(WS-RT-IDX) TO PQ-DEPT-CODE
               MOVE WS-RT-PRIORITY(WS-RT-IDX) TO PQ-PRIORITY
               MOVE WS-RT-DEADLINE(WS-RT-IDX) TO PQ-DEADLINE
               IF WS-PART-IDX = 1
                   MOVE SPACE TO PQ-RECORD-TYPE
               ELSE
                   MOVE "C" TO PQ-RECORD-TYPE
               END-IF
               MOVE WS-PART-IDX TO PQ-PART-NO
               MOVE WS-PART-COUNT TO PQ-PART-COUNT
               MOVE WS-PT-SET(WS-PT-ORIG-IDX) TO PQ-SET-NAME
               MOVE WS-PT-TYPE(WS-PT-ORIG-IDX) TO PQ-ANSWER-TYPE
               MOVE WS-PT-MIN(WS-PT-ORIG-IDX) TO PQ-ANSWER-MIN
               MOVE WS-PT-MAX(WS-PT-ORIG-IDX) TO PQ-ANSWER-MAX
               MOVE WS-PT-SEQ-NO(WS-PT-ORIG-IDX) TO PQ-RETRY-OF
               WRITE PROMPT-QUEUE-RECORD
           END-PERFORM.
           IF WS-TEXT-TRUNCATED = "Y"
               DISPLAY "Warning: retry " WS-OUT-SEQ
                   " truncated - longer than 10 queue records."
           END-IF.
           ADD 1 TO WS-RETRY-WRITTEN.
           ADD 1 TO WS-WAITING-COUNT.
           MOVE WS-PT-SET-IDX(WS-PT-ORIG-IDX) TO WS-SET-IDX.
           IF WS-SET-IDX > 0
               ADD 1 TO WS-ST-WAITING(WS-SET-IDX)
           END-IF.

      *> The stricter instruction for the expected form, with the
      *> limits spelled out when the prompt has any.
       BUILD-RETRY-NOTE.
           MOVE WS-PT-TYPE(WS-PT-ORIG-IDX) TO WS-ANS-TYPE.
           MOVE WS-PT-MIN(WS-PT-ORIG-IDX) TO WS-ANS-MIN.
           MOVE WS-PT-MAX(WS-PT-ORIG-IDX) TO WS-ANS-MAX.
           MOVE SPACES TO WS-RETRY-NOTE.
           MOVE 1 TO WS-NOTE-PTR.
           EVALUATE WS-ANS-TYPE
               WHEN "NUMBER"
                   STRING "Answer with one number only, in digits, "
                          "with no words or units."
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
                   MOVE "The number must be" TO WS-NOTE-LEAD
                   MOVE "at least" TO WS-NOTE-LOW
                   MOVE "at most" TO WS-NOTE-HIGH
               WHEN "YESNO"
                   STRING "Answer with the single word YES or NO "
                          "and nothing else."
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
               WHEN "DATE"
                   STRING "Answer with one date only, written as "
                          "YYYY-MM-DD, and nothing else."
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
                   MOVE "The date must be" TO WS-NOTE-LEAD
                   MOVE "no earlier than" TO WS-NOTE-LOW
                   MOVE "no later than" TO WS-NOTE-HIGH
               WHEN "LIST"
                   STRING "Answer with the list only, one item per "
                          "line, each line starting with a dash, "
                          "and nothing else."
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
                   MOVE "Give" TO WS-NOTE-LEAD
                   MOVE "at least" TO WS-NOTE-LOW
                   MOVE "at most" TO WS-NOTE-HIGH
           END-EVALUATE.
           IF WS-ANS-TYPE = "YESNO"
               OR (WS-ANS-MIN = SPACES AND WS-ANS-MAX = SPACES)
               EXIT PARAGRAPH
           END-IF.
           STRING " " FUNCTION TRIM(WS-NOTE-LEAD) " "
               DELIMITED BY SIZE
               INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR.
           IF WS-ANS-MIN NOT = SPACES AND WS-ANS-MAX NOT = SPACES
               STRING "between " FUNCTION TRIM(WS-ANS-MIN)
                      " and " FUNCTION TRIM(WS-ANS-MAX)
                   DELIMITED BY SIZE
                   INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
           ELSE
               IF WS-ANS-MIN NOT = SPACES
                   STRING FUNCTION TRIM(WS-NOTE-LOW) " "
                          FUNCTION TRIM(WS-ANS-MIN)
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
               ELSE
                   STRING FUNCTION TRIM(WS-NOTE-HIGH) " "
                          FUNCTION TRIM(WS-ANS-MAX)
                       DELIMITED BY SIZE
                       INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
               END-IF
           END-IF.
           IF WS-ANS-TYPE = "LIST"
               STRING " items" DELIMITED BY SIZE
                   INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR
           END-IF.
           STRING "." DELIMITED BY SIZE
               INTO WS-RETRY-NOTE WITH POINTER WS-NOTE-PTR.

      *> Cuts WS-GEN-TEXT into at most 10 queue records, exactly as
      *> PromptGenerate does (must stay in step): each cut at the
      *> last space within the next 201 characters, a word longer
      *> than a record cut where it stands, text past 10 records
      *> dropped and flagged.
       SPLIT-GENERATED-TEXT.
           MOVE 0 TO WS-PART-COUNT.
           MOVE SPACES TO WS-PART-TABLE.
           MOVE 0 TO WS-TEXT-LEN.
           IF WS-GEN-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-GEN-TEXT
                   TRAILING)) TO WS-TEXT-LEN
           END-IF.
           MOVE 1 TO WS-SPLIT-POS.
           PERFORM UNTIL WS-SPLIT-POS > WS-TEXT-LEN
                   OR WS-PART-COUNT = 10
               ADD 1 TO WS-PART-COUNT
               IF WS-TEXT-LEN - WS-SPLIT-POS < 200
                   MOVE WS-GEN-TEXT(WS-SPLIT-POS:
                       WS-TEXT-LEN - WS-SPLIT-POS + 1)
                       TO WS-PART-TEXT(WS-PART-COUNT)
                   COMPUTE WS-SPLIT-POS = WS-TEXT-LEN + 1
               ELSE
                   COMPUTE WS-SPLIT-CUT = WS-SPLIT-POS + 200
                   PERFORM UNTIL WS-SPLIT-CUT = WS-SPLIT-POS
                           OR WS-GEN-TEXT(WS-SPLIT-CUT:1) = SPACE
                       SUBTRACT 1 FROM WS-SPLIT-CUT
                   END-PERFORM
                   IF WS-SPLIT-CUT = WS-SPLIT-POS
                       MOVE WS-GEN-TEXT(WS-SPLIT-POS:200)
                           TO WS-PART-TEXT(WS-PART-COUNT)
                       ADD 200 TO WS-SPLIT-POS
                   ELSE
                       MOVE WS-GEN-TEXT(WS-SPLIT-POS:
                           WS-SPLIT-CUT - WS-SPLIT-POS)
                           TO WS-PART-TEXT(WS-PART-COUNT)
                       COMPUTE WS-SPLIT-POS = WS-SPLIT-CUT + 1
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SPLIT-POS <= WS-TEXT-LEN
               MOVE "Y" TO WS-TEXT-TRUNCATED
           END-IF.
           IF WS-PART-COUNT = 0
               MOVE 1 TO WS-PART-COUNT
           END-IF.

      *> Every prompt the batch already has a final outcome for
      *> goes on the checkpoint, so the next batch run of the
      *> stream skips it and asks only the retries (and anything it
      *> would have tried again anyway - a SCRIPT-ERR, OVERBUDGET or
      *> HELD prompt stays off, as the batch keeps it). The batch
      *> clears the checkpoint when that run ends clean.
       WRITE-CHECKPOINT-ENTRIES.
           PERFORM LOAD-CHECKPOINT.
           OPEN EXTEND CheckpointFile.
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CheckpointFile
           END-IF.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-ANSWERED(WS-PT-IDX) = "Y"
                   PERFORM ADD-CHECKPOINT-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CheckpointFile.

       ADD-CHECKPOINT-ENTRY.
           MOVE "N" TO WS-CK-FOUND.
           PERFORM VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CK-COUNT
                      OR WS-CK-FOUND = "Y"
               IF WS-CK-ENTRY(WS-CK-IDX) = WS-PT-SEQ-NO(WS-PT-IDX)
                   MOVE "Y" TO WS-CK-FOUND
               END-IF
           END-PERFORM.
           IF WS-CK-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PT-SEQ-NO(WS-PT-IDX) TO CK-LAST-SEQ-NO.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-CK-ADDED.

       LOAD-CHECKPOINT.
           MOVE 0 TO WS-CK-COUNT.
           OPEN INPUT CheckpointFile.
           IF WS-CKPT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckpointFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CK-COUNT < 5000
                               ADD 1 TO WS-CK-COUNT
                               MOVE CK-LAST-SEQ-NO
                                   TO WS-CK-ENTRY(WS-CK-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckpointFile
           END-IF.

      *> Retries already on the queue from an earlier run that the
      *> batch has not yet answered.
       COUNT-WAITING-RETRIES.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-RETRY-OF(WS-PT-IDX) > 0
                   AND WS-PT-ANSWERED(WS-PT-IDX) = "N"
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE WS-PT-IDX TO WS-PT-FOUND-IDX
                   PERFORM FIND-SET-ENTRY
                   IF WS-SET-IDX > 0
                       ADD 1 TO WS-ST-WAITING(WS-SET-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PRINT-REPORT.
           DISPLAY "Answers read ...............: " WS-RESP-READ.
           DISPLAY "Not checked - no form set ..: " WS-UNTYPED-COUNT.
           IF WS-NO-PROMPT-COUNT > 0
               DISPLAY "Not checked - no prompt ....: "
                   WS-NO-PROMPT-COUNT
           END-IF.
           DISPLAY "First answers checked ......: " WS-FIRST-CHECKED.
           DISPLAY "  in the expected form .....: " WS-FIRST-PASSED.
           DISPLAY "Retry answers checked ......: " WS-RETRY-CHECKED.
           DISPLAY "  in the expected form .....: " WS-RETRY-PASSED.
           DISPLAY "Marked FORMAT-ERR this run .: " WS-MARKED-COUNT.
           DISPLAY "Queued again this run ......: " WS-RETRY-WRITTEN.
           IF WS-REQUEUE-HELD > 0
               DISPLAY "  left for the next run ....: "
                   WS-REQUEUE-HELD " (retry table full)"
           END-IF.
           IF WS-CK-ADDED > 0
               DISPLAY "Checkpoint entries added ...: " WS-CK-ADDED
           END-IF.
           DISPLAY "Retries awaiting an answer .: " WS-WAITING-COUNT.
           DISPLAY "Escalated this run .........: "
               WS-ESCALATED-COUNT.
           IF WS-ST-COUNT > 0
               DISPLAY "-----------------------------------"
               DISPLAY "Set            First Passed Failed  Pass%"
                   "  Retry Passed Failed   Wait Final%"
               PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                       UNTIL WS-ST-IDX > WS-ST-COUNT
                   PERFORM PRINT-SET-LINE
               END-PERFORM
           END-IF.
           IF WS-FL-COUNT > 0
               DISPLAY "-----------------------------------"
               DISPLAY "Answers marked FORMAT-ERR this run:"
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FL-COUNT
                   DISPLAY "  " WS-FL-SEQ-NO(WS-FL-IDX) " "
                       WS-FL-SET(WS-FL-IDX) " "
                       WS-FL-TYPE(WS-FL-IDX) " "
                       WS-FL-WHY(WS-FL-IDX) " "
                       WS-FL-ANSWER(WS-FL-IDX)
               END-PERFORM
               IF WS-MARKED-COUNT > WS-FL-COUNT
                   DISPLAY "  (first " WS-FL-COUNT " of "
                       WS-MARKED-COUNT " shown)"
               END-IF
           END-IF.
           DISPLAY "-----------------------------------".
           IF WS-RETRY-WRITTEN > 0
               DISPLAY "RESULT: " WS-RETRY-WRITTEN " prompt(s) "
                   "queued again - run the stream's batch, then "
                   "AnswerValidate again."
           ELSE
               IF WS-WAITING-COUNT > 0
                   DISPLAY "RESULT: " WS-WAITING-COUNT " retry "
                       "prompt(s) still to be answered - run the "
                       "stream's batch."
               ELSE
                   DISPLAY "RESULT: answers checked - nothing left "
                       "to ask again."
               END-IF
           END-IF.
           DISPLAY "===================================".

      *> Pass% is first attempts in the expected form; Final% adds
      *> the retries that came good, over the same first attempts.
       PRINT-SET-LINE.
           MOVE 0 TO WS-PASS-PCT.
           MOVE 0 TO WS-FINAL-PCT.
           IF WS-ST-CHECKED(WS-ST-IDX) > 0
               COMPUTE WS-PASS-PCT ROUNDED =
                   WS-ST-PASSED(WS-ST-IDX) * 100
                   / WS-ST-CHECKED(WS-ST-IDX)
               COMPUTE WS-FINAL-PCT ROUNDED =
                   (WS-ST-PASSED(WS-ST-IDX)
                    + WS-ST-RT-PASSED(WS-ST-IDX)) * 100
                   / WS-ST-CHECKED(WS-ST-IDX)
               IF WS-FINAL-PCT > 100
                   MOVE 100 TO WS-FINAL-PCT
               END-IF
           END-IF.
           IF WS-ST-NAME(WS-ST-IDX) = SPACES
               MOVE "(no set)" TO WS-SET-DISP
           ELSE
               MOVE WS-ST-NAME(WS-ST-IDX) TO WS-SET-DISP
           END-IF.
           MOVE WS-ST-CHECKED(WS-ST-IDX) TO WS-CNT-DISP-1.
           MOVE WS-ST-PASSED(WS-ST-IDX) TO WS-CNT-DISP-2.
           MOVE WS-ST-FAILED(WS-ST-IDX) TO WS-CNT-DISP-3.
           MOVE WS-ST-RT-CHECKED(WS-ST-IDX) TO WS-CNT-DISP-4.
           MOVE WS-ST-RT-PASSED(WS-ST-IDX) TO WS-CNT-DISP-5.
           MOVE WS-ST-RT-FAILED(WS-ST-IDX) TO WS-CNT-DISP-6.
           MOVE WS-ST-WAITING(WS-ST-IDX) TO WS-CNT-DISP-7.
           MOVE WS-PASS-PCT TO WS-PASS-DISP.
           MOVE WS-FINAL-PCT TO WS-FINAL-DISP.
           DISPLAY WS-SET-DISP " "
               WS-CNT-DISP-1 " " WS-CNT-DISP-2 " " WS-CNT-DISP-3
               "  " WS-PASS-DISP " "
               WS-CNT-DISP-4 " " WS-CNT-DISP-5 " " WS-CNT-DISP-6
               " " WS-CNT-DISP-7 "  " WS-FINAL-DISP.
