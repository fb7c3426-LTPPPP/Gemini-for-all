      *>             interactive path stays for ad-hoc packs; in
      *>             calendar mode a pending checkpoint refuses
      *>             outright (nobody is there to discard it).
      *> 2026-10-15  Named batch streams. The interactive path asks
      *>             which stream the pack is for and writes that
      *>             stream's queue (PROMPTS-<s>.DAT; Enter keeps the
      *>             default PROMPTS.DAT). Calendar mode groups today's
      *>             RUNCAL.DAT entries by their stream and writes one
      *>             queue per stream; the open-run and checkpoint
      *>             guards apply per stream, so a stream still busy
      *>             or resuming is skipped while the others are
      *>             generated. "CALENDAR <stream>" limits the run to
      *>             that one stream.
      *> 2026-10-15  Long templates: a template may run on in "C"
      *>             continuation records on TMPLLIB.DAT and is
      *>             joined whole before substitution (a chain that
      *>             is broken or cut short drops that template with
      *>             a warning). A generated prompt longer than one
      *>             queue record is split between words onto "C"
      *>             continuation records on PROMPTS.DAT, up to 10
      *>             records a prompt.
      *> 2026-10-15  Expected answer format: a template's answer type
      *>             (NUMBER, YESNO, DATE or LIST) and limits, and the
      *>             template set name, are carried onto every queue
      *>             record the template generates, for the
      *>             post-batch check in AnswerValidate. An unknown
      *>             type is warned about and left unchecked.
      *> 2026-10-15  Refuses while a data purge (program PURGE) is
      *>             open on RUNCTL.DAT, whatever the purge's stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TemplateFile ASSIGN TO "TMPLLIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEMPLATE-STATUS.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-CKPT-PENDING     PIC 9(04) VALUE 0.
       01 WS-RUNNING-COUNT    PIC 9(03) VALUE 0.
       01 WS-PURGE-COUNT      PIC 9(03) VALUE 0.
       01 WS-RUNNING-STAMP    PIC X(26) VALUE SPACES.
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).
      *> month's last business day (last calendar day backed off a
      *> weekend).
       01 WS-RUNCAL-STATUS    PIC X(02).
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-CMD-WORD1        PIC X(10) VALUE SPACES.
       01 WS-CMD-WORD2        PIC X(10) VALUE SPACES.
       01 WS-CALENDAR-MODE    PIC X(01) VALUE "N".
       01 WS-CA-TABLE.
           05 WS-CA-ENTRY OCCURS 50 TIMES.
               10 WS-CA-SET           PIC X(12).
               10 WS-CA-REGION        PIC X(20).
               10 WS-CA-PRODLINE      PIC X(20).
               10 WS-CA-STREAM        PIC X(08).
       01 WS-CA-COUNT         PIC 9(02) VALUE 0.
       01 WS-CA-IDX           PIC 9(02) VALUE 0.
       01 WS-CA-MATCHED       PIC 9(02) VALUE 0.
       01 WS-DISCARD-CHOICE   PIC X(01) VALUE SPACE.
       01 WS-GENERATION-OK    PIC X(01) VALUE "Y".

      *> Batch stream the queue is written for - same naming rules
      *> and file names as ChatBotGemini's SET-STREAM-FILE-NAMES
      *> (must stay in step). Spaces is the default stream on
      *> PROMPTS.DAT / CKPT.DAT. In calendar mode the distinct
      *> streams of today's matched entries are collected in
      *> WS-ST-TABLE and each gets its own queue; WS-STREAM-FILTER
      *> holds the stream named after "CALENDAR", if any.
       01 WS-STREAM-NAME      PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT     PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-STREAM-OK        PIC X(01) VALUE "Y".
       01 WS-STREAM-FILTER    PIC X(08) VALUE SPACES.
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-CKPT-FILE-NAME   PIC X(30) VALUE "CKPT.DAT".
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 50 TIMES.
               10 WS-ST-NAME          PIC X(08).
       01 WS-ST-COUNT         PIC 9(02) VALUE 0.
       01 WS-ST-IDX           PIC 9(02) VALUE 0.
       01 WS-ST-FOUND         PIC X(01) VALUE "N".
       01 WS-ST-DONE          PIC 9(02) VALUE 0.
       01 WS-ST-SKIPPED       PIC 9(02) VALUE 0.

       01 WS-SET-NAME         PIC X(12) VALUE SPACES.
       01 WS-RUN-DATE         PIC X(10) VALUE SPACES.
       01 WS-DATE-CHECK       PIC X(10) VALUE SPACES.
               10 WS-TM-SEQ           PIC 9(03).
               10 WS-TM-DEPT          PIC X(04).
               10 WS-TM-PRIORITY      PIC 9(01).
               10 WS-TM-TEXT          PIC X(2200).
               10 WS-TM-PARTS         PIC 9(02).
               10 WS-TM-EXPECT        PIC 9(02).
               10 WS-TM-ANS-TYPE      PIC X(06).
               10 WS-TM-ANS-MIN       PIC X(12).
               10 WS-TM-ANS-MAX       PIC X(12).
       01 WS-TM-SWAP.
           05 WS-TM-S-SEQ             PIC 9(03).
           05 WS-TM-S-DEPT            PIC X(04).
           05 WS-TM-S-PRIORITY        PIC 9(01).
           05 WS-TM-S-TEXT            PIC X(2200).
           05 WS-TM-S-PARTS           PIC 9(02).
           05 WS-TM-S-EXPECT          PIC 9(02).
           05 WS-TM-S-ANS-TYPE        PIC X(06).
           05 WS-TM-S-ANS-MIN         PIC X(12).
           05 WS-TM-S-ANS-MAX         PIC X(12).
       01 WS-TM-COUNT         PIC 9(03) VALUE 0.
       01 WS-TM-IDX           PIC 9(03) VALUE 0.
       01 WS-TM-SORT-I        PIC 9(03) VALUE 0.
       01 WS-TM-SORT-J        PIC 9(03) VALUE 0.
       01 WS-TM-SORT-MIN      PIC 9(03) VALUE 0.
      *> "Y" while the last template added can still take the
      *> continuation records that follow it.
       01 WS-TM-LAST-OK       PIC X(01) VALUE "N".
       01 WS-TM-TEXT-PTR      PIC 9(04) VALUE 0.

      *> Distinct set names seen on the library, listed when the
      *> requested set does not exist.
      *> Variable substitution work fields. The scan copies the
      *> template character by character, splicing the value in
      *> wherever the token appears.
       01 WS-GEN-TEXT         PIC X(2200) VALUE SPACES.
       01 WS-GEN-OUT          PIC X(2200) VALUE SPACES.
       01 WS-SUB-TOKEN        PIC X(10) VALUE SPACES.
       01 WS-TOKEN-LEN        PIC 9(02) VALUE 0.
       01 WS-SUB-VALUE        PIC X(20) VALUE SPACES.
       01 WS-VALUE-LEN        PIC 9(02) VALUE 0.
       01 WS-TEXT-LEN         PIC 9(04) VALUE 0.
       01 WS-IN-POS           PIC 9(04) VALUE 0.
       01 WS-OUT-POS          PIC 9(04) VALUE 0.
       01 WS-TOKEN-MATCH      PIC X(01) VALUE "N".
       01 WS-TEXT-TRUNCATED   PIC X(01) VALUE "N".

      *> The substituted text cut into queue records: each part is
      *> at most one record's worth, cut at the last space that
      *> fits, the space itself dropped - the bot joins the parts
      *> back with a single space.
       01 WS-PART-TABLE.
           05 WS-PART-TEXT OCCURS 10 TIMES PIC X(200).
       01 WS-PART-COUNT       PIC 9(02) VALUE 0.
       01 WS-PART-IDX         PIC 9(02) VALUE 0.
       01 WS-SPLIT-POS        PIC 9(04) VALUE 0.
       01 WS-SPLIT-CUT        PIC 9(04) VALUE 0.

       01 WS-OUT-SEQ          PIC 9(05) VALUE 0.
       01 WS-GENERATED-COUNT  PIC 9(05) VALUE 0.

      *> A "CALENDAR" command-line argument (the scheduler's entry
      *> point) generates today's packs off RUNCAL.DAT with no
      *> terminal prompts, optionally for one named stream only;
      *> anything else is the interactive ad-hoc path, which asks
      *> for the stream before the open-run and checkpoint guards.
       PROCEDURE DIVISION.
       BEGIN.
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           UNSTRING WS-CMDLINE-ARG
               DELIMITED BY ALL " "
               INTO WS-CMD-WORD1 WS-CMD-WORD2.
           IF FUNCTION UPPER-CASE(WS-CMD-WORD1) = "CALENDAR"
               MOVE "Y" TO WS-CALENDAR-MODE
               MOVE WS-CMD-WORD2 TO WS-STREAM-INPUT
               PERFORM SET-STREAM-FILE-NAMES
               IF WS-STREAM-OK = "N"
                   DISPLAY "Nothing generated."
                   STOP RUN
               END-IF
               MOVE WS-STREAM-NAME TO WS-STREAM-FILTER
           END-IF.
           IF WS-CALENDAR-MODE = "Y"
               PERFORM GENERATE-FROM-CALENDAR
           ELSE
               DISPLAY "===== Prompt queue generator ====="
               DISPLAY "Batch stream (Enter for the default stream): "
               ACCEPT WS-STREAM-INPUT
               PERFORM SET-STREAM-FILE-NAMES
               IF WS-STREAM-OK = "N"
                   DISPLAY "Nothing generated."
                   STOP RUN
               END-IF
               PERFORM CHECK-RUNNING-BATCH
               IF WS-GENERATION-OK = "N"
                   STOP RUN
               END-IF
               PERFORM CHECK-PENDING-CHECKPOINT
               IF WS-GENERATION-OK = "N"
                   STOP RUN
               END-IF
               PERFORM ACCEPT-PARAMETERS
               PERFORM LOAD-TEMPLATE-SET
               IF WS-TM-COUNT = 0
                   PERFORM SORT-TEMPLATE-SET
                   PERFORM WRITE-PROMPT-QUEUE
                   DISPLAY WS-GENERATED-COUNT " prompt(s) written "
                       "to " FUNCTION TRIM(WS-PQ-FILE-NAME)
                       " - ready for a BATCH run."
               END-IF
           END-IF.
           STOP RUN.

      *> Turns a stream name into the stream's queue and checkpoint
      *> file names; same rules as ChatBotGemini (must stay in
      *> step) - first word only, letters and digits starting with
      *> a letter, spaces for the default stream.
       SET-STREAM-FILE-NAMES.
           MOVE "Y" TO WS-STREAM-OK.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-STREAM-INPUT))
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           IF WS-STREAM-NAME = SPACES
               MOVE "PROMPTS.DAT" TO WS-PQ-FILE-NAME
               MOVE "CKPT.DAT" TO WS-CKPT-FILE-NAME
               EXIT PARAGRAPH
           END-IF.
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
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME.

      *> A RUNCTL.DAT record still RUNNING for this stream means a
      *> batch run is live right now (or died without closing out) -
      *> regenerating the queue under it would swap it mid-run.
      *> Another stream's open run does not block this one. The
      *> checkpoint guard below cannot see this case: CKPT.DAT stays
      *> empty until the run resolves its first prompt. An open data
      *> purge blocks every stream: it rewrites all the queues.
       CHECK-RUNNING-BATCH.
           MOVE "Y" TO WS-GENERATION-OK.
           MOVE 0 TO WS-RUNNING-COUNT.
           MOVE 0 TO WS-PURGE-COUNT.
           OPEN INPUT RunControlFile.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-EOF
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RC-RUN-STATUS = "RUNNING"
                               AND RC-STREAM-NAME = WS-STREAM-NAME
                               ADD 1 TO WS-RUNNING-COUNT
                               MOVE RC-START-TIMESTAMP
                                   TO WS-RUNNING-STAMP
                           END-IF
                           IF RC-RUN-STATUS = "RUNNING"
                               AND RC-PROGRAM-NAME = "PURGE"
                               ADD 1 TO WS-PURGE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
           END-IF.
           IF WS-RUNNING-COUNT > 0
               DISPLAY "RUNCTL.DAT shows a batch run of this stream "
                   "still open since " WS-RUNNING-STAMP(1:19) "."
               DISPLAY "Nothing generated - let that run finish, or "
                   "mark it abended from the batch menu if it died."
               MOVE "N" TO WS-GENERATION-OK
           END-IF.
           IF WS-PURGE-COUNT > 0
               DISPLAY "RUNCTL.DAT shows a data purge (DataPurge) "
                   "open - nothing generated until it has ended."
               MOVE "N" TO WS-GENERATION-OK
           END-IF.

      *> A non-empty CKPT.DAT means the last batch run never finished
      *> (a window cutoff or a failure left prompts to resume) - see
               CLOSE CheckpointFile
           END-IF.
           IF WS-CKPT-PENDING > 0
               DISPLAY FUNCTION TRIM(WS-CKPT-FILE-NAME) " holds "
                   WS-CKPT-PENDING
                   " checkpointed prompt(s) from an unfinished "
                   "batch run."
               DISPLAY "Generating a new queue now would abandon "
                   IF FUNCTION UPPER-CASE(WS-DISCARD-CHOICE) = "Y"
                       OPEN OUTPUT CheckpointFile
                       CLOSE CheckpointFile
                       MOVE SPACES TO WS-AUDIT-ACTION
                       STRING "Discarded live checkpoint ("
                           FUNCTION TRIM(WS-CKPT-FILE-NAME) ")"
                           DELIMITED BY SIZE INTO WS-AUDIT-ACTION
                       PERFORM WRITE-OPERATOR-AUDIT
                       DISPLAY "Checkpoint discarded."
                   ELSE
               INTO WS-AUD-TIMESTAMP.

       ACCEPT-PARAMETERS.
           DISPLAY "Template set name: ".
           ACCEPT WS-SET-NAME.
           MOVE FUNCTION UPPER-CASE(WS-SET-NAME) TO WS-SET-NAME.
                           PERFORM NOTE-SET-NAME
                           IF FUNCTION UPPER-CASE(TL-SET-NAME)
                                   = WS-SET-NAME
                               IF TL-RECORD-TYPE = "C"
                                   PERFORM ADD-TEMPLATE-CONTINUATION
                               ELSE
                                   PERFORM CHECK-LAST-TEMPLATE
                                   PERFORM ADD-TEMPLATE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM CHECK-LAST-TEMPLATE
               CLOSE TemplateFile
           END-IF.

           END-IF.

       ADD-TEMPLATE-ENTRY.
           MOVE "N" TO WS-TM-LAST-OK.
           IF WS-TM-COUNT < 200
               ADD 1 TO WS-TM-COUNT
               MOVE "Y" TO WS-TM-LAST-OK
               IF TL-TEMPLATE-SEQ NOT NUMERIC
                   MOVE 999 TO WS-TM-SEQ(WS-TM-COUNT)
               ELSE
                   MOVE TL-PRIORITY TO WS-TM-PRIORITY(WS-TM-COUNT)
               END-IF
               MOVE TL-TEMPLATE-TEXT TO WS-TM-TEXT(WS-TM-COUNT)
               MOVE 1 TO WS-TM-PARTS(WS-TM-COUNT)
               IF TL-PART-COUNT NUMERIC
                   AND TL-PART-COUNT > 1
                   MOVE TL-PART-COUNT TO WS-TM-EXPECT(WS-TM-COUNT)
               ELSE
                   MOVE 1 TO WS-TM-EXPECT(WS-TM-COUNT)
               END-IF
               PERFORM NOTE-ANSWER-FORMAT
           ELSE
               DISPLAY "Template set larger than 200 - extra "
                   "templates ignored."
           END-IF.

      *> The expected answer type must be one AnswerValidate knows;
      *> anything else is warned about and the question goes out
      *> unchecked rather than be dropped from the pack.
       NOTE-ANSWER-FORMAT.
           MOVE FUNCTION UPPER-CASE(TL-ANSWER-TYPE)
               TO WS-TM-ANS-TYPE(WS-TM-COUNT).
           MOVE TL-ANSWER-MIN TO WS-TM-ANS-MIN(WS-TM-COUNT).
           MOVE TL-ANSWER-MAX TO WS-TM-ANS-MAX(WS-TM-COUNT).
           IF WS-TM-ANS-TYPE(WS-TM-COUNT) NOT = SPACES
               AND WS-TM-ANS-TYPE(WS-TM-COUNT) NOT = "NUMBER"
               AND WS-TM-ANS-TYPE(WS-TM-COUNT) NOT = "YESNO"
               AND WS-TM-ANS-TYPE(WS-TM-COUNT) NOT = "DATE"
               AND WS-TM-ANS-TYPE(WS-TM-COUNT) NOT = "LIST"
               DISPLAY "Template " WS-TM-SEQ(WS-TM-COUNT)
                   " has an unknown answer type "
                   FUNCTION TRIM(TL-ANSWER-TYPE)
                   " - its answers will not be checked."
               MOVE SPACES TO WS-TM-ANS-TYPE(WS-TM-COUNT)
               MOVE SPACES TO WS-TM-ANS-MIN(WS-TM-COUNT)
               MOVE SPACES TO WS-TM-ANS-MAX(WS-TM-COUNT)
           END-IF.

      *> A continuation record joins the template added just before
      *> it - same template sequence, next part number, at most 10
      *> parts - with a single space. A broken chain drops the
      *> template rather than generate half a prompt.
       ADD-TEMPLATE-CONTINUATION.
           IF WS-TM-LAST-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           IF TL-TEMPLATE-SEQ NOT NUMERIC
               OR TL-PART-NO NOT NUMERIC
               OR TL-TEMPLATE-SEQ NOT = WS-TM-SEQ(WS-TM-COUNT)
               OR TL-PART-NO NOT = WS-TM-PARTS(WS-TM-COUNT) + 1
               OR TL-PART-NO > WS-TM-EXPECT(WS-TM-COUNT)
               DISPLAY "Template " WS-TM-SEQ(WS-TM-COUNT)
                   " has a broken continuation record - template "
                   "left out."
               SUBTRACT 1 FROM WS-TM-COUNT
               MOVE "N" TO WS-TM-LAST-OK
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-TM-TEXT-PTR = FUNCTION LENGTH(FUNCTION TRIM
               (WS-TM-TEXT(WS-TM-COUNT) TRAILING)) + 1.
           STRING " " DELIMITED BY SIZE
                  FUNCTION TRIM(TL-TEMPLATE-TEXT) DELIMITED BY SIZE
               INTO WS-TM-TEXT(WS-TM-COUNT)
               WITH POINTER WS-TM-TEXT-PTR.
           ADD 1 TO WS-TM-PARTS(WS-TM-COUNT).

      *> A template whose chain stopped short of its part count is
      *> left out, checked as the next template starts and at the
      *> end of the library.
       CHECK-LAST-TEMPLATE.
           IF WS-TM-LAST-OK = "Y"
               IF WS-TM-PARTS(WS-TM-COUNT)
                       < WS-TM-EXPECT(WS-TM-COUNT)
                   DISPLAY "Template " WS-TM-SEQ(WS-TM-COUNT)
                       " is missing continuation records - template "
                       "left out."
                   SUBTRACT 1 FROM WS-TM-COUNT
               END-IF
           END-IF.
           MOVE "N" TO WS-TM-LAST-OK.

       LIST-AVAILABLE-SETS.
           IF WS-SET-COUNT > 0
               DISPLAY "Available sets:"
               END-IF
           END-PERFORM.

      *> A generated queue is a fresh night's work - the stream's
      *> previous queue is replaced outright, exactly as the manual
      *> retyping used to do. The writing itself is split out so
      *> calendar mode can emit several sets into one open queue
      *> with one continuing sequence.
                   UNTIL WS-TM-IDX > WS-TM-COUNT
               MOVE WS-TM-TEXT(WS-TM-IDX) TO WS-GEN-TEXT
               PERFORM SUBSTITUTE-ALL-VARIABLES
               PERFORM SPLIT-GENERATED-TEXT
               ADD 1 TO WS-OUT-SEQ
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   MOVE WS-OUT-SEQ TO PQ-SEQ-NO
                   MOVE WS-PART-TEXT(WS-PART-IDX) TO PQ-PROMPT-TEXT
                   MOVE WS-TM-DEPT(WS-TM-IDX) TO PQ-DEPT-CODE
                   MOVE WS-TM-PRIORITY(WS-TM-IDX) TO PQ-PRIORITY
                   MOVE SPACES TO PQ-DEADLINE
                   IF WS-PART-IDX = 1
                       MOVE SPACE TO PQ-RECORD-TYPE
                   ELSE
                       MOVE "C" TO PQ-RECORD-TYPE
                   END-IF
                   MOVE WS-PART-IDX TO PQ-PART-NO
                   MOVE WS-PART-COUNT TO PQ-PART-COUNT
                   MOVE WS-SET-NAME TO PQ-SET-NAME
                   MOVE WS-TM-ANS-TYPE(WS-TM-IDX) TO PQ-ANSWER-TYPE
                   MOVE WS-TM-ANS-MIN(WS-TM-IDX) TO PQ-ANSWER-MIN
                   MOVE WS-TM-ANS-MAX(WS-TM-IDX) TO PQ-ANSWER-MAX
                   MOVE 0 TO PQ-RETRY-OF
                   WRITE PROMPT-QUEUE-RECORD
               END-PERFORM
               ADD 1 TO WS-GENERATED-COUNT
               IF WS-TEXT-TRUNCATED = "Y"
                   DISPLAY "Warning: prompt " WS-OUT-SEQ
                       " truncated - longer than 10 queue records "
                       "after substitution."
               END-IF
           END-PERFORM.

      *> Cuts WS-GEN-TEXT into at most 10 queue records. Each cut is
      *> made at the last space within the next 201 characters (a
      *> space in the 201st place still leaves a full 200 before
      *> it); a single word longer than a record is cut where it
      *> stands. Text left over after 10 records is dropped and
      *> flagged. A blank text is still one (blank) record.
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

      *> Reads RUNCAL.DAT, works out what today is (day of week and
      *> whether it is the month's last business day) and emits
      *> every matching entry's template set into a fresh queue for
      *> the entry's stream - one queue per stream, each with its
      *> own continuing sequence. A stream with no calendar work
      *> today keeps its old queue, and so does a stream whose
      *> open-run or checkpoint guard refuses; the other streams
      *> are still generated.
       GENERATE-FROM-CALENDAR.
           PERFORM COMPUTE-CALENDAR-DAY.
           PERFORM LOAD-RUN-CALENDAR.
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CA-MATCHED.
           MOVE 0 TO WS-ST-COUNT.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               PERFORM MATCH-CALENDAR-ENTRY
               IF WS-CA-RUNS-TODAY = "Y"
                   PERFORM NOTE-CALENDAR-STREAM
               END-IF
           END-PERFORM.
           IF WS-CA-MATCHED = 0
               DISPLAY "No calendar work for " WS-RUN-DATE " ("
                   WS-DAY-NAME ") - queue left untouched."
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-ST-DONE.
           MOVE 0 TO WS-ST-SKIPPED.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               PERFORM GENERATE-CALENDAR-STREAM
           END-PERFORM.
           DISPLAY WS-ST-DONE " stream queue(s) written, "
               WS-ST-SKIPPED " stream(s) skipped.".

       NOTE-CALENDAR-STREAM.
           MOVE "N" TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                       OR WS-ST-FOUND = "Y"
               IF WS-ST-NAME(WS-ST-IDX) = WS-CA-STREAM(WS-CA-IDX)
                   MOVE "Y" TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = "N"
               ADD 1 TO WS-ST-COUNT
               MOVE WS-CA-STREAM(WS-CA-IDX) TO WS-ST-NAME(WS-ST-COUNT)
           END-IF.

      *> One stream's share of today's calendar: guards first, then
      *> every matched entry on that stream into its fresh queue.
       GENERATE-CALENDAR-STREAM.
           MOVE WS-ST-NAME(WS-ST-IDX) TO WS-STREAM-INPUT.
           PERFORM SET-STREAM-FILE-NAMES.
           IF WS-STREAM-OK = "N"
               DISPLAY "RUNCAL.DAT stream skipped."
               ADD 1 TO WS-ST-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "--- Default stream (PROMPTS.DAT) ---"
           ELSE
               DISPLAY "--- Stream " FUNCTION TRIM(WS-STREAM-NAME)
                   " (" FUNCTION TRIM(WS-PQ-FILE-NAME) ") ---"
           END-IF.
           PERFORM CHECK-RUNNING-BATCH.
           IF WS-GENERATION-OK = "Y"
               PERFORM CHECK-PENDING-CHECKPOINT
           END-IF.
           IF WS-GENERATION-OK = "N"
               ADD 1 TO WS-ST-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PromptQueueFile.
           MOVE 0 TO WS-OUT-SEQ.
           MOVE 0 TO WS-CA-SETS-DONE.
           MOVE 0 TO WS-GENERATED-COUNT.
           PERFORM VARYING WS-CA-IDX FROM 1 BY 1
                   UNTIL WS-CA-IDX > WS-CA-COUNT
               PERFORM MATCH-CALENDAR-ENTRY
               IF WS-CA-RUNS-TODAY = "Y"
                   AND WS-CA-STREAM(WS-CA-IDX) = WS-ST-NAME(WS-ST-IDX)
                   PERFORM GENERATE-CALENDAR-ENTRY
               END-IF
           END-PERFORM.
           CLOSE PromptQueueFile.
           ADD 1 TO WS-ST-DONE.
           DISPLAY WS-GENERATED-COUNT " prompt(s) from "
               WS-CA-SETS-DONE " calendar entrie(s) written to "
               FUNCTION TRIM(WS-PQ-FILE-NAME)
               " - ready for a BATCH run.".

      *> Sets WS-CA-RUNS-TODAY when the entry at WS-CA-IDX runs
      *> today; the first-pass match count tells an empty day apart
      *> before the old queue is replaced. With a stream named on
      *> the command line, other streams' entries never match.
       MATCH-CALENDAR-ENTRY.
           MOVE "N" TO WS-CA-RUNS-TODAY.
           IF WS-STREAM-FILTER NOT = SPACES
               AND WS-CA-STREAM(WS-CA-IDX) NOT = WS-STREAM-FILTER
               EXIT PARAGRAPH
           END-IF.
           EVALUATE FUNCTION UPPER-CASE
                   (WS-CA-SELECTOR(WS-CA-IDX))
               WHEN "DAILY"
                                   TO WS-CA-REGION(WS-CA-COUNT)
                               MOVE CA-PROD-LINE
                                   TO WS-CA-PRODLINE(WS-CA-COUNT)
                               MOVE FUNCTION UPPER-CASE
                                   (CA-STREAM-NAME)
                                   TO WS-CA-STREAM(WS-CA-COUNT)
                           END-IF
                   END-READ
               END-PERFORM

      *> One pass over the template text replacing every occurrence
      *> of the token with the value. An empty value simply removes
      *> the token; output past 2200 characters is dropped and
      *> flagged so the operator sees the truncation warning.
       SUBSTITUTE-VARIABLE.
           MOVE 0 TO WS-TEXT-LEN.
               END-IF
               IF WS-TOKEN-MATCH = "Y"
                   IF WS-VALUE-LEN > 0
                       IF WS-OUT-POS + WS-VALUE-LEN - 1 <= 2200
                           MOVE WS-SUB-VALUE(1:WS-VALUE-LEN)
                               TO WS-GEN-OUT
                                   (WS-OUT-POS:WS-VALUE-LEN)
                   END-IF
                   ADD WS-TOKEN-LEN TO WS-IN-POS
               ELSE
                   IF WS-OUT-POS <= 2200
                       MOVE WS-GEN-TEXT(WS-IN-POS:1)
                           TO WS-GEN-OUT(WS-OUT-POS:1)
                       ADD 1 TO WS-OUT-POS
