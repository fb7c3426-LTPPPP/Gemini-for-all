      *>             privileged-action record to OPAUDIT.DAT. A
      *>             missing master skips the checks with a warning
      *>             so a first deploy cannot lock everyone out.
      *> 2026-10-15  Confidential-data screening: every prompt is
      *>             checked against the compliance restricted-terms
      *>             file (RESTRICT.DAT) before the answer cache or
      *>             the backend sees it. A prompt that trips a rule
      *>             is appended to the held-prompt file
      *>             (HELDPRM.DAT) with the rule id and goes nowhere
      *>             else - batch writes a HELD response row (prompt
      *>             text masked) and keeps it off the checkpoint,
      *>             interactive gets a refusal. Reviewer decisions
      *>             on the compliance master (CMPLMST.DAT, worked in
      *>             ComplianceRelease) are honored on the next
      *>             attempt: released prompts run as written,
      *>             redacted ones run in their redacted form,
      *>             rejected ones are refused for good (REJECTED
      *>             row, checkpointed).
      *> 2026-10-15  Named batch streams: "BATCH [stream] [HHMM]" on
      *>             the command line (or the stream asked at the
      *>             batch menu) runs that stream's own queue,
      *>             response file and checkpoint (PROMPTS-<s>.DAT,
      *>             RESPONSES-<s>.DAT, CKPT-<s>.DAT); no stream is
      *>             the default stream on the original file names.
      *>             The RUNCTL.DAT lock is per stream, so a stuck
      *>             finance run no longer blocks the overnight pack,
      *>             and closing a run re-reads the ledger so two
      *>             streams ending at once cannot overwrite each
      *>             other's records.
      *> 2026-10-15  Backend event file (BKEVENT.DAT): every backend
      *>             script call is timed and written as a CALL
      *>             event, and a script going DOWN and each failover
      *>             from one script to another are written as they
      *>             happen, under the operator (or BATCH). Repairs
      *>             are made in BackendMaint, and the registry save
      *>             now keeps any entry changed there since this run
      *>             loaded it instead of writing over the repair.
      *> 2026-10-15  Each RESPONSES.DAT record carries the backend
      *>             script that answered (CACHE for a cache hit,
      *>             blank when nothing ran), so a department's
      *>             feedback on the answer can be traced to it.
      *> 2026-10-15  Long prompts and answers: a batch prompt may run
      *>             on in "C" continuation records on PROMPTS.DAT
      *>             and is reassembled whole (up to 10 parts) for
      *>             the backend, the cache, the chat log and
      *>             RESPONSES.DAT. An answer longer than 4000
      *>             characters keeps its OK-TRUNC status but the
      *>             rest is no longer dropped: it follows on "O"
      *>             overflow records on RESPONSES.DAT and is shown
      *>             in full at the terminal.
      *> 2026-10-15  Held prompts and escalations carry the whole of
      *>             a continued prompt, and compliance decisions
      *>             are looked up on the whole prompt rather than
      *>             its first 200 characters.
      *> 2026-10-15  A batch run will not start while a data purge
      *>             (DataPurge APPLY, program PURGE) is open on
      *>             RUNCTL.DAT, whatever the purge's stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT EscalateFile ASSIGN TO "ESCALATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCALATE-STATUS.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT AnswerCacheFile ASSIGN TO "CACHE.DAT"
           SELECT AuditLogFile ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.
           SELECT RestrictedTermsFile ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-STATUS.
           SELECT HeldPromptFile ASSIGN TO "HELDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDPRM-STATUS.
           SELECT ComplianceMasterFile ASSIGN TO "CMPLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLMST-STATUS.
           SELECT BackendEventFile ASSIGN TO "BKEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKEVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AuditLogFile.
           COPY "OPAUDIT.CPY".

       FD RestrictedTermsFile.
           COPY "RSTTERM.CPY".

       FD HeldPromptFile.
           COPY "HELDPRM.CPY".

       FD ComplianceMasterFile.
           COPY "CMPLMST.CPY".

       FD BackendEventFile.
           COPY "BKEVENT.CPY".

       WORKING-STORAGE SECTION.
       01 UserPrompt          PIC X(2200).
       01 Command             PIC X(200) VALUE "sh ask_gemini.sh".
       01 WS-STATUS           PIC 9(03) COMP.

       01 WS-BACKREG-STATUS   PIC X(02).
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).
       01 WS-RESTRICT-STATUS  PIC X(02).
       01 WS-HELDPRM-STATUS   PIC X(02).
       01 WS-CMPLMST-STATUS   PIC X(02).
       01 WS-BKEVENT-STATUS   PIC X(02).

       01 WS-MODE-CHOICE      PIC X(01) VALUE SPACE.
       01 WS-MENU-CHOICE      PIC X(01) VALUE SPACE.

       01 WS-VALID-FLAG       PIC X(01) VALUE "N".
       01 WS-CONTINUE         PIC X(01) VALUE "Y".
       01 WS-TRIMMED-PROMPT   PIC X(2200) VALUE SPACES.

       01 WS-BATCH-EOF         PIC X(01) VALUE "N".
       01 WS-BATCH-ACTIVE      PIC X(01) VALUE "N".
       01 WS-HISTORY-LINE      PIC X(4010) VALUE SPACES.
       01 WS-RESPONSE-TRUNCATED PIC X(01) VALUE "N".

      *> The whole backend answer is gathered in WS-ANSWER-BUFFER;
      *> the first 4000 characters are WS-FULL-RESPONSE (what the
      *> chat log, the cache and the session history keep) and the
      *> rest is WS-RESPONSE-MORE, written to RESPONSES.DAT on
      *> overflow records. WS-RESPONSE-LOST is set only when even the
      *> buffer could not hold the answer.
       01 WS-ANSWER-BUFFER     PIC X(20000) VALUE SPACES.
       01 WS-ANSWER-PTR        PIC 9(05) VALUE 1.
       01 WS-RESPONSE-MORE     PIC X(16000) VALUE SPACES.
       01 WS-RESPONSE-LOST     PIC X(01) VALUE "N".
       01 WS-OVF-PART          PIC 9(02) VALUE 0.
       01 WS-OVF-START         PIC 9(05) VALUE 0.

      *> Replay budget: a ring of the newest 40 history lines (20
      *> question/answer pairs - APPEND-SESSION-HISTORY writes two
      *> lines per exchange) filled while the session file is read,
      *> The cache is read-only here; CacheMaint builds and prunes it.
       01 WS-CACHE-TABLE.
           05 WS-CACHE-ENTRY OCCURS 200 TIMES.
               10 WS-CACHE-KEY        PIC X(2200).
               10 WS-CACHE-RESPONSE   PIC X(4000).
       01 WS-CACHE-COUNT       PIC 9(03) VALUE 0.
       01 WS-CACHE-IDX         PIC 9(03) VALUE 0.
       01 WS-CACHE-HIT         PIC X(01) VALUE "N".
       01 WS-CACHE-EOF         PIC X(01) VALUE "N".
       01 WS-NORMALIZED-PROMPT PIC X(2200) VALUE SPACES.

       01 WS-CMDLINE-ARG       PIC X(40) VALUE SPACES.
       01 WS-CMD-WORD1         PIC X(10) VALUE SPACES.
       01 WS-CMD-WORD2         PIC X(10) VALUE SPACES.
       01 WS-CMD-WORD3         PIC X(10) VALUE SPACES.

      *> Batch stream. Each named stream has its own queue, response
      *> file and checkpoint - PROMPTS-<stream>.DAT and so on - and
      *> its own run-control lock; no stream (spaces) is the default
      *> stream on the original file names. A stream name is up to
      *> eight letters and digits starting with a letter, so it can
      *> never be mistaken for the HHMM window end.
       01 WS-STREAM-NAME       PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT      PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK      PIC X(08) VALUE SPACES.
       01 WS-STREAM-OK         PIC X(01) VALUE "Y".
       01 WS-PQ-FILE-NAME      PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME   PIC X(30) VALUE "RESPONSES.DAT".
       01 WS-CKPT-FILE-NAME    PIC X(30) VALUE "CKPT.DAT".
       01 WS-BLANK-RETRY-COUNT PIC 9(03) VALUE 0.
       01 WS-INPUT-EOF-FLAG    PIC X(01) VALUE "N".

               10 WS-BQ-E-TEXT        PIC X(200).
               10 WS-BQ-E-DEPT        PIC X(04).
               10 WS-BQ-E-DLINE       PIC X(16).
               10 WS-BQ-E-MORE-AT     PIC 9(04).
               10 WS-BQ-E-MORE-CNT    PIC 9(02).
       01 WS-BQ-SWAP.
           05 WS-BQ-S-KEY             PIC X(22).
           05 WS-BQ-S-SEQ             PIC 9(05).
           05 WS-BQ-S-TEXT            PIC X(200).
           05 WS-BQ-S-DEPT            PIC X(04).
           05 WS-BQ-S-DLINE           PIC X(16).
           05 WS-BQ-S-MORE-AT         PIC 9(04).
           05 WS-BQ-S-MORE-CNT        PIC 9(02).
       01 WS-BQ-COUNT          PIC 9(04) VALUE 0.
       01 WS-BQ-IDX            PIC 9(04) VALUE 0.
       01 WS-BQ-SORT-I         PIC 9(04) VALUE 0.
       01 WS-BQ-OVERFLOW       PIC X(01) VALUE "N".
       01 WS-BQ-READ-COUNT     PIC 9(05) VALUE 0.

      *> Continuation records of the queued prompts, in file order.
      *> An entry's parts 02 onward sit at WS-BQ-E-MORE-AT for
      *> WS-BQ-E-MORE-CNT slots. A continuation attaches only to the
      *> entry added straight before it (WS-BQ-LAST-ADDED), so the
      *> tail of a skipped or dropped prompt is passed over quietly.
       01 WS-BQ-MORE-TABLE.
           05 WS-BQ-MORE-TEXT OCCURS 5000 TIMES PIC X(200).
       01 WS-BQ-MORE-COUNT     PIC 9(04) VALUE 0.
       01 WS-BQ-LAST-ADDED     PIC X(01) VALUE "N".
       01 WS-BQ-PART-IDX       PIC 9(04) VALUE 0.
       01 WS-BQ-TEXT-PTR       PIC 9(04) VALUE 0.

      *> The prompt being processed, copied out of the table so the
      *> checkpoint and response paragraphs no longer depend on the
      *> queue file's record area.
       01 WS-BQ-SEQ-NO         PIC 9(05) VALUE 0.
       01 WS-BQ-TEXT           PIC X(2200) VALUE SPACES.
       01 WS-BQ-DEPT           PIC X(04) VALUE SPACES.
       01 WS-BQ-DLINE          PIC X(16) VALUE SPACES.

       01 WS-BACKEND-ANSWERED  PIC X(01) VALUE "N".
       01 WS-EXCH-FAILED-OVER  PIC X(01) VALUE "N".
       01 WS-FAILOVER-COUNT    PIC 9(04) VALUE 0.
       01 WS-BR-MERGE-IDX      PIC 9(02) VALUE 0.
       01 WS-FAILED-FROM-SCRIPT PIC X(40) VALUE SPACES.

      *> Backend event file (BKEVENT.DAT). Each script call is timed
      *> off CURRENT-DATE taken either side of the CALL, reduced to
      *> hundredths of a second on a day count from INTEGER-OF-DATE
      *> so a call that runs over midnight still times right. The
      *> WS-EV- fields are loaded by the caller before
      *> WRITE-BACKEND-EVENT.
       01 WS-CALL-START        PIC X(21) VALUE SPACES.
       01 WS-CALL-END          PIC X(21) VALUE SPACES.
       01 WS-CALL-YMD          PIC 9(08) VALUE 0.
       01 WS-CALL-START-CS     PIC S9(15) VALUE 0.
       01 WS-CALL-END-CS       PIC S9(15) VALUE 0.
       01 WS-CALL-ELAPSED-CS   PIC S9(15) VALUE 0.
       01 WS-EV-TYPE           PIC X(08) VALUE SPACES.
       01 WS-EV-SCRIPT         PIC X(40) VALUE SPACES.
       01 WS-EV-TO-SCRIPT      PIC X(40) VALUE SPACES.
       01 WS-EV-SECS           PIC 9(05)V99 VALUE 0.

      *> Department budget caps. The quota table is DEPTQTA.DAT held
      *> in storage with a month-to-date tally of billable backend
               10 WS-RC-PROGRAM       PIC X(12).
               10 WS-RC-RUN-STATUS    PIC X(08).
               10 WS-RC-END-STAMP     PIC X(26).
               10 WS-RC-STREAM        PIC X(08).
       01 WS-RC-COUNT          PIC 9(03) VALUE 0.
       01 WS-RC-IDX            PIC 9(03) VALUE 0.
       01 WS-RC-SHIFT-IDX      PIC 9(03) VALUE 0.
       01 WS-RC-EOF            PIC X(01) VALUE "N".
       01 WS-RC-OPEN-IDX       PIC 9(03) VALUE 0.
       01 WS-RC-PURGE-IDX      PIC 9(03) VALUE 0.
       01 WS-RC-MY-IDX         PIC 9(03) VALUE 0.
       01 WS-RC-MY-STAMP       PIC X(26) VALUE SPACES.
       01 WS-RC-BLOCKED        PIC X(01) VALUE "N".
       01 WS-RC-OVERRIDE       PIC X(01) VALUE SPACE.

       01 WS-BACKEND-RETRIES   PIC 9(02) VALUE 0.
       01 WS-USAGE-RESP-LEN    PIC 9(05) VALUE 0.

      *> Confidential-data screen. RESTRICT.DAT is held in storage
      *> with every term upper-cased (and, for a PATTERN rule, its
      *> digits folded to 9) so each prompt is screened with one
      *> INSPECT per rule. The prompt is screened twice over: as
      *> upper-cased text for TERM rules and as its "shape" (digits
      *> folded to 9) for PATTERN rules. QueueEdit runs the same
      *> screen over PROMPTS.IN - the two must stay in step. No
      *> RESTRICT.DAT on file means no screening, loudly.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-RULE          PIC X(08).
               10 WS-RT-TYPE          PIC X(07).
               10 WS-RT-TERM          PIC X(40).
               10 WS-RT-LEN           PIC 9(02).
       01 WS-RT-COUNT          PIC 9(03) VALUE 0.
       01 WS-RT-IDX            PIC 9(03) VALUE 0.
       01 WS-RT-EOF            PIC X(01) VALUE "N".
       01 WS-SCREEN-UPPER      PIC X(2200) VALUE SPACES.
       01 WS-SCREEN-SHAPE      PIC X(2200) VALUE SPACES.
       01 WS-SCREEN-HITS       PIC 9(03) VALUE 0.
       01 WS-SCREEN-RULE       PIC X(08) VALUE SPACES.
      *> P = passed (or released), R = run in redacted form, H = held
      *> for review, J = rejected by review.
       01 WS-SCREEN-RESULT     PIC X(01) VALUE "P".

      *> Reviewer decisions off CMPLMST.DAT, reloaded only when a
      *> prompt actually trips a rule - so a decision made while an
      *> interactive session is open is seen on the operator's next
      *> try, and clean prompts never pay for the read. The last
      *> entry for a prompt text wins.
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 500 TIMES.
               10 WS-CM-ID            PIC 9(05).
               10 WS-CM-TEXT          PIC X(2200).
               10 WS-CM-STATUS        PIC X(10).
               10 WS-CM-REDACTED      PIC X(2200).
       01 WS-CM-COUNT          PIC 9(03) VALUE 0.
       01 WS-CM-IDX            PIC 9(03) VALUE 0.
       01 WS-CM-FOUND-IDX      PIC 9(03) VALUE 0.
       01 WS-CM-EOF            PIC X(01) VALUE "N".
       01 WS-BATCH-HELD        PIC X(01) VALUE "N".
       01 WS-HELD-COUNT        PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
      *> A "BATCH" command-line argument (e.g. from a scheduler/cron
      *> entry with no terminal attached) selects batch mode directly
           PERFORM LOAD-DEPT-QUOTAS.
           PERFORM LOAD-BACKEND-REGISTRY.
           PERFORM LOAD-OPERATOR-MASTER.
           PERFORM LOAD-RESTRICTED-TERMS.
           UNSTRING WS-CMDLINE-ARG
               DELIMITED BY ALL " "
               INTO WS-CMD-WORD1 WS-CMD-WORD2 WS-CMD-WORD3.
           IF FUNCTION UPPER-CASE(WS-CMD-WORD1) = "BATCH"
               MOVE "sh ask_gemini.sh" TO WS-BACKEND-SCRIPT
               MOVE SPACES TO WS-EXTRA-PARAMS
      *> "BATCH 2200" (window, default stream) keeps working as
      *> before; "BATCH FINANCE" and "BATCH FINANCE 2200" name the
      *> stream first.
               IF WS-CMD-WORD2(1:1) >= "0" AND WS-CMD-WORD2(1:1) <= "9"
                   MOVE WS-CMD-WORD2 TO WS-WINDOW-END
               ELSE
                   MOVE WS-CMD-WORD2 TO WS-STREAM-INPUT
                   MOVE WS-CMD-WORD3 TO WS-WINDOW-END
               END-IF
               PERFORM SET-STREAM-FILE-NAMES
               IF WS-STREAM-OK = "N"
                   DISPLAY "Batch not started."
               ELSE
                   PERFORM VALIDATE-WINDOW-END
                   PERFORM BATCH-MODE
               END-IF
           ELSE
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK = "N"
                   PERFORM INIT-BACKEND-MENU

                   DISPLAY "1. Interactive chat"
                   DISPLAY "2. Batch queue mode (PROMPTS.DAT or stream)"
                   DISPLAY "Select mode [1]: "
                   ACCEPT WS-MODE-CHOICE

                   EVALUATE WS-MODE-CHOICE
                       WHEN "2"
                           DISPLAY "Batch stream (Enter for the "
                               "default stream): "
                           ACCEPT WS-STREAM-INPUT
                           PERFORM SET-STREAM-FILE-NAMES
                           IF WS-STREAM-OK = "N"
                               DISPLAY "Batch not started."
                           ELSE
                               DISPLAY "Batch window end time (HHMM, "
                                   "Enter for none): "
                               ACCEPT WS-WINDOW-END
                               PERFORM VALIDATE-WINDOW-END
                               PERFORM BATCH-MODE
                           END-IF
                       WHEN OTHER
                           PERFORM INTERACTIVE-MODE
                   END-EVALUATE
               END-IF
           END-IF.

      *> Turns the stream the operator or scheduler named into the
      *> stream's three file names. Only the first word counts; the
      *> name must be letters and digits starting with a letter, or
      *> it could reshape the file name (or read as a window end).
       SET-STREAM-FILE-NAMES.
           MOVE "Y" TO WS-STREAM-OK.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE(WS-STREAM-INPUT)
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           IF WS-STREAM-INPUT(1:1) = SPACE
               MOVE SPACES TO WS-STREAM-NAME
               UNSTRING FUNCTION UPPER-CASE
                   (FUNCTION TRIM(WS-STREAM-INPUT))
                   DELIMITED BY ALL " "
                   INTO WS-STREAM-NAME
           END-IF.
           IF WS-STREAM-NAME = SPACES
               MOVE "PROMPTS.DAT" TO WS-PQ-FILE-NAME
               MOVE "RESPONSES.DAT" TO WS-RESPQ-FILE-NAME
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
           MOVE SPACES TO WS-RESPQ-FILE-NAME.
           STRING "RESPONSES-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-RESPQ-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME.

       INIT-BACKEND-MENU.
           DISPLAY "Choose a backend script:".
           DISPLAY "  1. ask_gemini.sh       (default model)".
      *> response file is closed - so any record left RUNNING means
      *> files may have been left mid-write.
       BATCH-MODE.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream: default (PROMPTS.DAT)"
           ELSE
               DISPLAY "Batch stream: " FUNCTION TRIM(WS-STREAM-NAME)
                   " (" FUNCTION TRIM(WS-PQ-FILE-NAME) ")"
           END-IF.
           PERFORM ACQUIRE-RUN-CONTROL.
           IF WS-RC-BLOCKED = "Y"
               DISPLAY "Batch not started."
           MOVE "N" TO WS-BATCH-HAD-FAILURE.
           MOVE "N" TO WS-BATCH-OVER-BUDGET.
           MOVE 0 TO WS-OVER-BUDGET-COUNT.
           MOVE "N" TO WS-BATCH-HELD.
           MOVE 0 TO WS-HELD-COUNT.
           PERFORM LOAD-CHECKPOINT.
           PERFORM LOAD-PROMPT-QUEUE.
           IF WS-BQ-COUNT = 0
                   DISPLAY "All " WS-BQ-READ-COUNT " prompt(s) "
                       "already answered - checkpoint cleared."
               ELSE
                   DISPLAY FUNCTION TRIM(WS-PQ-FILE-NAME)
                       " not found or empty - nothing to process."
               END-IF
           ELSE
               PERFORM SORT-PROMPT-QUEUE
                       PERFORM DEFER-BATCH-PROMPT
                   ELSE
                       MOVE WS-BQ-E-SEQ(WS-BQ-IDX) TO WS-BQ-SEQ-NO
                       PERFORM ASSEMBLE-QUEUED-PROMPT
                       MOVE WS-BQ-E-DEPT(WS-BQ-IDX) TO WS-BQ-DEPT
                       MOVE WS-BQ-E-DLINE(WS-BQ-IDX) TO WS-BQ-DLINE
                       PERFORM PROCESS-BATCH-PROMPT
                   IF WS-BATCH-HAD-FAILURE = "N"
                       AND WS-BQ-OVERFLOW = "N"
                       AND WS-BATCH-OVER-BUDGET = "N"
                       AND WS-BATCH-HELD = "N"
                       PERFORM CLEAR-CHECKPOINT
                   END-IF
               END-IF
                       "over budget - kept off the checkpoint to "
                       "run once the quota resets."
               END-IF
               IF WS-BATCH-HELD = "Y"
                   DISPLAY WS-HELD-COUNT " prompt(s) held for "
                       "compliance review - kept off the checkpoint "
                       "to run once released or redacted."
               END-IF
               IF WS-BQ-OVERFLOW = "Y"
                   DISPLAY "Queue exceeded the 5000-prompt table - "
                       "checkpoint kept so the remainder runs on "
               DISPLAY "Batch run complete."
           END-IF.

      *> Refuses to start while any RUNCTL.DAT record for this
      *> stream is still RUNNING - that is either a live run (cron
      *> and an operator picking the batch menu at once) or a run
      *> that died without closing out. An operator at the
      *> terminal may declare the old run dead and mark it
      *> ABENDED; an unattended start
      *> refuses outright, because nobody is there to make that
      *> call. Once clear, this run's own RUNNING record goes on
      *> file before any queue work begins. Other streams' records
      *> are left alone: each stream runs and recovers on its own.
      *> The one exception is a data purge, which rewrites every
      *> stream's files: its open record refuses the start outright,
      *> whatever its stream, and is never offered for marking.
       ACQUIRE-RUN-CONTROL.
           MOVE "N" TO WS-RC-BLOCKED.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM FIND-OPEN-PURGE.
           IF WS-RC-PURGE-IDX > 0
               DISPLAY "RUNCTL.DAT shows a data purge (DataPurge) "
                   "open since "
                   WS-RC-STAMP(WS-RC-PURGE-IDX)(1:19) "."
               DISPLAY "Refusing to start until the purge has ended."
               MOVE "Y" TO WS-RC-BLOCKED
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-OPEN-RUN.
           IF WS-RC-OPEN-IDX > 0
               DISPLAY "RUNCTL.DAT shows a batch run of this stream "
                   "still open since "
                   WS-RC-STAMP(WS-RC-OPEN-IDX)(1:19) "."
               IF FUNCTION UPPER-CASE(WS-CMD-WORD1) = "BATCH"
                   DISPLAY "Refusing to start a second run. If that "
                       "run is dead, mark it abended from the "
                       ACCEPT WS-RC-OVERRIDE
                       IF FUNCTION UPPER-CASE(WS-RC-OVERRIDE) = "Y"
                           PERFORM MARK-OPEN-RUNS-ABENDED
                           MOVE SPACES TO WS-AUDIT-ACTION
                           STRING "Marked open batch run(s) ABENDED"
                               " stream "
                               WS-STREAM-NAME DELIMITED BY SIZE
                               INTO WS-AUDIT-ACTION
                           PERFORM WRITE-OPERATOR-AUDIT
                       ELSE
                           MOVE "Y" TO WS-RC-BLOCKED
               PERFORM SAVE-RUN-CONTROL
           END-IF.

       FIND-OPEN-PURGE.
           MOVE 0 TO WS-RC-PURGE-IDX.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                       OR WS-RC-PURGE-IDX > 0
               IF WS-RC-PROGRAM(WS-RC-IDX) = "PURGE"
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   MOVE WS-RC-IDX TO WS-RC-PURGE-IDX
               END-IF
           END-PERFORM.

       FIND-OPEN-RUN.
           MOVE 0 TO WS-RC-OPEN-IDX.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
                       OR WS-RC-OPEN-IDX > 0
               IF WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   AND WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   MOVE WS-RC-IDX TO WS-RC-OPEN-IDX
               END-IF
           END-PERFORM.

      *> Every RUNNING record for the stream is marked, not just the
      *> first - a run
      *> that died repeatedly before anyone noticed leaves several.
      *> The end timestamp stays blank: the run never ended.
       MARK-OPEN-RUNS-ABENDED.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   AND WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   MOVE "ABENDED" TO WS-RC-RUN-STATUS(WS-RC-IDX)
               END-IF
           END-PERFORM.
           MOVE "BATCH" TO WS-RC-PROGRAM(WS-RC-COUNT).
           MOVE "RUNNING" TO WS-RC-RUN-STATUS(WS-RC-COUNT).
           MOVE SPACES TO WS-RC-END-STAMP(WS-RC-COUNT).
           MOVE WS-STREAM-NAME TO WS-RC-STREAM(WS-RC-COUNT).
           MOVE WS-RC-COUNT TO WS-RC-MY-IDX.
           MOVE WS-TIMESTAMP TO WS-RC-MY-STAMP.

      *> The ledger is history as much as a lock - kept to the most
      *> recent 200 runs by dropping the oldest record (the file is
           END-PERFORM.
           SUBTRACT 1 FROM WS-RC-COUNT.

      *> Another stream may have started (or ended) since this run
      *> loaded the ledger, so it is re-read and this run's own
      *> record found again by start time and stream before it is
      *> closed out - saving the stale copy would wipe the other
      *> stream's record.
       RELEASE-RUN-CONTROL.
           IF WS-RC-MY-IDX > 0
               PERFORM LOAD-RUN-CONTROL
               MOVE 0 TO WS-RC-MY-IDX
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RC-COUNT
                   IF WS-RC-STAMP(WS-RC-IDX) = WS-RC-MY-STAMP
                       AND WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                       AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                       MOVE WS-RC-IDX TO WS-RC-MY-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RC-MY-IDX > 0
               PERFORM STAMP-TIMESTAMP
               MOVE "ENDED" TO WS-RC-RUN-STATUS(WS-RC-MY-IDX)
                               TO WS-RC-RUN-STATUS(WS-RC-COUNT)
                           MOVE RC-END-TIMESTAMP
                               TO WS-RC-END-STAMP(WS-RC-COUNT)
                           MOVE RC-STREAM-NAME
                               TO WS-RC-STREAM(WS-RC-COUNT)
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
               MOVE WS-RC-PROGRAM(WS-RC-IDX) TO RC-PROGRAM-NAME
               MOVE WS-RC-RUN-STATUS(WS-RC-IDX) TO RC-RUN-STATUS
               MOVE WS-RC-END-STAMP(WS-RC-IDX) TO RC-END-TIMESTAMP
               MOVE WS-RC-STREAM(WS-RC-IDX) TO RC-STREAM-NAME
               WRITE RUN-CONTROL-RECORD
           END-PERFORM.
           CLOSE RunControlFile.
       LOAD-PROMPT-QUEUE.
           MOVE 0 TO WS-BQ-COUNT.
           MOVE 0 TO WS-BQ-READ-COUNT.
           MOVE 0 TO WS-BQ-MORE-COUNT.
           MOVE "N" TO WS-BQ-LAST-ADDED.
           MOVE "N" TO WS-BQ-OVERFLOW.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS = "00"
                       AT END
                           MOVE "Y" TO WS-BATCH-EOF
                       NOT AT END
                           IF PQ-RECORD-TYPE = "C"
                               PERFORM ADD-QUEUE-CONTINUATION
                           ELSE
                               ADD 1 TO WS-BQ-READ-COUNT
                               PERFORM ADD-QUEUE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromptQueueFile
           END-IF.

       ADD-QUEUE-ENTRY.
           MOVE "N" TO WS-BQ-LAST-ADDED.
           MOVE PQ-SEQ-NO TO WS-BQ-SEQ-NO.
           PERFORM CHECK-ALREADY-ANSWERED.
           IF WS-CKPT-FOUND = "Y"
                   WS-BQ-SEQ-NO
           ELSE
           IF WS-BQ-COUNT < 5000
               AND WS-BQ-OVERFLOW = "N"
               ADD 1 TO WS-BQ-COUNT
               MOVE "Y" TO WS-BQ-LAST-ADDED
               IF PQ-PRIORITY NOT NUMERIC
                   MOVE 5 TO WS-BQ-PRIORITY
               ELSE
               MOVE PQ-PROMPT-TEXT TO WS-BQ-E-TEXT(WS-BQ-COUNT)
               MOVE PQ-DEPT-CODE TO WS-BQ-E-DEPT(WS-BQ-COUNT)
               MOVE PQ-DEADLINE TO WS-BQ-E-DLINE(WS-BQ-COUNT)
               MOVE 0 TO WS-BQ-E-MORE-AT(WS-BQ-COUNT)
               MOVE 0 TO WS-BQ-E-MORE-CNT(WS-BQ-COUNT)
           ELSE
               IF WS-BQ-OVERFLOW = "N"
                   MOVE "Y" TO WS-BQ-OVERFLOW
           END-IF
           END-IF.

      *> A continuation record carries parts 02 onward of the prompt
      *> added just before it. QueueEdit has already checked the
      *> chain is whole and in order; here a record that does not
      *> follow its own first record is only warned about. Should the
      *> continuation table fill, the prompt it belongs to is taken
      *> back off the queue with everything after it, exactly as a
      *> full queue table leaves the remainder for the next resume.
       ADD-QUEUE-CONTINUATION.
           IF WS-BQ-LAST-ADDED = "N"
               IF WS-BQ-OVERFLOW = "N"
                   AND PQ-SEQ-NO NOT = WS-BQ-SEQ-NO
                   DISPLAY "Continuation record for prompt "
                       PQ-SEQ-NO " has no first record - ignored"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-BQ-E-SEQ(WS-BQ-COUNT) NOT = PQ-SEQ-NO
               DISPLAY "Continuation record for prompt "
                   PQ-SEQ-NO " has no first record - ignored"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BQ-E-MORE-CNT(WS-BQ-COUNT) >= 9
               DISPLAY "Prompt " PQ-SEQ-NO " runs past 10 parts - "
                   "the excess is ignored"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BQ-MORE-COUNT >= 5000
               SUBTRACT 1 FROM WS-BQ-COUNT
               MOVE "N" TO WS-BQ-LAST-ADDED
               MOVE "Y" TO WS-BQ-OVERFLOW
               DISPLAY "Prompt continuation table full - " PQ-SEQ-NO
                   " and later prompts left for the next run"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-BQ-MORE-COUNT.
           IF WS-BQ-E-MORE-CNT(WS-BQ-COUNT) = 0
               MOVE WS-BQ-MORE-COUNT TO WS-BQ-E-MORE-AT(WS-BQ-COUNT)
           END-IF.
           ADD 1 TO WS-BQ-E-MORE-CNT(WS-BQ-COUNT).
           MOVE PQ-PROMPT-TEXT TO WS-BQ-MORE-TEXT(WS-BQ-MORE-COUNT).

      *> Straight selection sort on the composite key - the queue
      *> tops out at 5000 entries and runs once a night, so clarity
      *> beats cleverness here.
      *> it is never appended to the checkpoint table - it stays
      *> outstanding and gets retried on every future resume until it
      *> comes back clean, regardless of what happens to prompts ahead
      *> of or behind it in the queue. A compliance HELD row is kept
      *> off the checkpoint the same way, so the resume after a
      *> reviewer's decision screens it again and picks that up; a
      *> REJECTED row is final and is checkpointed.
      *> The parts of a continued prompt are joined with a single
      *> space, each trimmed first - PromptGenerate and QueueEdit
      *> split long text between words, and BatchRecon joins the
      *> parts the same way to match the answer back to its prompt;
      *> the three must stay in step. A prompt of one record is
      *> taken exactly as it stands.
       ASSEMBLE-QUEUED-PROMPT.
           MOVE SPACES TO WS-BQ-TEXT.
           IF WS-BQ-E-MORE-CNT(WS-BQ-IDX) = 0
               MOVE WS-BQ-E-TEXT(WS-BQ-IDX) TO WS-BQ-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-BQ-TEXT-PTR.
           STRING FUNCTION TRIM(WS-BQ-E-TEXT(WS-BQ-IDX))
                      DELIMITED BY SIZE
               INTO WS-BQ-TEXT WITH POINTER WS-BQ-TEXT-PTR.
           PERFORM VARYING WS-BQ-PART-IDX
                   FROM WS-BQ-E-MORE-AT(WS-BQ-IDX) BY 1
                   UNTIL WS-BQ-PART-IDX >= WS-BQ-E-MORE-AT(WS-BQ-IDX)
                                         + WS-BQ-E-MORE-CNT(WS-BQ-IDX)
               STRING " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BQ-MORE-TEXT(WS-BQ-PART-IDX))
                          DELIMITED BY SIZE
                   INTO WS-BQ-TEXT WITH POINTER WS-BQ-TEXT-PTR
           END-PERFORM.

       PROCESS-BATCH-PROMPT.
           PERFORM CHECK-ALREADY-ANSWERED.
           IF WS-CKPT-FOUND = "Y"
                               " refused - department "
                               FUNCTION TRIM(WS-DEPT-CODE)
                               " is over its monthly budget"
                       WHEN "HELD"
                           MOVE "Y" TO WS-BATCH-HELD
                           ADD 1 TO WS-HELD-COUNT
                           DISPLAY
                               "Prompt " WS-BQ-SEQ-NO
                               " held for compliance review - rule "
                               FUNCTION TRIM(WS-SCREEN-RULE)
                       WHEN OTHER
                           PERFORM APPEND-CKPT-ENTRY
                   END-EVALUATE
           MOVE WS-BQ-SEQ-NO TO RQ-SEQ-NO.
           MOVE WS-TIMESTAMP TO RQ-TIMESTAMP.
           MOVE WS-TRIMMED-PROMPT TO RQ-PROMPT-TEXT.
           MOVE WS-TRIMMED-PROMPT(201:2000) TO RQ-PROMPT-MORE.
           MOVE WS-FULL-RESPONSE TO RQ-RESPONSE-TEXT.
           MOVE SPACE TO RQ-RECORD-TYPE.
           MOVE 1 TO RQ-PART-NO.
      *> A held or rejected prompt's text stays off RESPONSES.DAT -
      *> the file is distributed onward and the whole point of the
      *> hold is that the text goes nowhere until a reviewer says so.
           IF WS-SCREEN-RESULT = "H" OR WS-SCREEN-RESULT = "J"
               MOVE SPACES TO RQ-PROMPT-TEXT
               MOVE SPACES TO RQ-PROMPT-MORE
               STRING "[withheld by compliance - rule "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SCREEN-RULE)
                          DELIMITED BY SIZE
                      "]" DELIMITED BY SIZE
                   INTO RQ-PROMPT-TEXT
           END-IF.
           IF WS-SCREEN-RESULT = "H"
               MOVE "HELD" TO RQ-RESULT-STATUS
           ELSE
           IF WS-SCREEN-RESULT = "J"
               MOVE "REJECTED" TO RQ-RESULT-STATUS
           ELSE
           IF WS-CACHE-HIT = "Y"
               MOVE "CACHED" TO RQ-RESULT-STATUS
           ELSE
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE WS-BQ-DLINE TO RQ-DEADLINE.
           PERFORM SET-SLA-FLAG.
           MOVE WS-SLA-FLAG TO RQ-SLA-FLAG.
      *> Held, rejected and over-budget prompts never reached a
      *> backend, so WS-USED-SCRIPT is left over from an earlier
      *> prompt for them.
           IF RQ-RESULT-STATUS = "HELD"
               OR RQ-RESULT-STATUS = "REJECTED"
               OR RQ-RESULT-STATUS = "OVERBUDGET"
               MOVE SPACES TO RQ-BACKEND-SCRIPT
           ELSE
               MOVE WS-USED-SCRIPT TO RQ-BACKEND-SCRIPT
           END-IF.
           WRITE RESPONSE-QUEUE-RECORD.
           IF RQ-RESULT-STATUS = "OK-TRUNC"
               AND WS-RESPONSE-MORE NOT = SPACES
               PERFORM WRITE-RESPONSE-OVERFLOW
           END-IF.

      *> The part of an answer past RQ-RESPONSE-TEXT goes on overflow
      *> records straight after its answer record, 4000 characters
      *> each, so ResponseDistribute can deliver it whole. They carry
      *> the answer's sequence number and timestamp but no prompt
      *> text and no deadline flag - readers that count answers
      *> skip them.
       WRITE-RESPONSE-OVERFLOW.
           MOVE SPACES TO RQ-PROMPT-TEXT.
           MOVE SPACES TO RQ-PROMPT-MORE.
           MOVE SPACES TO RQ-SLA-FLAG.
           MOVE "OVERFLOW" TO RQ-RESULT-STATUS.
           MOVE "O" TO RQ-RECORD-TYPE.
           PERFORM VARYING WS-OVF-PART FROM 1 BY 1
                   UNTIL WS-OVF-PART > 4
               COMPUTE WS-OVF-START = (WS-OVF-PART - 1) * 4000 + 1
               IF WS-RESPONSE-MORE(WS-OVF-START:4000) NOT = SPACES
                   MOVE WS-RESPONSE-MORE(WS-OVF-START:4000)
                       TO RQ-RESPONSE-TEXT
                   COMPUTE RQ-PART-NO = WS-OVF-PART + 1
                   WRITE RESPONSE-QUEUE-RECORD
               END-IF
           END-PERFORM.

      *> MET, AT-RISK (met with 30 minutes or less to spare) or
      *> MISSED against the prompt's deadline; blank when the prompt
      *> had no deadline, the deadline does not parse, or nothing
      *> was actually answered (a budget refusal, a compliance hold
      *> or rejection, a failed script or an empty response) - a
      *> row with no answer has nothing to measure, and stamping
      *> it MET would inflate the met count in DeadlineReport.
       SET-SLA-FLAG.
           MOVE SPACES TO WS-SLA-FLAG.
           IF WS-BQ-DLINE = SPACES
               OR RQ-RESULT-STATUS = "OVERBUDGET"
               OR RQ-RESULT-STATUS = "SCRIPT-ERR"
               OR RQ-RESULT-STATUS = "NO-RESP"
               OR RQ-RESULT-STATUS = "HELD"
               OR RQ-RESULT-STATUS = "REJECTED"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-BQ-DLINE TO WS-DLINE-CHECK.
      *> and only after the department's monthly budget clears it: a
      *> refused exchange calls nothing, logs nothing and bills
      *> nothing - the caller sees WS-BUDGET-BLOCKED and (in batch)
      *> the OVERBUDGET status derived from it. Ahead of all of that
      *> the prompt is screened for restricted terms: a held or
      *> rejected prompt never reaches the cache, the backend, the
      *> chat log, the session history or the usage file - the
      *> caller sees WS-SCREEN-RESULT instead.
       PERFORM-EXCHANGE.
           MOVE "N" TO WS-BUDGET-BLOCKED.
           MOVE "N" TO WS-CACHE-HIT.
           MOVE SPACES TO WS-RESPONSE-MORE.
           MOVE "N" TO WS-RESPONSE-LOST.
           PERFORM SCREEN-PROMPT.
           IF WS-SCREEN-RESULT = "H" OR WS-SCREEN-RESULT = "J"
               MOVE 0 TO WS-STATUS
               MOVE "N" TO WS-RESPONSE-TRUNCATED
               MOVE 0 TO WS-BACKEND-RETRIES
               MOVE SPACES TO WS-FULL-RESPONSE
               PERFORM STAMP-TIMESTAMP
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOOKUP-ANSWER-CACHE.
           IF WS-CACHE-HIT = "Y"
               MOVE 0 TO WS-STATUS
               END-IF
           END-IF.

      *> RESTRICT.DAT read whole at startup. A missing file is
      *> warned about rather than treated as fatal - the same call
      *> OPERMST.DAT gets - but it is warned about on every start so
      *> nobody mistakes an unscreened shop for a screened one.
       LOAD-RESTRICTED-TERMS.
           MOVE 0 TO WS-RT-COUNT.
           OPEN INPUT RestrictedTermsFile.
           IF WS-RESTRICT-STATUS NOT = "00"
               DISPLAY "RESTRICT.DAT not found - prompts will not be "
                   "screened for restricted terms."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-RT-EOF.
           PERFORM UNTIL WS-RT-EOF = "Y"
               READ RestrictedTermsFile
                   AT END
                       MOVE "Y" TO WS-RT-EOF
                   NOT AT END
                       IF RT-TERM-TEXT NOT = SPACES
                           AND WS-RT-COUNT < 200
                           ADD 1 TO WS-RT-COUNT
                           MOVE RT-RULE-ID TO WS-RT-RULE(WS-RT-COUNT)
                           MOVE FUNCTION UPPER-CASE(RT-MATCH-TYPE)
                               TO WS-RT-TYPE(WS-RT-COUNT)
                           MOVE FUNCTION UPPER-CASE
                               (FUNCTION TRIM(RT-TERM-TEXT))
                               TO WS-RT-TERM(WS-RT-COUNT)
                           IF WS-RT-TYPE(WS-RT-COUNT) = "PATTERN"
                               INSPECT WS-RT-TERM(WS-RT-COUNT)
                                   CONVERTING "0123456789"
                                   TO "9999999999"
                           END-IF
                           MOVE FUNCTION LENGTH(FUNCTION TRIM
                               (RT-TERM-TEXT))
                               TO WS-RT-LEN(WS-RT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RestrictedTermsFile.

      *> Screens WS-TRIMMED-PROMPT (already sanitized) against every
      *> rule; the first rule tripped is the one reported. A tripped
      *> prompt is then looked up on the compliance master for a
      *> reviewer's decision.
       SCREEN-PROMPT.
           MOVE "P" TO WS-SCREEN-RESULT.
           MOVE SPACES TO WS-SCREEN-RULE.
           IF WS-RT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-TRIMMED-PROMPT)
               TO WS-SCREEN-UPPER.
           MOVE WS-SCREEN-UPPER TO WS-SCREEN-SHAPE.
           INSPECT WS-SCREEN-SHAPE
               CONVERTING "0123456789" TO "9999999999".
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-SCREEN-RULE NOT = SPACES
               MOVE 0 TO WS-SCREEN-HITS
               IF WS-RT-TYPE(WS-RT-IDX) = "PATTERN"
                   INSPECT WS-SCREEN-SHAPE TALLYING WS-SCREEN-HITS
                       FOR ALL WS-RT-TERM(WS-RT-IDX)
                           (1:WS-RT-LEN(WS-RT-IDX))
               ELSE
                   INSPECT WS-SCREEN-UPPER TALLYING WS-SCREEN-HITS
                       FOR ALL WS-RT-TERM(WS-RT-IDX)
                           (1:WS-RT-LEN(WS-RT-IDX))
               END-IF
               IF WS-SCREEN-HITS > 0
                   MOVE WS-RT-RULE(WS-RT-IDX) TO WS-SCREEN-RULE
               END-IF
           END-PERFORM.
           IF WS-SCREEN-RULE NOT = SPACES
               PERFORM APPLY-COMPLIANCE-DECISION
           END-IF.

      *> A released prompt goes through as written; a redacted one
      *> goes through in its redacted form (which is what the cache,
      *> log and response file then see); a rejected one is refused.
      *> A prompt nobody has decided yet is held - and is written to
      *> HELDPRM.DAT only if the master does not already have it
      *> pending, so a held prompt asked again does not pile up
      *> duplicate holds once it has been imported. A continued
      *> prompt is held, and looked up, whole - two prompts that
      *> only start the same way are two decisions.
       APPLY-COMPLIANCE-DECISION.
           PERFORM LOAD-COMPLIANCE-MASTER.
           MOVE 0 TO WS-CM-FOUND-IDX.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-TEXT(WS-CM-IDX) = WS-TRIMMED-PROMPT
                   MOVE WS-CM-IDX TO WS-CM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CM-FOUND-IDX = 0
               MOVE "H" TO WS-SCREEN-RESULT
               PERFORM WRITE-HELD-PROMPT
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-CM-STATUS(WS-CM-FOUND-IDX)
               WHEN "RELEASED"
                   MOVE "P" TO WS-SCREEN-RESULT
               WHEN "REDACTED"
                   MOVE "R" TO WS-SCREEN-RESULT
                   MOVE WS-CM-REDACTED(WS-CM-FOUND-IDX)
                       TO WS-TRIMMED-PROMPT
               WHEN "REJECTED"
                   MOVE "J" TO WS-SCREEN-RESULT
               WHEN OTHER
                   MOVE "H" TO WS-SCREEN-RESULT
           END-EVALUATE.

       LOAD-COMPLIANCE-MASTER.
           MOVE 0 TO WS-CM-COUNT.
           OPEN INPUT ComplianceMasterFile.
           IF WS-CMPLMST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CM-EOF.
           PERFORM UNTIL WS-CM-EOF = "Y"
               READ ComplianceMasterFile
                   AT END
                       MOVE "Y" TO WS-CM-EOF
                   NOT AT END
                       IF WS-CM-COUNT < 500
                           ADD 1 TO WS-CM-COUNT
                           MOVE CM-ID TO WS-CM-ID(WS-CM-COUNT)
                           MOVE CM-PROMPT-TEXT
                               TO WS-CM-TEXT(WS-CM-COUNT)(1:200)
                           MOVE CM-PROMPT-MORE
                               TO WS-CM-TEXT(WS-CM-COUNT)(201:2000)
                           MOVE CM-STATUS
                               TO WS-CM-STATUS(WS-CM-COUNT)
                           MOVE CM-REDACTED-TEXT
                               TO WS-CM-REDACTED(WS-CM-COUNT)(1:200)
                           MOVE CM-REDACTED-MORE
                               TO WS-CM-REDACTED(WS-CM-COUNT)
                                  (201:2000)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ComplianceMasterFile.

       WRITE-HELD-PROMPT.
           OPEN EXTEND HeldPromptFile.
           IF WS-HELDPRM-STATUS = "35"
               OPEN OUTPUT HeldPromptFile
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP TO HP-TIMESTAMP.
           IF WS-BATCH-ACTIVE = "Y"
               MOVE "B" TO HP-MODE
               MOVE WS-BQ-SEQ-NO TO HP-SEQ-NO
               MOVE "BATCH" TO HP-OPERATOR-ID
           ELSE
               MOVE "I" TO HP-MODE
               MOVE 0 TO HP-SEQ-NO
               MOVE WS-OPERATOR-ID TO HP-OPERATOR-ID
           END-IF.
           MOVE WS-DEPT-CODE TO HP-DEPT-CODE.
           MOVE WS-SCREEN-RULE TO HP-RULE-ID.
           MOVE WS-TRIMMED-PROMPT TO HP-PROMPT-TEXT.
           MOVE WS-TRIMMED-PROMPT(201:2000) TO HP-PROMPT-MORE.
           MOVE SPACES TO HP-STREAM-NAME.
           IF WS-BATCH-ACTIVE = "Y"
               MOVE WS-STREAM-NAME TO HP-STREAM-NAME
           END-IF.
           WRITE HELD-PROMPT-RECORD.
           CLOSE HeldPromptFile.

      *> DEPTQTA.DAT read whole at startup; a missing file simply
      *> leaves the table empty and every department uncapped. The
      *> month-to-date seed is only worth the USAGE.DAT scan when at
                               ADD 1 TO WS-CACHE-COUNT
                               MOVE AC-PROMPT-KEY
                                   TO WS-CACHE-KEY(WS-CACHE-COUNT)
                                          (1:200)
                               MOVE AC-PROMPT-KEY-MORE
                                   TO WS-CACHE-KEY(WS-CACHE-COUNT)
                                          (201:2000)
                               MOVE AC-RESPONSE-TEXT
                                   TO WS-CACHE-RESPONSE(WS-CACHE-COUNT)
                           END-IF
               END-IF
           END-PERFORM.
           IF WS-BACKEND-ANSWERED = "N"
               DISPLAY "No healthy backend answered - mark a "
                   "fixed script UP in BackendMaint."
           ELSE
               IF WS-EXCH-FAILED-OVER = "Y"
                   ADD 1 TO WS-FAILOVER-COUNT
               END-IF
           END-PERFORM.

      *> WS-USED-SCRIPT still names the script that just failed
      *> when a failover starts, so it is kept as the FAILOVER
      *> event's "from" before it is moved onto the standby.
       TRY-REGISTRY-BACKEND.
           IF WS-EXCH-FAILED-OVER = "Y"
               DISPLAY "Failing over to "
                   FUNCTION TRIM(WS-BR-SCRIPT(WS-BR-IDX)) "..."
               MOVE WS-USED-SCRIPT TO WS-FAILED-FROM-SCRIPT
           END-IF.
           MOVE WS-BR-SCRIPT(WS-BR-IDX) TO WS-USED-SCRIPT.
           PERFORM CALL-ONE-BACKEND.
           IF WS-EXCH-FAILED-OVER = "Y"
               MOVE "FAILOVER" TO WS-EV-TYPE
               MOVE WS-FAILED-FROM-SCRIPT TO WS-EV-SCRIPT
               MOVE WS-USED-SCRIPT TO WS-EV-TO-SCRIPT
               MOVE 0 TO WS-EV-SECS
               PERFORM WRITE-BACKEND-EVENT
           END-IF.
           IF WS-STATUS = 0
               MOVE "Y" TO WS-BACKEND-ANSWERED
               IF WS-BR-FAILS(WS-BR-IDX) NOT = 0
                       " marked DOWN after "
                       WS-BR-FAILS(WS-BR-IDX)
                       " consecutive failures."
                   MOVE "DOWN" TO WS-EV-TYPE
                   MOVE WS-USED-SCRIPT TO WS-EV-SCRIPT
                   MOVE SPACES TO WS-EV-TO-SCRIPT
                   MOVE 0 TO WS-EV-SECS
                   PERFORM WRITE-BACKEND-EVENT
                   PERFORM SAVE-BACKEND-REGISTRY
               END-IF
           END-IF.

      *> BackendMaint reads the registry by the same rule (must
      *> stay in step): anything but DOWN is UP.
       LOAD-BACKEND-REGISTRY.
           MOVE 0 TO WS-BR-COUNT.
           OPEN INPUT BackendRegistryFile.
           END-IF.

      *> Runs its own index - TRY-REGISTRY-BACKEND saves mid-failover
      *> while WS-BR-IDX is the live candidate loop counter. The
      *> file is re-read first so a repair made in BackendMaint
      *> while this run was going is kept, not written over.
       SAVE-BACKEND-REGISTRY.
           PERFORM MERGE-REGISTRY-CHANGES.
           OPEN OUTPUT BackendRegistryFile.
           PERFORM VARYING WS-BR-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-BR-SAVE-IDX > WS-BR-COUNT
           CLOSE BackendRegistryFile.
           MOVE "N" TO WS-BR-DIRTY.

      *> An entry on file stamped later than this run's copy was
      *> changed by an operator since the registry was loaded - its
      *> status, count and stamp replace the in-storage ones.
       MERGE-REGISTRY-CHANGES.
           OPEN INPUT BackendRegistryFile.
           IF WS-BACKREG-STATUS = "00"
               MOVE "N" TO WS-BR-EOF
               PERFORM UNTIL WS-BR-EOF = "Y"
                   READ BackendRegistryFile
                       AT END
                           MOVE "Y" TO WS-BR-EOF
                       NOT AT END
                           PERFORM MERGE-ONE-REGISTRY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BackendRegistryFile
           END-IF.

       MERGE-ONE-REGISTRY-ENTRY.
           PERFORM VARYING WS-BR-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-BR-MERGE-IDX > WS-BR-COUNT
               IF WS-BR-SCRIPT(WS-BR-MERGE-IDX) = BR-SCRIPT-CMD
                   AND BR-STATUS-TIMESTAMP
                       > WS-BR-STAMP(WS-BR-MERGE-IDX)
                   MOVE BR-HEALTH-STATUS
                       TO WS-BR-HEALTH(WS-BR-MERGE-IDX)
                   IF BR-FAIL-COUNT NOT NUMERIC
                       MOVE 0 TO WS-BR-FAILS(WS-BR-MERGE-IDX)
                   ELSE
                       MOVE BR-FAIL-COUNT
                           TO WS-BR-FAILS(WS-BR-MERGE-IDX)
                   END-IF
                   MOVE BR-STATUS-TIMESTAMP
                       TO WS-BR-STAMP(WS-BR-MERGE-IDX)
               END-IF
           END-PERFORM.

      *> On this runtime RETURN-CODE after CALL 'SYSTEM' holds the raw
      *> wait-status, not the script's own exit code - a normal exit
      *> encodes the exit code in the high byte (exit code * 256), so
      *> it has to be divided back down before it means anything to an
      *> operator or gets logged.
      *> Every call is timed and lands on BKEVENT.DAT as a CALL
      *> event against the script it ran.
       CALL-GEMINI-SCRIPT.
           MOVE FUNCTION CURRENT-DATE TO WS-CALL-START.
           CALL 'SYSTEM' USING Command.
           COMPUTE WS-STATUS = RETURN-CODE / 256.
           MOVE FUNCTION CURRENT-DATE TO WS-CALL-END.
           PERFORM COMPUTE-CALL-ELAPSED.
           MOVE "CALL" TO WS-EV-TYPE.
           MOVE WS-USED-SCRIPT TO WS-EV-SCRIPT.
           MOVE SPACES TO WS-EV-TO-SCRIPT.
           PERFORM WRITE-BACKEND-EVENT.

      *> A clock set back mid-call reads as no time at all; the
      *> event field tops out at 99999.99 seconds.
       COMPUTE-CALL-ELAPSED.
           COMPUTE WS-CALL-YMD = FUNCTION NUMVAL(WS-CALL-START(1:8)).
           COMPUTE WS-CALL-START-CS =
               FUNCTION INTEGER-OF-DATE(WS-CALL-YMD) * 8640000
               + FUNCTION NUMVAL(WS-CALL-START(9:2)) * 360000
               + FUNCTION NUMVAL(WS-CALL-START(11:2)) * 6000
               + FUNCTION NUMVAL(WS-CALL-START(13:4)).
           COMPUTE WS-CALL-YMD = FUNCTION NUMVAL(WS-CALL-END(1:8)).
           COMPUTE WS-CALL-END-CS =
               FUNCTION INTEGER-OF-DATE(WS-CALL-YMD) * 8640000
               + FUNCTION NUMVAL(WS-CALL-END(9:2)) * 360000
               + FUNCTION NUMVAL(WS-CALL-END(11:2)) * 6000
               + FUNCTION NUMVAL(WS-CALL-END(13:4)).
           COMPUTE WS-CALL-ELAPSED-CS =
               WS-CALL-END-CS - WS-CALL-START-CS.
           IF WS-CALL-ELAPSED-CS < 0
               MOVE 0 TO WS-CALL-ELAPSED-CS
           END-IF.
           IF WS-CALL-ELAPSED-CS > 9999999
               MOVE 9999999 TO WS-CALL-ELAPSED-CS
           END-IF.
           COMPUTE WS-EV-SECS = WS-CALL-ELAPSED-CS / 100.

      *> One appended row per backend event. The exit status is the
      *> call just made (a DOWN or FAILOVER event follows the call
      *> that caused it). No operator signed on means an unattended
      *> run.
       WRITE-BACKEND-EVENT.
           OPEN EXTEND BackendEventFile.
           IF WS-BKEVENT-STATUS = "35"
               OPEN OUTPUT BackendEventFile
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP TO BE-TIMESTAMP.
           MOVE WS-EV-TYPE TO BE-EVENT-TYPE.
           MOVE WS-EV-SCRIPT TO BE-SCRIPT-CMD.
           MOVE WS-EV-TO-SCRIPT TO BE-TO-SCRIPT.
           MOVE WS-STATUS TO BE-EXIT-STATUS.
           MOVE WS-EV-SECS TO BE-ELAPSED-SECS.
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO BE-OPERATOR-ID
           ELSE
               MOVE WS-OPERATOR-ID TO BE-OPERATOR-ID
           END-IF.
           MOVE "ChatBotGemini" TO BE-PROGRAM-NAME.
           WRITE BACKEND-EVENT-RECORD.
           CLOSE BackendEventFile.

      *> Concatenates every line of OutputFile into WS-ANSWER-BUFFER,
      *> then splits it: the first 4000 characters into
      *> WS-FULL-RESPONSE, the rest into WS-RESPONSE-MORE. An answer
      *> longer than 4000 is still flagged truncated - the chat log,
      *> cache and session history hold only the first 4000 - but
      *> RESPONSES.DAT carries the rest on overflow records. The
      *> STRING statement's ON OVERFLOW is still checked in case an
      *> answer runs past even the buffer, so that cut-off is
      *> flagged instead of silently handed out as complete.
       READ-FULL-RESPONSE.
           MOVE SPACES TO WS-FULL-RESPONSE.
           MOVE SPACES TO WS-RESPONSE-MORE.
           MOVE SPACES TO WS-ANSWER-BUFFER.
           MOVE 1 TO WS-ANSWER-PTR.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE "N" TO WS-RESPONSE-TRUNCATED.
           MOVE "N" TO WS-RESPONSE-LOST.
           IF WS-STATUS = 0
               OPEN INPUT OutputFile
               MOVE "N" TO WS-OUTPUT-EOF
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           IF WS-LINE-COUNT = 1
                               STRING FUNCTION TRIM(BotResponse)
                                       DELIMITED BY SIZE
                                   INTO WS-ANSWER-BUFFER
                                   WITH POINTER WS-ANSWER-PTR
                                   ON OVERFLOW
                                       MOVE "Y" TO WS-RESPONSE-LOST
                               END-STRING
                           ELSE
                               STRING " " DELIMITED BY SIZE
                                   FUNCTION TRIM(BotResponse)
                                       DELIMITED BY SIZE
                                   INTO WS-ANSWER-BUFFER
                                   WITH POINTER WS-ANSWER-PTR
                                   ON OVERFLOW
                                       MOVE "Y" TO WS-RESPONSE-LOST
                               END-STRING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OutputFile
               MOVE WS-ANSWER-BUFFER(1:4000) TO WS-FULL-RESPONSE
               MOVE WS-ANSWER-BUFFER(4001:16000) TO WS-RESPONSE-MORE
               IF WS-RESPONSE-MORE NOT = SPACES
                   OR WS-RESPONSE-LOST = "Y"
                   MOVE "Y" TO WS-RESPONSE-TRUNCATED
               END-IF
           END-IF.

       STAMP-TIMESTAMP.
           END-IF.
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP.
           MOVE WS-TRIMMED-PROMPT TO CL-PROMPT-TEXT.
           MOVE WS-TRIMMED-PROMPT(201:2000) TO CL-PROMPT-MORE.
           MOVE WS-FULL-RESPONSE TO CL-RESPONSE-TEXT.
           IF WS-CACHE-HIT = "Y"
               MOVE "CACHED" TO CL-RESULT-STATUS
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FULL-RESPONSE))
                   TO WS-USAGE-RESP-LEN
           END-IF.
           IF WS-RESPONSE-MORE NOT = SPACES
               COMPUTE WS-USAGE-RESP-LEN = 4000 + FUNCTION LENGTH(
                   FUNCTION TRIM(WS-RESPONSE-MORE TRAILING))
           END-IF.
           MOVE WS-USAGE-RESP-LEN TO UA-RESPONSE-LEN.
           IF WS-BACKEND-RETRIES > 9
               MOVE 9 TO UA-RETRY-COUNT
           END-IF.
           MOVE WS-TIMESTAMP TO EC-TIMESTAMP.
           MOVE WS-TRIMMED-PROMPT TO EC-PROMPT-TEXT.
           MOVE WS-TRIMMED-PROMPT(201:2000) TO EC-PROMPT-MORE.
           MOVE WS-ESCALATE-REASON TO EC-REASON.
           WRITE ESCALATE-RECORD.
           CLOSE EscalateFile.

       DISPLAY-RESPONSE.
           IF WS-SCREEN-RESULT = "H"
               DISPLAY "Prompt not sent - it matches restricted-terms "
                   "rule " FUNCTION TRIM(WS-SCREEN-RULE) " and is held "
                   "for compliance review. Ask again once a reviewer "
                   "has released it."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCREEN-RESULT = "J"
               DISPLAY "Prompt not sent - rejected by compliance "
                   "review (rule " FUNCTION TRIM(WS-SCREEN-RULE) ")."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SCREEN-RESULT = "R"
               DISPLAY "(sent in the form redacted by compliance "
                   "review)"
           END-IF.
           IF WS-BUDGET-BLOCKED = "Y"
               DISPLAY "Exchange refused - department "
                   FUNCTION TRIM(WS-DEPT-CODE) " has used its full "
                   DISPLAY "No response from Gemini."
               ELSE
                   DISPLAY "Gemini: " FUNCTION TRIM(WS-FULL-RESPONSE)
                   IF WS-RESPONSE-MORE NOT = SPACES
                       DISPLAY FUNCTION TRIM(WS-RESPONSE-MORE)
                   END-IF
                   IF WS-CACHE-HIT = "Y"
                       DISPLAY "(served from answer cache)"
                   END-IF
                   IF WS-RESPONSE-LOST = "Y"
                       DISPLAY
                           "(response truncated - backend answer "
                           "exceeded internal buffer)"
                   ELSE
                   IF WS-RESPONSE-TRUNCATED = "Y"
                       DISPLAY
                           "(long answer - the chat log and session "
                           "history keep its first 4000 characters)"
                   END-IF
                   END-IF
               END-IF
           END-IF
