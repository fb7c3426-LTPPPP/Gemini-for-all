      *>             refusals written by the batch): a refused prompt
      *>             is awaiting its quota reset, not unanswered, and
      *>             never reached the chat log by design.
      *> 2026-10-15  Recognize compliance outcomes on RESPONSES.DAT:
      *>             a HELD record is awaiting a reviewer's decision
      *>             (noted, like OVERBUDGET, not unanswered); a
      *>             REJECTED record is a final answer that never
      *>             reached the chat log by design. A prompt sent in
      *>             its redacted form is matched to the chat log by
      *>             the text actually sent.
      *> 2026-10-15  Named batch streams: a stream named on the
      *>             command line reconciles that stream's queue,
      *>             responses and checkpoint (PROMPTS-<s>.DAT,
      *>             RESPONSES-<s>.DAT, CKPT-<s>.DAT) and only its
      *>             RUNCTL.DAT records; no stream is the default
      *>             stream as before. The chat log is shared, so
      *>             other streams' rows show up among the
      *>             informational no-source-prompt notes.
      *> 2026-10-15  Cycle dates: "BatchRecon [stream] YYYY-MM-DD"
      *>             re-reconciles a closed cycle from its retained
      *>             generation files (PROMPTS.G<yyyymmdd> and so
      *>             on - see CycleClose), matching the chat log
      *>             against the month's archive as well once
      *>             ChatLogArchive has rolled it. Every run appends
      *>             its verdict to RECONRES.DAT, which CycleClose
      *>             reads as the day's reconciliation sign-off.
      *> 2026-10-15  Recognize response records masked by DataPurge:
      *>             the purge takes the exchange off the chat log,
      *>             so such a prompt is noted as purged rather than
      *>             reported as answered but never logged.
      *> 2026-10-15  Continued prompts: a prompt's "C" continuation
      *>             records on PROMPTS.DAT are joined back onto it
      *>             the way the bot joins them, and the whole text
      *>             is matched against the response and chat-log
      *>             rows. Answer overflow records on RESPONSES.DAT
      *>             are counted on their own, not as answers.
      *> 2026-10-15  A redacted prompt is kept at its full length for
      *>             the chat-log match - a redaction may now run
      *>             past 200 characters.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT ChatLogFile ASSIGN TO "CHATLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHATLOG-STATUS.
           SELECT RunControlFile ASSIGN USING WS-RUNCTL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT ChatArchiveFile ASSIGN USING WS-CHATARC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHATARC-STATUS.
           SELECT ReconResultFile ASSIGN TO "RECONRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD ChatArchiveFile.
           COPY "CHATLOG.CPY"
               REPLACING ==CHATLOG-RECORD== BY ==ARCHLOG-RECORD==
                         LEADING ==CL-== BY ==AL-==.

       FD ReconResultFile.
           COPY "RECONRES.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PQ-STATUS        PIC X(02).
       01 WS-RESPQ-STATUS     PIC X(02).
       01 WS-CKPT-STATUS      PIC X(02).
       01 WS-CHATLOG-STATUS   PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-CHATARC-STATUS   PIC X(02).
       01 WS-RECONRES-STATUS  PIC X(02).

       01 WS-EOF              PIC X(01) VALUE "N".

      *> Batch stream and cycle date named on the command line, in
      *> either order - a word starting with a digit is the cycle
      *> date. Stream naming follows ChatBotGemini's
      *> SET-STREAM-FILE-NAMES and generation naming follows
      *> CycleClose (all must stay in step): the live files end
      *> ".DAT", a closed cycle's generation ends ".G<yyyymmdd>".
      *> Spaces is the default stream / the live files.
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-CMD-WORD1        PIC X(20) VALUE SPACES.
       01 WS-CMD-WORD2        PIC X(20) VALUE SPACES.
       01 WS-STREAM-NAME      PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT     PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-STREAM-OK        PIC X(01) VALUE "Y".
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-CYCLE-DATE       PIC X(10) VALUE SPACES.
       01 WS-CYCLE-CHECK      PIC X(10) VALUE SPACES.
       01 WS-FILE-EXT         PIC X(10) VALUE ".DAT".
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE "RESPONSES.DAT".
       01 WS-CKPT-FILE-NAME   PIC X(30) VALUE "CKPT.DAT".
       01 WS-RUNCTL-FILE-NAME PIC X(30) VALUE "RUNCTL.DAT".
       01 WS-CHATARC-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-LOG-FROM-ARCHIVE PIC X(01) VALUE "N".
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      *> Every queued prompt with what the other three files know
      *> about it: how many response records carry its sequence
      *> number and whether a chat-log row matches its text. The
      *> text is held already sanitized and trimmed, so comparing
      *> against a chat-log row is a straight equality test. A
      *> prompt compliance redacted went out (and was logged) as the
      *> redacted text its response record carries, so that text is
      *> kept alongside for the chat-log match.
       01 WS-PROMPT-TABLE.
           05 WS-PROMPT-ENTRY OCCURS 5000 TIMES.
               10 WS-PT-SEQ-NO        PIC 9(05).
               10 WS-PT-RESP-COUNT    PIC 9(03).
               10 WS-PT-LOGGED        PIC X(01).
               10 WS-PT-REFUSED       PIC X(01).
               10 WS-PT-HELD          PIC X(01).
               10 WS-PT-REJECTED      PIC X(01).
               10 WS-PT-SENT-TEXT     PIC X(2200).
               10 WS-PT-PURGED        PIC X(01).
               10 WS-PT-MORE-IDX      PIC 9(03).
       01 WS-PROMPT-COUNT     PIC 9(04) VALUE 0.
       01 WS-PT-IDX           PIC 9(04) VALUE 0.
       01 WS-PT-FOUND         PIC X(01) VALUE "N".
       01 WS-CKPT-COUNT       PIC 9(04) VALUE 0.
       01 WS-CK-IDX           PIC 9(04) VALUE 0.

      *> A continued prompt's joined text past its first 200
      *> characters, pointed to by WS-PT-MORE-IDX (zero for a prompt
      *> that fits in 200). The chain is gathered in
      *> WS-CHAIN-TEXT while its records are read.
       01 WS-PROMPT-MORE-TABLE.
           05 WS-PM-TEXT OCCURS 500 TIMES PIC X(2000).
       01 WS-PM-COUNT         PIC 9(03) VALUE 0.
       01 WS-PT-MORE-TEXT     PIC X(2000) VALUE SPACES.
       01 WS-CHAIN-TEXT       PIC X(2200) VALUE SPACES.
       01 WS-CHAIN-OPEN       PIC X(01) VALUE "N".
       01 WS-CHAIN-PARTS      PIC 9(02) VALUE 0.
       01 WS-CHAIN-PTR        PIC 9(04) VALUE 0.

       01 WS-SANITIZED-TEXT   PIC X(2200) VALUE SPACES.
       01 WS-LOG-TEXT         PIC X(2200) VALUE SPACES.

       01 WS-RESP-TOTAL       PIC 9(05) VALUE 0.
       01 WS-LOG-TOTAL        PIC 9(07) VALUE 0.
       01 WS-OVERFLOW-TOTAL   PIC 9(05) VALUE 0.

       01 WS-UNANSWERED-COUNT PIC 9(04) VALUE 0.
       01 WS-BLANK-SKIP-COUNT PIC 9(04) VALUE 0.
       01 WS-REFUSED-COUNT    PIC 9(04) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(04) VALUE 0.
       01 WS-REJECTED-COUNT   PIC 9(04) VALUE 0.
       01 WS-PURGED-COUNT     PIC 9(04) VALUE 0.
       01 WS-DUP-RESP-COUNT   PIC 9(04) VALUE 0.
       01 WS-ORPHAN-RESP-COUNT PIC 9(04) VALUE 0.
       01 WS-CKPT-NORESP-COUNT PIC 9(04) VALUE 0.
       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Batch day reconciliation =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           PERFORM PARSE-COMMAND-LINE.
           IF WS-STREAM-OK = "Y"
               PERFORM SET-STREAM-FILE-NAMES
           END-IF.
           IF WS-STREAM-OK = "N"
               DISPLAY "RESULT: NOTHING RECONCILED - bad stream name "
                   "or cycle date."
               STOP RUN
           END-IF.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream .................: default"
           ELSE
               DISPLAY "Batch stream .................: "
                   FUNCTION TRIM(WS-STREAM-NAME)
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "Cycle ........................: live files"
           ELSE
               DISPLAY "Cycle ........................: "
                   WS-CYCLE-DATE " (retained generation)"
           END-IF.
           PERFORM CHECK-RUN-CONTROL.
           PERFORM LOAD-PROMPTS.
           PERFORM MATCH-RESPONSES.
           PERFORM REPORT-CKPT-GAPS.
           PERFORM REPORT-UNLOGGED.
           PERFORM PRINT-SUMMARY.
           PERFORM WRITE-RECON-RESULT.
           STOP RUN.

      *> Up to two words, either order: the one starting with a
      *> digit is the cycle date (YYYY-MM-DD), the other the stream.
       PARSE-COMMAND-LINE.
           UNSTRING WS-CMDLINE-ARG
               DELIMITED BY ALL " "
               INTO WS-CMD-WORD1 WS-CMD-WORD2.
           IF WS-CMD-WORD1(1:1) >= "0" AND WS-CMD-WORD1(1:1) <= "9"
               MOVE WS-CMD-WORD1 TO WS-CYCLE-DATE
               MOVE WS-CMD-WORD2 TO WS-STREAM-INPUT
           ELSE
               MOVE WS-CMD-WORD1 TO WS-STREAM-INPUT
               MOVE WS-CMD-WORD2 TO WS-CYCLE-DATE
           END-IF.
           IF WS-CYCLE-DATE NOT = SPACES
               MOVE WS-CYCLE-DATE TO WS-CYCLE-CHECK
               INSPECT WS-CYCLE-CHECK
                   CONVERTING "0123456789" TO "NNNNNNNNNN"
               IF WS-CYCLE-CHECK NOT = "NNNN-NN-NN"
                   DISPLAY "Cycle date must be YYYY-MM-DD: "
                       WS-CYCLE-DATE
                   MOVE "N" TO WS-STREAM-OK
               END-IF
           END-IF.

      *> Turns the stream name and cycle date into the file names;
      *> same rules as ChatBotGemini and CycleClose (must stay in
      *> step). A closed cycle has no checkpoint - the generation
      *> name given CKPT simply never exists, so none is loaded -
      *> and its run records are on the cycle's RUNCTL generation.
       SET-STREAM-FILE-NAMES.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-STREAM-INPUT))
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           MOVE SPACES TO WS-STREAM-SUFFIX.
           MOVE ".DAT" TO WS-FILE-EXT.
           IF WS-CYCLE-DATE NOT = SPACES
               MOVE SPACES TO WS-FILE-EXT
               STRING ".G" WS-CYCLE-DATE(1:4) WS-CYCLE-DATE(6:2)
                   WS-CYCLE-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-FILE-EXT
           END-IF.
           IF WS-STREAM-NAME NOT = SPACES
               PERFORM CHECK-STREAM-NAME
               IF WS-STREAM-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               STRING "-" FUNCTION TRIM(WS-STREAM-NAME)
                   DELIMITED BY SIZE INTO WS-STREAM-SUFFIX
           END-IF.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-RESPQ-FILE-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-RESPQ-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-CKPT-FILE-NAME.
           IF WS-CYCLE-DATE NOT = SPACES
               MOVE SPACES TO WS-RUNCTL-FILE-NAME
               STRING "RUNCTL" WS-STREAM-SUFFIX WS-FILE-EXT
                   DELIMITED BY SPACE INTO WS-RUNCTL-FILE-NAME
               MOVE SPACES TO WS-CHATARC-FILE-NAME
               STRING "CHATARC-" WS-CYCLE-DATE(1:7) ".DAT"
                   DELIMITED BY SIZE INTO WS-CHATARC-FILE-NAME
           END-IF.

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

      *> A run record still RUNNING never closed out - the run is
      *> either live right now (reconciling under it is premature)
      *> or it died mid-queue. Either way the day cannot be signed
      *> off on it. ABENDED records are runs an operator already
      *> declared dead - noted, not an exception. Only this stream's
      *> records count; another stream's runs are its own business.
       CHECK-RUN-CONTROL.
           MOVE 0 TO WS-RUN-TOTAL.
           OPEN INPUT RunControlFile.
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RC-STREAM-NAME = WS-STREAM-NAME
                               PERFORM CHECK-ONE-RUN-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RunControlFile
           ELSE
               DISPLAY FUNCTION TRIM(WS-RUNCTL-FILE-NAME)
                   " not found - no run-control history to check."
           END-IF.
           DISPLAY "Stream runs on run control ...: " WS-RUN-TOTAL.

       CHECK-ONE-RUN-RECORD.
           ADD 1 TO WS-RUN-TOTAL.
           EVALUATE RC-RUN-STATUS
               WHEN "RUNNING"
                   ADD 1 TO WS-OPEN-RUN-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION run started "
                       RC-START-TIMESTAMP(1:19)
                       " never closed out - abnormal"
                       " end (or still running)"
               WHEN "ABENDED"
                   ADD 1 TO WS-ABEND-RUN-COUNT
                   DISPLAY "NOTE run started "
                       RC-START-TIMESTAMP(1:19)
                       " was marked abended by an "
                       "operator"
           END-EVALUATE.

       LOAD-PROMPTS.
           MOVE 0 TO WS-PROMPT-COUNT.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS NOT = "00"
               MOVE "Y" TO WS-PQ-MISSING
               DISPLAY FUNCTION TRIM(WS-PQ-FILE-NAME)
                   " not found - nothing to reconcile against."
           ELSE
               MOVE 0 TO WS-PM-COUNT
               MOVE "N" TO WS-CHAIN-OPEN
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PromptQueueFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PQ-RECORD-TYPE = "C"
                               PERFORM ADD-PROMPT-CONTINUATION
                           ELSE
                               PERFORM START-PROMPT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM FINISH-PROMPT-TEXT
               CLOSE PromptQueueFile
           END-IF.
           DISPLAY "Prompts on queue .............: " WS-PROMPT-COUNT.

      *> A first (non-continuation) prompt record: the previous
      *> chain is finished and a new table entry is opened.
       START-PROMPT-ENTRY.
           PERFORM FINISH-PROMPT-TEXT.
           IF WS-PROMPT-COUNT < 5000
               ADD 1 TO WS-PROMPT-COUNT
               MOVE PQ-SEQ-NO TO WS-PT-SEQ-NO(WS-PROMPT-COUNT)
               MOVE PQ-PROMPT-TEXT TO WS-CHAIN-TEXT
               MOVE 1 TO WS-CHAIN-PARTS
               MOVE "Y" TO WS-CHAIN-OPEN
               MOVE 0 TO WS-PT-RESP-COUNT(WS-PROMPT-COUNT)
               MOVE "N" TO WS-PT-LOGGED(WS-PROMPT-COUNT)
               MOVE "N" TO WS-PT-REFUSED(WS-PROMPT-COUNT)
               MOVE "N" TO WS-PT-HELD(WS-PROMPT-COUNT)
               MOVE "N" TO WS-PT-REJECTED(WS-PROMPT-COUNT)
               MOVE SPACES TO WS-PT-SENT-TEXT(WS-PROMPT-COUNT)
               MOVE "N" TO WS-PT-PURGED(WS-PROMPT-COUNT)
               MOVE 0 TO WS-PT-MORE-IDX(WS-PROMPT-COUNT)
           END-IF.

      *> A continuation record joins the prompt loaded just before
      *> it when the sequence numbers agree; the parts are trimmed
      *> and joined with a single space, as ChatBotGemini joins them
      *> (must stay in step). QueueEdit has already vouched for the
      *> chain, so a stray record is simply passed over.
       ADD-PROMPT-CONTINUATION.
           IF WS-CHAIN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           IF PQ-SEQ-NO NOT = WS-PT-SEQ-NO(WS-PROMPT-COUNT)
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

      *> The gathered prompt is washed and trimmed whole; its first
      *> 200 characters go in the prompt table and anything past
      *> that in the continuation text table.
       FINISH-PROMPT-TEXT.
           IF WS-CHAIN-OPEN = "N"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CHAIN-OPEN.
           MOVE WS-CHAIN-TEXT TO WS-SANITIZED-TEXT.
           PERFORM SANITIZE-TEXT.
           MOVE WS-SANITIZED-TEXT TO WS-PT-TEXT(WS-PROMPT-COUNT).
           IF WS-SANITIZED-TEXT(201:2000) NOT = SPACES
               IF WS-PM-COUNT < 500
                   ADD 1 TO WS-PM-COUNT
                   MOVE WS-SANITIZED-TEXT(201:2000)
                       TO WS-PM-TEXT(WS-PM-COUNT)
                   MOVE WS-PM-COUNT
                       TO WS-PT-MORE-IDX(WS-PROMPT-COUNT)
               ELSE
                   DISPLAY "NOTE more than 500 long prompts - prompt "
                       WS-PT-SEQ-NO(WS-PROMPT-COUNT)
                       " is matched on its first 200 characters"
               END-IF
           END-IF.

       GET-PROMPT-MORE.
           IF WS-PT-MORE-IDX(WS-PT-IDX) = 0
               MOVE SPACES TO WS-PT-MORE-TEXT
           ELSE
               MOVE WS-PM-TEXT(WS-PT-MORE-IDX(WS-PT-IDX))
                   TO WS-PT-MORE-TEXT
           END-IF.

      *> One pass over RESPONSES.DAT counting how many records carry
      *> each prompt's sequence number - more than one means
      *> overlapping resumes double-answered it, zero (checked later)
      *> means it was never answered. A response whose sequence
      *> number is on no queued prompt at all is reported here.
      *> Overflow records carry the rest of a long answer, not an
      *> answer of their own, and are only counted.
       MATCH-RESPONSES.
           MOVE 0 TO WS-RESP-TOTAL.
           OPEN INPUT ResponseQueueFile.
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RQ-RECORD-TYPE = "O"
                               ADD 1 TO WS-OVERFLOW-TOTAL
                           ELSE
                               ADD 1 TO WS-RESP-TOTAL
                               PERFORM MATCH-ONE-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ResponseQueueFile
           END-IF.
           DISPLAY "Responses on response file ...: " WS-RESP-TOTAL.
           IF WS-OVERFLOW-TOTAL > 0
               DISPLAY "Answer overflow records ......: "
                   WS-OVERFLOW-TOTAL " (rest of long answers)"
           END-IF.

      *> An OVERBUDGET record is a budget refusal, not an answer: it
      *> is noted on the prompt but kept out of the response count,
      *> so a prompt refused on several resumes does not read as
      *> double-answered and a refusal followed by the real answer
      *> after the quota reset still reconciles clean. A compliance
      *> HELD record is treated the same way - it is waiting on a
      *> reviewer, not answered. A REJECTED record is the prompt's
      *> final outcome and counts as its response, but the bot never
      *> logs one, so it is flagged for REPORT-UNLOGGED to pass over.
      *> An answer whose text DataPurge has masked had its chat-log
      *> row removed by the same purge, so it is flagged likewise.
       MATCH-ONE-RESPONSE.
           MOVE "N" TO WS-PT-FOUND.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   IF RQ-RESULT-STATUS = "OVERBUDGET"
                       MOVE "Y" TO WS-PT-REFUSED(WS-PT-IDX)
                   ELSE
                       IF RQ-RESULT-STATUS = "HELD"
                           MOVE "Y" TO WS-PT-HELD(WS-PT-IDX)
                       ELSE
                           IF RQ-RESULT-STATUS = "REJECTED"
                               MOVE "Y" TO WS-PT-REJECTED(WS-PT-IDX)
                           ELSE
                               IF RQ-PROMPT-TEXT(1:11) = "*** PURGED "
                                   MOVE "Y" TO WS-PT-PURGED(WS-PT-IDX)
                               ELSE
                                   PERFORM NOTE-SENT-PROMPT
                               END-IF
                           END-IF
                           ADD 1 TO WS-PT-RESP-COUNT(WS-PT-IDX)
                           IF WS-PT-RESP-COUNT(WS-PT-IDX) = 2
                               ADD 1 TO WS-DUP-RESP-COUNT
                               ADD 1 TO WS-EXCEPTION-COUNT
                               DISPLAY "EXCEPTION duplicate responses "
                                   "for prompt " RQ-SEQ-NO
                           END-IF
                       END-IF
                   END-IF
               END-IF
                   " has no source prompt"
           END-IF.

      *> The prompt as the answer was asked (text plus its overflow),
      *> kept where it differs from the prompt now on the queue.
       NOTE-SENT-PROMPT.
           MOVE RQ-PROMPT-TEXT TO WS-SANITIZED-TEXT.
           MOVE RQ-PROMPT-MORE TO WS-SANITIZED-TEXT(201:2000).
           PERFORM SANITIZE-TEXT.
           PERFORM GET-PROMPT-MORE.
           IF WS-SANITIZED-TEXT(1:200) NOT = WS-PT-TEXT(WS-PT-IDX)
               OR WS-SANITIZED-TEXT(201:2000) NOT = WS-PT-MORE-TEXT
               MOVE WS-SANITIZED-TEXT TO WS-PT-SENT-TEXT(WS-PT-IDX)
           END-IF.

       LOAD-CHECKPOINT.
           MOVE 0 TO WS-CKPT-COUNT.
           OPEN INPUT CheckpointFile.
               END-PERFORM
               CLOSE CheckpointFile
           END-IF.
           DISPLAY "Checkpoint entries ...........: " WS-CKPT-COUNT.

      *> Chat-log prompts were sanitized and trimmed by the bot
      *> before logging, so the queued text is put through the same
               CLOSE ChatLogFile
           END-IF.
           DISPLAY "Chat-log rows on CHATLOG.DAT .: " WS-LOG-TOTAL.
           IF WS-CHATARC-FILE-NAME NOT = SPACES
               PERFORM MATCH-CHAT-ARCHIVE
           END-IF.

      *> A closed cycle's chat-log rows may since have been rolled
      *> into the month's archive by ChatLogArchive. The archive is
      *> read only to find the cycle's own rows - the rest of the
      *> month is not this cycle's business, so its rows are never
      *> noted as orphans.
       MATCH-CHAT-ARCHIVE.
           OPEN INPUT ChatArchiveFile.
           IF WS-CHATARC-STATUS = "00"
               MOVE "Y" TO WS-LOG-FROM-ARCHIVE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ChatArchiveFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE ARCHLOG-RECORD TO CHATLOG-RECORD
                           PERFORM MATCH-ONE-LOG-ROW
                   END-READ
               END-PERFORM
               CLOSE ChatArchiveFile
               MOVE "N" TO WS-LOG-FROM-ARCHIVE
               DISPLAY "Chat archive also read .......: "
                   FUNCTION TRIM(WS-CHATARC-FILE-NAME)
           END-IF.

      *> The logged prompt is the whole prompt as sent, so a
      *> continued prompt matches only when its text past the first
      *> 200 characters agrees as well. Redacted text is held whole,
      *> joined from its response record and overflow text.
       MATCH-ONE-LOG-ROW.
           MOVE "N" TO WS-PT-FOUND.
           MOVE CL-PROMPT-TEXT TO WS-LOG-TEXT.
           MOVE CL-PROMPT-MORE TO WS-LOG-TEXT(201:2000).
           MOVE FUNCTION TRIM(WS-LOG-TEXT) TO WS-LOG-TEXT.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROMPT-COUNT
               IF WS-PT-TEXT(WS-PT-IDX) = WS-LOG-TEXT(1:200)
                   AND WS-LOG-TEXT NOT = SPACES
                   PERFORM GET-PROMPT-MORE
                   IF WS-PT-MORE-TEXT = WS-LOG-TEXT(201:2000)
                       MOVE "Y" TO WS-PT-FOUND
                       MOVE "Y" TO WS-PT-LOGGED(WS-PT-IDX)
                   END-IF
               END-IF
               IF WS-PT-SENT-TEXT(WS-PT-IDX) = WS-LOG-TEXT
                   AND WS-LOG-TEXT NOT = SPACES
                   MOVE "Y" TO WS-PT-FOUND
                   MOVE "Y" TO WS-PT-LOGGED(WS-PT-IDX)
               END-IF
           END-PERFORM.
           IF WS-PT-FOUND = "N"
               AND WS-LOG-FROM-ARCHIVE = "N"
               ADD 1 TO WS-ORPHAN-LOG-COUNT
               IF WS-ORPHAN-LOG-SHOWN < 20
                   ADD 1 TO WS-ORPHAN-LOG-SHOWN
                           WS-PT-SEQ-NO(WS-PT-IDX)
                           " refused over budget - awaiting "
                           "quota reset"
                   ELSE
                   IF WS-PT-HELD(WS-PT-IDX) = "Y"
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "NOTE prompt "
                           WS-PT-SEQ-NO(WS-PT-IDX)
                           " held for compliance review - awaiting "
                           "a reviewer's decision"
                   ELSE
                       ADD 1 TO WS-UNANSWERED-COUNT
                       ADD 1 TO WS-EXCEPTION-COUNT
                           WS-PT-TEXT(WS-PT-IDX)(1:40)
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

      *> A prompt rejected by compliance never went to the backend
      *> and is never logged - that is its correct state. So is a
      *> purged exchange's: its chat-log row was removed on purpose.
       REPORT-UNLOGGED.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PROMPT-COUNT
               IF WS-PT-REJECTED(WS-PT-IDX) = "Y"
                   AND WS-PT-LOGGED(WS-PT-IDX) = "N"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               IF WS-PT-PURGED(WS-PT-IDX) = "Y"
                   AND WS-PT-LOGGED(WS-PT-IDX) = "N"
                   AND WS-PT-REJECTED(WS-PT-IDX) = "N"
                   ADD 1 TO WS-PURGED-COUNT
               END-IF
               IF WS-PT-RESP-COUNT(WS-PT-IDX) > 0
                   AND WS-PT-LOGGED(WS-PT-IDX) = "N"
                   AND WS-PT-REJECTED(WS-PT-IDX) = "N"
                   AND WS-PT-PURGED(WS-PT-IDX) = "N"
                   ADD 1 TO WS-UNLOGGED-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   DISPLAY "EXCEPTION prompt "
               DISPLAY "Prompts refused over budget ..: "
                   WS-REFUSED-COUNT " (awaiting quota reset)"
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY "Prompts held for compliance ..: "
                   WS-HELD-COUNT " (awaiting review)"
           END-IF.
           IF WS-REJECTED-COUNT > 0
               DISPLAY "Prompts rejected by compliance: "
                   WS-REJECTED-COUNT " (informational)"
           END-IF.
           IF WS-PURGED-COUNT > 0
               DISPLAY "Answers purged by data purge .: "
                   WS-PURGED-COUNT " (informational)"
           END-IF.
           DISPLAY "Duplicate response seq nos ...: "
               WS-DUP-RESP-COUNT.
           DISPLAY "Responses with no prompt .....: "
               END-IF
           END-IF.
           DISPLAY "==================================".

      *> The verdict goes on RECONRES.DAT for CycleClose - the day
      *> may only be closed on a clean reconciliation of the live
      *> files taken after the stream's last run.
       WRITE-RECON-RESULT.
           OPEN EXTEND ReconResultFile.
           IF WS-RECONRES-STATUS = "35"
               OPEN OUTPUT ReconResultFile
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP TO RR-TIMESTAMP.
           MOVE WS-STREAM-NAME TO RR-STREAM-NAME.
           MOVE WS-CYCLE-DATE TO RR-CYCLE-DATE.
           MOVE WS-EXCEPTION-COUNT TO RR-EXCEPTION-COUNT.
           IF WS-PQ-MISSING = "Y"
               MOVE "NO-QUEUE" TO RR-RESULT
           ELSE
               IF WS-EXCEPTION-COUNT = 0
                   MOVE "CLEAN" TO RR-RESULT
               ELSE
                   MOVE "EXCEPTIONS" TO RR-RESULT
               END-IF
           END-IF.
           WRITE RECON-RESULT-RECORD.
           CLOSE ReconResultFile.

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
