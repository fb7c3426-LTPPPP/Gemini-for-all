      *>             passed are listed as past due. The overnight
      *>             pack exists to beat morning deadlines; this is
      *>             the proof either way.
      *> 2026-10-15  Named batch streams: the report asks which
      *>             stream to measure and reads that stream's
      *>             PROMPTS-<s>.DAT / RESPONSES-<s>.DAT (Enter for
      *>             the default stream). Compliance outcomes are
      *>             classified too: a HELD prompt is still waiting
      *>             (like a budget refusal) and a REJECTED one is
      *>             terminal with no answer to measure (like
      *>             NO-RESP).
      *> 2026-10-15  Cycle dates: the report also asks for a cycle
      *>             date and, given one, measures that closed
      *>             cycle's retained generation files
      *>             (PROMPTS.G<yyyymmdd> and so on - see
      *>             CycleClose) instead of the live files.
      *> 2026-10-15  Prompt continuation records and answer overflow
      *>             records are passed over - a continued prompt
      *>             is measured once, by its first record and its
      *>             answer record.
      *> 2026-10-15  An answer AnswerValidate marked FORMAT-ERR is
      *>             answered with nothing to measure, like
      *>             REJECTED; the re-asked prompt is measured on
      *>             its own answer.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.

       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-NOW-STAMP        PIC X(16) VALUE SPACES.

      *> Batch stream and cycle to report on - stream naming
      *> follows ChatBotGemini's SET-STREAM-FILE-NAMES and
      *> generation naming follows CycleClose (all must stay in
      *> step): the live files end ".DAT", a closed cycle's
      *> generation ends ".G<yyyymmdd>". Spaces is the default
      *> stream / the live files.
       01 WS-STREAM-NAME      PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT     PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-STREAM-OK        PIC X(01) VALUE "Y".
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-CYCLE-DATE       PIC X(10) VALUE SPACES.
       01 WS-FILE-EXT         PIC X(10) VALUE ".DAT".
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE "RESPONSES.DAT".

      *> Every queued prompt with what the day's responses say about
      *> it. A refused (OVERBUDGET) response record does not count
      *> as answered - the question is still waiting.
       01 WS-IN-DAY-TOTAL     PIC 9(05) VALUE 0.
       01 WS-REFUSED-TOTAL    PIC 9(05) VALUE 0.
       01 WS-FAILED-TOTAL     PIC 9(05) VALUE 0.
       01 WS-HELD-TOTAL       PIC 9(05) VALUE 0.
       01 WS-REJECTED-TOTAL   PIC 9(05) VALUE 0.
       01 WS-FMTERR-TOTAL     PIC 9(05) VALUE 0.
       01 WS-NORESP-TOTAL     PIC 9(05) VALUE 0.
       01 WS-MET-TOTAL        PIC 9(05) VALUE 0.
       01 WS-ATRISK-TOTAL     PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Deadline performance report =====".
           DISPLAY "Batch stream (Enter for the default stream): ".
           ACCEPT WS-STREAM-INPUT.
           DISPLAY "Cycle date (YYYY-MM-DD, Enter for the live "
               "files): ".
           ACCEPT WS-CYCLE-DATE.
           IF WS-CYCLE-DATE NOT = SPACES
               MOVE WS-CYCLE-DATE TO WS-DATE-CHECK
               INSPECT WS-DATE-CHECK
                   CONVERTING "0123456789" TO "NNNNNNNNNN"
               IF WS-DATE-CHECK NOT = "NNNN-NN-NN"
                   DISPLAY "Cycle date must be YYYY-MM-DD: "
                       WS-CYCLE-DATE
                   STOP RUN
               END-IF
           END-IF.
           PERFORM SET-STREAM-FILE-NAMES.
           IF WS-STREAM-OK = "N"
               STOP RUN
           END-IF.
           DISPLAY "Report date (YYYY-MM-DD, Enter for all "
               "responses): ".
           ACCEPT WS-REPORT-DATE.
           PERFORM PRINT-SUMMARY.
           STOP RUN.

      *> Turns the stream name and cycle date into the queue and
      *> response file names; same rules as ChatBotGemini and
      *> CycleClose (must stay in step).
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

       STAMP-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4)  DELIMITED BY SIZE
           MOVE 0 TO WS-PROMPT-COUNT.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-PQ-FILE-NAME)
                   " not found - deadlines cannot be "
                   "matched back to their prompts."
           ELSE
               MOVE "N" TO WS-EOF
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-PROMPT-COUNT < 5000
                               AND PQ-RECORD-TYPE NOT = "C"
                               ADD 1 TO WS-PROMPT-COUNT
                               MOVE PQ-SEQ-NO
                                   TO WS-PT-SEQ-NO(WS-PROMPT-COUNT)
       TALLY-RESPONSES.
           OPEN INPUT ResponseQueueFile.
           IF WS-RESPQ-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RESPQ-FILE-NAME)
                   " not found - nothing to measure."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RQ-RECORD-TYPE NOT = "O"
                               ADD 1 TO WS-RESP-TOTAL
                               IF WS-REPORT-DATE = SPACES
                                   OR RQ-TIMESTAMP(1:10)
                                       = WS-REPORT-DATE
                                   PERFORM TALLY-ONE-RESPONSE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *> the one row that classifies. A NO-RESP row IS terminal
      *> (the batch checkpoints it), so it counts as answered, but
      *> an empty answer measures nothing: it is forced into the
      *> no-deadline bucket instead of reading as MET. Compliance
      *> outcomes follow the same two rules: a HELD prompt waits on
      *> a reviewer (not answered, like a refusal) and a REJECTED
      *> one is terminal with nothing to measure (like NO-RESP). A
      *> FORMAT-ERR answer is treated as REJECTED is; its re-asked
      *> prompt is measured on its own answer.
       TALLY-ONE-RESPONSE.
           ADD 1 TO WS-IN-DAY-TOTAL.
           IF RQ-RESULT-STATUS = "OVERBUDGET"
               ADD 1 TO WS-REFUSED-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF RQ-RESULT-STATUS = "HELD"
               ADD 1 TO WS-HELD-TOTAL
               EXIT PARAGRAPH
           END-IF.
           IF RQ-RESULT-STATUS = "SCRIPT-ERR"
               ADD 1 TO WS-FAILED-TOTAL
               EXIT PARAGRAPH
               MOVE SPACES TO WS-SLA-FLAG
               MOVE 0 TO WS-LATE-MINS
           END-IF.
           IF RQ-RESULT-STATUS = "REJECTED"
               ADD 1 TO WS-REJECTED-TOTAL
               MOVE SPACES TO WS-SLA-FLAG
               MOVE 0 TO WS-LATE-MINS
           END-IF.
           IF RQ-RESULT-STATUS = "FORMAT-ERR"
               ADD 1 TO WS-FMTERR-TOTAL
               MOVE SPACES TO WS-SLA-FLAG
               MOVE 0 TO WS-LATE-MINS
           END-IF.
           PERFORM TALLY-BY-DEPT.
           PERFORM TALLY-BY-PRIORITY.


       PRINT-SUMMARY.
           DISPLAY "----- Deadline summary -----".
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream .......: default"
           ELSE
               DISPLAY "Batch stream .......: "
                   FUNCTION TRIM(WS-STREAM-NAME)
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "Cycle ..............: live files"
           ELSE
               DISPLAY "Cycle ..............: " WS-CYCLE-DATE
                   " (retained generation)"
           END-IF.
           IF WS-REPORT-DATE = SPACES
               DISPLAY "Period .............: all responses on file"
           ELSE
               DISPLAY "  of which empty answers (NO-RESP): "
                   WS-NORESP-TOTAL
           END-IF.
           IF WS-REJECTED-TOTAL > 0
               DISPLAY "  of which rejected by compliance: "
                   WS-REJECTED-TOTAL
           END-IF.
           IF WS-FMTERR-TOTAL > 0
               DISPLAY "  of which answers in the wrong form "
                   "(FORMAT-ERR): " WS-FMTERR-TOTAL
           END-IF.
           IF WS-REFUSED-TOTAL > 0
               DISPLAY "Refused over budget : " WS-REFUSED-TOTAL
           END-IF.
           IF WS-HELD-TOTAL > 0
               DISPLAY "Held for compliance : " WS-HELD-TOTAL
           END-IF.
           IF WS-FAILED-TOTAL > 0
               DISPLAY "Failed (will retry) : " WS-FAILED-TOTAL
           END-IF.
