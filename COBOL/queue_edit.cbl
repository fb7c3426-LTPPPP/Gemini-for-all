      *>             edit report closes the run. Refuses to touch
      *>             the live queue while a batch run is open or
      *>             checkpointed, same as PromptGenerate.
      *> 2026-10-15  Restricted-terms screen: prompt text is checked
      *>             against the compliance restricted-terms file
      *>             (RESTRICT.DAT) exactly as the bot screens it,
      *>             and a match is rejected (RESTRICT) unless the
      *>             compliance master (CMPLMST.DAT) already shows
      *>             that prompt released - or redacted, in which
      *>             case the redacted text is what goes onto
      *>             PROMPTS.DAT.
      *> 2026-10-15  Named batch streams: a stream named on the
      *>             command line edits that stream's hand-over file
      *>             (PROMPTS-<s>.IN) into its own queue and reject
      *>             file (PROMPTS-<s>.DAT / .REJ), and the open-run
      *>             and checkpoint guards look only at that stream.
      *>             No stream edits the default files as before.
      *> 2026-10-15  Continued prompts: a first record and its "C"
      *>             continuation records are edited as one prompt.
      *>             The chain must be whole and in order - same
      *>             sequence number, parts numbered on from 02, the
      *>             same part count, at most 10 parts - or every
      *>             record of it is rejected (BADCHAIN; INCOMPL for
      *>             a chain cut short). The text edits and the
      *>             restricted-terms screen run over the joined
      *>             text, and a chain goes onto the queue whole.
      *> 2026-10-15  Expected answer format: a prompt's answer type
      *>             and limits go through onto the queue for the
      *>             post-batch check in AnswerValidate; an unknown
      *>             type or a limit that does not suit the type is
      *>             rejected (BADFMT).
      *> 2026-10-15  Compliance decisions are looked up on the whole
      *>             joined prompt, and a redacted prompt of any
      *>             length goes onto the queue cut into continuation
      *>             records the way PromptGenerate cuts its text.
      *> 2026-10-15  Refuses while a data purge (program PURGE) is
      *>             open on RUNCTL.DAT, whatever the purge's stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RawQueueFile ASSIGN USING WS-RAW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT RejectFile ASSIGN USING WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT QuotaFile ASSIGN TO "DEPTQTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT RestrictedTermsFile ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-STATUS.
           SELECT ComplianceMasterFile ASSIGN TO "CMPLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPLMST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RJ-DEPT-CODE            PIC X(04).
           05 RJ-PRIORITY             PIC X(01).
           05 RJ-DEADLINE             PIC X(16).
           05 RJ-RECORD-TYPE          PIC X(01).
           05 RJ-PART-NO              PIC X(02).
           05 RJ-PART-COUNT           PIC X(02).
           05 RJ-SET-NAME             PIC X(12).
           05 RJ-ANSWER-TYPE          PIC X(06).
           05 RJ-ANSWER-MIN           PIC X(12).
           05 RJ-ANSWER-MAX           PIC X(12).
           05 RJ-RETRY-OF             PIC X(05).

       FD QuotaFile.
           COPY "DEPTQTA.CPY".
       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD RestrictedTermsFile.
           COPY "RSTTERM.CPY".

       FD ComplianceMasterFile.
           COPY "CMPLMST.CPY".

       WORKING-STORAGE SECTION.
       01 WS-RAW-STATUS       PIC X(02).
       01 WS-PQ-STATUS        PIC X(02).
       01 WS-QUOTA-STATUS     PIC X(02).
       01 WS-CKPT-STATUS      PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-RESTRICT-STATUS  PIC X(02).
       01 WS-CMPLMST-STATUS   PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-EDIT-OK          PIC X(01) VALUE "Y".

       01 WS-RUNNING-COUNT    PIC 9(03) VALUE 0.
       01 WS-PURGE-COUNT      PIC 9(03) VALUE 0.
       01 WS-CKPT-PENDING     PIC 9(04) VALUE 0.

      *> Batch stream named on the command line - same naming
      *> rules and file names as ChatBotGemini's
      *> SET-STREAM-FILE-NAMES (must stay in step); spaces is the
      *> default stream on the original file names.
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-STREAM-NAME      PIC X(08) VALUE SPACES.
       01 WS-STREAM-INPUT     PIC X(20) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-RAW-FILE-NAME    PIC X(30) VALUE "PROMPTS.IN".
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-REJECT-FILE-NAME PIC X(30) VALUE "PROMPTS.REJ".
       01 WS-CKPT-FILE-NAME   PIC X(30) VALUE "CKPT.DAT".

      *> Department codes off the maintained table. A missing table
      *> fails the whole edit rather than waving unknown codes
      *> through to the general pool.
       01 WS-SQ-IDX           PIC 9(04) VALUE 0.
       01 WS-SQ-FOUND         PIC X(01) VALUE "N".

      *> Restricted terms and compliance decisions - the same
      *> screen ChatBotGemini runs before a prompt reaches the
      *> backend; the two must stay in step.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-RULE          PIC X(08).
               10 WS-RT-TYPE          PIC X(07).
               10 WS-RT-TERM          PIC X(40).
               10 WS-RT-LEN           PIC 9(02).
       01 WS-RT-COUNT         PIC 9(03) VALUE 0.
       01 WS-RT-IDX           PIC 9(03) VALUE 0.
       01 WS-SCREEN-UPPER     PIC X(2200) VALUE SPACES.
       01 WS-SCREEN-SHAPE     PIC X(2200) VALUE SPACES.
       01 WS-SCREEN-HITS      PIC 9(03) VALUE 0.
       01 WS-SCREEN-RULE      PIC X(08) VALUE SPACES.
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 500 TIMES.
               10 WS-CM-TEXT          PIC X(2200).
               10 WS-CM-STATUS        PIC X(10).
               10 WS-CM-REDACTED      PIC X(2200).
       01 WS-CM-COUNT         PIC 9(03) VALUE 0.
       01 WS-CM-IDX           PIC 9(03) VALUE 0.
       01 WS-CM-FOUND-IDX     PIC 9(03) VALUE 0.
       01 WS-CLEAN-TEXT       PIC X(2200) VALUE SPACES.

      *> A redacted text cut into queue records - PromptGenerate's
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

       01 WS-REASON-CODE      PIC X(08) VALUE SPACES.
       01 WS-WORK-TEXT        PIC X(2200) VALUE SPACES.
       01 WS-WORK-DEPT        PIC X(04) VALUE SPACES.
       01 WS-SEQ-CHECK        PIC X(05) VALUE SPACES.
       01 WS-DLINE-CHECK      PIC X(16) VALUE SPACES.
       01 WS-FMT-TYPE         PIC X(06) VALUE SPACES.
       01 WS-FMT-LIMIT        PIC X(12) VALUE SPACES.
       01 WS-FMT-CHECK        PIC X(12) VALUE SPACES.
       01 WS-FMT-BAD          PIC X(01) VALUE "N".

      *> The records of the prompt being edited: a first record and
      *> its continuations, held until the chain is complete so the
      *> whole of it is accepted or rejected together. A record of
      *> one is a chain of one. Each slot has room for a whole raw
      *> record.
       01 WS-CHAIN-TABLE.
           05 WS-CH-RECORD OCCURS 10 TIMES PIC X(300).
       01 WS-CH-COUNT         PIC 9(02) VALUE 0.
       01 WS-CH-IDX           PIC 9(02) VALUE 0.
       01 WS-CH-EXPECT        PIC 9(02) VALUE 0.
       01 WS-CH-SEQ           PIC X(05) VALUE SPACES.
       01 WS-CH-INCOMING      PIC X(300) VALUE SPACES.
       01 WS-CH-WRITE-COUNT   PIC 9(02) VALUE 0.
       01 WS-CH-TEXT-PTR      PIC 9(04) VALUE 0.

       01 WS-READ-COUNT       PIC 9(05) VALUE 0.
       01 WS-CONTIN-COUNT     PIC 9(05) VALUE 0.
       01 WS-ACCEPT-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-BADSEQ-COUNT     PIC 9(05) VALUE 0.
       01 WS-BADDLN-COUNT     PIC 9(05) VALUE 0.
       01 WS-BLANKTX-COUNT    PIC 9(05) VALUE 0.
       01 WS-OVERFLOW-COUNT   PIC 9(05) VALUE 0.
       01 WS-RESTRICT-COUNT   PIC 9(05) VALUE 0.
       01 WS-REDACTED-COUNT   PIC 9(05) VALUE 0.
       01 WS-BADCHAIN-COUNT   PIC 9(05) VALUE 0.
       01 WS-INCOMPL-COUNT    PIC 9(05) VALUE 0.
       01 WS-BADFMT-COUNT     PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Prompt queue edit =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           MOVE WS-CMDLINE-ARG TO WS-STREAM-INPUT.
           PERFORM SET-STREAM-FILE-NAMES.
           IF WS-EDIT-OK = "Y"
               IF WS-STREAM-NAME = SPACES
                   DISPLAY "Batch stream .........: default"
               ELSE
                   DISPLAY "Batch stream .........: "
                       FUNCTION TRIM(WS-STREAM-NAME)
               END-IF
               PERFORM CHECK-RUNNING-BATCH
           END-IF.
           IF WS-EDIT-OK = "Y"
               PERFORM CHECK-PENDING-CHECKPOINT
           END-IF.
               PERFORM LOAD-DEPT-TABLE
           END-IF.
           IF WS-EDIT-OK = "Y"
               PERFORM LOAD-RESTRICTED-TERMS
               PERFORM LOAD-COMPLIANCE-MASTER
               PERFORM EDIT-RAW-QUEUE
               PERFORM PRINT-EDIT-REPORT
           END-IF.
           STOP RUN.

      *> Turns the stream name into the stream's four file names;
      *> same rules as ChatBotGemini (must stay in step).
       SET-STREAM-FILE-NAMES.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-STREAM-INPUT))
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           IF WS-STREAM-NAME = SPACES
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
                   " - nothing edited."
               MOVE "N" TO WS-EDIT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-RAW-FILE-NAME.
           STRING "PROMPTS-" FUNCTION TRIM(WS-STREAM-NAME) ".IN"
               DELIMITED BY SIZE INTO WS-RAW-FILE-NAME.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-REJECT-FILE-NAME.
           STRING "PROMPTS-" FUNCTION TRIM(WS-STREAM-NAME) ".REJ"
               DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT-" FUNCTION TRIM(WS-STREAM-NAME) ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME.

      *> Same lockout PromptGenerate applies: the stream's live
      *> queue must not change under an open run of that stream,
      *> nor under an open data purge of any stream.
       CHECK-RUNNING-BATCH.
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
               DISPLAY "RUNCTL.DAT shows a run of this stream open - "
                   "nothing edited. Let it finish or recover it "
                   "first."
               MOVE "N" TO WS-EDIT-OK
           END-IF.
           IF WS-PURGE-COUNT > 0
               DISPLAY "RUNCTL.DAT shows a data purge (DataPurge) "
                   "open - nothing edited until it has ended."
               MOVE "N" TO WS-EDIT-OK
           END-IF.

      *> A checkpointed queue is mid-resume; replacing PROMPTS.DAT
      *> now would reuse sequence numbers the checkpoint already
               CLOSE CheckpointFile
           END-IF.
           IF WS-CKPT-PENDING > 0
               DISPLAY FUNCTION TRIM(WS-CKPT-FILE-NAME) " holds "
                   WS-CKPT-PENDING
                   " checkpointed prompt(s) from an unfinished "
                   "batch run - nothing edited."
               MOVE "N" TO WS-EDIT-OK
       EDIT-RAW-QUEUE.
           OPEN INPUT RawQueueFile.
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RAW-FILE-NAME)
                   " not found - nothing to edit."
               MOVE "N" TO WS-EDIT-OK
           ELSE
               OPEN OUTPUT PromptQueueFile
               OPEN OUTPUT RejectFile
               MOVE 0 TO WS-CH-COUNT
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ RawQueueFile
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM TAKE-RAW-RECORD
                   END-READ
               END-PERFORM
               IF WS-CH-COUNT > 0
                   PERFORM REJECT-INCOMPLETE-CHAIN
               END-IF
               CLOSE RawQueueFile
               CLOSE PromptQueueFile
               CLOSE RejectFile
           END-IF.

      *> A first record opens a chain when its part count says more
      *> records follow; otherwise it is a prompt of one and is
      *> edited at once. A part count that is blank or not a number
      *> is taken as one, as on records written before continuation
      *> records existed. A first record arriving while a chain is
      *> still open means that chain was cut short.
       TAKE-RAW-RECORD.
           IF RW-RECORD-TYPE = "C"
               ADD 1 TO WS-CONTIN-COUNT
               PERFORM TAKE-CONTINUATION
               EXIT PARAGRAPH
           END-IF.
      *> Rejecting the open chain reuses the record area, so the
      *> incoming record is kept aside meanwhile.
           IF WS-CH-COUNT > 0
               MOVE RAW-QUEUE-RECORD TO WS-CH-INCOMING
               PERFORM REJECT-INCOMPLETE-CHAIN
               MOVE WS-CH-INCOMING TO RAW-QUEUE-RECORD
           END-IF.
           MOVE 1 TO WS-CH-COUNT.
           MOVE RAW-QUEUE-RECORD TO WS-CH-RECORD(1).
           IF RW-PART-COUNT NOT NUMERIC
               OR RW-PART-COUNT < 2
               PERFORM EDIT-ONE-PROMPT
               EXIT PARAGRAPH
           END-IF.
           IF RW-PART-COUNT > 10
               MOVE "BADCHAIN" TO WS-REASON-CODE
               ADD 1 TO WS-BADCHAIN-COUNT
               PERFORM WRITE-CHAIN-REJECTS
               EXIT PARAGRAPH
           END-IF.
           MOVE RW-PART-COUNT TO WS-CH-EXPECT.
           MOVE RW-SEQ-NO TO WS-CH-SEQ.

      *> A continuation must carry the open chain's sequence number
      *> and part count and the next part number. Anything else -
      *> including a continuation with no chain open - rejects the
      *> record together with whatever of its chain is held.
       TAKE-CONTINUATION.
           IF WS-CH-COUNT = 0
               OR RW-SEQ-NO NOT = WS-CH-SEQ
               OR RW-PART-NO NOT NUMERIC
               OR RW-PART-COUNT NOT NUMERIC
               OR RW-PART-NO NOT = WS-CH-COUNT + 1
               OR RW-PART-COUNT NOT = WS-CH-EXPECT
               ADD 1 TO WS-CH-COUNT
               MOVE RAW-QUEUE-RECORD TO WS-CH-RECORD(WS-CH-COUNT)
               MOVE "BADCHAIN" TO WS-REASON-CODE
               ADD 1 TO WS-BADCHAIN-COUNT
               PERFORM WRITE-CHAIN-REJECTS
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CH-COUNT.
           MOVE RAW-QUEUE-RECORD TO WS-CH-RECORD(WS-CH-COUNT).
           IF WS-CH-COUNT = WS-CH-EXPECT
               PERFORM EDIT-ONE-PROMPT
           END-IF.

       REJECT-INCOMPLETE-CHAIN.
           MOVE "INCOMPL" TO WS-REASON-CODE.
           ADD 1 TO WS-INCOMPL-COUNT.
           PERFORM WRITE-CHAIN-REJECTS.

      *> The first failed test names the prompt's reason code - one
      *> reason per reject keeps the report and the fix obvious. The
      *> record-level tests look at the first record; the text tests
      *> at the whole prompt.
       EDIT-ONE-PROMPT.
           MOVE WS-CH-RECORD(1) TO RAW-QUEUE-RECORD.
           MOVE SPACES TO WS-REASON-CODE.
           MOVE SPACES TO WS-CLEAN-TEXT.
           PERFORM EDIT-SEQ-NO.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-DEPT-CODE
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-DEADLINE
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-ANSWER-FORMAT
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-PROMPT-TEXT
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-RESTRICTED-TERMS
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM WRITE-CHAIN-CLEAN
           ELSE
               PERFORM WRITE-CHAIN-REJECTS
           END-IF.

       EDIT-SEQ-NO.
               ADD 1 TO WS-BADDLN-COUNT
           END-IF.

      *> An expected answer type is optional; when given it must be
      *> one AnswerValidate can check, and its limits must read the
      *> way that type's limits are written (see TMPLLIB.CPY) - a
      *> whole number of items for LIST, YYYY-MM-DD for DATE, a
      *> signed decimal for NUMBER.
       EDIT-ANSWER-FORMAT.
           MOVE FUNCTION UPPER-CASE(RW-ANSWER-TYPE) TO WS-FMT-TYPE.
           IF WS-FMT-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-FMT-BAD.
           IF WS-FMT-TYPE NOT = "NUMBER"
               AND WS-FMT-TYPE NOT = "YESNO"
               AND WS-FMT-TYPE NOT = "DATE"
               AND WS-FMT-TYPE NOT = "LIST"
               MOVE "Y" TO WS-FMT-BAD
           END-IF.
           MOVE RW-ANSWER-MIN TO WS-FMT-LIMIT.
           PERFORM EDIT-ANSWER-LIMIT.
           MOVE RW-ANSWER-MAX TO WS-FMT-LIMIT.
           PERFORM EDIT-ANSWER-LIMIT.
           IF WS-FMT-BAD = "Y"
               MOVE "BADFMT" TO WS-REASON-CODE
               ADD 1 TO WS-BADFMT-COUNT
           END-IF.

       EDIT-ANSWER-LIMIT.
           IF WS-FMT-LIMIT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-FMT-LIMIT) TO WS-FMT-CHECK.
           EVALUATE WS-FMT-TYPE
               WHEN "YESNO"
                   MOVE "Y" TO WS-FMT-BAD
               WHEN "LIST"
                   INSPECT WS-FMT-CHECK
                       CONVERTING "0123456789" TO "          "
                   IF WS-FMT-CHECK NOT = SPACES
                       MOVE "Y" TO WS-FMT-BAD
                   END-IF
               WHEN "DATE"
                   INSPECT WS-FMT-CHECK
                       CONVERTING "0123456789" TO "NNNNNNNNNN"
                   IF WS-FMT-CHECK NOT = "NNNN-NN-NN"
                       MOVE "Y" TO WS-FMT-BAD
                   END-IF
               WHEN "NUMBER"
                   INSPECT WS-FMT-CHECK
                       CONVERTING "0123456789.-+" TO "             "
                   IF WS-FMT-CHECK NOT = SPACES
                       MOVE "Y" TO WS-FMT-BAD
                   END-IF
           END-EVALUATE.

      *> The same character wash SANITIZE-PROMPT applies in the bot;
      *> a prompt that is nothing but shell metacharacters would be
      *> silently skipped at run time, so it is rejected here where
      *> the department can still fix it.
       EDIT-PROMPT-TEXT.
           PERFORM ASSEMBLE-CHAIN-TEXT.
           INSPECT WS-WORK-TEXT REPLACING ALL ";" BY " "
                                           ALL "|" BY " "
                                           ALL "&" BY " "
               ADD 1 TO WS-BLANKTX-COUNT
           END-IF.

      *> The parts are joined with a single space, each trimmed
      *> first - the way ChatBotGemini joins them (must stay in
      *> step). A prompt of one record is taken as it stands.
       ASSEMBLE-CHAIN-TEXT.
           MOVE SPACES TO WS-WORK-TEXT.
           IF WS-CH-COUNT = 1
               MOVE RW-PROMPT-TEXT TO WS-WORK-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO WS-CH-TEXT-PTR.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               MOVE WS-CH-RECORD(WS-CH-IDX) TO RAW-QUEUE-RECORD
               IF WS-CH-IDX > 1
                   STRING " " DELIMITED BY SIZE
                       INTO WS-WORK-TEXT WITH POINTER WS-CH-TEXT-PTR
               END-IF
               STRING FUNCTION TRIM(RW-PROMPT-TEXT) DELIMITED BY SIZE
                   INTO WS-WORK-TEXT WITH POINTER WS-CH-TEXT-PTR
           END-PERFORM.
           MOVE WS-CH-RECORD(1) TO RAW-QUEUE-RECORD.

      *> A missing RESTRICT.DAT leaves the table empty and the
      *> screen open, with a warning - the same call the bot makes.
       LOAD-RESTRICTED-TERMS.
           MOVE 0 TO WS-RT-COUNT.
           OPEN INPUT RestrictedTermsFile.
           IF WS-RESTRICT-STATUS NOT = "00"
               DISPLAY "RESTRICT.DAT not found - prompts will not be "
                   "screened for restricted terms."
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ RestrictedTermsFile
                   AT END
                       MOVE "Y" TO WS-EOF
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

       LOAD-COMPLIANCE-MASTER.
           MOVE 0 TO WS-CM-COUNT.
           OPEN INPUT ComplianceMasterFile.
           IF WS-CMPLMST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ComplianceMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CM-COUNT < 500
                           ADD 1 TO WS-CM-COUNT
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

      *> Screens the washed text the way the bot will see it. A hit
      *> is rejected unless a reviewer has already released the
      *> prompt (it goes through as written) or redacted it (the
      *> redacted text goes through instead). Held and rejected
      *> prompts, and ones nobody has seen yet, go back to the
      *> department - compliance works the bot's hold queue, not
      *> department files. A continued prompt is looked up whole,
      *> as the bot holds it. A redacted text is cut into queue
      *> records here; one too broken up to fit 10 records goes
      *> back to the department with the restricted prompts.
       EDIT-RESTRICTED-TERMS.
           IF WS-RT-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(WS-WORK-TEXT) TO WS-WORK-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-WORK-TEXT) TO WS-SCREEN-UPPER.
           MOVE WS-SCREEN-UPPER TO WS-SCREEN-SHAPE.
           INSPECT WS-SCREEN-SHAPE
               CONVERTING "0123456789" TO "9999999999".
           MOVE SPACES TO WS-SCREEN-RULE.
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
           IF WS-SCREEN-RULE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-CM-FOUND-IDX.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-TEXT(WS-CM-IDX) = WS-WORK-TEXT
                   MOVE WS-CM-IDX TO WS-CM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CM-FOUND-IDX > 0
               IF WS-CM-STATUS(WS-CM-FOUND-IDX) = "RELEASED"
                   EXIT PARAGRAPH
               END-IF
               IF WS-CM-STATUS(WS-CM-FOUND-IDX) = "REDACTED"
                   MOVE WS-CM-REDACTED(WS-CM-FOUND-IDX)
                       TO WS-CLEAN-TEXT
                   MOVE WS-CLEAN-TEXT TO WS-GEN-TEXT
                   MOVE "N" TO WS-TEXT-TRUNCATED
                   PERFORM SPLIT-GENERATED-TEXT
                   IF WS-TEXT-TRUNCATED = "N"
                       ADD 1 TO WS-REDACTED-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           MOVE "RESTRICT" TO WS-REASON-CODE.
           ADD 1 TO WS-RESTRICT-COUNT.

      *> A clean chain goes onto the queue record by record, part
      *> numbers and count restated. A redacted prompt goes through
      *> as its own chain of redacted text in place of the one the
      *> department sent, each record taking the first record's
      *> department, deadline and format.
       WRITE-CHAIN-CLEAN.
           MOVE WS-CH-COUNT TO WS-CH-WRITE-COUNT.
           IF WS-CLEAN-TEXT NOT = SPACES
               MOVE WS-PART-COUNT TO WS-CH-WRITE-COUNT
           END-IF.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-WRITE-COUNT
               IF WS-CLEAN-TEXT NOT = SPACES
                   MOVE WS-CH-RECORD(1) TO RAW-QUEUE-RECORD
               ELSE
                   MOVE WS-CH-RECORD(WS-CH-IDX) TO RAW-QUEUE-RECORD
               END-IF
               PERFORM WRITE-CLEAN-RECORD
           END-PERFORM.
           ADD 1 TO WS-ACCEPT-COUNT.
           MOVE 0 TO WS-CH-COUNT.

      *> Every record held for the prompt goes back to the
      *> department under the one reason code.
       WRITE-CHAIN-REJECTS.
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               MOVE WS-CH-RECORD(WS-CH-IDX) TO RAW-QUEUE-RECORD
               PERFORM WRITE-REJECT-RECORD
           END-PERFORM.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 0 TO WS-CH-COUNT.

      *> The record goes through as the department wrote it - the
      *> batch sanitizes at run time; the edit only proved it will
      *> survive that. The one exception is a prompt compliance has
      *> redacted, which goes through in its redacted form.
       WRITE-CLEAN-RECORD.
           MOVE RW-SEQ-NO TO PQ-SEQ-NO.
           IF WS-CLEAN-TEXT NOT = SPACES
               MOVE WS-PART-TEXT(WS-CH-IDX) TO PQ-PROMPT-TEXT
           ELSE
               MOVE RW-PROMPT-TEXT TO PQ-PROMPT-TEXT
           END-IF.
           MOVE FUNCTION UPPER-CASE(RW-DEPT-CODE) TO PQ-DEPT-CODE.
           IF RW-PRIORITY NOT NUMERIC
               MOVE 5 TO PQ-PRIORITY
               MOVE RW-PRIORITY TO PQ-PRIORITY
           END-IF.
           MOVE RW-DEADLINE TO PQ-DEADLINE.
           IF WS-CH-IDX = 1
               MOVE SPACE TO PQ-RECORD-TYPE
           ELSE
               MOVE "C" TO PQ-RECORD-TYPE
           END-IF.
           MOVE WS-CH-IDX TO PQ-PART-NO.
           MOVE WS-CH-WRITE-COUNT TO PQ-PART-COUNT.
           MOVE RW-SET-NAME TO PQ-SET-NAME.
           MOVE FUNCTION UPPER-CASE(RW-ANSWER-TYPE) TO PQ-ANSWER-TYPE.
           MOVE RW-ANSWER-MIN TO PQ-ANSWER-MIN.
           MOVE RW-ANSWER-MAX TO PQ-ANSWER-MAX.
           MOVE 0 TO PQ-RETRY-OF.
           WRITE PROMPT-QUEUE-RECORD.

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

       WRITE-REJECT-RECORD.
           MOVE WS-REASON-CODE TO RJ-REASON-CODE.
           MOVE RW-DEPT-CODE TO RJ-DEPT-CODE.
           MOVE RW-PRIORITY TO RJ-PRIORITY.
           MOVE RW-DEADLINE TO RJ-DEADLINE.
           MOVE RW-RECORD-TYPE TO RJ-RECORD-TYPE.
           MOVE RW-PART-NO TO RJ-PART-NO.
           MOVE RW-PART-COUNT TO RJ-PART-COUNT.
           MOVE RW-SET-NAME TO RJ-SET-NAME.
           MOVE RW-ANSWER-TYPE TO RJ-ANSWER-TYPE.
           MOVE RW-ANSWER-MIN TO RJ-ANSWER-MIN.
           MOVE RW-ANSWER-MAX TO RJ-ANSWER-MAX.
           MOVE RW-RETRY-OF TO RJ-RETRY-OF.
           WRITE REJECT-RECORD.

       PRINT-EDIT-REPORT.
           DISPLAY "----- Edit report -----".
           DISPLAY "Records read ...........: " WS-READ-COUNT.
           IF WS-CONTIN-COUNT > 0
               DISPLAY "  Continuation records .: " WS-CONTIN-COUNT
           END-IF.
           DISPLAY "Accepted to queue ......: " WS-ACCEPT-COUNT
               " (" FUNCTION TRIM(WS-PQ-FILE-NAME) ")".
           DISPLAY "Rejected ...............: " WS-REJECT-COUNT
               " (" FUNCTION TRIM(WS-REJECT-FILE-NAME) ")".
           DISPLAY "  Non-numeric sequence .: " WS-BADSEQ-COUNT.
           DISPLAY "  Duplicate sequence ...: " WS-DUPSEQ-COUNT.
           DISPLAY "  Unknown department ...: " WS-BADDEPT-COUNT.
           DISPLAY "  Reserved dept code ...: " WS-RESVDEPT-COUNT.
           DISPLAY "  Malformed deadline ...: " WS-BADDLN-COUNT.
           DISPLAY "  Bad answer format ....: " WS-BADFMT-COUNT.
           DISPLAY "  Blank after sanitize .: " WS-BLANKTX-COUNT.
           DISPLAY "  Restricted terms .....: " WS-RESTRICT-COUNT.
           DISPLAY "  Broken continuation ..: " WS-BADCHAIN-COUNT.
           DISPLAY "  Incomplete chain .....: " WS-INCOMPL-COUNT.
           IF WS-REDACTED-COUNT > 0
               DISPLAY "Accepted as redacted ...: " WS-REDACTED-COUNT
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  Past 5000-record cap .: "
                   WS-OVERFLOW-COUNT
                   "every record it loads."
           ELSE
               DISPLAY "RESULT: " WS-REJECT-COUNT " reject(s) - "
                   "return " FUNCTION TRIM(WS-REJECT-FILE-NAME)
                   " to the department."
           END-IF.
           DISPLAY "=======================".
