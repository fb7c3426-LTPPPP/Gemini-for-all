      *>             add back up to the responses read, so sign-off
      *>             can confirm every answer was delivered exactly
      *>             once.
      *> 2026-10-15  Compliance HELD and REJECTED items go to the
      *>             operations exceptions bulletin - the department
      *>             has no answer to read, and the record carries
      *>             only the masked prompt text.
      *> 2026-10-15  Named batch streams: a stream named on the
      *>             command line distributes that stream's
      *>             responses (PROMPTS-<s>.DAT, RESPONSES-<s>.DAT)
      *>             into its own bulletins (BULL-<s>-<dept>.TXT)
      *>             and manifest (DISTMAN-<s>.DAT), so one stream's
      *>             delivery never overwrites another's. No stream
      *>             is the default stream on the original names.
      *> 2026-10-15  Cycle dates: "ResponseDistribute [stream]
      *>             YYYY-MM-DD" re-distributes a closed cycle from
      *>             its retained generation files (see CycleClose).
      *>             The re-run's bulletins and manifest carry the
      *>             generation suffix too (BULL-<dept>.G<yyyymmdd>,
      *>             DISTMAN.G<yyyymmdd>), so today's live delivery
      *>             is never overwritten by a re-run.
      *> 2026-10-15  Bulletin references: every answer delivered to
      *>             a department bulletin carries a reference
      *>             (<run yyyymmddhhmmss>-<seq>[-<stream>]) the
      *>             department quotes when it returns feedback,
      *>             and the manifest gains an item record per
      *>             reference holding what was delivered, so
      *>             FeedbackIntake can check each reply against
      *>             it. Exceptions bulletin items carry none.
      *> 2026-10-15  Long prompts and answers: the question prints
      *>             whole for a continued prompt, and an answer's
      *>             overflow records on RESPONSES.DAT are printed
      *>             straight on under the answer in the same
      *>             bulletin. Overflow records are not answers of
      *>             their own and stay out of the control total;
      *>             continuation records on PROMPTS.DAT are passed
      *>             over when routing.
      *> 2026-10-15  Answers marked FORMAT-ERR by AnswerValidate go
      *>             to the exceptions bulletin; the department gets
      *>             the answer to the re-asked prompt.
      *> 2026-10-15  A re-run for a cycle date adds to that cycle's
      *>             manifest and bulletin generations under its own
      *>             run stamp instead of rewriting them, so the
      *>             original delivery (and every reference it
      *>             issued) is kept. A manifest item carries the
      *>             whole of a continued prompt and the whole of an
      *>             answer that ran on into overflow records.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT BulletinFile ASSIGN USING WS-BULLETIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BULLETIN-STATUS.
           SELECT ManifestFile ASSIGN USING WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       01 WS-EOF              PIC X(01) VALUE "N".

       01 WS-BULLETIN-FILE-NAME PIC X(30) VALUE SPACES.

      *> Batch stream and cycle date named on the command line, in
      *> either order - a word starting with a digit is the cycle
      *> date. Stream naming follows ChatBotGemini's
      *> SET-STREAM-FILE-NAMES and generation naming follows
      *> CycleClose (all must stay in step): the live files end
      *> ".DAT", a closed cycle's generation ends ".G<yyyymmdd>".
      *> WS-BULL-PREFIX is "BULL-" or "BULL-<stream>-";
      *> WS-BULL-EXT is ".TXT", or the generation suffix on a
      *> re-run. A re-run adds to the generation's manifest and
      *> bulletins rather than starting them afresh.
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
       01 WS-RERUN            PIC X(01) VALUE "N".
       01 WS-FILE-EXT         PIC X(10) VALUE ".DAT".
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE "RESPONSES.DAT".
       01 WS-MANIFEST-FILE-NAME PIC X(30) VALUE "DISTMAN.DAT".
       01 WS-BULL-PREFIX      PIC X(15) VALUE "BULL-".
       01 WS-BULL-EXT         PIC X(10) VALUE ".TXT".
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      *> order. The first answer for a department opens its
      *> bulletin fresh (OUTPUT), later ones extend it - so every
      *> run delivers a clean file, never yesterday's answers
      *> again (a re-run adds to the kept generation instead, see
      *> OPEN-FRESH-BULLETIN). Sized for every route validated
      *> input can produce: the 50 department codes DEPTQTA.DAT can
      *> hold, plus GEN for orphan and blank routes, plus OPS for
      *> exceptions.
       01 WS-BULL-TABLE.
           05 WS-BL-ENTRY OCCURS 52 TIMES.
               10 WS-BL-DEPT          PIC X(04).
       01 WS-CONTROL-TOTAL    PIC 9(05) VALUE 0.
       01 WS-ORPHAN-COUNT     PIC 9(05) VALUE 0.

      *> The last answer routed, so its overflow records (which
      *> follow it directly) go on in the same bulletin.
       01 WS-LAST-SEQ-NO      PIC 9(05) VALUE 0.
       01 WS-LAST-BL-IDX      PIC 9(02) VALUE 0.
       01 WS-OVERFLOW-TOTAL   PIC 9(05) VALUE 0.
       01 WS-OVERFLOW-LOOSE   PIC 9(05) VALUE 0.

      *> The manifest item for the last department answer is held
      *> in the record area until the answer's overflow records
      *> have been read, so the whole answer goes onto it; it is
      *> written when the next answer arrives or the file ends.
       01 WS-ITEM-PENDING     PIC X(01) VALUE "N".
       01 WS-MORE-POS         PIC 9(05) VALUE 0.

      *> Response wrapping for the bulletins - same 70-column slices
      *> ChatLogSearch's WRITE-WRAPPED-RESPONSE uses for its extract.
       01 WS-WRAP-SOURCE      PIC X(4000) VALUE SPACES.
       01 WS-WRAP-LEN         PIC 9(04) VALUE 0.
       01 WS-BULLETIN-LINE    PIC X(80) VALUE SPACES.

      *> Bulletin reference for a department answer: the run stamp
      *> without punctuation, the response sequence number, and
      *> the stream on the end for a named stream. FeedbackIntake
      *> takes it apart again (must stay in step).
       01 WS-RUN-STAMP        PIC X(14) VALUE SPACES.
       01 WS-ITEM-REF         PIC X(30) VALUE SPACES.
       01 WS-ITEM-COUNT       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Answer distribution =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           PERFORM PARSE-COMMAND-LINE.
           IF WS-STREAM-OK = "Y"
               PERFORM SET-STREAM-FILE-NAMES
           END-IF.
           IF WS-STREAM-OK = "N"
               DISPLAY "Nothing distributed."
               STOP RUN
           END-IF.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream .............: default"
           ELSE
               DISPLAY "Batch stream .............: "
                   FUNCTION TRIM(WS-STREAM-NAME)
           END-IF.
           IF WS-CYCLE-DATE = SPACES
               DISPLAY "Cycle ....................: live files"
           ELSE
               DISPLAY "Cycle ....................: "
                   WS-CYCLE-DATE " (retained generation)"
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           PERFORM LOAD-PROMPTS.
           PERFORM OPEN-MANIFEST.
           PERFORM DISTRIBUTE-RESPONSES.
           PERFORM WRITE-MANIFEST.
           PERFORM PRINT-SUMMARY.
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
               MOVE "Y" TO WS-RERUN
               MOVE WS-CYCLE-DATE TO WS-CYCLE-CHECK
               INSPECT WS-CYCLE-CHECK
                   CONVERTING "0123456789" TO "NNNNNNNNNN"
               IF WS-CYCLE-CHECK NOT = "NNNN-NN-NN"
                   DISPLAY "Cycle date must be YYYY-MM-DD: "
                       WS-CYCLE-DATE
                   MOVE "N" TO WS-STREAM-OK
               END-IF
           END-IF.

      *> Turns the stream name and cycle date into the queue,
      *> response, manifest and bulletin names; same rules as
      *> ChatBotGemini and CycleClose (must stay in step).
       SET-STREAM-FILE-NAMES.
           MOVE SPACES TO WS-STREAM-NAME.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-STREAM-INPUT))
               DELIMITED BY ALL " "
               INTO WS-STREAM-NAME.
           MOVE SPACES TO WS-STREAM-SUFFIX.
           MOVE ".DAT" TO WS-FILE-EXT.
           MOVE ".TXT" TO WS-BULL-EXT.
           IF WS-CYCLE-DATE NOT = SPACES
               MOVE SPACES TO WS-FILE-EXT
               STRING ".G" WS-CYCLE-DATE(1:4) WS-CYCLE-DATE(6:2)
                   WS-CYCLE-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-FILE-EXT
               MOVE WS-FILE-EXT TO WS-BULL-EXT
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
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-MANIFEST-FILE-NAME.
           MOVE SPACES TO WS-BULL-PREFIX.
           STRING "BULL" WS-STREAM-SUFFIX "-"
               DELIMITED BY SPACE INTO WS-BULL-PREFIX.

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
           STRING WS-CURRENT-DATE(1:4)  DELIMITED BY SIZE
                  ":"                   DELIMITED BY SIZE
                  WS-CURRENT-DATE(13:2) DELIMITED BY SIZE
               INTO WS-TIMESTAMP.
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-STAMP.

      *> A live run writes today's manifest afresh. A re-run goes on
      *> the end of the cycle's kept manifest, its records told
      *> apart by their run stamp - the generation CycleClose kept
      *> is the original delivery proof and is never rewritten.
       OPEN-MANIFEST.
           IF WS-RERUN = "N"
               OPEN OUTPUT ManifestFile
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND ManifestFile.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT ManifestFile
           END-IF.

       LOAD-PROMPTS.
           MOVE 0 TO WS-PROMPT-COUNT.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-PQ-FILE-NAME)
                   " not found - unmatched answers "
                   "will go to the general bulletin."
           ELSE
               MOVE "N" TO WS-EOF
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-PROMPT-COUNT < 5000
                               AND PQ-RECORD-TYPE NOT = "C"
                               ADD 1 TO WS-PROMPT-COUNT
                               MOVE PQ-SEQ-NO
                                   TO WS-PT-SEQ-NO(WS-PROMPT-COUNT)
       DISTRIBUTE-RESPONSES.
           OPEN INPUT ResponseQueueFile.
           IF WS-RESPQ-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-RESPQ-FILE-NAME)
                   " not found - nothing to distribute."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RQ-RECORD-TYPE = "O"
                               PERFORM ROUTE-ANSWER-OVERFLOW
                           ELSE
                               ADD 1 TO WS-RESP-TOTAL
                               PERFORM ROUTE-ONE-RESPONSE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ResponseQueueFile
           END-IF.
           PERFORM FLUSH-MANIFEST-ITEM.

      *> Failures and refusals are operations work, not department
      *> reading: they go to the exceptions bulletin so the morning
      *> chase list is one file. Compliance holds and rejections are
      *> routed the same way, and so are answers AnswerValidate
      *> found in the wrong form (FORMAT-ERR) - the department gets
      *> the answer to the re-asked prompt instead. Everything else
      *> is an answer the owning department gets in its own
      *> bulletin.
       ROUTE-ONE-RESPONSE.
           PERFORM FLUSH-MANIFEST-ITEM.
           IF RQ-RESULT-STATUS = "SCRIPT-ERR"
               OR RQ-RESULT-STATUS = "NO-RESP"
               OR RQ-RESULT-STATUS = "OVERBUDGET"
               OR RQ-RESULT-STATUS = "HELD"
               OR RQ-RESULT-STATUS = "REJECTED"
               OR RQ-RESULT-STATUS = "FORMAT-ERR"
               MOVE "OPS" TO WS-ROUTE-DEPT
               ADD 1 TO WS-EXCEPTION-TOTAL
           ELSE
           END-IF.
           PERFORM FIND-BULLETIN-ENTRY.
           PERFORM WRITE-BULLETIN-BLOCK.
           MOVE RQ-SEQ-NO TO WS-LAST-SEQ-NO.
           MOVE WS-BL-FOUND-IDX TO WS-LAST-BL-IDX.

      *> An overflow record carries the rest of the answer before it
      *> and goes on under that answer in the same bulletin. One
      *> that does not follow its own answer (a file edited by hand)
      *> has nowhere sensible to go and is only counted.
       ROUTE-ANSWER-OVERFLOW.
           IF WS-LAST-BL-IDX = 0
               OR RQ-SEQ-NO NOT = WS-LAST-SEQ-NO
               ADD 1 TO WS-OVERFLOW-LOOSE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-OVERFLOW-TOTAL.
           MOVE WS-BL-FILE(WS-LAST-BL-IDX) TO WS-BULLETIN-FILE-NAME.
           OPEN EXTEND BulletinFile.
           IF WS-BULLETIN-STATUS = "35"
               OPEN OUTPUT BulletinFile
           END-IF.
           MOVE RQ-RESPONSE-TEXT TO WS-WRAP-SOURCE.
           PERFORM WRITE-WRAPPED-RESPONSE.
           CLOSE BulletinFile.
           IF WS-ITEM-PENDING = "Y"
               AND RQ-PART-NO NUMERIC
               AND RQ-PART-NO >= 2 AND RQ-PART-NO <= 5
               COMPUTE WS-MORE-POS = (RQ-PART-NO - 2) * 4000 + 1
               MOVE RQ-RESPONSE-TEXT
                   TO DM-RESPONSE-MORE(WS-MORE-POS:4000)
           END-IF.

       FIND-PROMPT-DEPT.
           MOVE 0 TO WS-PT-FOUND-IDX.
                   MOVE WS-BULL-COUNT TO WS-BL-FOUND-IDX
                   MOVE WS-ROUTE-DEPT TO WS-BL-DEPT(WS-BL-FOUND-IDX)
                   MOVE SPACES TO WS-BULLETIN-FILE-NAME
                   STRING FUNCTION TRIM(WS-BULL-PREFIX)
                          FUNCTION TRIM(WS-ROUTE-DEPT)
                          FUNCTION TRIM(WS-BULL-EXT)
                          DELIMITED BY SIZE
                       INTO WS-BULLETIN-FILE-NAME
                   MOVE WS-BULLETIN-FILE-NAME
               MOVE 1 TO WS-BL-FOUND-IDX
           END-IF.

      *> A re-run's bulletin goes on the end of the kept one, under
      *> its own heading with the re-run's stamp.
       OPEN-FRESH-BULLETIN.
           IF WS-RERUN = "Y"
               OPEN EXTEND BulletinFile
               IF WS-BULLETIN-STATUS = "35"
                   OPEN OUTPUT BulletinFile
               END-IF
           ELSE
               OPEN OUTPUT BulletinFile
           END-IF.
           MOVE SPACES TO WS-BULLETIN-LINE.
           STRING "Gemini answer bulletin - dept "
                  WS-ROUTE-DEPT
                  " - run " WS-TIMESTAMP(1:19)
                  " " WS-STREAM-NAME
                  DELIMITED BY SIZE
               INTO WS-BULLETIN-LINE.
           IF WS-ROUTE-DEPT = "OPS"
               MOVE SPACES TO WS-BULLETIN-LINE
               STRING "Operations exceptions bulletin - run "
                      WS-TIMESTAMP(1:19)
                      " " WS-STREAM-NAME
                      DELIMITED BY SIZE
                   INTO WS-BULLETIN-LINE
           END-IF.
                  DELIMITED BY SIZE
               INTO WS-BULLETIN-LINE.
           WRITE BulletinLine FROM WS-BULLETIN-LINE.
           IF WS-BL-DEPT(WS-BL-FOUND-IDX) NOT = "OPS"
               PERFORM WRITE-MANIFEST-ITEM
               MOVE SPACES TO WS-BULLETIN-LINE
               STRING "Reference: " FUNCTION TRIM(WS-ITEM-REF)
                      "   (quote it in your feedback)"
                      DELIMITED BY SIZE
                   INTO WS-BULLETIN-LINE
               WRITE BulletinLine FROM WS-BULLETIN-LINE
           END-IF.
           MOVE "Question:" TO WS-BULLETIN-LINE.
           WRITE BulletinLine FROM WS-BULLETIN-LINE.
           MOVE SPACES TO WS-WRAP-SOURCE.
           MOVE RQ-PROMPT-TEXT TO WS-WRAP-SOURCE.
           MOVE RQ-PROMPT-MORE TO WS-WRAP-SOURCE(201:2000).
           PERFORM WRITE-WRAPPED-RESPONSE.
           MOVE "Answer:" TO WS-BULLETIN-LINE.
           WRITE BulletinLine FROM WS-BULLETIN-LINE.
           CLOSE BulletinFile.
           ADD 1 TO WS-BL-COUNT(WS-BL-FOUND-IDX).

      *> Item record for a department answer: the reference the
      *> bulletin prints against it and exactly what was delivered.
      *> Count zero, so the bulletin counts still add up alone. It
      *> is held until the answer's overflow records are in.
       WRITE-MANIFEST-ITEM.
           MOVE SPACES TO WS-ITEM-REF.
           IF WS-STREAM-NAME = SPACES
               STRING WS-RUN-STAMP "-" RQ-SEQ-NO
                   DELIMITED BY SIZE INTO WS-ITEM-REF
           ELSE
               STRING WS-RUN-STAMP "-" RQ-SEQ-NO "-"
                      FUNCTION TRIM(WS-STREAM-NAME)
                   DELIMITED BY SIZE INTO WS-ITEM-REF
           END-IF.
           MOVE SPACES TO DIST-MANIFEST-RECORD.
           MOVE WS-TIMESTAMP TO DM-RUN-TIMESTAMP.
           MOVE WS-BL-DEPT(WS-BL-FOUND-IDX) TO DM-DEPT-CODE.
           MOVE WS-BL-FILE(WS-BL-FOUND-IDX) TO DM-BULLETIN-FILE.
           MOVE 0 TO DM-RECORD-COUNT.
           MOVE "I" TO DM-RECORD-TYPE.
           MOVE WS-ITEM-REF TO DM-ITEM-REF.
           MOVE RQ-SEQ-NO TO DM-SEQ-NO.
           MOVE RQ-TIMESTAMP TO DM-ANSWER-TIMESTAMP.
           MOVE RQ-BACKEND-SCRIPT TO DM-BACKEND-SCRIPT.
           MOVE RQ-PROMPT-TEXT TO DM-PROMPT-TEXT.
           MOVE RQ-RESPONSE-TEXT TO DM-RESPONSE-TEXT.
           MOVE RQ-PROMPT-MORE TO DM-PROMPT-MORE.
           MOVE "Y" TO WS-ITEM-PENDING.
           ADD 1 TO WS-ITEM-COUNT.

       FLUSH-MANIFEST-ITEM.
           IF WS-ITEM-PENDING = "Y"
               WRITE DIST-MANIFEST-RECORD
               MOVE "N" TO WS-ITEM-PENDING
           END-IF.

       WRITE-WRAPPED-RESPONSE.
           MOVE 0 TO WS-RESP-LEN.
           IF FUNCTION TRIM(WS-WRAP-SOURCE) NOT = SPACES

      *> The manifest is this run's delivery proof: every bulletin
      *> with its count, counts summing back to the responses read.
      *> The manifest was opened before distribution so the item
      *> records go in first; the bulletin records follow.
       WRITE-MANIFEST.
           PERFORM VARYING WS-BL-IDX FROM 1 BY 1
                   UNTIL WS-BL-IDX > WS-BULL-COUNT
               MOVE SPACES TO DIST-MANIFEST-RECORD
               MOVE "B" TO DM-RECORD-TYPE
               MOVE WS-TIMESTAMP TO DM-RUN-TIMESTAMP
               MOVE WS-BL-DEPT(WS-BL-IDX) TO DM-DEPT-CODE
               MOVE WS-BL-FILE(WS-BL-IDX) TO DM-BULLETIN-FILE
               WS-DELIVERED-TOTAL.
           DISPLAY "Routed to exceptions .....: "
               WS-EXCEPTION-TOTAL.
           IF WS-OVERFLOW-TOTAL > 0
               DISPLAY "Answer overflow records ..: " WS-OVERFLOW-TOTAL
                   " (printed under their answers)"
           END-IF.
           IF WS-OVERFLOW-LOOSE > 0
               DISPLAY "Overflow records skipped .: " WS-OVERFLOW-LOOSE
                   " (not after their own answer)"
           END-IF.
           IF WS-ORPHAN-COUNT > 0
               DISPLAY "Answers with no prompt ...: " WS-ORPHAN-COUNT
                   " (delivered to the general bulletin)"
                   WS-BL-COUNT(WS-BL-IDX) "  "
                   FUNCTION TRIM(WS-BL-FILE(WS-BL-IDX))
           END-PERFORM.
           DISPLAY "Answer references issued .: " WS-ITEM-COUNT.
           DISPLAY "Control total (manifest) .: " WS-CONTROL-TOTAL.
           IF WS-CONTROL-TOTAL NOT = WS-RESP-TOTAL
               DISPLAY "CONTROL BREAK - manifest counts do not "
