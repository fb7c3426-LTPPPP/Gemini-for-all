       IDENTIFICATION DIVISION.
       PROGRAM-ID. CycleClose.

      *> Modification history
      *> 2026-10-15  Initial version - end-of-day cycle close. Rolls
      *>             a batch stream's day (PROMPTS, RESPONSES,
      *>             DISTMAN and the stream's RUNCTL.DAT records)
      *>             into dated generation files named
      *>             <live name>.G<yyyymmdd> - PROMPTS.G20261015,
      *>             RESPONSES-FIN.G20261015 and so on - records the
      *>             close on the cycle catalog (CYCLCAT.DAT) with
      *>             the record counts and sign-off status, then
      *>             resets the live files for the next day. The
      *>             close refuses while the stream has a run open,
      *>             while the day has no clean BatchRecon result
      *>             on RECONRES.DAT taken after its last run, while
      *>             the delivery manifest does not balance or while
      *>             a checkpoint is pending - unless a SUPERVISOR
      *>             overrides, which goes on OPAUDIT.DAT and marks
      *>             the catalog entry OVERRIDE. CYCLPRM.DAT says how
      *>             many closed cycles' generations each stream
      *>             keeps; older ones are removed and their catalog
      *>             entries marked PURGED. DeadlineReport,
      *>             BatchRecon and ResponseDistribute take a cycle
      *>             date to re-run against a kept generation.
      *>             Usage: CycleClose [stream] [YYYY-MM-DD] - the
      *>             date defaults to today.
      *> 2026-10-15  The manifest's answer item records (bulletin
      *>             references) are kept with it in the generation
      *>             but not counted as bulletins.
      *> 2026-10-15  Prompt continuation records and answer overflow
      *>             records roll with their files but are not
      *>             counted as prompts or responses, so the counts
      *>             still balance against the manifest.
      *> 2026-10-15  Refuses outright, override or not, while a data
      *>             purge (program PURGE) is open on RUNCTL.DAT,
      *>             whatever the purge's stream.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PromptQueueFile ASSIGN USING WS-PQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-RESPQ-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-STATUS.
           SELECT ManifestFile ASSIGN USING WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CheckpointFile ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PromptGenFile ASSIGN USING WS-PQ-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PQ-GEN-STATUS.
           SELECT ResponseGenFile ASSIGN USING WS-RESPQ-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPQ-GEN-STATUS.
           SELECT ManifestGenFile ASSIGN USING WS-MANIFEST-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-GEN-STATUS.
           SELECT RunControlGenFile ASSIGN USING WS-RUNCTL-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-GEN-STATUS.
           SELECT CycleCatalogFile ASSIGN TO "CYCLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLCAT-STATUS.
           SELECT CycleParmFile ASSIGN TO "CYCLPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLPRM-STATUS.
           SELECT ReconResultFile ASSIGN TO "RECONRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECONRES-STATUS.
           SELECT OperatorMasterFile ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT AuditLogFile ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PromptQueueFile.
           COPY "PROMPTQ.CPY".

       FD ResponseQueueFile.
           COPY "RESPQ.CPY".

       FD ManifestFile.
           COPY "DISTMAN.CPY".

       FD CheckpointFile.
           COPY "CKPT.CPY".

       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD PromptGenFile.
           COPY "PROMPTQ.CPY"
               REPLACING ==PROMPT-QUEUE-RECORD== BY ==PQ-GEN-RECORD==
                         LEADING ==PQ-== BY ==GP-==.

       FD ResponseGenFile.
           COPY "RESPQ.CPY"
               REPLACING ==RESPONSE-QUEUE-RECORD==
                         BY ==RQ-GEN-RECORD==
                         LEADING ==RQ-== BY ==GR-==.

       FD ManifestGenFile.
           COPY "DISTMAN.CPY"
               REPLACING ==DIST-MANIFEST-RECORD== BY ==DM-GEN-RECORD==
                         LEADING ==DM-== BY ==GD-==.

       FD RunControlGenFile.
           COPY "RUNCTL.CPY"
               REPLACING ==RUN-CONTROL-RECORD== BY ==RC-GEN-RECORD==
                         LEADING ==RC-== BY ==GC-==.

       FD CycleCatalogFile.
           COPY "CYCLCAT.CPY".

       FD CycleParmFile.
           COPY "CYCLPRM.CPY".

       FD ReconResultFile.
           COPY "RECONRES.CPY".

       FD OperatorMasterFile.
           COPY "OPERMST.CPY".

       FD AuditLogFile.
           COPY "OPAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-PQ-STATUS        PIC X(02).
       01 WS-RESPQ-STATUS     PIC X(02).
       01 WS-MANIFEST-STATUS  PIC X(02).
       01 WS-CKPT-STATUS      PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-PQ-GEN-STATUS    PIC X(02).
       01 WS-RESPQ-GEN-STATUS PIC X(02).
       01 WS-MANIFEST-GEN-STATUS PIC X(02).
       01 WS-RUNCTL-GEN-STATUS PIC X(02).
       01 WS-CYCLCAT-STATUS   PIC X(02).
       01 WS-CYCLPRM-STATUS   PIC X(02).
       01 WS-RECONRES-STATUS  PIC X(02).
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

      *> Batch stream and cycle date named on the command line, in
      *> either order - a word starting with a digit is the cycle
      *> date. Stream naming follows ChatBotGemini's
      *> SET-STREAM-FILE-NAMES and the generation rule here is the
      *> one DeadlineReport, BatchRecon and ResponseDistribute use to
      *> find a closed cycle (all must stay in step): the live files
      *> end ".DAT", the cycle's generation ends ".G<yyyymmdd>".
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
       01 WS-GEN-EXT          PIC X(10) VALUE SPACES.
       01 WS-PQ-FILE-NAME     PIC X(30) VALUE "PROMPTS.DAT".
       01 WS-RESPQ-FILE-NAME  PIC X(30) VALUE "RESPONSES.DAT".
       01 WS-MANIFEST-FILE-NAME PIC X(30) VALUE "DISTMAN.DAT".
       01 WS-CKPT-FILE-NAME   PIC X(30) VALUE "CKPT.DAT".
       01 WS-PQ-GEN-NAME      PIC X(30) VALUE SPACES.
       01 WS-RESPQ-GEN-NAME   PIC X(30) VALUE SPACES.
       01 WS-MANIFEST-GEN-NAME PIC X(30) VALUE SPACES.
       01 WS-RUNCTL-GEN-NAME  PIC X(30) VALUE SPACES.

       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      *> What is on the live files before the close.
       01 WS-PROMPT-TOTAL     PIC 9(05) VALUE 0.
       01 WS-RESP-TOTAL       PIC 9(05) VALUE 0.
       01 WS-DISTMAN-TOTAL    PIC 9(05) VALUE 0.
       01 WS-DELIVERED-TOTAL  PIC 9(05) VALUE 0.
       01 WS-CKPT-TOTAL       PIC 9(05) VALUE 0.
       01 WS-RUNCTL-MOVED     PIC 9(05) VALUE 0.
       01 WS-PQ-FOUND         PIC X(01) VALUE "N".
       01 WS-RESPQ-FOUND      PIC X(01) VALUE "N".
       01 WS-MANIFEST-FOUND   PIC X(01) VALUE "N".

      *> Sign-off evidence. The day is signed off on BatchRecon's
      *> latest live-file verdict for the stream, and only if it was
      *> taken at or after the stream's latest run start or end -
      *> a reconciliation from before the last run proves nothing
      *> about it. Cycle-close records of earlier days are not
      *> runs of the day's work and do not count.
       01 WS-RR-FOUND         PIC X(01) VALUE "N".
       01 WS-RR-TIMESTAMP     PIC X(26) VALUE SPACES.
       01 WS-RR-RESULT        PIC X(10) VALUE SPACES.
       01 WS-RR-EXCEPTIONS    PIC 9(05) VALUE 0.
       01 WS-LAST-RUN-STAMP   PIC X(26) VALUE SPACES.
       01 WS-OPEN-RUN-COUNT   PIC 9(03) VALUE 0.
       01 WS-OPEN-PURGE-COUNT PIC 9(03) VALUE 0.
       01 WS-BLOCK-COUNT      PIC 9(02) VALUE 0.
       01 WS-OVERRIDE         PIC X(01) VALUE "N".
       01 WS-OVERRIDE-ANSWER  PIC X(01) VALUE SPACE.
       01 WS-SIGNOFF-STATUS   PIC X(10) VALUE "SIGNED-OFF".

      *> RUNCTL.DAT held whole - the stream's records move to the
      *> cycle's generation and everything else (other streams, and
      *> this close's own record) is written back. Same 200-record
      *> ledger ChatBotGemini keeps.
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

      *> Cycle catalog held whole and rewritten on change, the way
      *> ChatLogArchive keeps ARCHCAT.DAT.
       01 WS-CY-TABLE.
           05 WS-CY-ENTRY OCCURS 1000 TIMES.
               10 WS-CY-CYCLE-DATE    PIC X(10).
               10 WS-CY-STREAM        PIC X(08).
               10 WS-CY-CLOSE-STAMP   PIC X(26).
               10 WS-CY-OPERATOR      PIC X(08).
               10 WS-CY-PROMPTS       PIC 9(05).
               10 WS-CY-RESPONSES     PIC 9(05).
               10 WS-CY-DISTMAN       PIC 9(05).
               10 WS-CY-RUNCTL        PIC 9(05).
               10 WS-CY-EXCEPTIONS    PIC 9(05).
               10 WS-CY-SIGNOFF       PIC X(10).
               10 WS-CY-GEN-STATUS    PIC X(08).
       01 WS-CY-COUNT         PIC 9(04) VALUE 0.
       01 WS-CY-IDX           PIC 9(04) VALUE 0.
       01 WS-CY-FOUND-IDX     PIC 9(04) VALUE 0.
       01 WS-CY-OLDEST-IDX    PIC 9(04) VALUE 0.
       01 WS-CY-KEPT-COUNT    PIC 9(04) VALUE 0.

      *> Retention: generations kept per stream. A stream record on
      *> CYCLPRM.DAT wins over the blank (all streams) record; with
      *> neither, two weeks of cycles are kept. The cycle just closed
      *> is always kept, so anything under 1 counts as 1.
       01 WS-RETAIN-DEFAULT   PIC 9(03) VALUE 14.
       01 WS-RETAIN-COUNT     PIC 9(03) VALUE 0.
       01 WS-RETAIN-ALL       PIC 9(03) VALUE 0.
       01 WS-RETAIN-ALL-FOUND PIC X(01) VALUE "N".
       01 WS-RETAIN-OWN-FOUND PIC X(01) VALUE "N".
       01 WS-PURGED-COUNT     PIC 9(04) VALUE 0.
       01 WS-PURGE-DATE       PIC X(10) VALUE SPACES.
       01 WS-PURGE-COMMAND    PIC X(200) VALUE SPACES.

      *> Operator master for the override gate - same cumulative
      *> roles ChatBotGemini enforces; only SUPERVISOR (level 3) may
      *> close a cycle that has not been signed off.
       01 WS-OM-TABLE.
           05 WS-OM-ENTRY OCCURS 100 TIMES.
               10 WS-OM-ID            PIC X(08).
               10 WS-OM-ROLE          PIC X(10).
               10 WS-OM-ACTIVE        PIC X(01).
       01 WS-OM-COUNT         PIC 9(03) VALUE 0.
       01 WS-OM-IDX           PIC 9(03) VALUE 0.
       01 WS-OM-LOADED        PIC X(01) VALUE "N".
       01 WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01 WS-OP-VERIFIED      PIC X(01) VALUE "N".
       01 WS-OP-ROLE          PIC X(10) VALUE SPACES.
       01 WS-ROLE-LEVEL       PIC 9(01) VALUE 0.
       01 WS-AUDIT-ACTION     PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Batch cycle close =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           PERFORM PARSE-COMMAND-LINE.
           IF WS-STREAM-OK = "Y"
               PERFORM SET-STREAM-FILE-NAMES
           END-IF.
           IF WS-STREAM-OK = "N"
               DISPLAY "RESULT: NOTHING CLOSED - bad stream name or "
                   "cycle date."
               STOP RUN
           END-IF.
           IF WS-STREAM-NAME = SPACES
               DISPLAY "Batch stream .................: default"
           ELSE
               DISPLAY "Batch stream .................: "
                   FUNCTION TRIM(WS-STREAM-NAME)
           END-IF.
           DISPLAY "Cycle date ...................: " WS-CYCLE-DATE.
           PERFORM LOAD-CATALOG.
           PERFORM FIND-CATALOG-CYCLE.
           IF WS-CY-FOUND-IDX > 0
               DISPLAY "RESULT: NOTHING CLOSED - cycle " WS-CYCLE-DATE
                   " of this stream was already closed on "
                   WS-CY-CLOSE-STAMP(WS-CY-FOUND-IDX)(1:19) "."
               STOP RUN
           END-IF.
           PERFORM COUNT-LIVE-FILES.
           IF WS-PROMPT-TOTAL = 0 AND WS-RESP-TOTAL = 0
               DISPLAY "RESULT: NOTHING CLOSED - no prompts and no "
                   "responses on the live files."
               STOP RUN
           END-IF.
           PERFORM CHECK-SIGN-OFF.
           IF WS-OPEN-PURGE-COUNT > 0
               DISPLAY "RESULT: NOTHING CLOSED - a data purge "
                   "(DataPurge) is open; close once it has ended."
               STOP RUN
           END-IF.
           IF WS-BLOCK-COUNT > 0
               PERFORM REQUEST-OVERRIDE
               IF WS-OVERRIDE = "N"
                   DISPLAY "RESULT: NOTHING CLOSED - day not signed "
                       "off (" WS-BLOCK-COUNT " reason(s))."
                   STOP RUN
               END-IF
           END-IF.
           PERFORM ACQUIRE-RUN-CONTROL.
           IF WS-RC-MY-IDX = 0 AND WS-OPEN-PURGE-COUNT > 0
               DISPLAY "RESULT: NOTHING CLOSED - a data purge "
                   "(DataPurge) started meanwhile."
               STOP RUN
           END-IF.
           IF WS-RC-MY-IDX = 0
               DISPLAY "RESULT: NOTHING CLOSED - a run of this stream "
                   "started meanwhile."
               STOP RUN
           END-IF.
           PERFORM COPY-PROMPT-GENERATION.
           PERFORM COPY-RESPONSE-GENERATION.
           PERFORM COPY-MANIFEST-GENERATION.
           PERFORM COPY-RUNCTL-GENERATION.
           PERFORM ADD-CATALOG-ENTRY.
           PERFORM SAVE-CATALOG.
           PERFORM RESET-LIVE-FILES.
           PERFORM RELEASE-RUN-CONTROL.
           PERFORM APPLY-RETENTION.
           PERFORM PRINT-SUMMARY.
           STOP RUN.

      *> Up to two words, either order: the one starting with a
      *> digit is the cycle date (YYYY-MM-DD), the other the stream.
      *> No date closes today's cycle.
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
           IF WS-CYCLE-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STRING WS-CURRENT-DATE(1:4) "-"
                      WS-CURRENT-DATE(5:2) "-"
                      WS-CURRENT-DATE(7:2)
                   DELIMITED BY SIZE INTO WS-CYCLE-DATE
           END-IF.
           MOVE WS-CYCLE-DATE TO WS-CYCLE-CHECK.
           INSPECT WS-CYCLE-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-CYCLE-CHECK NOT = "NNNN-NN-NN"
               DISPLAY "Cycle date must be YYYY-MM-DD: " WS-CYCLE-DATE
               MOVE "N" TO WS-STREAM-OK
           END-IF.

      *> Live and generation names for the stream and cycle; same
      *> rules as ChatBotGemini, DeadlineReport, BatchRecon and
      *> ResponseDistribute (must stay in step).
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
           MOVE SPACES TO WS-GEN-EXT.
           STRING ".G" WS-CYCLE-DATE(1:4) WS-CYCLE-DATE(6:2)
               WS-CYCLE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-GEN-EXT.
           MOVE SPACES TO WS-PQ-FILE-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-PQ-FILE-NAME.
           MOVE SPACES TO WS-RESPQ-FILE-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-RESPQ-FILE-NAME.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-MANIFEST-FILE-NAME.
           MOVE SPACES TO WS-CKPT-FILE-NAME.
           STRING "CKPT" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-CKPT-FILE-NAME.
           PERFORM SET-GENERATION-NAMES.

      *> Generation names for the cycle in WS-GEN-EXT - used for the
      *> cycle being closed and again for each cycle retention
      *> removes.
       SET-GENERATION-NAMES.
           MOVE SPACES TO WS-PQ-GEN-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX WS-GEN-EXT
               DELIMITED BY SPACE INTO WS-PQ-GEN-NAME.
           MOVE SPACES TO WS-RESPQ-GEN-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX WS-GEN-EXT
               DELIMITED BY SPACE INTO WS-RESPQ-GEN-NAME.
           MOVE SPACES TO WS-MANIFEST-GEN-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX WS-GEN-EXT
               DELIMITED BY SPACE INTO WS-MANIFEST-GEN-NAME.
           MOVE SPACES TO WS-RUNCTL-GEN-NAME.
           STRING "RUNCTL" WS-STREAM-SUFFIX WS-GEN-EXT
               DELIMITED BY SPACE INTO WS-RUNCTL-GEN-NAME.

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

      *> One pass over each live file for the counts the sign-off
      *> checks and the catalog need. The manifest's per-bulletin
      *> counts are summed - ResponseDistribute's control total.
       COUNT-LIVE-FILES.
           OPEN INPUT PromptQueueFile.
           IF WS-PQ-STATUS = "00"
               MOVE "Y" TO WS-PQ-FOUND
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PromptQueueFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF PQ-RECORD-TYPE NOT = "C"
                               ADD 1 TO WS-PROMPT-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PromptQueueFile
           END-IF.
           OPEN INPUT ResponseQueueFile.
           IF WS-RESPQ-STATUS = "00"
               MOVE "Y" TO WS-RESPQ-FOUND
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ResponseQueueFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RQ-RECORD-TYPE NOT = "O"
                               ADD 1 TO WS-RESP-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ResponseQueueFile
           END-IF.
           OPEN INPUT ManifestFile.
           IF WS-MANIFEST-STATUS = "00"
               MOVE "Y" TO WS-MANIFEST-FOUND
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ManifestFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF DM-RECORD-TYPE NOT = "I"
                               ADD 1 TO WS-DISTMAN-TOTAL
                           END-IF
                           ADD DM-RECORD-COUNT TO WS-DELIVERED-TOTAL
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
           END-IF.
           OPEN INPUT CheckpointFile.
           IF WS-CKPT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CheckpointFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CKPT-TOTAL
                   END-READ
               END-PERFORM
               CLOSE CheckpointFile
           END-IF.
           DISPLAY "Prompts on queue .............: " WS-PROMPT-TOTAL.
           DISPLAY "Responses on response file ...: " WS-RESP-TOTAL.
           DISPLAY "Bulletins on manifest ........: " WS-DISTMAN-TOTAL
               " (" WS-DELIVERED-TOTAL " answer(s) delivered)".
           DISPLAY "Checkpoint entries ...........: " WS-CKPT-TOTAL.

      *> Every reason the day cannot simply be signed off is shown
      *> and counted; any one of them stops the close unless a
      *> supervisor overrides.
       CHECK-SIGN-OFF.
           MOVE 0 TO WS-BLOCK-COUNT.
           PERFORM LOAD-RUN-CONTROL.
           MOVE 0 TO WS-OPEN-RUN-COUNT.
           MOVE SPACES TO WS-LAST-RUN-STAMP.
           PERFORM COUNT-OPEN-PURGES.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-PROGRAM(WS-RC-IDX) NOT = "CYCLECLS"
                   IF WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                       ADD 1 TO WS-OPEN-RUN-COUNT
                   END-IF
                   IF WS-RC-STAMP(WS-RC-IDX) > WS-LAST-RUN-STAMP
                       MOVE WS-RC-STAMP(WS-RC-IDX)
                           TO WS-LAST-RUN-STAMP
                   END-IF
                   IF WS-RC-END-STAMP(WS-RC-IDX) > WS-LAST-RUN-STAMP
                       MOVE WS-RC-END-STAMP(WS-RC-IDX)
                           TO WS-LAST-RUN-STAMP
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-OPEN-RUN-COUNT > 0
               ADD 1 TO WS-BLOCK-COUNT
               DISPLAY "NOT SIGNED OFF: " WS-OPEN-RUN-COUNT
                   " run(s) of this stream still RUNNING on "
                   "RUNCTL.DAT."
           END-IF.
           PERFORM FIND-LATEST-RECON.
           IF WS-RR-FOUND = "N"
               ADD 1 TO WS-BLOCK-COUNT
               DISPLAY "NOT SIGNED OFF: no BatchRecon result on "
                   "RECONRES.DAT for this stream."
           ELSE
               DISPLAY "Latest reconciliation ........: "
                   WS-RR-TIMESTAMP(1:19) " " WS-RR-RESULT
               IF WS-RR-TIMESTAMP < WS-LAST-RUN-STAMP
                   ADD 1 TO WS-BLOCK-COUNT
                   DISPLAY "NOT SIGNED OFF: the stream ran again at "
                       WS-LAST-RUN-STAMP(1:19)
                       " - rerun BatchRecon."
               ELSE
                   IF WS-RR-RESULT NOT = "CLEAN"
                       ADD 1 TO WS-BLOCK-COUNT
                       DISPLAY "NOT SIGNED OFF: BatchRecon found "
                           WS-RR-EXCEPTIONS " exception(s) ("
                           FUNCTION TRIM(WS-RR-RESULT) ")."
                   END-IF
               END-IF
           END-IF.
           IF WS-DELIVERED-TOTAL NOT = WS-RESP-TOTAL
               ADD 1 TO WS-BLOCK-COUNT
               DISPLAY "NOT SIGNED OFF: manifest delivered "
                   WS-DELIVERED-TOTAL " of " WS-RESP-TOTAL
                   " response(s) - rerun ResponseDistribute."
           END-IF.
           IF WS-CKPT-TOTAL > 0
               ADD 1 TO WS-BLOCK-COUNT
               DISPLAY "NOT SIGNED OFF: checkpoint pending - the "
                   "batch has a resume outstanding."
           END-IF.
           IF WS-BLOCK-COUNT = 0
               DISPLAY "Day reconciled clean - signed off."
           END-IF.

      *> The file is appended in time order, so the last live-file
      *> record for the stream is the latest verdict. Re-runs
      *> against retained generations carry a cycle date and are
      *> not evidence for the live day.
       FIND-LATEST-RECON.
           MOVE "N" TO WS-RR-FOUND.
           OPEN INPUT ReconResultFile.
           IF WS-RECONRES-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ReconResultFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RR-STREAM-NAME = WS-STREAM-NAME
                               AND RR-CYCLE-DATE = SPACES
                               MOVE "Y" TO WS-RR-FOUND
                               MOVE RR-TIMESTAMP TO WS-RR-TIMESTAMP
                               MOVE RR-RESULT TO WS-RR-RESULT
                               MOVE RR-EXCEPTION-COUNT
                                   TO WS-RR-EXCEPTIONS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReconResultFile
           END-IF.

      *> A day that was not signed off can still be closed, but
      *> only by a SUPERVISOR at the terminal who says so - an
      *> unattended close (blank id) refuses and leaves every file
      *> as it was. The override is audited and stays on the
      *> catalog entry.
       REQUEST-OVERRIDE.
           MOVE "N" TO WS-OVERRIDE.
           PERFORM LOAD-OPERATOR-MASTER.
           IF WS-OM-LOADED = "N"
               DISPLAY "OPERMST.DAT not found - role check skipped."
           END-IF.
           DISPLAY "Closing anyway needs a SUPERVISOR override.".
           DISPLAY "Your operator id: ".
           ACCEPT WS-OPERATOR-ID.
           MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
               TO WS-OPERATOR-ID.
           PERFORM VERIFY-OPERATOR.
           IF WS-ROLE-LEVEL < 3
               DISPLAY "Override needs a SUPERVISOR - refused."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Close anyway? (Y/N): ".
           ACCEPT WS-OVERRIDE-ANSWER.
           IF FUNCTION UPPER-CASE(WS-OVERRIDE-ANSWER) = "Y"
               MOVE "Y" TO WS-OVERRIDE
               MOVE "OVERRIDE" TO WS-SIGNOFF-STATUS
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "Cycle " WS-CYCLE-DATE " closed on override ("
                   WS-BLOCK-COUNT " reasons) " WS-STREAM-NAME
                   DELIMITED BY SIZE INTO WS-AUDIT-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
           END-IF.

       VERIFY-OPERATOR.
           MOVE "N" TO WS-OP-VERIFIED.
           MOVE 0 TO WS-ROLE-LEVEL.
           MOVE SPACES TO WS-OP-ROLE.
           IF WS-OPERATOR-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-OM-LOADED = "N"
               MOVE "Y" TO WS-OP-VERIFIED
               MOVE 3 TO WS-ROLE-LEVEL
               MOVE "UNCHECKED" TO WS-OP-ROLE
           ELSE
               PERFORM VARYING WS-OM-IDX FROM 1 BY 1
                       UNTIL WS-OM-IDX > WS-OM-COUNT
                           OR WS-OP-VERIFIED = "Y"
                   IF WS-OM-ID(WS-OM-IDX) = WS-OPERATOR-ID
                       AND WS-OM-ACTIVE(WS-OM-IDX) = "Y"
                       MOVE "Y" TO WS-OP-VERIFIED
                       MOVE WS-OM-ROLE(WS-OM-IDX) TO WS-OP-ROLE
                       EVALUATE WS-OP-ROLE
                           WHEN "SUPERVISOR"
                               MOVE 3 TO WS-ROLE-LEVEL
                           WHEN "REVIEWER"
                               MOVE 2 TO WS-ROLE-LEVEL
                           WHEN OTHER
                               MOVE 1 TO WS-ROLE-LEVEL
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-OPERATOR-MASTER.
           MOVE 0 TO WS-OM-COUNT.
           MOVE "N" TO WS-OM-LOADED.
           OPEN INPUT OperatorMasterFile.
           IF WS-OPERMST-STATUS = "00"
               MOVE "Y" TO WS-OM-LOADED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OperatorMasterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-OM-COUNT < 100
                               ADD 1 TO WS-OM-COUNT
                               MOVE FUNCTION UPPER-CASE
                                   (OP-OPERATOR-ID)
                                   TO WS-OM-ID(WS-OM-COUNT)
                               MOVE FUNCTION UPPER-CASE(OP-ROLE)
                                   TO WS-OM-ROLE(WS-OM-COUNT)
                               MOVE OP-ACTIVE-FLAG
                                   TO WS-OM-ACTIVE(WS-OM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OperatorMasterFile
           END-IF.

       WRITE-OPERATOR-AUDIT.
           OPEN EXTEND AuditLogFile.
           IF WS-OPAUDIT-STATUS = "35"
               OPEN OUTPUT AuditLogFile
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE "CycleClose" TO AU-PROGRAM-NAME.
           MOVE WS-AUDIT-ACTION TO AU-ACTION-TEXT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE AuditLogFile.

      *> The close holds the stream's run-control lock like a batch
      *> run does (program CYCLECLS), so neither ChatBotGemini nor
      *> PromptGenerate can start on the stream's files halfway
      *> through. The ledger is re-read first: a run that started
      *> since the checks would otherwise be reset away. On an
      *> override the stream's dead RUNNING records are marked
      *> ABENDED, as ChatBotGemini does for a declared-dead run. An
      *> open data purge is never overridden or marked: it rewrites
      *> every stream's files, so the close waits for it to end.
       ACQUIRE-RUN-CONTROL.
           MOVE 0 TO WS-RC-MY-IDX.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM COUNT-OPEN-PURGES.
           IF WS-OPEN-PURGE-COUNT > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-OPEN-RUN-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   ADD 1 TO WS-OPEN-RUN-COUNT
               END-IF
           END-PERFORM.
           IF WS-OPEN-RUN-COUNT > 0
               AND WS-OVERRIDE = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   MOVE "ABENDED" TO WS-RC-RUN-STATUS(WS-RC-IDX)
               END-IF
           END-PERFORM.
           IF WS-RC-COUNT >= 200
               PERFORM DROP-OLDEST-RUN-ENTRY
           END-IF.
           PERFORM STAMP-TIMESTAMP.
           ADD 1 TO WS-RC-COUNT.
           MOVE WS-TIMESTAMP TO WS-RC-STAMP(WS-RC-COUNT).
           MOVE "CYCLECLS" TO WS-RC-PROGRAM(WS-RC-COUNT).
           MOVE "RUNNING" TO WS-RC-RUN-STATUS(WS-RC-COUNT).
           MOVE SPACES TO WS-RC-END-STAMP(WS-RC-COUNT).
           MOVE WS-STREAM-NAME TO WS-RC-STREAM(WS-RC-COUNT).
           MOVE WS-RC-COUNT TO WS-RC-MY-IDX.
           MOVE WS-TIMESTAMP TO WS-RC-MY-STAMP.
           PERFORM SAVE-RUN-CONTROL.

       COUNT-OPEN-PURGES.
           MOVE 0 TO WS-OPEN-PURGE-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-PROGRAM(WS-RC-IDX) = "PURGE"
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   ADD 1 TO WS-OPEN-PURGE-COUNT
               END-IF
           END-PERFORM.

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

      *> Writes the table back, leaving out entries blanked by the
      *> move to the generation (program name spaces).
       SAVE-RUN-CONTROL.
           OPEN OUTPUT RunControlFile.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-PROGRAM(WS-RC-IDX) NOT = SPACES
                   MOVE WS-RC-STAMP(WS-RC-IDX) TO RC-START-TIMESTAMP
                   MOVE WS-RC-PROGRAM(WS-RC-IDX) TO RC-PROGRAM-NAME
                   MOVE WS-RC-RUN-STATUS(WS-RC-IDX) TO RC-RUN-STATUS
                   MOVE WS-RC-END-STAMP(WS-RC-IDX)
                       TO RC-END-TIMESTAMP
                   MOVE WS-RC-STREAM(WS-RC-IDX) TO RC-STREAM-NAME
                   WRITE RUN-CONTROL-RECORD
               END-IF
           END-PERFORM.
           CLOSE RunControlFile.

       COPY-PROMPT-GENERATION.
           OPEN OUTPUT PromptGenFile.
           IF WS-PQ-FOUND = "Y"
               OPEN INPUT PromptQueueFile
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ PromptQueueFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE PROMPT-QUEUE-RECORD TO PQ-GEN-RECORD
                           WRITE PQ-GEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE PromptQueueFile
           END-IF.
           CLOSE PromptGenFile.

       COPY-RESPONSE-GENERATION.
           OPEN OUTPUT ResponseGenFile.
           IF WS-RESPQ-FOUND = "Y"
               OPEN INPUT ResponseQueueFile
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ResponseQueueFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE RESPONSE-QUEUE-RECORD TO RQ-GEN-RECORD
                           WRITE RQ-GEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE ResponseQueueFile
           END-IF.
           CLOSE ResponseGenFile.

       COPY-MANIFEST-GENERATION.
           OPEN OUTPUT ManifestGenFile.
           IF WS-MANIFEST-FOUND = "Y"
               OPEN INPUT ManifestFile
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ManifestFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE DIST-MANIFEST-RECORD TO DM-GEN-RECORD
                           WRITE DM-GEN-RECORD
                   END-READ
               END-PERFORM
               CLOSE ManifestFile
           END-IF.
           CLOSE ManifestGenFile.

      *> The stream's run records - everything but this close's own
      *> lock - go to the cycle's RUNCTL generation, where a BatchRecon
      *> re-run finds them. They are blanked in the table so the
      *> release below leaves them off the live ledger.
       COPY-RUNCTL-GENERATION.
           MOVE 0 TO WS-RUNCTL-MOVED.
           OPEN OUTPUT RunControlGenFile.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   AND WS-RC-IDX NOT = WS-RC-MY-IDX
                   MOVE WS-RC-STAMP(WS-RC-IDX) TO GC-START-TIMESTAMP
                   MOVE WS-RC-PROGRAM(WS-RC-IDX) TO GC-PROGRAM-NAME
                   MOVE WS-RC-RUN-STATUS(WS-RC-IDX) TO GC-RUN-STATUS
                   MOVE WS-RC-END-STAMP(WS-RC-IDX)
                       TO GC-END-TIMESTAMP
                   MOVE WS-RC-STREAM(WS-RC-IDX) TO GC-STREAM-NAME
                   WRITE RC-GEN-RECORD
                   MOVE SPACES TO WS-RC-PROGRAM(WS-RC-IDX)
                   ADD 1 TO WS-RUNCTL-MOVED
               END-IF
           END-PERFORM.
           CLOSE RunControlGenFile.

       RESET-LIVE-FILES.
           OPEN OUTPUT PromptQueueFile.
           CLOSE PromptQueueFile.
           OPEN OUTPUT ResponseQueueFile.
           CLOSE ResponseQueueFile.
           OPEN OUTPUT ManifestFile.
           CLOSE ManifestFile.
           IF WS-CKPT-TOTAL > 0
               OPEN OUTPUT CheckpointFile
               CLOSE CheckpointFile
           END-IF.

      *> Another stream may have started or ended since the lock was
      *> taken, so the ledger is re-read and this close's own record
      *> found again by start time before it is closed out and the
      *> moved records dropped - same care ChatBotGemini's
      *> RELEASE-RUN-CONTROL takes.
       RELEASE-RUN-CONTROL.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STREAM(WS-RC-IDX) = WS-STREAM-NAME
                   IF WS-RC-STAMP(WS-RC-IDX) = WS-RC-MY-STAMP
                       AND WS-RC-PROGRAM(WS-RC-IDX) = "CYCLECLS"
                       AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                       PERFORM STAMP-TIMESTAMP
                       MOVE "ENDED" TO WS-RC-RUN-STATUS(WS-RC-IDX)
                       MOVE WS-TIMESTAMP TO WS-RC-END-STAMP(WS-RC-IDX)
                   ELSE
                       MOVE SPACES TO WS-RC-PROGRAM(WS-RC-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SAVE-RUN-CONTROL.

       LOAD-CATALOG.
           MOVE 0 TO WS-CY-COUNT.
           OPEN INPUT CycleCatalogFile.
           IF WS-CYCLCAT-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CycleCatalogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-CY-COUNT < 1000
                               ADD 1 TO WS-CY-COUNT
                               MOVE CYCLE-CATALOG-RECORD
                                   TO WS-CY-ENTRY(WS-CY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleCatalogFile
           END-IF.

      *> A cycle closes once: closing the same date again would
      *> overwrite its generation with the next day's work.
       FIND-CATALOG-CYCLE.
           MOVE 0 TO WS-CY-FOUND-IDX.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
                       OR WS-CY-FOUND-IDX > 0
               IF WS-CY-CYCLE-DATE(WS-CY-IDX) = WS-CYCLE-DATE
                   AND WS-CY-STREAM(WS-CY-IDX) = WS-STREAM-NAME
                   MOVE WS-CY-IDX TO WS-CY-FOUND-IDX
               END-IF
           END-PERFORM.

      *> The catalog is history, kept to the most recent 1000 closes
      *> by dropping the oldest entry when a new one needs the slot.
       ADD-CATALOG-ENTRY.
           IF WS-CY-COUNT >= 1000
               PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                       UNTIL WS-CY-IDX >= WS-CY-COUNT
                   MOVE WS-CY-ENTRY(WS-CY-IDX + 1)
                       TO WS-CY-ENTRY(WS-CY-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-CY-COUNT
           END-IF.
           ADD 1 TO WS-CY-COUNT.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-CYCLE-DATE TO WS-CY-CYCLE-DATE(WS-CY-COUNT).
           MOVE WS-STREAM-NAME TO WS-CY-STREAM(WS-CY-COUNT).
           MOVE WS-TIMESTAMP TO WS-CY-CLOSE-STAMP(WS-CY-COUNT).
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-CY-OPERATOR(WS-CY-COUNT)
           ELSE
               MOVE WS-OPERATOR-ID TO WS-CY-OPERATOR(WS-CY-COUNT)
           END-IF.
           MOVE WS-PROMPT-TOTAL TO WS-CY-PROMPTS(WS-CY-COUNT).
           MOVE WS-RESP-TOTAL TO WS-CY-RESPONSES(WS-CY-COUNT).
           MOVE WS-DISTMAN-TOTAL TO WS-CY-DISTMAN(WS-CY-COUNT).
           MOVE WS-RUNCTL-MOVED TO WS-CY-RUNCTL(WS-CY-COUNT).
           MOVE WS-RR-EXCEPTIONS TO WS-CY-EXCEPTIONS(WS-CY-COUNT).
           MOVE WS-SIGNOFF-STATUS TO WS-CY-SIGNOFF(WS-CY-COUNT).
           MOVE "KEPT" TO WS-CY-GEN-STATUS(WS-CY-COUNT).

       SAVE-CATALOG.
           OPEN OUTPUT CycleCatalogFile.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               MOVE WS-CY-ENTRY(WS-CY-IDX) TO CYCLE-CATALOG-RECORD
               WRITE CYCLE-CATALOG-RECORD
           END-PERFORM.
           CLOSE CycleCatalogFile.

      *> Keeps the stream's newest WS-RETAIN-COUNT generations. The
      *> oldest kept cycle beyond that has its four generation files
      *> removed and its catalog entry marked PURGED, one at a time
      *> until the count fits.
       APPLY-RETENTION.
           PERFORM LOAD-RETENTION.
           MOVE 0 TO WS-CY-KEPT-COUNT.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               IF WS-CY-STREAM(WS-CY-IDX) = WS-STREAM-NAME
                   AND WS-CY-GEN-STATUS(WS-CY-IDX) = "KEPT"
                   ADD 1 TO WS-CY-KEPT-COUNT
               END-IF
           END-PERFORM.
           PERFORM UNTIL WS-CY-KEPT-COUNT <= WS-RETAIN-COUNT
               PERFORM FIND-OLDEST-KEPT
               IF WS-CY-OLDEST-IDX = 0
                   MOVE 0 TO WS-CY-KEPT-COUNT
               ELSE
                   PERFORM PURGE-GENERATION
                   SUBTRACT 1 FROM WS-CY-KEPT-COUNT
               END-IF
           END-PERFORM.
           IF WS-PURGED-COUNT > 0
               PERFORM SAVE-CATALOG
           END-IF.
      *> Put the closed cycle's own names back for the summary.
           MOVE SPACES TO WS-GEN-EXT.
           STRING ".G" WS-CYCLE-DATE(1:4) WS-CYCLE-DATE(6:2)
               WS-CYCLE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-GEN-EXT.
           PERFORM SET-GENERATION-NAMES.

       LOAD-RETENTION.
           MOVE "N" TO WS-RETAIN-ALL-FOUND.
           MOVE "N" TO WS-RETAIN-OWN-FOUND.
           MOVE WS-RETAIN-DEFAULT TO WS-RETAIN-COUNT.
           OPEN INPUT CycleParmFile.
           IF WS-CYCLPRM-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ CycleParmFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM NOTE-RETENTION-RECORD
                   END-READ
               END-PERFORM
               CLOSE CycleParmFile
           END-IF.
           IF WS-RETAIN-OWN-FOUND = "N"
               AND WS-RETAIN-ALL-FOUND = "Y"
               MOVE WS-RETAIN-ALL TO WS-RETAIN-COUNT
           END-IF.
           IF WS-RETAIN-COUNT < 1
               MOVE 1 TO WS-RETAIN-COUNT
           END-IF.

       NOTE-RETENTION-RECORD.
           IF CP-RETAIN-COUNT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF CP-STREAM-NAME = SPACES
               MOVE "Y" TO WS-RETAIN-ALL-FOUND
               MOVE CP-RETAIN-COUNT TO WS-RETAIN-ALL
           ELSE
               IF FUNCTION UPPER-CASE(CP-STREAM-NAME) = WS-STREAM-NAME
                   MOVE "Y" TO WS-RETAIN-OWN-FOUND
                   MOVE CP-RETAIN-COUNT TO WS-RETAIN-COUNT
               END-IF
           END-IF.

       FIND-OLDEST-KEPT.
           MOVE 0 TO WS-CY-OLDEST-IDX.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-COUNT
               IF WS-CY-STREAM(WS-CY-IDX) = WS-STREAM-NAME
                   AND WS-CY-GEN-STATUS(WS-CY-IDX) = "KEPT"
                   IF WS-CY-OLDEST-IDX = 0
                       MOVE WS-CY-IDX TO WS-CY-OLDEST-IDX
                   ELSE
                       IF WS-CY-CYCLE-DATE(WS-CY-IDX)
                           < WS-CY-CYCLE-DATE(WS-CY-OLDEST-IDX)
                           MOVE WS-CY-IDX TO WS-CY-OLDEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> The generation names are built from a validated stream name
      *> and a checked date, so they are safe to hand to the shell.
       PURGE-GENERATION.
           MOVE WS-CY-CYCLE-DATE(WS-CY-OLDEST-IDX) TO WS-PURGE-DATE.
           MOVE SPACES TO WS-GEN-EXT.
           STRING ".G" WS-PURGE-DATE(1:4) WS-PURGE-DATE(6:2)
               WS-PURGE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-GEN-EXT.
           PERFORM SET-GENERATION-NAMES.
           MOVE SPACES TO WS-PURGE-COMMAND.
           STRING "rm -f "
                  FUNCTION TRIM(WS-PQ-GEN-NAME) " "
                  FUNCTION TRIM(WS-RESPQ-GEN-NAME) " "
                  FUNCTION TRIM(WS-MANIFEST-GEN-NAME) " "
                  FUNCTION TRIM(WS-RUNCTL-GEN-NAME)
               DELIMITED BY SIZE INTO WS-PURGE-COMMAND.
           CALL 'SYSTEM' USING WS-PURGE-COMMAND.
           MOVE "PURGED" TO WS-CY-GEN-STATUS(WS-CY-OLDEST-IDX).
           ADD 1 TO WS-PURGED-COUNT.
           DISPLAY "Generation " WS-PURGE-DATE
               " removed (retention " WS-RETAIN-COUNT ").".

       PRINT-SUMMARY.
           DISPLAY "----- Cycle close summary -----".
           DISPLAY "Prompts kept .................: " WS-PROMPT-TOTAL
               "  " FUNCTION TRIM(WS-PQ-GEN-NAME).
           DISPLAY "Responses kept ...............: " WS-RESP-TOTAL
               "  " FUNCTION TRIM(WS-RESPQ-GEN-NAME).
           DISPLAY "Manifest bulletins kept ......: " WS-DISTMAN-TOTAL
               "  " FUNCTION TRIM(WS-MANIFEST-GEN-NAME).
           DISPLAY "Run records kept .............: " WS-RUNCTL-MOVED
               "  " FUNCTION TRIM(WS-RUNCTL-GEN-NAME).
           DISPLAY "Sign-off .....................: "
               WS-SIGNOFF-STATUS.
           DISPLAY "Generations kept (retention) .: " WS-RETAIN-COUNT.
           DISPLAY "Older generations removed ....: " WS-PURGED-COUNT.
           DISPLAY "RESULT: CYCLE " WS-CYCLE-DATE
               " CLOSED - live files reset for the next day.".
           DISPLAY "================================".
