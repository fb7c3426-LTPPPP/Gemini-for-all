       IDENTIFICATION DIVISION.
       PROGRAM-ID. DataPurge.

      *> Modification history
      *> 2026-10-15  Initial version - cross-file data purge for a
      *>             legal or department instruction to remove every
      *>             trace of a matter. "DataPurge <ref>" reads the
      *>             request PURGE-<ref>.REQ (search terms and date
      *>             range) and lists every hit by file and record
      *>             without changing anything; "DataPurge <ref>
      *>             APPLY" then carries out exactly that listing
      *>             under an approval reference. SUPERVISOR only.
      *>             Removed: chat-log and archive rows (ARCHCAT.DAT
      *>             counts reduced), cache entries, ESCALATE.DAT
      *>             rows, review items not yet graded and session
      *>             history question/answer pairs. Masked in place
      *>             (text replaced, record kept so counts, ids and
      *>             references still balance): response records,
      *>             manifest answer items, graded review items,
      *>             escalation master items, feedback register
      *>             entries and bulletin lines. Writes the purge
      *>             certificate PURGE-<ref>.CRT, the purge register
      *>             PURGREG.DAT and the privileged-action log.
      *> 2026-10-15  Prompt continuation text on the chat log, cache
      *>             and response queue is searched with the prompt;
      *>             answer overflow rows are masked with their
      *>             answer. Work record widened for the longer
      *>             layouts.
      *> 2026-10-15  APPLY takes the run-control lock (RUNCTL.DAT,
      *>             program PURGE) and is refused while any run of
      *>             any stream is open. The compliance master is
      *>             masked and held prompts removed (with the holds
      *>             behind a masked item, so they are not imported
      *>             again); every stream's prompt queue and its kept
      *>             generations are masked a whole prompt chain at
      *>             a time. Bulletin blocks are searched with their
      *>             70-column slices joined back together, and a
      *>             block whose manifest item was masked is masked
      *>             whole. Prompt continuation text and answer
      *>             overflow text are searched and masked on every
      *>             file that carries them.
      *> 2026-10-15  A response's answer row and its overflow rows
      *>             are searched as one answer and masked together,
      *>             so the response file agrees with the manifest;
      *>             an answer, like a prompt chain, counts as one
      *>             hit however many rows it takes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PurgeRequestFile ASSIGN USING WS-REQUEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT PurgeRegisterFile ASSIGN TO "PURGREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURGREG-STATUS.
           SELECT CertificateFile ASSIGN USING WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT ChatLogFile ASSIGN USING WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT CatalogFile ASSIGN TO "ARCHCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHCAT-STATUS.
           SELECT AnswerCacheFile ASSIGN TO "CACHE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT ReviewQueueFile ASSIGN TO "REVIEWQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT EscMasterFile ASSIGN TO "ESCMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT EscalateFile ASSIGN TO "ESCALATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT FeedbackLogFile ASSIGN TO "FDBKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT ComplianceMasterFile ASSIGN TO "CMPLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT HeldPromptFile ASSIGN TO "HELDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT PromptQueueFile ASSIGN USING WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT ResponseQueueFile ASSIGN USING WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT ManifestFile ASSIGN USING WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT TextFile ASSIGN USING WS-TARGET-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-STATUS.
           SELECT WorkFile ASSIGN TO "PURGE.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT SessionRegistryFile ASSIGN TO "SESSREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SESSREG-STATUS.
           SELECT CycleCatalogFile ASSIGN TO "CYCLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLCAT-STATUS.
           SELECT RunControlFile ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OperatorMasterFile ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT AuditLogFile ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PurgeRequestFile.
           COPY "PURGREQ.CPY".

       FD PurgeRegisterFile.
           COPY "PURGREG.CPY".

       FD CertificateFile.
       01 CertificateLine PIC X(100).

       FD ChatLogFile.
           COPY "CHATLOG.CPY".

       FD CatalogFile.
           COPY "ARCHCAT.CPY".

       FD AnswerCacheFile.
           COPY "ANSCACHE.CPY".

       FD ReviewQueueFile.
           COPY "REVIEWQ.CPY".

       FD EscMasterFile.
           COPY "ESCMST.CPY".

       FD EscalateFile.
           COPY "ESCLT.CPY".

       FD FeedbackLogFile.
           COPY "FDBKLOG.CPY".

       FD ComplianceMasterFile.
           COPY "CMPLMST.CPY".

       FD HeldPromptFile.
           COPY "HELDPRM.CPY".

       FD PromptQueueFile.
           COPY "PROMPTQ.CPY".

       FD ResponseQueueFile.
           COPY "RESPQ.CPY".

       FD ManifestFile.
           COPY "DISTMAN.CPY".

      *> Bulletins and session histories are plain text; the same
      *> description serves to copy any purged file back from the
      *> work file, whatever its layout - the widest is a manifest
      *> answer item.
       FD TextFile.
       01 TextLine PIC X(22400).

       FD WorkFile.
       01 WorkLine PIC X(22400).

       FD SessionRegistryFile.
           COPY "SESSREG.CPY".

       FD CycleCatalogFile.
           COPY "CYCLCAT.CPY".

       FD RunControlFile.
           COPY "RUNCTL.CPY".

       FD OperatorMasterFile.
           COPY "OPERMST.CPY".

       FD AuditLogFile.
           COPY "OPAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS   PIC X(02).
       01 WS-PURGREG-STATUS   PIC X(02).
       01 WS-CERT-STATUS      PIC X(02).
       01 WS-TARGET-STATUS    PIC X(02).
       01 WS-ARCHCAT-STATUS   PIC X(02).
       01 WS-WORK-STATUS      PIC X(02).
       01 WS-SESSREG-STATUS   PIC X(02).
       01 WS-CYCLCAT-STATUS   PIC X(02).
       01 WS-RUNCTL-STATUS    PIC X(02).
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).

       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-LIST-EOF         PIC X(01) VALUE "N".

      *> Command line: the purge reference (letters and digits, as
      *> legal or the department quoted it) and optionally APPLY.
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-CMD-WORD1        PIC X(20) VALUE SPACES.
       01 WS-CMD-WORD2        PIC X(20) VALUE SPACES.
       01 WS-PURGE-REF        PIC X(12) VALUE SPACES.
       01 WS-REF-CHECK        PIC X(12) VALUE SPACES.
       01 WS-REQUEST-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-CERT-FILE-NAME   PIC X(30) VALUE SPACES.
      *> R = report only (list every hit), C = count only (the
      *> silent re-check before applying), A = apply.
       01 WS-RUN-MODE         PIC X(01) VALUE "R".
       01 WS-APPLY-WANTED     PIC X(01) VALUE "N".
       01 WS-APPROVAL-REF     PIC X(30) VALUE SPACES.
       01 WS-CONFIRM-TEXT     PIC X(10) VALUE SPACES.
       01 WS-PURGE-MARKER     PIC X(40) VALUE SPACES.

      *> The request: who asked, the date range and the terms. Each
      *> term is held upper-cased as keyed, and also as it reads
      *> after the character wash the bot gives prompts before
      *> logging them (SANITIZE-PROMPT in ChatBotGemini - must stay
      *> in step), so a name with an apostrophe is still found on
      *> the chat log.
       01 WS-REQUESTED-BY     PIC X(30) VALUE SPACES.
       01 WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01 WS-TO-DATE          PIC X(10) VALUE SPACES.
       01 WS-DATE-CHECK       PIC X(10) VALUE SPACES.
       01 WS-HEADER-SEEN      PIC X(01) VALUE "N".
       01 WS-REQUEST-OK       PIC X(01) VALUE "Y".
       01 WS-TERM-TABLE.
           05 WS-TM-ENTRY OCCURS 50 TIMES.
               10 WS-TM-TEXT          PIC X(40).
               10 WS-TM-LEN           PIC 9(02).
               10 WS-TM-WASHED        PIC X(40).
               10 WS-TM-WASHED-LEN    PIC 9(02).
       01 WS-TERM-COUNT       PIC 9(02) VALUE 0.
       01 WS-TM-IDX           PIC 9(02) VALUE 0.
       01 WS-WASH-TEXT        PIC X(40) VALUE SPACES.

      *> Text under test and the outcome for the record in hand.
      *> Wide enough for a whole bulletin block; only the text up
      *> to its last non-blank is upper-cased and searched.
       01 WS-MATCH-TEXT       PIC X(32000) VALUE SPACES.
       01 WS-MATCH-UPPER      PIC X(32000) VALUE SPACES.
       01 WS-MATCH-LEN        PIC 9(05) VALUE 0.
       01 WS-MATCH-PTR        PIC 9(05) VALUE 0.
       01 WS-MATCH-HITS       PIC 9(04) VALUE 0.
       01 WS-TEXT-HIT         PIC X(01) VALUE "N".
       01 WS-REC-HIT          PIC X(01) VALUE "N".
       01 WS-REC-DATE         PIC X(10) VALUE SPACES.
       01 WS-IN-RANGE         PIC X(01) VALUE "N".
      *> R = remove, M = mask, space = keep as it is.
       01 WS-REC-ACTION       PIC X(01) VALUE SPACE.
       01 WS-REC-NO           PIC 9(07) VALUE 0.
       01 WS-HIT-STAMP        PIC X(19) VALUE SPACES.
       01 WS-HIT-EXCERPT      PIC X(30) VALUE SPACES.
       01 WS-HIT-TOTAL        PIC 9(07) VALUE 0.

      *> One entry per file searched, for the certificate.
       01 WS-TARGET-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-FILE-TABLE.
           05 WS-FT-ENTRY OCCURS 400 TIMES.
               10 WS-FT-FILE          PIC X(30).
               10 WS-FT-READ          PIC 9(07).
               10 WS-FT-REMOVED       PIC 9(07).
               10 WS-FT-MASKED        PIC 9(07).
       01 WS-FILE-COUNT       PIC 9(03) VALUE 0.
       01 WS-FT-IDX           PIC 9(03) VALUE 0.
       01 WS-FT-CUR           PIC 9(03) VALUE 0.
       01 WS-FILES-CHANGED    PIC 9(03) VALUE 0.
       01 WS-REMOVED-TOTAL    PIC 9(07) VALUE 0.
       01 WS-MASKED-TOTAL     PIC 9(07) VALUE 0.

      *> Archive catalog, held whole so its counts can be reduced
      *> by what the purge takes out of each archive.
       01 WS-CATALOG-TABLE.
           05 WS-CATALOG-ENTRY OCCURS 120 TIMES.
               10 WS-CAT-PERIOD       PIC X(07).
               10 WS-CAT-FILE         PIC X(30).
               10 WS-CAT-FROM         PIC X(10).
               10 WS-CAT-TO           PIC X(10).
               10 WS-CAT-COUNT        PIC 9(07).
               10 WS-CAT-OLD-COUNT    PIC 9(07).
       01 WS-CATALOG-COUNT    PIC 9(03) VALUE 0.
       01 WS-CAT-IDX          PIC 9(03) VALUE 0.

      *> Escalation master items masked this run, by their original
      *> timestamp and prompt - EscalationWorkbench imports
      *> ESCALATE.DAT rows not on the master by exactly that pair,
      *> so the matching rows must go too or the text comes back.
       01 WS-EM-TABLE.
           05 WS-EM-ENTRY OCCURS 500 TIMES.
               10 WS-EM-TIMESTAMP     PIC X(26).
               10 WS-EM-PROMPT        PIC X(2200).
       01 WS-EM-COUNT         PIC 9(03) VALUE 0.
       01 WS-EM-IDX           PIC 9(03) VALUE 0.
       01 WS-WHOLE-PROMPT     PIC X(2200) VALUE SPACES.

      *> Compliance master items masked this run, by prompt -
      *> ComplianceRelease imports a HELDPRM.DAT row whose prompt
      *> is not on the master, so every hold of that prompt must go.
       01 WS-CP-TABLE.
           05 WS-CP-PROMPT OCCURS 500 TIMES PIC X(2200).
       01 WS-CP-COUNT         PIC 9(03) VALUE 0.
       01 WS-CP-IDX           PIC 9(03) VALUE 0.

      *> One prompt chain off a prompt queue (a first record and its
      *> "C" continuation records), held so it is searched as one
      *> text and masked as one. Queue records carry no date; a kept
      *> generation's records take its cycle date.
       01 WS-PC-TABLE.
           05 WS-PC-RECORD OCCURS 10 TIMES PIC X(300).
       01 WS-PC-COUNT         PIC 9(02) VALUE 0.
       01 WS-PC-IDX           PIC 9(02) VALUE 0.
       01 WS-PC-SEQ-NO        PIC X(05) VALUE SPACES.
       01 WS-PC-READ          PIC X(300) VALUE SPACES.
       01 WS-PQ-FILE-DATE     PIC X(10) VALUE SPACES.

      *> One answer off a response file: its answer row and the "O"
      *> overflow rows after it, held so the answer is searched as
      *> one text and masked as one.
       01 WS-RS-TABLE.
           05 WS-RS-RECORD OCCURS 5 TIMES PIC X(6400).
       01 WS-RS-COUNT         PIC 9(02) VALUE 0.
       01 WS-RS-IDX           PIC 9(02) VALUE 0.
       01 WS-RS-SEQ-NO        PIC X(05) VALUE SPACES.
       01 WS-RS-READ          PIC X(6400) VALUE SPACES.

      *> Batch streams and their kept cycle generations, from the
      *> cycle catalog and the run ledger; file naming follows
      *> ChatBotGemini and CycleClose (must stay in step).
       01 WS-STREAM-TABLE.
           05 WS-ST-NAME OCCURS 20 TIMES PIC X(08).
       01 WS-STREAM-COUNT     PIC 9(02) VALUE 0.
       01 WS-ST-IDX           PIC 9(02) VALUE 0.
       01 WS-ST-FOUND         PIC X(01) VALUE "N".
       01 WS-CYCLE-TABLE.
           05 WS-CC-ENTRY OCCURS 300 TIMES.
               10 WS-CC-STREAM        PIC X(08).
               10 WS-CC-DATE          PIC X(10).
       01 WS-CYCLE-COUNT      PIC 9(03) VALUE 0.
       01 WS-CC-IDX           PIC 9(03) VALUE 0.
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-FILE-EXT         PIC X(10) VALUE SPACES.

      *> Bulletin files named on the manifests read, each searched
      *> once however many manifests name it.
       01 WS-BULL-TABLE.
           05 WS-BF-FILE OCCURS 400 TIMES PIC X(30).
       01 WS-BULL-COUNT       PIC 9(03) VALUE 0.
       01 WS-BF-IDX           PIC 9(03) VALUE 0.
       01 WS-BF-FOUND         PIC X(01) VALUE "N".

      *> References of the manifest answer items masked this run;
      *> the bulletin block printed against each is masked whole.
       01 WS-HIT-REF-TABLE.
           05 WS-HR-REF OCCURS 2000 TIMES PIC X(30).
       01 WS-HR-COUNT         PIC 9(04) VALUE 0.
       01 WS-HR-IDX           PIC 9(04) VALUE 0.

      *> One bulletin answer block, held whole so a term cut across
      *> two 70-column slices is still found.
       01 WS-BLOCK-TABLE.
           05 WS-BK-LINE OCCURS 400 TIMES PIC X(80).
       01 WS-BK-COUNT         PIC 9(03) VALUE 0.
       01 WS-BK-IDX           PIC 9(03) VALUE 0.
       01 WS-BK-OPEN          PIC X(01) VALUE "N".
       01 WS-BK-HIT           PIC X(01) VALUE "N".
       01 WS-BK-REF-HIT       PIC X(01) VALUE "N".
       01 WS-BK-REF           PIC X(30) VALUE SPACES.

      *> Session histories off the registry. A "Q: " line and the
      *> "A: " line after it are one exchange and go together.
       01 WS-REG-TABLE.
           05 WS-REG-FILE OCCURS 100 TIMES PIC X(30).
       01 WS-REG-COUNT        PIC 9(03) VALUE 0.
       01 WS-REG-IDX          PIC 9(03) VALUE 0.
       01 WS-HELD-LINE        PIC X(6500) VALUE SPACES.
       01 WS-HELD-FLAG        PIC X(01) VALUE "N".
       01 WS-HELD-HIT         PIC X(01) VALUE "N".
       01 WS-HELD-REC-NO      PIC 9(07) VALUE 0.
       01 WS-LINE-HIT         PIC X(01) VALUE "N".

      *> Earlier runs of this purge reference off the register.
       01 WS-REPORTED-FLAG    PIC X(01) VALUE "N".
       01 WS-REPORTED-HITS    PIC 9(07) VALUE 0.
       01 WS-REPORTED-STAMP   PIC X(26) VALUE SPACES.
       01 WS-REPORTED-BY      PIC X(08) VALUE SPACES.
       01 WS-APPLIED-FLAG     PIC X(01) VALUE "N".

      *> Operator master for sign-on - same cumulative roles the
      *> bot enforces; purging needs SUPERVISOR (level 3).
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
       01 WS-SIGNON-OK        PIC X(01) VALUE "N".
       01 WS-VERIFY-TRIES     PIC 9(01) VALUE 0.
       01 WS-AUDIT-ACTION     PIC X(60) VALUE SPACES.
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-AUD-TIMESTAMP    PIC X(26) VALUE SPACES.

      *> RUNCTL.DAT held whole while the lock is taken and given
      *> back, the way the batch programs hold it.
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

       01 WS-CERT-LINE        PIC X(100) VALUE SPACES.
       01 WS-COUNT-DISP       PIC Z(06)9.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Data purge =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           PERFORM PARSE-COMMAND-LINE.
           IF WS-REQUEST-OK = "N"
               DISPLAY "Usage: DataPurge <purge-ref> [APPLY]"
               DISPLAY "RESULT: NOTHING PURGED."
               STOP RUN
           END-IF.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Sign-on failed - exiting."
               STOP RUN
           END-IF.
           IF WS-ROLE-LEVEL < 3
               DISPLAY "Data purge needs SUPERVISOR - refused."
               STOP RUN
           END-IF.
           PERFORM LOAD-PURGE-REQUEST.
           IF WS-REQUEST-OK = "N"
               DISPLAY "RESULT: NOTHING PURGED - fix "
                   FUNCTION TRIM(WS-REQUEST-FILE-NAME) " first."
               STOP RUN
           END-IF.
           PERFORM LOAD-PURGE-REGISTER.
           DISPLAY "Purge reference ........: " WS-PURGE-REF.
           DISPLAY "Requested by ...........: "
               FUNCTION TRIM(WS-REQUESTED-BY).
           DISPLAY "Date range .............: " WS-FROM-DATE
               " to " WS-TO-DATE.
           DISPLAY "Search terms ...........: " WS-TERM-COUNT.
           IF WS-APPLY-WANTED = "Y"
               PERFORM APPLY-PURGE
           ELSE
               PERFORM REPORT-PURGE
           END-IF.
           STOP RUN.

       PARSE-COMMAND-LINE.
           MOVE "Y" TO WS-REQUEST-OK.
           UNSTRING WS-CMDLINE-ARG
               DELIMITED BY ALL " "
               INTO WS-CMD-WORD1 WS-CMD-WORD2.
           MOVE FUNCTION UPPER-CASE(WS-CMD-WORD1) TO WS-PURGE-REF.
           IF WS-CMD-WORD1(13:8) NOT = SPACES
               OR WS-PURGE-REF = SPACES
               MOVE "N" TO WS-REQUEST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PURGE-REF TO WS-REF-CHECK.
           INSPECT WS-REF-CHECK
               CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
               TO "                                    ".
           IF WS-REF-CHECK NOT = SPACES
               DISPLAY "Purge reference must be letters and digits: "
                   FUNCTION TRIM(WS-CMD-WORD1)
               MOVE "N" TO WS-REQUEST-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-CMD-WORD2 NOT = SPACES
               IF FUNCTION UPPER-CASE(WS-CMD-WORD2) = "APPLY"
                   MOVE "Y" TO WS-APPLY-WANTED
               ELSE
                   MOVE "N" TO WS-REQUEST-OK
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           STRING "PURGE-" FUNCTION TRIM(WS-PURGE-REF) ".REQ"
               DELIMITED BY SIZE INTO WS-REQUEST-FILE-NAME.
           STRING "PURGE-" FUNCTION TRIM(WS-PURGE-REF) ".CRT"
               DELIMITED BY SIZE INTO WS-CERT-FILE-NAME.
           STRING "*** PURGED " FUNCTION TRIM(WS-PURGE-REF) " ***"
               DELIMITED BY SIZE INTO WS-PURGE-MARKER.

      *> One header, at least one term. A term under three
      *> characters would match half the shop's traffic, so it is
      *> refused rather than guessed at.
       LOAD-PURGE-REQUEST.
           MOVE 0 TO WS-TERM-COUNT.
           OPEN INPUT PurgeRequestFile.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-REQUEST-FILE-NAME)
                   " not found."
               MOVE "N" TO WS-REQUEST-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PurgeRequestFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-REQUEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE PurgeRequestFile.
           IF WS-HEADER-SEEN = "N"
               DISPLAY "No header (H) record on the request."
               MOVE "N" TO WS-REQUEST-OK
           END-IF.
           IF WS-TERM-COUNT = 0
               DISPLAY "No search terms (T records) on the request."
               MOVE "N" TO WS-REQUEST-OK
           END-IF.
           IF WS-FROM-DATE = SPACES
               MOVE "0000-00-00" TO WS-FROM-DATE
           END-IF.
           IF WS-TO-DATE = SPACES
               MOVE "9999-99-99" TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "Date range runs backwards: " WS-FROM-DATE
                   " to " WS-TO-DATE
               MOVE "N" TO WS-REQUEST-OK
           END-IF.

       LOAD-ONE-REQUEST-RECORD.
           EVALUATE FUNCTION UPPER-CASE(PR-RECORD-TYPE)
               WHEN "H"
                   IF WS-HEADER-SEEN = "Y"
                       DISPLAY "More than one header record on the "
                           "request."
                       MOVE "N" TO WS-REQUEST-OK
                   END-IF
                   MOVE "Y" TO WS-HEADER-SEEN
                   MOVE PR-REQUESTED-BY TO WS-REQUESTED-BY
                   MOVE PR-FROM-DATE TO WS-FROM-DATE
                   MOVE PR-TO-DATE TO WS-TO-DATE
                   PERFORM CHECK-REQUEST-DATES
               WHEN "T"
                   IF FUNCTION LENGTH(FUNCTION TRIM(PR-TERM-TEXT)) < 3
                       OR PR-TERM-TEXT = SPACES
                       DISPLAY "Term too short (3 characters at "
                           "least): " FUNCTION TRIM(PR-TERM-TEXT)
                       MOVE "N" TO WS-REQUEST-OK
                   ELSE
                       IF WS-TERM-COUNT < 50
                           PERFORM ADD-REQUEST-TERM
                       ELSE
                           DISPLAY "More than 50 terms - split the "
                               "request."
                           MOVE "N" TO WS-REQUEST-OK
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown request record type: "
                       PR-RECORD-TYPE
                   MOVE "N" TO WS-REQUEST-OK
           END-EVALUATE.

       CHECK-REQUEST-DATES.
           IF WS-FROM-DATE NOT = SPACES
               MOVE WS-FROM-DATE TO WS-DATE-CHECK
               INSPECT WS-DATE-CHECK
                   CONVERTING "0123456789" TO "NNNNNNNNNN"
               IF WS-DATE-CHECK NOT = "NNNN-NN-NN"
                   DISPLAY "From date must be YYYY-MM-DD or blank: "
                       WS-FROM-DATE
                   MOVE "N" TO WS-REQUEST-OK
               END-IF
           END-IF.
           IF WS-TO-DATE NOT = SPACES
               MOVE WS-TO-DATE TO WS-DATE-CHECK
               INSPECT WS-DATE-CHECK
                   CONVERTING "0123456789" TO "NNNNNNNNNN"
               IF WS-DATE-CHECK NOT = "NNNN-NN-NN"
                   DISPLAY "To date must be YYYY-MM-DD or blank: "
                       WS-TO-DATE
                   MOVE "N" TO WS-REQUEST-OK
               END-IF
           END-IF.

       ADD-REQUEST-TERM.
           ADD 1 TO WS-TERM-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PR-TERM-TEXT))
               TO WS-TM-TEXT(WS-TERM-COUNT).
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PR-TERM-TEXT))
               TO WS-TM-LEN(WS-TERM-COUNT).
           MOVE WS-TM-TEXT(WS-TERM-COUNT) TO WS-WASH-TEXT.
           INSPECT WS-WASH-TEXT REPLACING ALL ";" BY " "
                                           ALL "|" BY " "
                                           ALL "&" BY " "
                                           ALL "`" BY " "
                                           ALL "$" BY " "
                                           ALL ">" BY " "
                                           ALL "<" BY " "
                                           ALL "\" BY " "
                                           ALL QUOTE BY " "
                                           ALL "'" BY " ".
           MOVE 0 TO WS-TM-WASHED-LEN(WS-TERM-COUNT).
           MOVE SPACES TO WS-TM-WASHED(WS-TERM-COUNT).
           IF WS-WASH-TEXT NOT = WS-TM-TEXT(WS-TERM-COUNT)
               AND WS-WASH-TEXT NOT = SPACES
               MOVE FUNCTION TRIM(WS-WASH-TEXT)
                   TO WS-TM-WASHED(WS-TERM-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WASH-TEXT))
                   TO WS-TM-WASHED-LEN(WS-TERM-COUNT)
           END-IF.

      *> The latest REPORTED run for this reference is the listing
      *> that was put up for approval.
       LOAD-PURGE-REGISTER.
           OPEN INPUT PurgeRegisterFile.
           IF WS-PURGREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PurgeRegisterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PG-PURGE-REF = WS-PURGE-REF
                           IF PG-ACTION = "APPLIED"
                               MOVE "Y" TO WS-APPLIED-FLAG
                           END-IF
                           IF PG-ACTION = "REPORTED"
                               MOVE "Y" TO WS-REPORTED-FLAG
                               MOVE PG-HIT-COUNT TO WS-REPORTED-HITS
                               MOVE PG-TIMESTAMP TO WS-REPORTED-STAMP
                               MOVE PG-OPERATOR-ID TO WS-REPORTED-BY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PurgeRegisterFile.

      *> Report only: every hit listed, nothing changed. The count
      *> goes on the register as the listing to be approved.
       REPORT-PURGE.
           IF WS-APPLIED-FLAG = "Y"
               DISPLAY "(Purge already applied - this run checks "
                   "for anything left.)"
           END-IF.
           DISPLAY "----- Hits (nothing has been changed) -----".
           MOVE "R" TO WS-RUN-MODE.
           PERFORM SEARCH-ALL-FILES.
           PERFORM PRINT-FILE-SUMMARY.
           MOVE "REPORTED" TO PG-ACTION.
           MOVE SPACES TO PG-APPROVAL-REF.
           PERFORM WRITE-PURGE-REGISTER.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "Purge " FUNCTION TRIM(WS-PURGE-REF)
                  " report run: " WS-HIT-TOTAL " hit(s)"
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION.
           PERFORM WRITE-OPERATOR-AUDIT.
           IF WS-HIT-TOTAL = 0
               DISPLAY "RESULT: NO HITS - nothing to purge."
           ELSE
               DISPLAY "RESULT: " WS-HIT-TOTAL " HIT(S) LISTED - "
                   "nothing changed. Once approved, run"
               DISPLAY "        DataPurge "
                   FUNCTION TRIM(WS-PURGE-REF) " APPLY"
           END-IF.
           DISPLAY "======================".

      *> Applies only the listing that was approved: the files are
      *> searched again silently first and the purge is refused if
      *> the hits no longer match the reported count (new traffic
      *> or a changed request since) - the report must be re-run
      *> and re-approved. The purge rewrites files every batch
      *> stream works, so it runs under the run-control lock: no
      *> run of any stream may be open, and none can start until
      *> the purge has finished.
       APPLY-PURGE.
           IF WS-APPLIED-FLAG = "Y"
               DISPLAY "RESULT: NOTHING PURGED - purge "
                   FUNCTION TRIM(WS-PURGE-REF) " was already applied."
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORTED-FLAG = "N"
               DISPLAY "RESULT: NOTHING PURGED - run the report "
                   "first: DataPurge " FUNCTION TRIM(WS-PURGE-REF)
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACQUIRE-RUN-CONTROL.
           IF WS-RC-MY-IDX = 0
               DISPLAY "RESULT: NOTHING PURGED - " WS-OPEN-RUN-COUNT
                   " batch run(s) open; apply once they have ended."
               EXIT PARAGRAPH
           END-IF.
           PERFORM APPLY-UNDER-LOCK.
           PERFORM RELEASE-RUN-CONTROL.

       APPLY-UNDER-LOCK.
           DISPLAY "Reported ...............: " WS-REPORTED-HITS
               " hit(s) on " WS-REPORTED-STAMP(1:19) " by "
               FUNCTION TRIM(WS-REPORTED-BY).
           MOVE "C" TO WS-RUN-MODE.
           PERFORM SEARCH-ALL-FILES.
           IF WS-HIT-TOTAL NOT = WS-REPORTED-HITS
               DISPLAY "Hits now ...............: " WS-HIT-TOTAL
               DISPLAY "RESULT: NOTHING PURGED - the hits have "
                   "changed since the report; re-run it for "
                   "approval."
               EXIT PARAGRAPH
           END-IF.
           IF WS-HIT-TOTAL = 0
               DISPLAY "RESULT: NO HITS - nothing to purge."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Approval reference (legal / department "
               "sign-off): ".
           ACCEPT WS-APPROVAL-REF.
           IF WS-APPROVAL-REF = SPACES
               DISPLAY "RESULT: NOTHING PURGED - no approval "
                   "reference given."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type PURGE to remove or mask the "
               WS-HIT-TOTAL " listed record(s) for good: ".
           ACCEPT WS-CONFIRM-TEXT.
           IF FUNCTION UPPER-CASE(WS-CONFIRM-TEXT) NOT = "PURGE"
               DISPLAY "RESULT: NOTHING PURGED - not confirmed."
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO WS-RUN-MODE.
           PERFORM SEARCH-ALL-FILES.
           PERFORM CLEAR-WORK-FILE.
           PERFORM PRINT-FILE-SUMMARY.
           PERFORM WRITE-CERTIFICATE.
           MOVE "APPLIED" TO PG-ACTION.
           MOVE WS-APPROVAL-REF TO PG-APPROVAL-REF.
           PERFORM WRITE-PURGE-REGISTER.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "Purge " FUNCTION TRIM(WS-PURGE-REF)
                  " applied: " WS-HIT-TOTAL " rec(s), appr "
                  WS-APPROVAL-REF
                  DELIMITED BY SIZE INTO WS-AUDIT-ACTION.
           PERFORM WRITE-OPERATOR-AUDIT.
           DISPLAY "Certificate ............: "
               FUNCTION TRIM(WS-CERT-FILE-NAME).
           DISPLAY "RESULT: PURGE APPLIED - " WS-REMOVED-TOTAL
               " removed, " WS-MASKED-TOTAL " masked.".
           DISPLAY "======================".

      *> Any RUNNING record blocks the purge, whatever its stream.
      *> The purge's own record carries the default stream, but
      *> ChatBotGemini, CycleClose, AnswerValidate, PromptGenerate
      *> and QueueEdit all refuse to start on any stream while a
      *> PURGE record is RUNNING (must stay in step).
       ACQUIRE-RUN-CONTROL.
           MOVE 0 TO WS-RC-MY-IDX.
           PERFORM LOAD-RUN-CONTROL.
           MOVE 0 TO WS-OPEN-RUN-COUNT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   ADD 1 TO WS-OPEN-RUN-COUNT
                   DISPLAY "Open run ...............: "
                       WS-RC-PROGRAM(WS-RC-IDX) " stream "
                       WS-RC-STREAM(WS-RC-IDX) " since "
                       WS-RC-STAMP(WS-RC-IDX)(1:19)
               END-IF
           END-PERFORM.
           IF WS-OPEN-RUN-COUNT > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-RC-COUNT >= 200
               PERFORM DROP-OLDEST-RUN-ENTRY
           END-IF.
           PERFORM STAMP-AUDIT-TIMESTAMP.
           ADD 1 TO WS-RC-COUNT.
           MOVE WS-AUD-TIMESTAMP TO WS-RC-STAMP(WS-RC-COUNT).
           MOVE "PURGE" TO WS-RC-PROGRAM(WS-RC-COUNT).
           MOVE "RUNNING" TO WS-RC-RUN-STATUS(WS-RC-COUNT).
           MOVE SPACES TO WS-RC-END-STAMP(WS-RC-COUNT).
           MOVE SPACES TO WS-RC-STREAM(WS-RC-COUNT).
           MOVE WS-RC-COUNT TO WS-RC-MY-IDX.
           MOVE WS-AUD-TIMESTAMP TO WS-RC-MY-STAMP.
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

      *> Re-reads the ledger (nothing else may start meanwhile, but
      *> an operator may have marked a dead run) and closes out the
      *> purge's record.
       RELEASE-RUN-CONTROL.
           PERFORM LOAD-RUN-CONTROL.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RC-COUNT
               IF WS-RC-STAMP(WS-RC-IDX) = WS-RC-MY-STAMP
                   AND WS-RC-PROGRAM(WS-RC-IDX) = "PURGE"
                   AND WS-RC-RUN-STATUS(WS-RC-IDX) = "RUNNING"
                   PERFORM STAMP-AUDIT-TIMESTAMP
                   MOVE "ENDED" TO WS-RC-RUN-STATUS(WS-RC-IDX)
                   MOVE WS-AUD-TIMESTAMP TO WS-RC-END-STAMP(WS-RC-IDX)
               END-IF
           END-PERFORM.
           PERFORM SAVE-RUN-CONTROL.

      *> Every file that can carry the text, in one fixed order so
      *> the count pass and the apply pass see the same hits.
       SEARCH-ALL-FILES.
           MOVE 0 TO WS-HIT-TOTAL.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-FILES-CHANGED.
           MOVE 0 TO WS-REMOVED-TOTAL.
           MOVE 0 TO WS-MASKED-TOTAL.
           MOVE 0 TO WS-EM-COUNT.
           MOVE 0 TO WS-CP-COUNT.
           MOVE 0 TO WS-BULL-COUNT.
           MOVE 0 TO WS-HR-COUNT.
           MOVE "CHATLOG.DAT" TO WS-TARGET-FILE-NAME.
           PERFORM PURGE-CHAT-LOG-FILE.
           PERFORM PURGE-CHAT-ARCHIVES.
           PERFORM PURGE-ANSWER-CACHE.
           PERFORM PURGE-REVIEW-QUEUE.
           PERFORM PURGE-ESC-MASTER.
           PERFORM PURGE-ESCALATIONS.
           PERFORM PURGE-FEEDBACK-LOG.
           PERFORM PURGE-COMPLIANCE-MASTER.
           PERFORM PURGE-HELD-PROMPTS.
           PERFORM FIND-STREAMS-AND-CYCLES.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               MOVE SPACES TO WS-STREAM-SUFFIX
               IF WS-ST-NAME(WS-ST-IDX) NOT = SPACES
                   STRING "-" FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX))
                       DELIMITED BY SIZE INTO WS-STREAM-SUFFIX
               END-IF
               MOVE ".DAT" TO WS-FILE-EXT
               MOVE SPACES TO WS-PQ-FILE-DATE
               PERFORM PURGE-STREAM-FILES
               PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                       UNTIL WS-CC-IDX > WS-CYCLE-COUNT
                   IF WS-CC-STREAM(WS-CC-IDX) = WS-ST-NAME(WS-ST-IDX)
                       MOVE SPACES TO WS-FILE-EXT
                       STRING ".G" WS-CC-DATE(WS-CC-IDX)(1:4)
                           WS-CC-DATE(WS-CC-IDX)(6:2)
                           WS-CC-DATE(WS-CC-IDX)(9:2)
                           DELIMITED BY SIZE INTO WS-FILE-EXT
                       MOVE WS-CC-DATE(WS-CC-IDX) TO WS-PQ-FILE-DATE
                       PERFORM PURGE-STREAM-FILES
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BULL-COUNT
               MOVE WS-BF-FILE(WS-BF-IDX) TO WS-TARGET-FILE-NAME
               PERFORM PURGE-BULLETIN-FILE
           END-PERFORM.
           PERFORM PURGE-SESSION-HISTORIES.

       PURGE-STREAM-FILES.
           MOVE SPACES TO WS-TARGET-FILE-NAME.
           STRING "PROMPTS" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-TARGET-FILE-NAME.
           PERFORM PURGE-PROMPT-QUEUE.
           MOVE SPACES TO WS-TARGET-FILE-NAME.
           STRING "RESPONSES" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-TARGET-FILE-NAME.
           PERFORM PURGE-RESPONSE-FILE.
           MOVE SPACES TO WS-TARGET-FILE-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX WS-FILE-EXT
               DELIMITED BY SPACE INTO WS-TARGET-FILE-NAME.
           PERFORM PURGE-MANIFEST-FILE.

      *> ---------------------------------------------------------
      *> Shared record handling. Each file paragraph sets the
      *> record's date, tests its text fields, and calls
      *> DECIDE-RECORD with the action it takes on a hit; the
      *> record is written to the work file (masked if need be)
      *> unless it is being removed, and the work file is copied
      *> back over the original only when something changed.
      *> ---------------------------------------------------------
       START-FILE.
           MOVE 0 TO WS-REC-NO.
           MOVE 0 TO WS-FT-CUR.
           IF WS-FILE-COUNT < 400
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-FT-CUR
               MOVE WS-TARGET-FILE-NAME TO WS-FT-FILE(WS-FT-CUR)
               MOVE 0 TO WS-FT-READ(WS-FT-CUR)
               MOVE 0 TO WS-FT-REMOVED(WS-FT-CUR)
               MOVE 0 TO WS-FT-MASKED(WS-FT-CUR)
           END-IF.
           IF WS-RUN-MODE = "A"
               OPEN OUTPUT WorkFile
           END-IF.

      *> WS-REC-ACTION comes in as the action for a hit; it leaves
      *> as that action if the record is a hit in range, else space.
       DECIDE-RECORD.
           ADD 1 TO WS-REC-NO.
           IF WS-FT-CUR > 0
               ADD 1 TO WS-FT-READ(WS-FT-CUR)
           END-IF.
           PERFORM CHECK-DATE-RANGE.
           IF WS-REC-HIT = "N" OR WS-IN-RANGE = "N"
               MOVE SPACE TO WS-REC-ACTION
               EXIT PARAGRAPH
           END-IF.
           PERFORM NOTE-HIT.

       NOTE-HIT.
           ADD 1 TO WS-HIT-TOTAL.
           IF WS-FT-CUR > 0
               IF WS-REC-ACTION = "R"
                   ADD 1 TO WS-FT-REMOVED(WS-FT-CUR)
               ELSE
                   ADD 1 TO WS-FT-MASKED(WS-FT-CUR)
               END-IF
           END-IF.
           IF WS-REC-ACTION = "R"
               ADD 1 TO WS-REMOVED-TOTAL
           ELSE
               ADD 1 TO WS-MASKED-TOTAL
           END-IF.
           IF WS-RUN-MODE = "R"
               IF WS-REC-ACTION = "R"
                   DISPLAY FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       " rec " WS-REC-NO " " WS-HIT-STAMP
                       " REMOVE " WS-HIT-EXCERPT
               ELSE
                   DISPLAY FUNCTION TRIM(WS-TARGET-FILE-NAME)
                       " rec " WS-REC-NO " " WS-HIT-STAMP
                       " MASK   " WS-HIT-EXCERPT
               END-IF
           END-IF.

      *> Records without a date of their own (bulletin lines,
      *> session history) carry WS-REC-DATE spaces and are always
      *> in range - the whole file is searched.
       CHECK-DATE-RANGE.
           MOVE "Y" TO WS-IN-RANGE.
           IF WS-REC-DATE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-DATE < WS-FROM-DATE
               OR WS-REC-DATE > WS-TO-DATE
               MOVE "N" TO WS-IN-RANGE
           END-IF.

      *> Sets WS-TEXT-HIT for WS-MATCH-TEXT, and WS-REC-HIT once any
      *> field of the record has hit.
       CHECK-TEXT.
           MOVE "N" TO WS-TEXT-HIT.
           IF WS-MATCH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MATCH-TEXT TRAILING))
               TO WS-MATCH-LEN.
           MOVE FUNCTION UPPER-CASE(WS-MATCH-TEXT(1:WS-MATCH-LEN))
               TO WS-MATCH-UPPER.
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-TERM-COUNT
                       OR WS-TEXT-HIT = "Y"
               MOVE 0 TO WS-MATCH-HITS
               INSPECT WS-MATCH-UPPER(1:WS-MATCH-LEN)
                   TALLYING WS-MATCH-HITS
                   FOR ALL WS-TM-TEXT(WS-TM-IDX)
                       (1:WS-TM-LEN(WS-TM-IDX))
               IF WS-MATCH-HITS = 0
                   AND WS-TM-WASHED-LEN(WS-TM-IDX) > 0
                   INSPECT WS-MATCH-UPPER(1:WS-MATCH-LEN)
                       TALLYING WS-MATCH-HITS
                       FOR ALL WS-TM-WASHED(WS-TM-IDX)
                           (1:WS-TM-WASHED-LEN(WS-TM-IDX))
               END-IF
               IF WS-MATCH-HITS > 0
                   MOVE "Y" TO WS-TEXT-HIT
                   MOVE "Y" TO WS-REC-HIT
               END-IF
           END-PERFORM.

      *> Closes out the file: the work file goes back over the
      *> original only when this run changed something in it.
       FINISH-FILE.
           IF WS-RUN-MODE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           CLOSE WorkFile.
           IF WS-FT-CUR = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-FT-REMOVED(WS-FT-CUR) + WS-FT-MASKED(WS-FT-CUR) = 0
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FILES-CHANGED.
           OPEN INPUT WorkFile.
           OPEN OUTPUT TextFile.
           MOVE "N" TO WS-LIST-EOF.
           PERFORM UNTIL WS-LIST-EOF = "Y"
               READ WorkFile
                   AT END
                       MOVE "Y" TO WS-LIST-EOF
                   NOT AT END
                       WRITE TextLine FROM WorkLine
               END-READ
           END-PERFORM.
           CLOSE WorkFile.
           CLOSE TextFile.

      *> The work file held copies of the kept records; it is left
      *> empty once the purge is done.
       CLEAR-WORK-FILE.
           OPEN OUTPUT WorkFile.
           CLOSE WorkFile.

      *> ---------------------------------------------------------
      *> Chat log and archives: a hit row is removed.
      *> ---------------------------------------------------------
       PURGE-CHAT-LOG-FILE.
           OPEN INPUT ChatLogFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ChatLogFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-LOG-ROW
               END-READ
           END-PERFORM.
           CLOSE ChatLogFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-LOG-ROW.
           MOVE "N" TO WS-REC-HIT.
           MOVE CL-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE CL-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE CL-RESPONSE-TEXT TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE CL-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE CL-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE CL-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "R" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
               WRITE WorkLine FROM CHATLOG-RECORD
           END-IF.

      *> Archives are searched only where their cataloged dates
      *> overlap the request's range; what comes out of each is
      *> taken off its catalog count so the catalog still agrees
      *> with the file.
       PURGE-CHAT-ARCHIVES.
           MOVE 0 TO WS-CATALOG-COUNT.
           OPEN INPUT CatalogFile.
           IF WS-ARCHCAT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CatalogFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-CATALOG-COUNT < 120
                           ADD 1 TO WS-CATALOG-COUNT
                           MOVE AR-PERIOD
                               TO WS-CAT-PERIOD(WS-CATALOG-COUNT)
                           MOVE AR-FILE-NAME
                               TO WS-CAT-FILE(WS-CATALOG-COUNT)
                           MOVE AR-FROM-DATE
                               TO WS-CAT-FROM(WS-CATALOG-COUNT)
                           MOVE AR-TO-DATE
                               TO WS-CAT-TO(WS-CATALOG-COUNT)
                           MOVE AR-RECORD-COUNT
                               TO WS-CAT-COUNT(WS-CATALOG-COUNT)
                           MOVE AR-RECORD-COUNT
                               TO WS-CAT-OLD-COUNT(WS-CATALOG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CatalogFile.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-TO(WS-CAT-IDX) >= WS-FROM-DATE
                   AND WS-CAT-FROM(WS-CAT-IDX) <= WS-TO-DATE
                   MOVE WS-CAT-FILE(WS-CAT-IDX) TO WS-TARGET-FILE-NAME
                   PERFORM PURGE-CHAT-LOG-FILE
                   IF WS-TARGET-STATUS = "00" AND WS-FT-CUR > 0
                       IF WS-FT-REMOVED(WS-FT-CUR)
                               > WS-CAT-COUNT(WS-CAT-IDX)
                           MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
                       ELSE
                           SUBTRACT WS-FT-REMOVED(WS-FT-CUR)
                               FROM WS-CAT-COUNT(WS-CAT-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-RUN-MODE = "A"
               PERFORM SAVE-CATALOG
           END-IF.

      *> Same layout ChatLogArchive writes (must stay in step).
       SAVE-CATALOG.
           OPEN OUTPUT CatalogFile.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               MOVE WS-CAT-PERIOD(WS-CAT-IDX) TO AR-PERIOD
               MOVE WS-CAT-FILE(WS-CAT-IDX) TO AR-FILE-NAME
               MOVE WS-CAT-FROM(WS-CAT-IDX) TO AR-FROM-DATE
               MOVE WS-CAT-TO(WS-CAT-IDX) TO AR-TO-DATE
               MOVE WS-CAT-COUNT(WS-CAT-IDX) TO AR-RECORD-COUNT
               WRITE ARCHIVE-CATALOG-RECORD
           END-PERFORM.
           CLOSE CatalogFile.

      *> ---------------------------------------------------------
      *> Answer cache: a hit entry is removed, pinned or not - the
      *> question simply goes to the backend again next time.
      *> ---------------------------------------------------------
       PURGE-ANSWER-CACHE.
           MOVE "CACHE.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT AnswerCacheFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AnswerCacheFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-REC-HIT
                       MOVE AC-PROMPT-KEY TO WS-MATCH-TEXT
                       MOVE AC-PROMPT-KEY-MORE
                           TO WS-MATCH-TEXT(201:2000)
                       PERFORM CHECK-TEXT
                       MOVE AC-RESPONSE-TEXT TO WS-MATCH-TEXT
                       PERFORM CHECK-TEXT
                       MOVE AC-CACHED-TIMESTAMP(1:10) TO WS-REC-DATE
                       MOVE AC-CACHED-TIMESTAMP(1:19) TO WS-HIT-STAMP
                       MOVE AC-PROMPT-KEY TO WS-HIT-EXCERPT
                       MOVE "R" TO WS-REC-ACTION
                       PERFORM DECIDE-RECORD
                       IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
                           WRITE WorkLine FROM ANSWER-CACHE-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AnswerCacheFile.
           PERFORM FINISH-FILE.

      *> ---------------------------------------------------------
      *> Review queue: a graded item keeps its grade (the quality
      *> figures stand) with its text masked; an item not yet
      *> graded has nothing left to review and is removed.
      *> ---------------------------------------------------------
       PURGE-REVIEW-QUEUE.
           MOVE "REVIEWQ.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT ReviewQueueFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ReviewQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-REVIEW-ITEM
               END-READ
           END-PERFORM.
           CLOSE ReviewQueueFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-REVIEW-ITEM.
           MOVE "N" TO WS-REC-HIT.
           MOVE RV-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE RV-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE RV-RESPONSE-TEXT TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE RV-GRADE-COMMENT TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE RV-DEPT-COMMENT TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE RV-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE RV-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE RV-PROMPT-TEXT TO WS-HIT-EXCERPT.
           IF RV-GRADE = SPACES
               MOVE "R" TO WS-REC-ACTION
           ELSE
               MOVE "M" TO WS-REC-ACTION
           END-IF.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE NOT = "A" OR WS-REC-ACTION = "R"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-ACTION = "M"
               MOVE WS-PURGE-MARKER TO RV-PROMPT-TEXT
               MOVE SPACES TO RV-PROMPT-MORE
               MOVE WS-PURGE-MARKER TO RV-RESPONSE-TEXT
               MOVE WS-PURGE-MARKER TO RV-GRADE-COMMENT
               IF RV-DEPT-COMMENT NOT = SPACES
                   MOVE WS-PURGE-MARKER TO RV-DEPT-COMMENT
               END-IF
           END-IF.
           WRITE WorkLine FROM REVIEW-QUEUE-RECORD.

      *> ---------------------------------------------------------
      *> Escalation master: the item keeps its id, status and
      *> dates (the escalation figures stand); its question,
      *> reason and resolution text are masked.
      *> ---------------------------------------------------------
       PURGE-ESC-MASTER.
           MOVE "ESCMST.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT EscMasterFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EscMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-ESC-ITEM
               END-READ
           END-PERFORM.
           CLOSE EscMasterFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-ESC-ITEM.
           MOVE "N" TO WS-REC-HIT.
           MOVE EM-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE EM-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE EM-REASON TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE EM-RESOLUTION-TEXT TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE EM-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE EM-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE EM-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-REC-ACTION = "M" AND WS-EM-COUNT < 500
               ADD 1 TO WS-EM-COUNT
               MOVE EM-TIMESTAMP TO WS-EM-TIMESTAMP(WS-EM-COUNT)
               MOVE EM-PROMPT-TEXT TO WS-EM-PROMPT(WS-EM-COUNT)
               MOVE EM-PROMPT-MORE
                   TO WS-EM-PROMPT(WS-EM-COUNT)(201:2000)
           END-IF.
           IF WS-RUN-MODE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-ACTION = "M"
               MOVE WS-PURGE-MARKER TO EM-PROMPT-TEXT
               MOVE SPACES TO EM-PROMPT-MORE
               MOVE WS-PURGE-MARKER TO EM-REASON
               IF EM-RESOLUTION-TEXT NOT = SPACES
                   MOVE WS-PURGE-MARKER TO EM-RESOLUTION-TEXT
               END-IF
           END-IF.
           WRITE WorkLine FROM ESC-MASTER-RECORD.

      *> ---------------------------------------------------------
      *> ESCALATE.DAT: a hit row is removed, and so is the row
      *> behind any master item masked above.
      *> ---------------------------------------------------------
       PURGE-ESCALATIONS.
           MOVE "ESCALATE.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT EscalateFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ EscalateFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-ESCALATION
               END-READ
           END-PERFORM.
           CLOSE EscalateFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-ESCALATION.
           MOVE "N" TO WS-REC-HIT.
           MOVE EC-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE EC-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE EC-REASON TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE EC-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE EC-PROMPT-TEXT TO WS-WHOLE-PROMPT(1:200).
           MOVE EC-PROMPT-MORE TO WS-WHOLE-PROMPT(201:2000).
           PERFORM VARYING WS-EM-IDX FROM 1 BY 1
                   UNTIL WS-EM-IDX > WS-EM-COUNT
               IF WS-EM-TIMESTAMP(WS-EM-IDX) = EC-TIMESTAMP
                   AND WS-EM-PROMPT(WS-EM-IDX) = WS-WHOLE-PROMPT
                   MOVE "Y" TO WS-REC-HIT
                   MOVE SPACES TO WS-REC-DATE
               END-IF
           END-PERFORM.
           MOVE EC-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE EC-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "R" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
               WRITE WorkLine FROM ESCALATE-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> Department feedback register: the entry stays (it is the
      *> duplicate check for the bulletin reference) with the
      *> question and the department's comment masked.
      *> ---------------------------------------------------------
       PURGE-FEEDBACK-LOG.
           MOVE "FDBKLOG.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT FeedbackLogFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FeedbackLogFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE "N" TO WS-REC-HIT
                       MOVE FL-PROMPT-TEXT TO WS-MATCH-TEXT
                       MOVE FL-PROMPT-MORE TO WS-MATCH-TEXT(201:2000)
                       PERFORM CHECK-TEXT
                       MOVE FL-COMMENT TO WS-MATCH-TEXT
                       PERFORM CHECK-TEXT
                       MOVE FL-ANSWER-TIMESTAMP(1:10) TO WS-REC-DATE
                       MOVE FL-ANSWER-TIMESTAMP(1:19) TO WS-HIT-STAMP
                       MOVE FL-PROMPT-TEXT TO WS-HIT-EXCERPT
                       MOVE "M" TO WS-REC-ACTION
                       PERFORM DECIDE-RECORD
                       IF WS-RUN-MODE = "A"
                           IF WS-REC-ACTION = "M"
                               MOVE WS-PURGE-MARKER TO FL-PROMPT-TEXT
                               MOVE SPACES TO FL-PROMPT-MORE
                               IF FL-COMMENT NOT = SPACES
                                   MOVE WS-PURGE-MARKER TO FL-COMMENT
                               END-IF
                           END-IF
                           WRITE WorkLine FROM FEEDBACK-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FeedbackLogFile.
           PERFORM FINISH-FILE.

      *> ---------------------------------------------------------
      *> Compliance master: the item keeps its id, status and
      *> decision (the compliance figures stand); the held prompt,
      *> its redacted form and the decision note are masked.
      *> ---------------------------------------------------------
       PURGE-COMPLIANCE-MASTER.
           MOVE "CMPLMST.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT ComplianceMasterFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ComplianceMasterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-COMPLIANCE-ITEM
               END-READ
           END-PERFORM.
           CLOSE ComplianceMasterFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-COMPLIANCE-ITEM.
           MOVE "N" TO WS-REC-HIT.
           MOVE CM-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE CM-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE CM-REDACTED-TEXT TO WS-MATCH-TEXT.
           MOVE CM-REDACTED-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE CM-DECISION-NOTE TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE CM-HELD-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE CM-HELD-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE CM-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-REC-ACTION = "M" AND WS-CP-COUNT < 500
               ADD 1 TO WS-CP-COUNT
               MOVE CM-PROMPT-TEXT TO WS-CP-PROMPT(WS-CP-COUNT)
               MOVE CM-PROMPT-MORE
                   TO WS-CP-PROMPT(WS-CP-COUNT)(201:2000)
           END-IF.
           IF WS-RUN-MODE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-ACTION = "M"
               MOVE WS-PURGE-MARKER TO CM-PROMPT-TEXT
               MOVE SPACES TO CM-PROMPT-MORE
               IF CM-REDACTED-TEXT NOT = SPACES
                   MOVE WS-PURGE-MARKER TO CM-REDACTED-TEXT
               END-IF
               MOVE SPACES TO CM-REDACTED-MORE
               IF CM-DECISION-NOTE NOT = SPACES
                   MOVE WS-PURGE-MARKER TO CM-DECISION-NOTE
               END-IF
           END-IF.
           WRITE WorkLine FROM COMPLIANCE-MASTER-RECORD.

      *> ---------------------------------------------------------
      *> HELDPRM.DAT: a hit row is removed, and so is every hold of
      *> a prompt whose master item was masked above.
      *> ---------------------------------------------------------
       PURGE-HELD-PROMPTS.
           MOVE "HELDPRM.DAT" TO WS-TARGET-FILE-NAME.
           OPEN INPUT HeldPromptFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HeldPromptFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-HELD-PROMPT
               END-READ
           END-PERFORM.
           CLOSE HeldPromptFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-HELD-PROMPT.
           MOVE "N" TO WS-REC-HIT.
           MOVE HP-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE HP-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE HP-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE HP-PROMPT-TEXT TO WS-WHOLE-PROMPT(1:200).
           MOVE HP-PROMPT-MORE TO WS-WHOLE-PROMPT(201:2000).
           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-CP-PROMPT(WS-CP-IDX) = WS-WHOLE-PROMPT
                   MOVE "Y" TO WS-REC-HIT
                   MOVE SPACES TO WS-REC-DATE
               END-IF
           END-PERFORM.
           MOVE HP-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE HP-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "R" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
               WRITE WorkLine FROM HELD-PROMPT-RECORD
           END-IF.

      *> ---------------------------------------------------------
      *> Batch streams: response records and manifest answer items
      *> are masked, never removed - BatchRecon and CycleClose
      *> balance them by sequence number and count, and the
      *> bulletin references must keep resolving. Every stream's
      *> live files and kept cycle generations are searched.
      *> ---------------------------------------------------------
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
           IF CY-GEN-STATUS = "KEPT" AND WS-CYCLE-COUNT < 300
               ADD 1 TO WS-CYCLE-COUNT
               MOVE CY-STREAM-NAME TO WS-CC-STREAM(WS-CYCLE-COUNT)
               MOVE CY-CYCLE-DATE TO WS-CC-DATE(WS-CYCLE-COUNT)
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

      *> Prompt records are masked, never removed - BatchRecon
      *> balances the queue against the responses by sequence
      *> number. A chain is read whole before it is searched.
       PURGE-PROMPT-QUEUE.
           OPEN INPUT PromptQueueFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE 0 TO WS-PC-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PromptQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-PROMPT-PART
               END-READ
           END-PERFORM.
           PERFORM PURGE-PROMPT-CHAIN.
           CLOSE PromptQueueFile.
           PERFORM FINISH-FILE.

      *> A first record closes the chain held before it; so does a
      *> continuation past the tenth part or one that does not
      *> carry the held chain's sequence number (a file edited by
      *> hand), which is then searched as a chain of its own.
       HOLD-PROMPT-PART.
           MOVE PROMPT-QUEUE-RECORD TO WS-PC-READ.
           IF WS-PC-COUNT > 0
               IF PQ-RECORD-TYPE NOT = "C"
                   OR WS-PC-COUNT >= 10
                   OR PQ-SEQ-NO NOT = WS-PC-SEQ-NO
                   PERFORM PURGE-PROMPT-CHAIN
               END-IF
           END-IF.
           ADD 1 TO WS-PC-COUNT.
           MOVE WS-PC-READ TO WS-PC-RECORD(WS-PC-COUNT).
           IF WS-PC-COUNT = 1
               MOVE WS-PC-READ(1:5) TO WS-PC-SEQ-NO
           END-IF.

      *> The parts are joined as the bot joins them (trimmed, one
      *> space between) and searched once; on a hit every part of
      *> the chain is masked, keeping its sequence and part number,
      *> and the prompt is one hit however many parts it takes.
       PURGE-PROMPT-CHAIN.
           IF WS-PC-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REC-HIT.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE 1 TO WS-MATCH-PTR.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               MOVE WS-PC-RECORD(WS-PC-IDX) TO PROMPT-QUEUE-RECORD
               IF PQ-PROMPT-TEXT NOT = SPACES
                   STRING FUNCTION TRIM(PQ-PROMPT-TEXT) " "
                       DELIMITED BY SIZE
                       INTO WS-MATCH-TEXT
                       WITH POINTER WS-MATCH-PTR
               END-IF
           END-PERFORM.
           PERFORM CHECK-TEXT.
           MOVE WS-PC-RECORD(1) TO PROMPT-QUEUE-RECORD.
           MOVE WS-PQ-FILE-DATE TO WS-REC-DATE.
           MOVE SPACES TO WS-HIT-STAMP.
           MOVE PQ-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-COUNT
               IF WS-PC-IDX > 1
                   PERFORM COUNT-CHAIN-ROW
               END-IF
               MOVE WS-PC-RECORD(WS-PC-IDX) TO PROMPT-QUEUE-RECORD
               IF WS-RUN-MODE = "A"
                   IF WS-REC-ACTION = "M"
                       MOVE WS-PURGE-MARKER TO PQ-PROMPT-TEXT
                   END-IF
                   WRITE WorkLine FROM PROMPT-QUEUE-RECORD
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-PC-COUNT.

       PURGE-RESPONSE-FILE.
           OPEN INPUT ResponseQueueFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE 0 TO WS-RS-COUNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ResponseQueueFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM HOLD-RESPONSE-ROW
               END-READ
           END-PERFORM.
           PERFORM PURGE-RESPONSE-CHAIN.
           CLOSE ResponseQueueFile.
           PERFORM FINISH-FILE.

      *> An answer row closes the answer held before it; so does an
      *> overflow row past the fourth or one that does not carry the
      *> held answer's sequence number (a file edited by hand),
      *> which is then searched as an answer of its own.
       HOLD-RESPONSE-ROW.
           MOVE RESPONSE-QUEUE-RECORD TO WS-RS-READ.
           IF WS-RS-COUNT > 0
               IF RQ-RECORD-TYPE NOT = "O"
                   OR WS-RS-COUNT >= 5
                   OR RQ-SEQ-NO NOT = WS-RS-SEQ-NO
                   PERFORM PURGE-RESPONSE-CHAIN
               END-IF
           END-IF.
           ADD 1 TO WS-RS-COUNT.
           MOVE WS-RS-READ TO WS-RS-RECORD(WS-RS-COUNT).
           IF WS-RS-COUNT = 1
               MOVE WS-RS-READ(1:5) TO WS-RS-SEQ-NO
           END-IF.

      *> The prompt is searched, then the answer as one text - each
      *> overflow row's 4000 characters straight after the row
      *> before, as ResponseDistribute puts it on the manifest item
      *> (must stay in step). On a hit every row is masked; the
      *> answer is one hit however many rows it takes.
       PURGE-RESPONSE-CHAIN.
           IF WS-RS-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REC-HIT.
           MOVE WS-RS-RECORD(1) TO RESPONSE-QUEUE-RECORD.
           MOVE RQ-PROMPT-TEXT TO WS-MATCH-TEXT.
           MOVE RQ-PROMPT-MORE TO WS-MATCH-TEXT(201:2000).
           PERFORM CHECK-TEXT.
           MOVE SPACES TO WS-MATCH-TEXT.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               MOVE WS-RS-RECORD(WS-RS-IDX) TO RESPONSE-QUEUE-RECORD
               COMPUTE WS-MATCH-PTR = (WS-RS-IDX - 1) * 4000 + 1
               MOVE RQ-RESPONSE-TEXT
                   TO WS-MATCH-TEXT(WS-MATCH-PTR:4000)
           END-PERFORM.
           PERFORM CHECK-TEXT.
           MOVE WS-RS-RECORD(1) TO RESPONSE-QUEUE-RECORD.
           MOVE RQ-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE RQ-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE RQ-PROMPT-TEXT TO WS-HIT-EXCERPT.
           IF RQ-RECORD-TYPE = "O"
               MOVE RQ-RESPONSE-TEXT TO WS-HIT-EXCERPT
           END-IF.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               PERFORM WRITE-RESPONSE-ROW
           END-PERFORM.
           MOVE 0 TO WS-RS-COUNT.

      *> Rows after the first are counted as read, not as hits.
       WRITE-RESPONSE-ROW.
           IF WS-RS-IDX > 1
               PERFORM COUNT-CHAIN-ROW
           END-IF.
           IF WS-RUN-MODE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RS-RECORD(WS-RS-IDX) TO RESPONSE-QUEUE-RECORD.
           IF WS-REC-ACTION = "M"
               IF RQ-RECORD-TYPE NOT = "O"
                   MOVE WS-PURGE-MARKER TO RQ-PROMPT-TEXT
                   MOVE SPACES TO RQ-PROMPT-MORE
               END-IF
               MOVE WS-PURGE-MARKER TO RQ-RESPONSE-TEXT
           END-IF.
           WRITE WorkLine FROM RESPONSE-QUEUE-RECORD.

       COUNT-CHAIN-ROW.
           ADD 1 TO WS-REC-NO.
           IF WS-FT-CUR > 0
               ADD 1 TO WS-FT-READ(WS-FT-CUR)
           END-IF.

      *> Bulletin records name the bulletin files to search; answer
      *> item records carry the delivered text and are masked.
       PURGE-MANIFEST-FILE.
           OPEN INPUT ManifestFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ManifestFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-MANIFEST-RECORD
               END-READ
           END-PERFORM.
           CLOSE ManifestFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-MANIFEST-RECORD.
           MOVE "N" TO WS-REC-HIT.
           IF DM-RECORD-TYPE = "I"
               MOVE DM-PROMPT-TEXT TO WS-MATCH-TEXT
               MOVE DM-PROMPT-MORE TO WS-MATCH-TEXT(201:2000)
               PERFORM CHECK-TEXT
               MOVE DM-RESPONSE-TEXT TO WS-MATCH-TEXT
               MOVE DM-RESPONSE-MORE TO WS-MATCH-TEXT(4001:16000)
               PERFORM CHECK-TEXT
           ELSE
               PERFORM NOTE-BULLETIN-FILE
           END-IF.
           MOVE DM-ANSWER-TIMESTAMP(1:10) TO WS-REC-DATE.
           MOVE DM-ANSWER-TIMESTAMP(1:19) TO WS-HIT-STAMP.
           MOVE DM-PROMPT-TEXT TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-REC-ACTION = "M" AND WS-HR-COUNT < 2000
               AND DM-ITEM-REF NOT = SPACES
               ADD 1 TO WS-HR-COUNT
               MOVE DM-ITEM-REF TO WS-HR-REF(WS-HR-COUNT)
           END-IF.
           IF WS-RUN-MODE NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-ACTION = "M"
               MOVE WS-PURGE-MARKER TO DM-PROMPT-TEXT
               MOVE SPACES TO DM-PROMPT-MORE
               MOVE WS-PURGE-MARKER TO DM-RESPONSE-TEXT
               MOVE SPACES TO DM-RESPONSE-MORE
           END-IF.
           WRITE WorkLine FROM DIST-MANIFEST-RECORD.

       NOTE-BULLETIN-FILE.
           IF DM-BULLETIN-FILE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-BF-FOUND.
           PERFORM VARYING WS-BF-IDX FROM 1 BY 1
                   UNTIL WS-BF-IDX > WS-BULL-COUNT
               IF WS-BF-FILE(WS-BF-IDX) = DM-BULLETIN-FILE
                   MOVE "Y" TO WS-BF-FOUND
               END-IF
           END-PERFORM.
           IF WS-BF-FOUND = "N" AND WS-BULL-COUNT < 400
               ADD 1 TO WS-BULL-COUNT
               MOVE DM-BULLETIN-FILE TO WS-BF-FILE(WS-BULL-COUNT)
           END-IF.

      *> A bulletin holds one block per answer, laid out by
      *> WRITE-BULLETIN-BLOCK in ResponseDistribute (must stay in
      *> step): a line of "=", the header, the reference on a
      *> department bulletin, then the question and the answer cut
      *> into 70-column slices indented three, an answer's overflow
      *> text following in more slices. A term can be cut across two
      *> slices, so each block is held whole and searched with its
      *> slices joined back together; a block whose reference was
      *> on a manifest item masked above is masked whatever its
      *> text. On a hit every slice is replaced by the purge marker
      *> and the separator, header, reference and labels stay, so
      *> the bulletin keeps its shape and its references. Title
      *> lines (one per run) stand alone and are tested as lines.
       PURGE-BULLETIN-FILE.
           OPEN INPUT TextFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE 0 TO WS-BK-COUNT.
           MOVE "N" TO WS-BK-OPEN.
           MOVE "N" TO WS-BK-REF-HIT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TextFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-BULLETIN-LINE
               END-READ
           END-PERFORM.
           PERFORM PURGE-BULLETIN-BLOCK.
           CLOSE TextFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-BULLETIN-LINE.
           IF TextLine(1:80) = ALL "="
               PERFORM PURGE-BULLETIN-BLOCK
               MOVE "Y" TO WS-BK-OPEN
               MOVE "N" TO WS-BK-REF-HIT
           END-IF.
           IF TextLine(1:23) = "Gemini answer bulletin "
               OR TextLine(1:31) = "Operations exceptions bulletin "
               PERFORM PURGE-BULLETIN-BLOCK
               MOVE "N" TO WS-BK-OPEN
               MOVE "N" TO WS-BK-REF-HIT
           END-IF.
           IF WS-BK-OPEN = "N"
               PERFORM PURGE-BULLETIN-TITLE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BK-COUNT >= 400
               PERFORM PURGE-BULLETIN-BLOCK
           END-IF.
           ADD 1 TO WS-BK-COUNT.
           MOVE TextLine TO WS-BK-LINE(WS-BK-COUNT).
           IF TextLine(1:11) = "Reference: "
               MOVE SPACES TO WS-BK-REF
               UNSTRING TextLine(12:40) DELIMITED BY " "
                   INTO WS-BK-REF
               PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                       UNTIL WS-HR-IDX > WS-HR-COUNT
                   IF WS-HR-REF(WS-HR-IDX) = WS-BK-REF
                       MOVE "Y" TO WS-BK-REF-HIT
                   END-IF
               END-PERFORM
           END-IF.

       PURGE-BULLETIN-TITLE.
           MOVE "N" TO WS-REC-HIT.
           MOVE TextLine TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE SPACES TO WS-REC-DATE.
           MOVE SPACES TO WS-HIT-STAMP.
           MOVE TextLine TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE = "A"
               IF WS-REC-ACTION = "M"
                   WRITE WorkLine FROM WS-PURGE-MARKER
               ELSE
                   WRITE WorkLine FROM TextLine
               END-IF
           END-IF.

      *> Slices are joined exactly as they were cut; any other line
      *> goes in whole, which keeps the question apart from the
      *> answer. A block cut off at 400 lines carries its reference
      *> hit on to the rest of it.
       PURGE-BULLETIN-BLOCK.
           IF WS-BK-COUNT = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-REC-HIT.
           MOVE SPACES TO WS-MATCH-TEXT.
           MOVE 1 TO WS-MATCH-PTR.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-LINE(WS-BK-IDX)(1:3) = SPACES
                   STRING WS-BK-LINE(WS-BK-IDX)(4:70)
                       DELIMITED BY SIZE
                       INTO WS-MATCH-TEXT
                       WITH POINTER WS-MATCH-PTR
               ELSE
                   STRING WS-BK-LINE(WS-BK-IDX)
                       DELIMITED BY SIZE
                       INTO WS-MATCH-TEXT
                       WITH POINTER WS-MATCH-PTR
               END-IF
           END-PERFORM.
           PERFORM CHECK-TEXT.
           MOVE WS-REC-HIT TO WS-BK-HIT.
           IF WS-BK-REF-HIT = "Y"
               MOVE "Y" TO WS-BK-HIT
           END-IF.
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > WS-BK-COUNT
               PERFORM PURGE-ONE-BLOCK-LINE
           END-PERFORM.
           MOVE 0 TO WS-BK-COUNT.

      *> In a block that hit, every slice is masked, and any other
      *> line only if it hits on its own.
       PURGE-ONE-BLOCK-LINE.
           MOVE "N" TO WS-REC-HIT.
           IF WS-BK-HIT = "Y"
               IF WS-BK-LINE(WS-BK-IDX)(1:3) = SPACES
                   MOVE "Y" TO WS-REC-HIT
               ELSE
                   MOVE WS-BK-LINE(WS-BK-IDX) TO WS-MATCH-TEXT
                   PERFORM CHECK-TEXT
               END-IF
           END-IF.
           MOVE SPACES TO WS-REC-DATE.
           MOVE SPACES TO WS-HIT-STAMP.
           MOVE WS-BK-LINE(WS-BK-IDX) TO WS-HIT-EXCERPT.
           MOVE "M" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.
           IF WS-RUN-MODE = "A"
               IF WS-REC-ACTION = "M"
                   WRITE WorkLine FROM WS-PURGE-MARKER
               ELSE
                   WRITE WorkLine FROM WS-BK-LINE(WS-BK-IDX)
               END-IF
           END-IF.

      *> ---------------------------------------------------------
      *> Session histories: every history file on the registry,
      *> whatever its status. A question and its answer go
      *> together, so the bot's replay never sees half of one.
      *> ---------------------------------------------------------
       PURGE-SESSION-HISTORIES.
           MOVE 0 TO WS-REG-COUNT.
           OPEN INPUT SessionRegistryFile.
           IF WS-SESSREG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ SessionRegistryFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-REG-COUNT < 100
                           AND SR-HISTORY-FILE NOT = SPACES
                           ADD 1 TO WS-REG-COUNT
                           MOVE SR-HISTORY-FILE
                               TO WS-REG-FILE(WS-REG-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SessionRegistryFile.
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               MOVE WS-REG-FILE(WS-REG-IDX) TO WS-TARGET-FILE-NAME
               PERFORM PURGE-SESSION-FILE
           END-PERFORM.

      *> A "Q: " line is held back until the next line shows
      *> whether it has an "A: " partner; the pair is then kept or
      *> dropped as one.
       PURGE-SESSION-FILE.
           OPEN INPUT TextFile.
           IF WS-TARGET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM START-FILE.
           MOVE "N" TO WS-HELD-FLAG.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ TextFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM PURGE-ONE-SESSION-LINE
               END-READ
           END-PERFORM.
           IF WS-HELD-FLAG = "Y"
               PERFORM RELEASE-HELD-QUESTION
           END-IF.
           CLOSE TextFile.
           PERFORM FINISH-FILE.

       PURGE-ONE-SESSION-LINE.
           MOVE "N" TO WS-REC-HIT.
           MOVE TextLine TO WS-MATCH-TEXT.
           PERFORM CHECK-TEXT.
           MOVE WS-REC-HIT TO WS-LINE-HIT.
           IF TextLine(1:3) = "A: " AND WS-HELD-FLAG = "Y"
               IF WS-HELD-HIT = "Y"
                   MOVE "Y" TO WS-LINE-HIT
               END-IF
               MOVE WS-LINE-HIT TO WS-HELD-HIT
               PERFORM RELEASE-HELD-QUESTION
               MOVE WS-LINE-HIT TO WS-REC-HIT
               MOVE TextLine TO WS-HIT-EXCERPT
               PERFORM DECIDE-SESSION-LINE
               IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
                   WRITE WorkLine FROM TextLine
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-HELD-FLAG = "Y"
               PERFORM RELEASE-HELD-QUESTION
           END-IF.
           IF TextLine(1:3) = "Q: "
               MOVE "Y" TO WS-HELD-FLAG
               MOVE TextLine TO WS-HELD-LINE
               MOVE WS-LINE-HIT TO WS-HELD-HIT
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-LINE-HIT TO WS-REC-HIT.
           MOVE TextLine TO WS-HIT-EXCERPT.
           PERFORM DECIDE-SESSION-LINE.
           IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
               WRITE WorkLine FROM TextLine
           END-IF.

       RELEASE-HELD-QUESTION.
           MOVE "N" TO WS-HELD-FLAG.
           MOVE WS-HELD-HIT TO WS-REC-HIT.
           MOVE WS-HELD-LINE TO WS-HIT-EXCERPT.
           PERFORM DECIDE-SESSION-LINE.
           IF WS-RUN-MODE = "A" AND WS-REC-ACTION = SPACE
               WRITE WorkLine FROM WS-HELD-LINE
           END-IF.

       DECIDE-SESSION-LINE.
           MOVE SPACES TO WS-REC-DATE.
           MOVE SPACES TO WS-HIT-STAMP.
           MOVE "R" TO WS-REC-ACTION.
           PERFORM DECIDE-RECORD.

      *> ---------------------------------------------------------
      *> Summary, certificate, register and audit.
      *> ---------------------------------------------------------
       PRINT-FILE-SUMMARY.
           DISPLAY "----- Files searched -----".
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FILE-COUNT
               IF WS-FT-REMOVED(WS-FT-IDX) + WS-FT-MASKED(WS-FT-IDX)
                       > 0
                   DISPLAY WS-FT-FILE(WS-FT-IDX) " read "
                       WS-FT-READ(WS-FT-IDX) " remove "
                       WS-FT-REMOVED(WS-FT-IDX) " mask "
                       WS-FT-MASKED(WS-FT-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "Files searched .........: " WS-FILE-COUNT.
           DISPLAY "Records to remove ......: " WS-REMOVED-TOTAL.
           DISPLAY "Records to mask ........: " WS-MASKED-TOTAL.

      *> The certificate says what was done, where and under whose
      *> authority - not what the terms were; those stay on the
      *> request file legal holds.
       WRITE-CERTIFICATE.
           PERFORM STAMP-AUDIT-TIMESTAMP.
           OPEN OUTPUT CertificateFile.
           MOVE "===== Data purge certificate =====" TO CertificateLine.
           WRITE CertificateLine.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Purge reference ......: " WS-PURGE-REF
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Requested by .........: " WS-REQUESTED-BY
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Date range ...........: " WS-FROM-DATE " to "
                  WS-TO-DATE
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Search terms .........: " WS-TERM-COUNT
                  " (on " FUNCTION TRIM(WS-REQUEST-FILE-NAME)
                  ", not repeated here)"
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Reported .............: " WS-REPORTED-STAMP(1:19)
                  " by " FUNCTION TRIM(WS-REPORTED-BY)
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Approval reference ...: " WS-APPROVAL-REF
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Carried out by .......: "
                  FUNCTION TRIM(WS-OPERATOR-ID)
                  " on " WS-AUD-TIMESTAMP(1:19)
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO CertificateLine.
           WRITE CertificateLine.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE "File" TO WS-CERT-LINE(1:30).
           MOVE "   Read" TO WS-CERT-LINE(32:7).
           MOVE "Removed" TO WS-CERT-LINE(41:7).
           MOVE " Masked" TO WS-CERT-LINE(50:7).
           WRITE CertificateLine FROM WS-CERT-LINE.
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FILE-COUNT
               MOVE SPACES TO WS-CERT-LINE
               MOVE WS-FT-FILE(WS-FT-IDX) TO WS-CERT-LINE(1:30)
               MOVE WS-FT-READ(WS-FT-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-CERT-LINE(32:7)
               MOVE WS-FT-REMOVED(WS-FT-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-CERT-LINE(41:7)
               MOVE WS-FT-MASKED(WS-FT-IDX) TO WS-COUNT-DISP
               MOVE WS-COUNT-DISP TO WS-CERT-LINE(50:7)
               WRITE CertificateLine FROM WS-CERT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CERT-LINE.
           MOVE "Totals" TO WS-CERT-LINE(1:30).
           MOVE WS-REMOVED-TOTAL TO WS-COUNT-DISP.
           MOVE WS-COUNT-DISP TO WS-CERT-LINE(41:7).
           MOVE WS-MASKED-TOTAL TO WS-COUNT-DISP.
           MOVE WS-COUNT-DISP TO WS-CERT-LINE(50:7).
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO CertificateLine.
           WRITE CertificateLine.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CATALOG-COUNT
               IF WS-CAT-COUNT(WS-CAT-IDX)
                       NOT = WS-CAT-OLD-COUNT(WS-CAT-IDX)
                   MOVE SPACES TO WS-CERT-LINE
                   STRING "ARCHCAT.DAT count for "
                          WS-CAT-PERIOD(WS-CAT-IDX) ": "
                          WS-CAT-OLD-COUNT(WS-CAT-IDX) " -> "
                          WS-CAT-COUNT(WS-CAT-IDX)
                       DELIMITED BY SIZE INTO WS-CERT-LINE
                   WRITE CertificateLine FROM WS-CERT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Removed records are no longer on the files listed. "
                  "Masked records keep their place,"
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "ids, dates and counts; their text now reads "
                  FUNCTION TRIM(WS-PURGE-MARKER) "."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "Bulletin, session history and live prompt queue "
                  "files carry no dates and were searched"
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE SPACES TO WS-CERT-LINE.
           STRING "in full; kept prompt queue generations were taken "
                  "at their cycle date."
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           WRITE CertificateLine FROM WS-CERT-LINE.
           MOVE "==================================" TO CertificateLine.
           WRITE CertificateLine.
           CLOSE CertificateFile.

       WRITE-PURGE-REGISTER.
           PERFORM STAMP-AUDIT-TIMESTAMP.
           OPEN EXTEND PurgeRegisterFile.
           IF WS-PURGREG-STATUS = "35"
               OPEN OUTPUT PurgeRegisterFile
           END-IF.
           MOVE WS-PURGE-REF TO PG-PURGE-REF.
           MOVE WS-AUD-TIMESTAMP TO PG-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO PG-OPERATOR-ID.
           MOVE WS-HIT-TOTAL TO PG-HIT-COUNT.
           WRITE PURGE-REGISTER-RECORD.
           CLOSE PurgeRegisterFile.

      *> Same sign-on the bot runs: three tries against the master,
      *> checks skipped loudly when no master is on file.
       OPERATOR-SIGN-ON.
           PERFORM LOAD-OPERATOR-MASTER.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE 0 TO WS-VERIFY-TRIES.
           IF WS-OM-LOADED = "N"
               DISPLAY "OPERMST.DAT not found - operator sign-on "
                   "checks skipped."
           END-IF.
           PERFORM UNTIL WS-SIGNON-OK = "Y"
                   OR WS-VERIFY-TRIES >= 3
               ADD 1 TO WS-VERIFY-TRIES
               DISPLAY "Operator id: "
               ACCEPT WS-OPERATOR-ID
               MOVE FUNCTION UPPER-CASE(WS-OPERATOR-ID)
                   TO WS-OPERATOR-ID
               PERFORM VERIFY-OPERATOR
               IF WS-OP-VERIFIED = "Y"
                   MOVE "Y" TO WS-SIGNON-OK
               ELSE
                   DISPLAY "Operator "
                       FUNCTION TRIM(WS-OPERATOR-ID)
                       " is not on the operator master or is "
                       "inactive."
               END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "Y"
               AND WS-OM-LOADED = "Y"
               DISPLAY "Signed on: " FUNCTION TRIM(WS-OPERATOR-ID)
                   " (" FUNCTION TRIM(WS-OP-ROLE) ")."
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
           PERFORM STAMP-AUDIT-TIMESTAMP.
           MOVE WS-AUD-TIMESTAMP TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE "DataPurge" TO AU-PROGRAM-NAME.
           MOVE WS-AUDIT-ACTION TO AU-ACTION-TEXT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE AuditLogFile.

       STAMP-AUDIT-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-AUD-TIMESTAMP.
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
               INTO WS-AUD-TIMESTAMP.
