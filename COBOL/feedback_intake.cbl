       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedbackIntake.

      *> Modification history
      *> 2026-10-15  Initial version - intake for the feedback file a
      *>             department returns on its answer bulletins
      *>             (FEEDBACK-<dept>.IN: bulletin reference, USEFUL /
      *>             WRONG / INCOMPLETE verdict, comment). Every
      *>             reference is checked against the delivery
      *>             manifest it was issued on - the live
      *>             DISTMAN[-<s>].DAT, or a kept generation on the
      *>             cycle catalog once the day has been closed - and
      *>             must be one of this department's answers, not
      *>             already reported on. Accepted verdicts go on the
      *>             feedback register (FDBKLOG.DAT); WRONG and
      *>             INCOMPLETE ones also go straight onto the review
      *>             queue (REVIEWQ.DAT) for a reviewer to confirm.
      *>             Rejects go to FEEDBACK-<dept>.REJ with a reason
      *>             code, and a one-page intake report closes the
      *>             run, the way QueueEdit edits prompt files.
      *>             Usage: FeedbackIntake <dept>
      *> 2026-10-15  A cycle's kept manifest now holds every
      *>             distribution run for that date (a re-run adds to
      *>             it), so a reference from the original run or
      *>             any re-run is found. The register and the review
      *>             queue carry the whole of a continued prompt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedbackInFile ASSIGN USING WS-FEEDBACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT RejectFile ASSIGN USING WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT FeedbackLogFile ASSIGN TO "FDBKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDBKLOG-STATUS.
           SELECT ReviewQueueFile ASSIGN TO "REVIEWQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT ManifestFile ASSIGN USING WS-MANIFEST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT CycleCatalogFile ASSIGN TO "CYCLCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLCAT-STATUS.
           SELECT QuotaFile ASSIGN TO "DEPTQTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FeedbackInFile.
           COPY "FEEDBK.CPY".

      *> The rejected record with its reason code in front, so the
      *> department can fix its file without asking what was wrong.
       FD RejectFile.
       01 REJECT-RECORD.
           05 RJ-REASON-CODE          PIC X(08).
           05 RJ-ITEM-REF             PIC X(30).
           05 RJ-VERDICT              PIC X(10).
           05 RJ-COMMENT              PIC X(60).

       FD FeedbackLogFile.
           COPY "FDBKLOG.CPY".

       FD ReviewQueueFile.
           COPY "REVIEWQ.CPY".

       FD ManifestFile.
           COPY "DISTMAN.CPY".

       FD CycleCatalogFile.
           COPY "CYCLCAT.CPY".

       FD QuotaFile.
           COPY "DEPTQTA.CPY".

       WORKING-STORAGE SECTION.
       01 WS-FEEDBACK-STATUS  PIC X(02).
       01 WS-REJECT-STATUS    PIC X(02).
       01 WS-FDBKLOG-STATUS   PIC X(02).
       01 WS-REVIEWQ-STATUS   PIC X(02).
       01 WS-MANIFEST-STATUS  PIC X(02).
       01 WS-CYCLCAT-STATUS   PIC X(02).
       01 WS-QUOTA-STATUS     PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-MAN-EOF          PIC X(01) VALUE "N".
       01 WS-CAT-EOF          PIC X(01) VALUE "N".
       01 WS-INTAKE-OK        PIC X(01) VALUE "Y".

      *> Department named on the command line - it names the
      *> returned file and its reject file, and every reference in
      *> the file must be one of that department's answers.
       01 WS-CMDLINE-ARG      PIC X(40) VALUE SPACES.
       01 WS-DEPT-CODE        PIC X(04) VALUE SPACES.
       01 WS-DEPT-INPUT       PIC X(20) VALUE SPACES.
       01 WS-FEEDBACK-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-REJECT-FILE-NAME PIC X(30) VALUE SPACES.

       01 WS-DEPT-TABLE.
           05 WS-DP-ENTRY OCCURS 50 TIMES.
               10 WS-DP-CODE          PIC X(04).
       01 WS-DEPT-COUNT       PIC 9(02) VALUE 0.
       01 WS-DP-IDX           PIC 9(02) VALUE 0.
       01 WS-DP-FOUND         PIC X(01) VALUE "N".

      *> References already reported on - the register, then every
      *> reference accepted from this file as it goes.
       01 WS-SEEN-TABLE.
           05 WS-SN-REF OCCURS 5000 TIMES PIC X(30).
       01 WS-SEEN-COUNT       PIC 9(04) VALUE 0.
       01 WS-SN-IDX           PIC 9(04) VALUE 0.
       01 WS-SN-FOUND         PIC X(01) VALUE "N".
       01 WS-SEEN-OVERFLOW    PIC X(01) VALUE "N".

      *> The reference as ResponseDistribute builds it (must stay
      *> in step): <run yyyymmddhhmmss>-<seq 5 digits>, with
      *> -<stream> on the end for a named stream.
       01 WS-REF              PIC X(30) VALUE SPACES.
       01 WS-REF-RUN          PIC X(14) VALUE SPACES.
       01 WS-REF-SEQ          PIC X(05) VALUE SPACES.
       01 WS-REF-STREAM       PIC X(08) VALUE SPACES.
       01 WS-REF-EXTRA        PIC X(10) VALUE SPACES.
       01 WS-REF-RUN-LEN      PIC 9(02) VALUE 0.
       01 WS-REF-SEQ-LEN      PIC 9(02) VALUE 0.
       01 WS-REF-STREAM-LEN   PIC 9(02) VALUE 0.
       01 WS-REF-CHECK        PIC X(14) VALUE SPACES.
       01 WS-REF-RUN-DATE     PIC X(10) VALUE SPACES.
       01 WS-STREAM-CHECK     PIC X(08) VALUE SPACES.
       01 WS-STREAM-SUFFIX    PIC X(09) VALUE SPACES.
       01 WS-VERDICT          PIC X(10) VALUE SPACES.

      *> Manifest file names follow ResponseDistribute and
      *> CycleClose (must stay in step): DISTMAN[-<s>].DAT live,
      *> DISTMAN[-<s>].G<yyyymmdd> for a closed cycle.
       01 WS-MANIFEST-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-GEN-EXT          PIC X(10) VALUE SPACES.
       01 WS-CATALOG-FOUND    PIC X(01) VALUE "N".

      *> The manifest item the reference was issued against.
       01 WS-ITEM-FOUND       PIC X(01) VALUE "N".
       01 WS-IT-DEPT          PIC X(04) VALUE SPACES.
       01 WS-IT-SEQ-NO        PIC 9(05) VALUE 0.
       01 WS-IT-ANSWER-STAMP  PIC X(26) VALUE SPACES.
       01 WS-IT-SCRIPT        PIC X(40) VALUE SPACES.
       01 WS-IT-PROMPT        PIC X(200) VALUE SPACES.
       01 WS-IT-PROMPT-MORE   PIC X(2000) VALUE SPACES.
       01 WS-IT-RESPONSE      PIC X(4000) VALUE SPACES.

       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

       01 WS-REASON-CODE      PIC X(08) VALUE SPACES.
       01 WS-READ-COUNT       PIC 9(05) VALUE 0.
       01 WS-ACCEPT-COUNT     PIC 9(05) VALUE 0.
       01 WS-USEFUL-COUNT     PIC 9(05) VALUE 0.
       01 WS-WRONG-COUNT      PIC 9(05) VALUE 0.
       01 WS-INCOMPL-COUNT    PIC 9(05) VALUE 0.
       01 WS-REVIEW-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(05) VALUE 0.
       01 WS-BADREF-COUNT     PIC 9(05) VALUE 0.
       01 WS-BADVERD-COUNT    PIC 9(05) VALUE 0.
       01 WS-DUPREF-COUNT     PIC 9(05) VALUE 0.
       01 WS-UNKNOWN-COUNT    PIC 9(05) VALUE 0.
       01 WS-OTHDEPT-COUNT    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           DISPLAY "===== Department feedback intake =====".
           ACCEPT WS-CMDLINE-ARG FROM COMMAND-LINE.
           MOVE WS-CMDLINE-ARG TO WS-DEPT-INPUT.
           PERFORM SET-DEPT-FILE-NAMES.
           IF WS-INTAKE-OK = "Y"
               PERFORM LOAD-DEPT-TABLE
           END-IF.
           IF WS-INTAKE-OK = "Y"
               DISPLAY "Department ...........: " WS-DEPT-CODE
               PERFORM STAMP-TIMESTAMP
               PERFORM LOAD-SEEN-REFERENCES
               PERFORM EDIT-FEEDBACK-FILE
           END-IF.
           IF WS-INTAKE-OK = "Y"
               PERFORM PRINT-INTAKE-REPORT
           END-IF.
           STOP RUN.

       SET-DEPT-FILE-NAMES.
           MOVE SPACES TO WS-DEPT-CODE.
           UNSTRING FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-DEPT-INPUT))
               DELIMITED BY ALL " "
               INTO WS-DEPT-CODE.
           IF WS-DEPT-CODE = SPACES
               DISPLAY "Usage: FeedbackIntake <dept> - reads "
                   "FEEDBACK-<dept>.IN. Nothing taken in."
               MOVE "N" TO WS-INTAKE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-FEEDBACK-FILE-NAME.
           STRING "FEEDBACK-" FUNCTION TRIM(WS-DEPT-CODE) ".IN"
               DELIMITED BY SIZE INTO WS-FEEDBACK-FILE-NAME.
           MOVE SPACES TO WS-REJECT-FILE-NAME.
           STRING "FEEDBACK-" FUNCTION TRIM(WS-DEPT-CODE) ".REJ"
               DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME.

      *> The department must be on the maintained table, or be the
      *> general pool (GEN) whose bulletin has no department of its
      *> own. OPS is the exceptions bulletin and carries no
      *> references. A missing table fails the intake, the same
      *> call QueueEdit makes.
       LOAD-DEPT-TABLE.
           IF WS-DEPT-CODE = "OPS"
               DISPLAY "The exceptions bulletin (OPS) carries no "
                   "references - nothing taken in."
               MOVE "N" TO WS-INTAKE-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-DEPT-CODE = "GEN"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO WS-DEPT-COUNT.
           OPEN INPUT QuotaFile.
           IF WS-QUOTA-STATUS NOT = "00"
               DISPLAY "DEPTQTA.DAT not found - department codes "
                   "cannot be verified, nothing taken in."
               MOVE "N" TO WS-INTAKE-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ QuotaFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT < 50
                           ADD 1 TO WS-DEPT-COUNT
                           MOVE FUNCTION UPPER-CASE(QT-DEPT-CODE)
                               TO WS-DP-CODE(WS-DEPT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QuotaFile.
           MOVE "N" TO WS-DP-FOUND.
           PERFORM VARYING WS-DP-IDX FROM 1 BY 1
                   UNTIL WS-DP-IDX > WS-DEPT-COUNT
                       OR WS-DP-FOUND = "Y"
               IF WS-DP-CODE(WS-DP-IDX) = WS-DEPT-CODE
                   MOVE "Y" TO WS-DP-FOUND
               END-IF
           END-PERFORM.
           IF WS-DP-FOUND = "N"
               DISPLAY "Department " FUNCTION TRIM(WS-DEPT-CODE)
                   " is not on DEPTQTA.DAT - nothing taken in."
               MOVE "N" TO WS-INTAKE-OK
           END-IF.

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

      *> A reference can be reported on once, by anyone - a second
      *> verdict on the same answer is a duplicate even from a
      *> later file.
       LOAD-SEEN-REFERENCES.
           MOVE 0 TO WS-SEEN-COUNT.
           OPEN INPUT FeedbackLogFile.
           IF WS-FDBKLOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ FeedbackLogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-SEEN-REFERENCE
                   END-READ
               END-PERFORM
               CLOSE FeedbackLogFile
           END-IF.
           IF WS-SEEN-OVERFLOW = "Y"
               DISPLAY "Warning: feedback register longer than 5000 "
                   "- duplicate screening is incomplete."
           END-IF.

       ADD-SEEN-REFERENCE.
           IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE FL-ITEM-REF TO WS-SN-REF(WS-SEEN-COUNT)
           ELSE
               MOVE "Y" TO WS-SEEN-OVERFLOW
           END-IF.

       EDIT-FEEDBACK-FILE.
           OPEN INPUT FeedbackInFile.
           IF WS-FEEDBACK-STATUS NOT = "00"
               DISPLAY FUNCTION TRIM(WS-FEEDBACK-FILE-NAME)
                   " not found - nothing to take in."
               MOVE "N" TO WS-INTAKE-OK
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RejectFile.
           OPEN EXTEND FeedbackLogFile.
           IF WS-FDBKLOG-STATUS = "35"
               OPEN OUTPUT FeedbackLogFile
           END-IF.
           OPEN EXTEND ReviewQueueFile.
           IF WS-REVIEWQ-STATUS = "35"
               OPEN OUTPUT ReviewQueueFile
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ FeedbackInFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EDIT-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE FeedbackInFile.
           CLOSE RejectFile.
           CLOSE FeedbackLogFile.
           CLOSE ReviewQueueFile.

      *> The first failed test names the record's reason code - one
      *> reason per reject, as in QueueEdit. The manifest look-up
      *> comes last, since it is the only test that reads files.
       EDIT-ONE-RECORD.
           MOVE SPACES TO WS-REASON-CODE.
           PERFORM EDIT-REFERENCE.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-VERDICT
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-DUPLICATE
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM EDIT-MANIFEST-ITEM
           END-IF.
           IF WS-REASON-CODE = SPACES
               PERFORM WRITE-ACCEPTED-FEEDBACK
           ELSE
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *> Takes the reference apart into run stamp, sequence number
      *> and stream, each of which must have its exact shape.
       EDIT-REFERENCE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FB-ITEM-REF))
               TO WS-REF.
           MOVE SPACES TO WS-REF-RUN WS-REF-SEQ WS-REF-STREAM
               WS-REF-EXTRA.
           MOVE 0 TO WS-REF-RUN-LEN WS-REF-SEQ-LEN WS-REF-STREAM-LEN.
           UNSTRING WS-REF DELIMITED BY "-" OR " "
               INTO WS-REF-RUN COUNT IN WS-REF-RUN-LEN
                    WS-REF-SEQ COUNT IN WS-REF-SEQ-LEN
                    WS-REF-STREAM COUNT IN WS-REF-STREAM-LEN
                    WS-REF-EXTRA.
           MOVE WS-REF-RUN TO WS-REF-CHECK.
           INSPECT WS-REF-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-REF-RUN-LEN NOT = 14
               OR WS-REF-CHECK NOT = "NNNNNNNNNNNNNN"
               OR WS-REF-SEQ-LEN NOT = 5
               OR WS-REF-SEQ NOT NUMERIC
               OR WS-REF-STREAM-LEN > 8
               OR WS-REF-EXTRA NOT = SPACES
               MOVE "BADREF" TO WS-REASON-CODE
               ADD 1 TO WS-BADREF-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-REF-STREAM NOT = SPACES
               MOVE WS-REF-STREAM TO WS-STREAM-CHECK
               INSPECT WS-STREAM-CHECK
                   CONVERTING "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789"
                   TO "                                    "
               IF WS-STREAM-CHECK NOT = SPACES
                   OR WS-REF-STREAM(1:1) < "A"
                   OR WS-REF-STREAM(1:1) > "Z"
                   MOVE "BADREF" TO WS-REASON-CODE
                   ADD 1 TO WS-BADREF-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE SPACES TO WS-REF-RUN-DATE.
           STRING WS-REF-RUN(1:4) "-" WS-REF-RUN(5:2) "-"
                  WS-REF-RUN(7:2)
               DELIMITED BY SIZE INTO WS-REF-RUN-DATE.
           MOVE SPACES TO WS-STREAM-SUFFIX.
           IF WS-REF-STREAM NOT = SPACES
               STRING "-" FUNCTION TRIM(WS-REF-STREAM)
                   DELIMITED BY SIZE INTO WS-STREAM-SUFFIX
           END-IF.

       EDIT-VERDICT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FB-VERDICT))
               TO WS-VERDICT.
           IF WS-VERDICT NOT = "USEFUL"
               AND WS-VERDICT NOT = "WRONG"
               AND WS-VERDICT NOT = "INCOMPLETE"
               MOVE "BADVERD" TO WS-REASON-CODE
               ADD 1 TO WS-BADVERD-COUNT
           END-IF.

       EDIT-DUPLICATE.
           MOVE "N" TO WS-SN-FOUND.
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
                   UNTIL WS-SN-IDX > WS-SEEN-COUNT
                       OR WS-SN-FOUND = "Y"
               IF WS-SN-REF(WS-SN-IDX) = WS-REF
                   MOVE "Y" TO WS-SN-FOUND
               END-IF
           END-PERFORM.
           IF WS-SN-FOUND = "Y"
               MOVE "DUPREF" TO WS-REASON-CODE
               ADD 1 TO WS-DUPREF-COUNT
           END-IF.

      *> The reference must be an item record on a manifest of its
      *> stream, and the answer must have gone to this department.
       EDIT-MANIFEST-ITEM.
           PERFORM FIND-MANIFEST-ITEM.
           IF WS-ITEM-FOUND = "N"
               MOVE "UNKNOWN" TO WS-REASON-CODE
               ADD 1 TO WS-UNKNOWN-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF WS-IT-DEPT NOT = WS-DEPT-CODE
               MOVE "OTHDEPT" TO WS-REASON-CODE
               ADD 1 TO WS-OTHDEPT-COUNT
           END-IF.

      *> Today's delivery is on the live manifest. Once the day is
      *> closed its manifest is a generation, so every kept cycle
      *> of the stream on the catalog is searched. A re-run for a
      *> cycle adds its references to the end of that cycle's
      *> generation (stamped later than the cycle date) and leaves
      *> the original run's in place, so each generation file is
      *> every manifest for its date and is read to the end. Without
      *> a catalog, the generation for the run's own date is tried.
       FIND-MANIFEST-ITEM.
           MOVE "N" TO WS-ITEM-FOUND.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX ".DAT"
               DELIMITED BY SPACE INTO WS-MANIFEST-FILE-NAME.
           PERFORM SCAN-MANIFEST.
           IF WS-ITEM-FOUND = "Y"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CATALOG-FOUND.
           OPEN INPUT CycleCatalogFile.
           IF WS-CYCLCAT-STATUS = "00"
               MOVE "Y" TO WS-CATALOG-FOUND
               MOVE "N" TO WS-CAT-EOF
               PERFORM UNTIL WS-CAT-EOF = "Y"
                       OR WS-ITEM-FOUND = "Y"
                   READ CycleCatalogFile
                       AT END
                           MOVE "Y" TO WS-CAT-EOF
                       NOT AT END
                           IF CY-STREAM-NAME = WS-REF-STREAM
                               AND CY-GEN-STATUS = "KEPT"
                               PERFORM SCAN-CYCLE-GENERATION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CycleCatalogFile
           END-IF.
           IF WS-CATALOG-FOUND = "N"
               MOVE WS-REF-RUN-DATE TO CY-CYCLE-DATE
               PERFORM SCAN-CYCLE-GENERATION
           END-IF.

       SCAN-CYCLE-GENERATION.
           MOVE SPACES TO WS-GEN-EXT.
           STRING ".G" CY-CYCLE-DATE(1:4) CY-CYCLE-DATE(6:2)
               CY-CYCLE-DATE(9:2)
               DELIMITED BY SIZE INTO WS-GEN-EXT.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "DISTMAN" WS-STREAM-SUFFIX WS-GEN-EXT
               DELIMITED BY SPACE INTO WS-MANIFEST-FILE-NAME.
           PERFORM SCAN-MANIFEST.

       SCAN-MANIFEST.
           OPEN INPUT ManifestFile.
           IF WS-MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-MAN-EOF.
           PERFORM UNTIL WS-MAN-EOF = "Y" OR WS-ITEM-FOUND = "Y"
               READ ManifestFile
                   AT END
                       MOVE "Y" TO WS-MAN-EOF
                   NOT AT END
                       IF DM-RECORD-TYPE = "I"
                           AND DM-ITEM-REF = WS-REF
                           MOVE "Y" TO WS-ITEM-FOUND
                           MOVE DM-DEPT-CODE TO WS-IT-DEPT
                           MOVE DM-SEQ-NO TO WS-IT-SEQ-NO
                           MOVE DM-ANSWER-TIMESTAMP
                               TO WS-IT-ANSWER-STAMP
                           MOVE DM-BACKEND-SCRIPT TO WS-IT-SCRIPT
                           MOVE DM-PROMPT-TEXT TO WS-IT-PROMPT
                           MOVE DM-PROMPT-MORE TO WS-IT-PROMPT-MORE
                           MOVE DM-RESPONSE-TEXT TO WS-IT-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ManifestFile.

      *> On the register in every case; a WRONG or INCOMPLETE
      *> verdict also puts the answer on the review queue, exactly
      *> as delivered, for a reviewer to confirm or overturn.
       WRITE-ACCEPTED-FEEDBACK.
           MOVE "N" TO FL-REVIEW-QUEUED.
           EVALUATE WS-VERDICT
               WHEN "USEFUL"
                   ADD 1 TO WS-USEFUL-COUNT
               WHEN "WRONG"
                   ADD 1 TO WS-WRONG-COUNT
                   PERFORM WRITE-REVIEW-RECORD
               WHEN "INCOMPLETE"
                   ADD 1 TO WS-INCOMPL-COUNT
                   PERFORM WRITE-REVIEW-RECORD
           END-EVALUATE.
           MOVE WS-TIMESTAMP TO FL-INTAKE-TIMESTAMP.
           MOVE WS-REF TO FL-ITEM-REF.
           MOVE WS-DEPT-CODE TO FL-DEPT-CODE.
           MOVE WS-REF-STREAM TO FL-STREAM-NAME.
           MOVE WS-IT-SEQ-NO TO FL-SEQ-NO.
           MOVE WS-IT-ANSWER-STAMP TO FL-ANSWER-TIMESTAMP.
           MOVE WS-IT-SCRIPT TO FL-BACKEND-SCRIPT.
           MOVE WS-VERDICT TO FL-VERDICT.
           MOVE FB-COMMENT TO FL-COMMENT.
           MOVE WS-IT-PROMPT TO FL-PROMPT-TEXT.
           MOVE WS-IT-PROMPT-MORE TO FL-PROMPT-MORE.
           WRITE FEEDBACK-LOG-RECORD.
           ADD 1 TO WS-ACCEPT-COUNT.
           IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-REF TO WS-SN-REF(WS-SEEN-COUNT)
           END-IF.

       WRITE-REVIEW-RECORD.
           MOVE WS-IT-ANSWER-STAMP TO RV-TIMESTAMP.
           MOVE WS-IT-DEPT TO RV-DEPT-CODE.
           MOVE WS-IT-SCRIPT TO RV-BACKEND-SCRIPT.
           MOVE WS-IT-PROMPT TO RV-PROMPT-TEXT.
           MOVE WS-IT-PROMPT-MORE TO RV-PROMPT-MORE.
           MOVE WS-IT-RESPONSE TO RV-RESPONSE-TEXT.
           MOVE SPACES TO RV-GRADE.
           MOVE SPACES TO RV-GRADE-COMMENT.
           MOVE SPACES TO RV-REVIEWER.
           MOVE SPACES TO RV-GRADED-TIMESTAMP.
           MOVE "D" TO RV-SOURCE.
           MOVE WS-REF TO RV-FEEDBACK-REF.
           MOVE WS-VERDICT TO RV-DEPT-VERDICT.
           MOVE FB-COMMENT TO RV-DEPT-COMMENT.
           WRITE REVIEW-QUEUE-RECORD.
           MOVE "Y" TO FL-REVIEW-QUEUED.
           ADD 1 TO WS-REVIEW-COUNT.

       WRITE-REJECT-RECORD.
           MOVE WS-REASON-CODE TO RJ-REASON-CODE.
           MOVE FB-ITEM-REF TO RJ-ITEM-REF.
           MOVE FB-VERDICT TO RJ-VERDICT.
           MOVE FB-COMMENT TO RJ-COMMENT.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.

       PRINT-INTAKE-REPORT.
           DISPLAY "----- Intake report -----".
           DISPLAY "Records read ...........: " WS-READ-COUNT.
           DISPLAY "Accepted to register ...: " WS-ACCEPT-COUNT
               " (FDBKLOG.DAT)".
           DISPLAY "  Useful ...............: " WS-USEFUL-COUNT.
           DISPLAY "  Wrong ................: " WS-WRONG-COUNT.
           DISPLAY "  Incomplete ...........: " WS-INCOMPL-COUNT.
           DISPLAY "Sent for review ........: " WS-REVIEW-COUNT
               " (REVIEWQ.DAT)".
           DISPLAY "Rejected ...............: " WS-REJECT-COUNT
               " (" FUNCTION TRIM(WS-REJECT-FILE-NAME) ")".
           DISPLAY "  Malformed reference ..: " WS-BADREF-COUNT.
           DISPLAY "  Unrecognized verdict .: " WS-BADVERD-COUNT.
           DISPLAY "  Already reported on ..: " WS-DUPREF-COUNT.
           DISPLAY "  Unknown reference ....: " WS-UNKNOWN-COUNT.
           DISPLAY "  Another dept's answer : " WS-OTHDEPT-COUNT.
           IF WS-REJECT-COUNT = 0
               DISPLAY "RESULT: CLEAN FILE - every verdict taken in."
           ELSE
               DISPLAY "RESULT: " WS-REJECT-COUNT " reject(s) - "
                   "return " FUNCTION TRIM(WS-REJECT-FILE-NAME)
                   " to the department."
           END-IF.
           DISPLAY "=========================".
