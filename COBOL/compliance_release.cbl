       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceRelease.

      *> Modification history
      *> 2026-10-15  Initial version - compliance review of prompts
      *>             the bot held for tripping a restricted-terms
      *>             rule. Imports new holds from HELDPRM.DAT onto
      *>             the compliance master (CMPLMST.DAT), lets a
      *>             reviewer list them and release one (send as
      *>             written), redact one (send a corrected text,
      *>             which must itself pass the screen) or reject
      *>             one (never send). Deciding needs REVIEWER
      *>             (SUPERVISOR included) and nobody may decide a
      *>             prompt they submitted themselves. Every
      *>             decision is written to the privileged-action
      *>             log (OPAUDIT.DAT). The bot and QueueEdit read
      *>             the decisions back off the master.
      *> 2026-10-15  A batch hold carries its batch stream through to
      *>             the master and the item listing, so a reviewer
      *>             can see which stream's resume is waiting.
      *> 2026-10-15  Continued prompts are reviewed whole: holds are
      *>             imported and matched on the full prompt, the
      *>             reviewer sees all of it (wrapped over as many
      *>             lines as it takes), and a redaction may run to
      *>             the full 2200 characters over several input
      *>             lines and is kept whole on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HeldPromptFile ASSIGN TO "HELDPRM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDPRM-STATUS.
           SELECT ComplianceMasterFile ASSIGN TO "CMPLMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RestrictedTermsFile ASSIGN TO "RESTRICT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-STATUS.
           SELECT OperatorMasterFile ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT AuditLogFile ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HeldPromptFile.
           COPY "HELDPRM.CPY".

       FD ComplianceMasterFile.
           COPY "CMPLMST.CPY".

       FD RestrictedTermsFile.
           COPY "RSTTERM.CPY".

       FD OperatorMasterFile.
           COPY "OPERMST.CPY".

       FD AuditLogFile.
           COPY "OPAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-HELDPRM-STATUS   PIC X(02).
       01 WS-MASTER-STATUS    PIC X(02).
       01 WS-RESTRICT-STATUS  PIC X(02).
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).

      *> Operator master for sign-on - same cumulative roles the
      *> bot enforces; deciding a held prompt needs REVIEWER
      *> (level 2) or better.
       01 WS-OM-TABLE.
           05 WS-OM-ENTRY OCCURS 100 TIMES.
               10 WS-OM-ID            PIC X(08).
               10 WS-OM-ROLE          PIC X(10).
               10 WS-OM-ACTIVE        PIC X(01).
       01 WS-OM-COUNT         PIC 9(03) VALUE 0.
       01 WS-OM-IDX           PIC 9(03) VALUE 0.
       01 WS-OM-LOADED        PIC X(01) VALUE "N".
       01 WS-OP-VERIFIED      PIC X(01) VALUE "N".
       01 WS-OP-ROLE          PIC X(10) VALUE SPACES.
       01 WS-ROLE-LEVEL       PIC 9(01) VALUE 0.
       01 WS-SIGNON-OK        PIC X(01) VALUE "N".
       01 WS-VERIFY-TRIES     PIC 9(01) VALUE 0.
       01 WS-AUDIT-ACTION     PIC X(60) VALUE SPACES.

       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-CONTINUE         PIC X(01) VALUE "Y".
       01 WS-MENU-CHOICE      PIC X(01) VALUE SPACE.

      *> Restricted terms, loaded the way the bot loads them, so a
      *> redacted text can be put through the same screen before it
      *> is accepted - the two must stay in step.
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

      *> In-memory copy of the compliance master, rewritten whole on
      *> exit - the same table-driven pattern EscalationWorkbench
      *> uses for ESCMST.DAT.
       01 WS-CM-TABLE.
           05 WS-CM-ENTRY OCCURS 500 TIMES.
               10 WS-CM-ID                PIC 9(05).
               10 WS-CM-HELD-STAMP        PIC X(26).
               10 WS-CM-MODE              PIC X(01).
               10 WS-CM-SEQ-NO            PIC 9(05).
               10 WS-CM-OPERATOR-ID       PIC X(08).
               10 WS-CM-DEPT-CODE         PIC X(04).
               10 WS-CM-RULE-ID           PIC X(08).
               10 WS-CM-PROMPT-TEXT       PIC X(2200).
               10 WS-CM-STATUS            PIC X(10).
               10 WS-CM-REVIEWER          PIC X(08).
               10 WS-CM-DECIDED-STAMP     PIC X(26).
               10 WS-CM-REDACTED-TEXT     PIC X(2200).
               10 WS-CM-NOTE              PIC X(60).
               10 WS-CM-STREAM            PIC X(08).
       01 WS-CM-COUNT         PIC 9(04) VALUE 0.
       01 WS-CM-IDX           PIC 9(04) VALUE 0.
       01 WS-NEXT-ID          PIC 9(05) VALUE 1.
       01 WS-FOUND-FLAG       PIC X(01) VALUE "N".
       01 WS-FOUND-IDX        PIC 9(04) VALUE 0.
       01 WS-IMPORT-COUNT     PIC 9(04) VALUE 0.
       01 WS-HELD-COUNT       PIC 9(04) VALUE 0.
       01 WS-TABLE-FULL       PIC X(01) VALUE "N".

       01 WS-ITEM-ID-IN       PIC X(05) VALUE SPACES.
       01 WS-ITEM-ID-CHECK    PIC X(05) VALUE SPACES.
       01 WS-ITEM-ID          PIC 9(05) VALUE 0.
       01 WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
       01 WS-DECIDE-OK        PIC X(01) VALUE "N".
       01 WS-REDACT-TEXT      PIC X(2200) VALUE SPACES.
       01 WS-REDACT-LINE      PIC X(200) VALUE SPACES.
       01 WS-REDACT-PTR       PIC 9(04) VALUE 0.
       01 WS-REDACT-DONE      PIC X(01) VALUE "N".
       01 WS-REDACT-LONG      PIC X(01) VALUE "N".
       01 WS-HELD-TEXT        PIC X(2200) VALUE SPACES.

      *> A prompt (up to 2200 characters) shown over as many lines
      *> as it takes, cut every 64 characters.
       01 WS-SHOW-TEXT        PIC X(2200) VALUE SPACES.
       01 WS-SHOW-LABEL       PIC X(15) VALUE SPACES.
       01 WS-SHOW-LEN         PIC 9(04) VALUE 0.
       01 WS-SHOW-POS         PIC 9(04) VALUE 0.
       01 WS-NOTE-TEXT        PIC X(60) VALUE SPACES.

       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-TIMESTAMP        PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Sign-on failed - exiting."
               STOP RUN
           END-IF.
           PERFORM LOAD-RESTRICTED-TERMS.
           PERFORM LOAD-MASTER.
           PERFORM IMPORT-NEW-HOLDS.
           MOVE "Y" TO WS-CONTINUE.
           PERFORM UNTIL WS-CONTINUE = "N"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LIST-HELD-ITEMS
                   WHEN "2"
                       IF WS-ROLE-LEVEL < 2
                           DISPLAY "Deciding held prompts needs "
                               "REVIEWER - refused."
                       ELSE
                           PERFORM RELEASE-ITEM
                       END-IF
                   WHEN "3"
                       IF WS-ROLE-LEVEL < 2
                           DISPLAY "Deciding held prompts needs "
                               "REVIEWER - refused."
                       ELSE
                           PERFORM REDACT-ITEM
                       END-IF
                   WHEN "4"
                       IF WS-ROLE-LEVEL < 2
                           DISPLAY "Deciding held prompts needs "
                               "REVIEWER - refused."
                       ELSE
                           PERFORM REJECT-ITEM
                       END-IF
                   WHEN "5"
                       PERFORM LIST-ALL-ITEMS
                   WHEN "X"
                   WHEN "x"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice."
               END-EVALUATE
           END-PERFORM.
           PERFORM SAVE-MASTER.
           DISPLAY "Compliance master saved - " WS-CM-COUNT
               " item(s) on file.".
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "===== Compliance release =====".
           DISPLAY "1. List held prompts".
           DISPLAY "2. Release a prompt as written".
           DISPLAY "3. Redact a prompt and release it".
           DISPLAY "4. Reject a prompt".
           DISPLAY "5. List all items".
           DISPLAY "X. Save and exit".
           DISPLAY "Selection: ".
           ACCEPT WS-MENU-CHOICE.

      *> A missing RESTRICT.DAT leaves nothing to re-screen a
      *> redaction against - warned about, not fatal, the same call
      *> the bot makes.
       LOAD-RESTRICTED-TERMS.
           MOVE 0 TO WS-RT-COUNT.
           OPEN INPUT RestrictedTermsFile.
           IF WS-RESTRICT-STATUS NOT = "00"
               DISPLAY "RESTRICT.DAT not found - redacted text "
                   "cannot be re-screened."
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

       LOAD-MASTER.
           MOVE 0 TO WS-CM-COUNT.
           MOVE 1 TO WS-NEXT-ID.
           OPEN INPUT ComplianceMasterFile.
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ ComplianceMasterFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM ADD-MASTER-TO-TABLE
                   END-READ
               END-PERFORM
               CLOSE ComplianceMasterFile
           END-IF.

       ADD-MASTER-TO-TABLE.
           IF WS-CM-COUNT < 500
               ADD 1 TO WS-CM-COUNT
               MOVE CM-ID TO WS-CM-ID(WS-CM-COUNT)
               MOVE CM-HELD-TIMESTAMP
                   TO WS-CM-HELD-STAMP(WS-CM-COUNT)
               MOVE CM-MODE TO WS-CM-MODE(WS-CM-COUNT)
               MOVE CM-SEQ-NO TO WS-CM-SEQ-NO(WS-CM-COUNT)
               MOVE CM-OPERATOR-ID TO WS-CM-OPERATOR-ID(WS-CM-COUNT)
               MOVE CM-DEPT-CODE TO WS-CM-DEPT-CODE(WS-CM-COUNT)
               MOVE CM-RULE-ID TO WS-CM-RULE-ID(WS-CM-COUNT)
               MOVE CM-PROMPT-TEXT
                   TO WS-CM-PROMPT-TEXT(WS-CM-COUNT)(1:200)
               MOVE CM-PROMPT-MORE
                   TO WS-CM-PROMPT-TEXT(WS-CM-COUNT)(201:2000)
               MOVE CM-STATUS TO WS-CM-STATUS(WS-CM-COUNT)
               MOVE CM-REVIEWER TO WS-CM-REVIEWER(WS-CM-COUNT)
               MOVE CM-DECIDED-TIMESTAMP
                   TO WS-CM-DECIDED-STAMP(WS-CM-COUNT)
               MOVE CM-REDACTED-TEXT
                   TO WS-CM-REDACTED-TEXT(WS-CM-COUNT)(1:200)
               MOVE CM-REDACTED-MORE
                   TO WS-CM-REDACTED-TEXT(WS-CM-COUNT)(201:2000)
               MOVE CM-DECISION-NOTE TO WS-CM-NOTE(WS-CM-COUNT)
               MOVE CM-STREAM-NAME TO WS-CM-STREAM(WS-CM-COUNT)
               IF CM-ID >= WS-NEXT-ID
                   COMPUTE WS-NEXT-ID = CM-ID + 1
               END-IF
           ELSE
               MOVE "Y" TO WS-TABLE-FULL
           END-IF.

      *> Pulls anything on HELDPRM.DAT whose prompt text is not
      *> already on the master into the table as a HELD item. The
      *> bot appends a hold every time an undecided prompt is tried
      *> (a batch resume retries every held prompt), so the same
      *> text is seen many times over - the text is the decision's
      *> key on the master, so it is imported only once.
       IMPORT-NEW-HOLDS.
           MOVE 0 TO WS-IMPORT-COUNT.
           OPEN INPUT HeldPromptFile.
           IF WS-HELDPRM-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ HeldPromptFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM IMPORT-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HeldPromptFile
           END-IF.
           IF WS-IMPORT-COUNT > 0
               DISPLAY "Imported " WS-IMPORT-COUNT
                   " new held prompt(s) from HELDPRM.DAT"
           END-IF.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "Compliance master is full (500 items) - "
                   "the remaining holds stay on HELDPRM.DAT until "
                   "the master is archived."
           END-IF.

      *> A hold is known by its whole prompt, continuation text
      *> included, so each is imported only once.
       IMPORT-ONE-HOLD.
           MOVE HP-PROMPT-TEXT TO WS-HELD-TEXT(1:200).
           MOVE HP-PROMPT-MORE TO WS-HELD-TEXT(201:2000).
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-PROMPT-TEXT(WS-CM-IDX) = WS-HELD-TEXT
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = "N"
               IF WS-CM-COUNT < 500
                   ADD 1 TO WS-CM-COUNT
                   ADD 1 TO WS-IMPORT-COUNT
                   MOVE WS-NEXT-ID TO WS-CM-ID(WS-CM-COUNT)
                   ADD 1 TO WS-NEXT-ID
                   MOVE HP-TIMESTAMP TO WS-CM-HELD-STAMP(WS-CM-COUNT)
                   MOVE HP-MODE TO WS-CM-MODE(WS-CM-COUNT)
                   MOVE HP-SEQ-NO TO WS-CM-SEQ-NO(WS-CM-COUNT)
                   MOVE FUNCTION UPPER-CASE(HP-OPERATOR-ID)
                       TO WS-CM-OPERATOR-ID(WS-CM-COUNT)
                   MOVE HP-DEPT-CODE TO WS-CM-DEPT-CODE(WS-CM-COUNT)
                   MOVE HP-RULE-ID TO WS-CM-RULE-ID(WS-CM-COUNT)
                   MOVE WS-HELD-TEXT
                       TO WS-CM-PROMPT-TEXT(WS-CM-COUNT)
                   MOVE "HELD" TO WS-CM-STATUS(WS-CM-COUNT)
                   MOVE SPACES TO WS-CM-REVIEWER(WS-CM-COUNT)
                   MOVE SPACES TO WS-CM-DECIDED-STAMP(WS-CM-COUNT)
                   MOVE SPACES TO WS-CM-REDACTED-TEXT(WS-CM-COUNT)
                   MOVE SPACES TO WS-CM-NOTE(WS-CM-COUNT)
                   MOVE HP-STREAM-NAME TO WS-CM-STREAM(WS-CM-COUNT)
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL
               END-IF
           END-IF.

       LIST-HELD-ITEMS.
           MOVE 0 TO WS-HELD-COUNT.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               IF WS-CM-STATUS(WS-CM-IDX) = "HELD"
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM DISPLAY-ITEM-LINE
               END-IF
           END-PERFORM.
           IF WS-HELD-COUNT = 0
               DISPLAY "No prompts awaiting review."
           END-IF.

       LIST-ALL-ITEMS.
           IF WS-CM-COUNT = 0
               DISPLAY "Compliance master is empty."
           ELSE
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-COUNT
                   PERFORM DISPLAY-ITEM-LINE
               END-PERFORM
           END-IF.

       DISPLAY-ITEM-LINE.
           DISPLAY WS-CM-ID(WS-CM-IDX) " "
               WS-CM-STATUS(WS-CM-IDX) " "
               WS-CM-RULE-ID(WS-CM-IDX) " "
               WS-CM-DEPT-CODE(WS-CM-IDX) " "
               WS-CM-OPERATOR-ID(WS-CM-IDX) " "
               WS-CM-HELD-STAMP(WS-CM-IDX)(1:19).
           IF WS-CM-MODE(WS-CM-IDX) = "B"
               IF WS-CM-STREAM(WS-CM-IDX) = SPACES
                   DISPLAY "      Batch prompt "
                       WS-CM-SEQ-NO(WS-CM-IDX)
               ELSE
                   DISPLAY "      Batch prompt "
                       WS-CM-SEQ-NO(WS-CM-IDX) " stream "
                       FUNCTION TRIM(WS-CM-STREAM(WS-CM-IDX))
               END-IF
           END-IF.
           MOVE "      Q:" TO WS-SHOW-LABEL.
           MOVE WS-CM-PROMPT-TEXT(WS-CM-IDX) TO WS-SHOW-TEXT.
           PERFORM SHOW-LONG-TEXT.
           IF WS-CM-STATUS(WS-CM-IDX) NOT = "HELD"
               DISPLAY "      Decided by "
                   FUNCTION TRIM(WS-CM-REVIEWER(WS-CM-IDX)) " "
                   WS-CM-DECIDED-STAMP(WS-CM-IDX)(1:19)
           END-IF.
           IF WS-CM-STATUS(WS-CM-IDX) = "REDACTED"
               MOVE "      Sent as:" TO WS-SHOW-LABEL
               MOVE WS-CM-REDACTED-TEXT(WS-CM-IDX) TO WS-SHOW-TEXT
               PERFORM SHOW-LONG-TEXT
           END-IF.
           IF WS-CM-NOTE(WS-CM-IDX) NOT = SPACES
               DISPLAY "      Note: "
                   FUNCTION TRIM(WS-CM-NOTE(WS-CM-IDX))
           END-IF.

      *> The label and the first 64 characters on one line, the rest
      *> of the text under it, 64 characters to a line.
       SHOW-LONG-TEXT.
           MOVE FUNCTION TRIM(WS-SHOW-TEXT) TO WS-SHOW-TEXT.
           MOVE 1 TO WS-SHOW-LEN.
           IF WS-SHOW-TEXT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SHOW-TEXT))
                   TO WS-SHOW-LEN
           END-IF.
           DISPLAY FUNCTION TRIM(WS-SHOW-LABEL TRAILING) " "
               WS-SHOW-TEXT(1:64).
           MOVE 65 TO WS-SHOW-POS.
           PERFORM UNTIL WS-SHOW-POS > WS-SHOW-LEN
               DISPLAY "          " WS-SHOW-TEXT(WS-SHOW-POS:64)
               ADD 64 TO WS-SHOW-POS
           END-PERFORM.

       ACCEPT-ITEM-ID.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           DISPLAY "Item id: ".
           ACCEPT WS-ITEM-ID-IN.
      *> Reviewers type "1", not "00001" - blank out the digits and
      *> anything left over is a non-numeric character.
           MOVE WS-ITEM-ID-IN TO WS-ITEM-ID-CHECK.
           INSPECT WS-ITEM-ID-CHECK
               CONVERTING "0123456789" TO "          ".
           IF FUNCTION TRIM(WS-ITEM-ID-IN) = SPACES
               OR WS-ITEM-ID-CHECK NOT = SPACES
               DISPLAY "Item id must be numeric."
           ELSE
               COMPUTE WS-ITEM-ID =
                   FUNCTION NUMVAL(WS-ITEM-ID-IN)
               PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                       UNTIL WS-CM-IDX > WS-CM-COUNT
                   IF WS-CM-ID(WS-CM-IDX) = WS-ITEM-ID
                       MOVE "Y" TO WS-FOUND-FLAG
                       MOVE WS-CM-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = "N"
                   DISPLAY "No held prompt with id " WS-ITEM-ID "."
               END-IF
           END-IF.

      *> Common gate for every decision: the item must exist, must
      *> still be HELD (a decision is final - a wrong one is put
      *> right by compliance amending RESTRICT.DAT, not by flipping
      *> the master), and must not be the reviewer's own prompt.
       SELECT-ITEM-TO-DECIDE.
           MOVE "N" TO WS-DECIDE-OK.
           PERFORM ACCEPT-ITEM-ID.
           IF WS-FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CM-STATUS(WS-FOUND-IDX) NOT = "HELD"
               DISPLAY "Item is already decided ("
                   FUNCTION TRIM(WS-CM-STATUS(WS-FOUND-IDX)) ")."
               EXIT PARAGRAPH
           END-IF.
           IF WS-CM-OPERATOR-ID(WS-FOUND-IDX) = WS-OPERATOR-ID
               DISPLAY "You submitted this prompt - another reviewer "
                   "must decide it."
               EXIT PARAGRAPH
           END-IF.
           MOVE "Q:" TO WS-SHOW-LABEL.
           MOVE WS-CM-PROMPT-TEXT(WS-FOUND-IDX) TO WS-SHOW-TEXT.
           PERFORM SHOW-LONG-TEXT.
           DISPLAY "Rule tripped: "
               FUNCTION TRIM(WS-CM-RULE-ID(WS-FOUND-IDX)).
           MOVE "Y" TO WS-DECIDE-OK.

       ACCEPT-DECISION-NOTE.
           MOVE SPACES TO WS-NOTE-TEXT.
           DISPLAY "Decision note (one line, Enter for none):".
           ACCEPT WS-NOTE-TEXT.

       RELEASE-ITEM.
           PERFORM SELECT-ITEM-TO-DECIDE.
           IF WS-DECIDE-OK = "Y"
               PERFORM ACCEPT-DECISION-NOTE
               MOVE "RELEASED" TO WS-CM-STATUS(WS-FOUND-IDX)
               PERFORM RECORD-DECISION
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "Released held prompt " WS-ITEM-ID
                      " rule " WS-CM-RULE-ID(WS-FOUND-IDX)
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
               DISPLAY "Item " WS-ITEM-ID " released - it runs as "
                   "written on the next attempt."
           END-IF.

      *> The redacted text goes through the bot's sanitize wash and
      *> the restricted-terms screen here, before it is accepted -
      *> a redaction that still trips a rule would only be held
      *> again, and a text the wash leaves blank would be skipped.
       REDACT-ITEM.
           PERFORM SELECT-ITEM-TO-DECIDE.
           IF WS-DECIDE-OK = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-REDACTED-TEXT.
           IF WS-REDACT-LONG = "Y"
               DISPLAY "Redacted text is longer than 2200 characters "
                   "- item left held."
               EXIT PARAGRAPH
           END-IF.
           INSPECT WS-REDACT-TEXT REPLACING ALL ";" BY " "
                                             ALL "|" BY " "
                                             ALL "&" BY " "
                                             ALL "`" BY " "
                                             ALL "$" BY " "
                                             ALL ">" BY " "
                                             ALL "<" BY " "
                                             ALL "\" BY " "
                                             ALL QUOTE BY " "
                                             ALL "'" BY " ".
           MOVE FUNCTION TRIM(WS-REDACT-TEXT) TO WS-REDACT-TEXT.
           IF WS-REDACT-TEXT = SPACES
               DISPLAY "Redacted text cannot be blank - item left "
                   "held."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCREEN-REDACTED-TEXT.
           IF WS-SCREEN-RULE NOT = SPACES
               DISPLAY "Redacted text still trips rule "
                   FUNCTION TRIM(WS-SCREEN-RULE) " - item left held."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACCEPT-DECISION-NOTE.
           MOVE "REDACTED" TO WS-CM-STATUS(WS-FOUND-IDX).
           MOVE WS-REDACT-TEXT TO WS-CM-REDACTED-TEXT(WS-FOUND-IDX).
           PERFORM RECORD-DECISION.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "Redacted and released held prompt " WS-ITEM-ID
                  " rule " WS-CM-RULE-ID(WS-FOUND-IDX)
                  DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION.
           PERFORM WRITE-OPERATOR-AUDIT.
           DISPLAY "Item " WS-ITEM-ID " redacted - the redacted "
               "text runs on the next attempt.".

      *> The redaction is typed over as many lines as it takes and
      *> ended with a blank line. The lines are trimmed and joined
      *> with a single space, the way the bot joins a continued
      *> prompt.
       ACCEPT-REDACTED-TEXT.
           MOVE SPACES TO WS-REDACT-TEXT.
           MOVE "N" TO WS-REDACT-LONG.
           MOVE "N" TO WS-REDACT-DONE.
           MOVE 1 TO WS-REDACT-PTR.
           DISPLAY "Enter the redacted prompt text - as many lines "
               "as needed, then a blank line:".
           PERFORM UNTIL WS-REDACT-DONE = "Y"
               MOVE SPACES TO WS-REDACT-LINE
               ACCEPT WS-REDACT-LINE
               IF WS-REDACT-LINE = SPACES
                   MOVE "Y" TO WS-REDACT-DONE
               ELSE
                   PERFORM ADD-REDACTED-LINE
               END-IF
           END-PERFORM.

       ADD-REDACTED-LINE.
           IF WS-REDACT-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-REDACT-TEXT WITH POINTER WS-REDACT-PTR
                   ON OVERFLOW
                       MOVE "Y" TO WS-REDACT-LONG
               END-STRING
           END-IF.
           STRING FUNCTION TRIM(WS-REDACT-LINE) DELIMITED BY SIZE
               INTO WS-REDACT-TEXT WITH POINTER WS-REDACT-PTR
               ON OVERFLOW
                   MOVE "Y" TO WS-REDACT-LONG
           END-STRING.

       REJECT-ITEM.
           PERFORM SELECT-ITEM-TO-DECIDE.
           IF WS-DECIDE-OK = "Y"
               PERFORM ACCEPT-DECISION-NOTE
               MOVE "REJECTED" TO WS-CM-STATUS(WS-FOUND-IDX)
               PERFORM RECORD-DECISION
               MOVE SPACES TO WS-AUDIT-ACTION
               STRING "Rejected held prompt " WS-ITEM-ID
                      " rule " WS-CM-RULE-ID(WS-FOUND-IDX)
                      DELIMITED BY SIZE
                   INTO WS-AUDIT-ACTION
               PERFORM WRITE-OPERATOR-AUDIT
               DISPLAY "Item " WS-ITEM-ID " rejected - it will "
                   "never be sent."
           END-IF.

       RECORD-DECISION.
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO WS-CM-REVIEWER(WS-FOUND-IDX).
           MOVE WS-TIMESTAMP TO WS-CM-DECIDED-STAMP(WS-FOUND-IDX).
           MOVE WS-NOTE-TEXT TO WS-CM-NOTE(WS-FOUND-IDX).

      *> Same screen as SCREEN-PROMPT in ChatBotGemini: upper-cased
      *> text for TERM rules, digit shape for PATTERN rules.
       SCREEN-REDACTED-TEXT.
           MOVE SPACES TO WS-SCREEN-RULE.
           MOVE FUNCTION UPPER-CASE(WS-REDACT-TEXT)
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

       SAVE-MASTER.
           OPEN OUTPUT ComplianceMasterFile.
           PERFORM VARYING WS-CM-IDX FROM 1 BY 1
                   UNTIL WS-CM-IDX > WS-CM-COUNT
               MOVE WS-CM-ID(WS-CM-IDX) TO CM-ID
               MOVE WS-CM-HELD-STAMP(WS-CM-IDX) TO CM-HELD-TIMESTAMP
               MOVE WS-CM-MODE(WS-CM-IDX) TO CM-MODE
               MOVE WS-CM-SEQ-NO(WS-CM-IDX) TO CM-SEQ-NO
               MOVE WS-CM-OPERATOR-ID(WS-CM-IDX) TO CM-OPERATOR-ID
               MOVE WS-CM-DEPT-CODE(WS-CM-IDX) TO CM-DEPT-CODE
               MOVE WS-CM-RULE-ID(WS-CM-IDX) TO CM-RULE-ID
               MOVE WS-CM-PROMPT-TEXT(WS-CM-IDX) TO CM-PROMPT-TEXT
               MOVE WS-CM-PROMPT-TEXT(WS-CM-IDX)(201:2000)
                   TO CM-PROMPT-MORE
               MOVE WS-CM-STATUS(WS-CM-IDX) TO CM-STATUS
               MOVE WS-CM-REVIEWER(WS-CM-IDX) TO CM-REVIEWER
               MOVE WS-CM-DECIDED-STAMP(WS-CM-IDX)
                   TO CM-DECIDED-TIMESTAMP
               MOVE WS-CM-REDACTED-TEXT(WS-CM-IDX) TO CM-REDACTED-TEXT
               MOVE WS-CM-REDACTED-TEXT(WS-CM-IDX)(201:2000)
                   TO CM-REDACTED-MORE
               MOVE WS-CM-NOTE(WS-CM-IDX) TO CM-DECISION-NOTE
               MOVE WS-CM-STREAM(WS-CM-IDX) TO CM-STREAM-NAME
               WRITE COMPLIANCE-MASTER-RECORD
           END-PERFORM.
           CLOSE ComplianceMasterFile.

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
           PERFORM STAMP-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AU-TIMESTAMP.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE "ComplianceRelease" TO AU-PROGRAM-NAME.
           MOVE WS-AUDIT-ACTION TO AU-ACTION-TEXT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE AuditLogFile.
