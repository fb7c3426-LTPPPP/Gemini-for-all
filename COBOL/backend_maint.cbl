       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackendMaint.

      *> Modification history
      *> 2026-10-15  Initial version - operator maintenance of the
      *>             backend health registry (BACKENDS.DAT). Lists
      *>             the scripts with their health, puts a repaired
      *>             DOWN script back UP and takes a script out of
      *>             service. Both changes need SUPERVISOR and are
      *>             written to the backend event file (BKEVENT.DAT)
      *>             and the privileged-action log (OPAUDIT.DAT)
      *>             under the operator who made them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackendRegistryFile ASSIGN TO "BACKENDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKREG-STATUS.
           SELECT BackendEventFile ASSIGN TO "BKEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKEVENT-STATUS.
           SELECT OperatorMasterFile ASSIGN TO "OPERMST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT AuditLogFile ASSIGN TO "OPAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BackendRegistryFile.
           COPY "BACKREG.CPY".

       FD BackendEventFile.
           COPY "BKEVENT.CPY".

       FD OperatorMasterFile.
           COPY "OPERMST.CPY".

       FD AuditLogFile.
           COPY "OPAUDIT.CPY".

       WORKING-STORAGE SECTION.
       01 WS-BACKREG-STATUS   PIC X(02).
       01 WS-BKEVENT-STATUS   PIC X(02).
       01 WS-OPERMST-STATUS   PIC X(02).
       01 WS-OPAUDIT-STATUS   PIC X(02).

       01 WS-EOF              PIC X(01) VALUE "N".
       01 WS-CONTINUE         PIC X(01) VALUE "Y".
       01 WS-MENU-CHOICE      PIC X(01) VALUE SPACE.

      *> Operator master for sign-on - same cumulative roles the
      *> bot enforces; changing a backend's health needs SUPERVISOR
      *> (level 3).
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

      *> The registry, in failover order, exactly as the bot holds
      *> it. It is re-read before every change and written straight
      *> back after, so the window in which a running bot and this
      *> workbench can cross is one record rewrite - and the bot's
      *> own save keeps any entry stamped later than its copy.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 10 TIMES.
               10 WS-BR-SCRIPT        PIC X(40).
               10 WS-BR-HEALTH        PIC X(08).
               10 WS-BR-FAILS         PIC 9(03).
               10 WS-BR-STAMP         PIC X(26).
       01 WS-BR-COUNT         PIC 9(02) VALUE 0.
       01 WS-BR-IDX           PIC 9(02) VALUE 0.
       01 WS-BR-LOADED        PIC X(01) VALUE "N".

       01 WS-ENTRY-NO-IN      PIC X(02) VALUE SPACES.
       01 WS-ENTRY-NO-CHECK   PIC X(02) VALUE SPACES.
       01 WS-ENTRY-NO         PIC 9(02) VALUE 0.
       01 WS-FOUND-FLAG       PIC X(01) VALUE "N".
       01 WS-CONFIRM          PIC X(01) VALUE SPACE.
       01 WS-NEW-HEALTH       PIC X(08) VALUE SPACES.
       01 WS-EVENT-TYPE       PIC X(08) VALUE SPACES.
       01 WS-CHANGE-COUNT     PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK = "N"
               DISPLAY "Sign-on failed - exiting."
               STOP RUN
           END-IF.
           PERFORM LOAD-BACKEND-REGISTRY.
           IF WS-BR-LOADED = "N"
               DISPLAY "BACKENDS.DAT not found - the bot runs on its "
                   "single chosen script; nothing to maintain."
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-CONTINUE.
           PERFORM UNTIL WS-CONTINUE = "N"
               PERFORM SHOW-MENU
               EVALUATE WS-MENU-CHOICE
                   WHEN "1"
                       PERFORM LOAD-BACKEND-REGISTRY
                       PERFORM LIST-BACKENDS
                   WHEN "2"
                       IF WS-ROLE-LEVEL < 3
                           DISPLAY "Changing backend health needs "
                               "SUPERVISOR - refused."
                       ELSE
                           PERFORM REPAIR-BACKEND
                       END-IF
                   WHEN "3"
                       IF WS-ROLE-LEVEL < 3
                           DISPLAY "Changing backend health needs "
                               "SUPERVISOR - refused."
                       ELSE
                           PERFORM TAKE-BACKEND-DOWN
                       END-IF
                   WHEN "X"
                   WHEN "x"
                       MOVE "N" TO WS-CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized choice."
               END-EVALUATE
           END-PERFORM.
           DISPLAY "Backend registry - " WS-CHANGE-COUNT
               " change(s) made this session.".
           STOP RUN.

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
           MOVE "BackendMaint" TO AU-PROGRAM-NAME.
           MOVE WS-AUDIT-ACTION TO AU-ACTION-TEXT.
           WRITE OPERATOR-AUDIT-RECORD.
           CLOSE AuditLogFile.

       STAMP-AUDIT-TIMESTAMP.
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
               INTO WS-AUD-TIMESTAMP.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "===== Backend registry maintenance =====".
           DISPLAY "1. List backends".
           DISPLAY "2. Mark a repaired backend UP".
           DISPLAY "3. Take a backend out of service (DOWN)".
           DISPLAY "X. Exit".
           DISPLAY "Selection: ".
           ACCEPT WS-MENU-CHOICE.

      *> Same reading rule as the bot's LOAD-BACKEND-REGISTRY (must
      *> stay in step): anything but DOWN is UP, a fail count that
      *> does not read as a number is zero.
       LOAD-BACKEND-REGISTRY.
           MOVE 0 TO WS-BR-COUNT.
           MOVE "N" TO WS-BR-LOADED.
           OPEN INPUT BackendRegistryFile.
           IF WS-BACKREG-STATUS = "00"
               MOVE "Y" TO WS-BR-LOADED
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BackendRegistryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF WS-BR-COUNT < 10
                               ADD 1 TO WS-BR-COUNT
                               MOVE BR-SCRIPT-CMD
                                   TO WS-BR-SCRIPT(WS-BR-COUNT)
                               IF BR-HEALTH-STATUS = "DOWN"
                                   MOVE "DOWN"
                                       TO WS-BR-HEALTH(WS-BR-COUNT)
                               ELSE
                                   MOVE "UP"
                                       TO WS-BR-HEALTH(WS-BR-COUNT)
                               END-IF
                               IF BR-FAIL-COUNT NOT NUMERIC
                                   MOVE 0 TO WS-BR-FAILS(WS-BR-COUNT)
                               ELSE
                                   MOVE BR-FAIL-COUNT
                                       TO WS-BR-FAILS(WS-BR-COUNT)
                               END-IF
                               MOVE BR-STATUS-TIMESTAMP
                                   TO WS-BR-STAMP(WS-BR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackendRegistryFile
           END-IF.

       SAVE-BACKEND-REGISTRY.
           OPEN OUTPUT BackendRegistryFile.
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               MOVE WS-BR-SCRIPT(WS-BR-IDX) TO BR-SCRIPT-CMD
               MOVE WS-BR-HEALTH(WS-BR-IDX) TO BR-HEALTH-STATUS
               MOVE WS-BR-FAILS(WS-BR-IDX) TO BR-FAIL-COUNT
               MOVE WS-BR-STAMP(WS-BR-IDX) TO BR-STATUS-TIMESTAMP
               WRITE BACKEND-REGISTRY-RECORD
           END-PERFORM.
           CLOSE BackendRegistryFile.

       LIST-BACKENDS.
           IF WS-BR-COUNT = 0
               DISPLAY "No backends on BACKENDS.DAT."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "No Health   Fails Since               Script".
           PERFORM VARYING WS-BR-IDX FROM 1 BY 1
                   UNTIL WS-BR-IDX > WS-BR-COUNT
               DISPLAY WS-BR-IDX " "
                   WS-BR-HEALTH(WS-BR-IDX) " "
                   WS-BR-FAILS(WS-BR-IDX) "   "
                   WS-BR-STAMP(WS-BR-IDX)(1:19) " "
                   FUNCTION TRIM(WS-BR-SCRIPT(WS-BR-IDX))
           END-PERFORM.

       ACCEPT-ENTRY-NO.
           MOVE "N" TO WS-FOUND-FLAG.
           DISPLAY "Backend number: ".
           ACCEPT WS-ENTRY-NO-IN.
           MOVE WS-ENTRY-NO-IN TO WS-ENTRY-NO-CHECK.
           INSPECT WS-ENTRY-NO-CHECK
               CONVERTING "0123456789" TO "          ".
           IF FUNCTION TRIM(WS-ENTRY-NO-IN) = SPACES
               OR WS-ENTRY-NO-CHECK NOT = SPACES
               DISPLAY "Backend number must be numeric."
           ELSE
               COMPUTE WS-ENTRY-NO =
                   FUNCTION NUMVAL(WS-ENTRY-NO-IN)
               IF WS-ENTRY-NO < 1 OR WS-ENTRY-NO > WS-BR-COUNT
                   DISPLAY "No backend number " WS-ENTRY-NO "."
               ELSE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF.

      *> The registry is re-read before the operator picks, so the
      *> list and the change both work off what is on file now.
       REPAIR-BACKEND.
           PERFORM LOAD-BACKEND-REGISTRY.
           PERFORM LIST-BACKENDS.
           PERFORM ACCEPT-ENTRY-NO.
           IF WS-FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-HEALTH(WS-ENTRY-NO) NOT = "DOWN"
               DISPLAY "Backend is already UP - nothing to repair."
               EXIT PARAGRAPH
           END-IF.
           MOVE "UP" TO WS-NEW-HEALTH.
           MOVE "REPAIR" TO WS-EVENT-TYPE.
           PERFORM CHANGE-BACKEND-HEALTH.

       TAKE-BACKEND-DOWN.
           PERFORM LOAD-BACKEND-REGISTRY.
           PERFORM LIST-BACKENDS.
           PERFORM ACCEPT-ENTRY-NO.
           IF WS-FOUND-FLAG = "N"
               EXIT PARAGRAPH
           END-IF.
           IF WS-BR-HEALTH(WS-ENTRY-NO) = "DOWN"
               DISPLAY "Backend is already DOWN."
               EXIT PARAGRAPH
           END-IF.
           MOVE "DOWN" TO WS-NEW-HEALTH.
           MOVE "DOWN" TO WS-EVENT-TYPE.
           PERFORM CHANGE-BACKEND-HEALTH.

      *> A repair clears the consecutive-failure count so the
      *> script gets a full three strikes again; taking a script
      *> down leaves the count as it stood.
       CHANGE-BACKEND-HEALTH.
           DISPLAY "Mark " FUNCTION TRIM(WS-BR-SCRIPT(WS-ENTRY-NO))
               " " FUNCTION TRIM(WS-NEW-HEALTH) "? (Y/N): ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "No change made."
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMP-AUDIT-TIMESTAMP.
           MOVE WS-NEW-HEALTH TO WS-BR-HEALTH(WS-ENTRY-NO).
           IF WS-NEW-HEALTH = "UP"
               MOVE 0 TO WS-BR-FAILS(WS-ENTRY-NO)
           END-IF.
           MOVE WS-AUD-TIMESTAMP TO WS-BR-STAMP(WS-ENTRY-NO).
           PERFORM SAVE-BACKEND-REGISTRY.
           PERFORM WRITE-BACKEND-EVENT.
           MOVE SPACES TO WS-AUDIT-ACTION.
           STRING "Backend " FUNCTION TRIM(WS-NEW-HEALTH) ": "
                  WS-BR-SCRIPT(WS-ENTRY-NO)
                  DELIMITED BY SIZE
               INTO WS-AUDIT-ACTION.
           PERFORM WRITE-OPERATOR-AUDIT.
           ADD 1 TO WS-CHANGE-COUNT.
           DISPLAY "Backend marked " FUNCTION TRIM(WS-NEW-HEALTH) ".".

      *> Same record the bot writes for its own events; an operator
      *> change has no call behind it, so status and time are zero.
       WRITE-BACKEND-EVENT.
           OPEN EXTEND BackendEventFile.
           IF WS-BKEVENT-STATUS = "35"
               OPEN OUTPUT BackendEventFile
           END-IF.
           MOVE WS-AUD-TIMESTAMP TO BE-TIMESTAMP.
           MOVE WS-EVENT-TYPE TO BE-EVENT-TYPE.
           MOVE WS-BR-SCRIPT(WS-ENTRY-NO) TO BE-SCRIPT-CMD.
           MOVE SPACES TO BE-TO-SCRIPT.
           MOVE 0 TO BE-EXIT-STATUS.
           MOVE 0 TO BE-ELAPSED-SECS.
           MOVE WS-OPERATOR-ID TO BE-OPERATOR-ID.
           MOVE "BackendMaint" TO BE-PROGRAM-NAME.
           WRITE BACKEND-EVENT-RECORD.
           CLOSE BackendEventFile.
