       IDENTIFICATION DIVISION.
       PROGRAM-ID. BackendScorecard.

      *> Modification history
      *> 2026-10-15  Initial version - monthly availability and
      *>             response-time scorecard per backend script off
      *>             the backend event file (BKEVENT.DAT): calls,
      *>             failed calls, failovers absorbed, hours spent
      *>             DOWN, and average and worst call time, with the
      *>             script's current health from BACKENDS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BackendEventFile ASSIGN TO "BKEVENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKEVENT-STATUS.
           SELECT BackendRegistryFile ASSIGN TO "BACKENDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKREG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BackendEventFile.
           COPY "BKEVENT.CPY".

       FD BackendRegistryFile.
           COPY "BACKREG.CPY".

       WORKING-STORAGE SECTION.
       01 WS-BKEVENT-STATUS   PIC X(02).
       01 WS-BACKREG-STATUS   PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

       01 WS-REPORT-MONTH     PIC X(07) VALUE SPACES.
       01 WS-MONTH-CHECK      PIC X(07) VALUE SPACES.
       01 WS-CURRENT-DATE     PIC X(21) VALUE SPACES.
       01 WS-THIS-MONTH       PIC X(07) VALUE SPACES.
       01 WS-NOW-STAMP        PIC X(19) VALUE SPACES.
       01 WS-MONTH-OK         PIC X(01) VALUE "Y".

      *> The month is measured in seconds on a day count from
      *> INTEGER-OF-DATE - the same reduction the bot uses for call
      *> timing - so DOWN time is a subtraction and a DOWN spell
      *> that straddles a month end is split at the boundary. The
      *> month still in progress ends at the time of the run.
       01 WS-YMD              PIC 9(08) VALUE 0.
       01 WS-NEXT-YEAR        PIC 9(04) VALUE 0.
       01 WS-NEXT-MONTH       PIC 9(02) VALUE 0.
       01 WS-PERIOD-START     PIC S9(13) VALUE 0.
       01 WS-PERIOD-END       PIC S9(13) VALUE 0.
       01 WS-TS-IN            PIC X(26) VALUE SPACES.
       01 WS-TS-CHECK         PIC X(19) VALUE SPACES.
       01 WS-TS-OK            PIC X(01) VALUE "N".
       01 WS-TS-SECS          PIC S9(13) VALUE 0.
       01 WS-SPELL-FROM       PIC S9(13) VALUE 0.
       01 WS-SPELL-TO         PIC S9(13) VALUE 0.

      *> One entry per backend script: registry scripts first in
      *> failover order (so an idle standby still shows up with
      *> zeros), then any script met only on the event file.
      *> WS-SC-DOWN-SINCE is the time the script went DOWN while it
      *> is still DOWN, zero while it is UP - the DOWN state is
      *> carried through the whole file, so a spell that began in
      *> an earlier month still counts.
       01 WS-SC-TABLE.
           05 WS-SC-ENTRY OCCURS 20 TIMES.
               10 WS-SC-SCRIPT        PIC X(40).
               10 WS-SC-HEALTH        PIC X(08).
               10 WS-SC-CALLS         PIC 9(07).
               10 WS-SC-FAILS         PIC 9(07).
               10 WS-SC-ABSORBED      PIC 9(05).
               10 WS-SC-DOWNS         PIC 9(05).
               10 WS-SC-REPAIRS       PIC 9(05).
               10 WS-SC-TOTAL-SECS    PIC 9(09)V99.
               10 WS-SC-WORST-SECS    PIC 9(05)V99.
               10 WS-SC-DOWN-SINCE    PIC S9(13).
               10 WS-SC-DOWN-SECS     PIC 9(09).
       01 WS-SC-COUNT         PIC 9(02) VALUE 0.
       01 WS-SC-IDX           PIC 9(02) VALUE 0.
       01 WS-SC-FOUND-IDX     PIC 9(02) VALUE 0.
       01 WS-SC-MATCH-SCRIPT  PIC X(40) VALUE SPACES.

       01 WS-EVENTS-READ      PIC 9(07) VALUE 0.
       01 WS-EVENTS-SKIPPED   PIC 9(07) VALUE 0.
       01 WS-TOTAL-CALLS      PIC 9(07) VALUE 0.
       01 WS-TOTAL-FAILS      PIC 9(07) VALUE 0.
       01 WS-TOTAL-FAILOVERS  PIC 9(05) VALUE 0.
       01 WS-TOTAL-ABSORBED   PIC 9(05) VALUE 0.
       01 WS-TOTAL-DOWNS      PIC 9(05) VALUE 0.
       01 WS-TOTAL-REPAIRS    PIC 9(05) VALUE 0.

       01 WS-AVG-SECS         PIC 9(05)V99 VALUE 0.
       01 WS-DOWN-HOURS       PIC 9(07)V99 VALUE 0.
       01 WS-AVG-DISP         PIC Z(04)9.99.
       01 WS-WORST-DISP       PIC Z(04)9.99.
       01 WS-HOURS-DISP       PIC Z(04)9.99.
       01 WS-CALLS-DISP       PIC Z(06)9.
       01 WS-FAILS-DISP       PIC Z(06)9.
       01 WS-ABSORBED-DISP    PIC Z(04)9.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
               DELIMITED BY SIZE INTO WS-THIS-MONTH.
           DISPLAY "Scorecard month (YYYY-MM, Enter for this "
               "month): ".
           ACCEPT WS-REPORT-MONTH.
           PERFORM CHECK-REPORT-MONTH.
           IF WS-MONTH-OK = "N"
               STOP RUN
           END-IF.
           PERFORM SET-PERIOD-BOUNDS.
           PERFORM LOAD-BACKEND-REGISTRY.
           PERFORM READ-BACKEND-EVENTS.
           PERFORM CLOSE-OPEN-DOWN-SPELLS.
           PERFORM PRINT-SCORECARD.
           STOP RUN.

       CHECK-REPORT-MONTH.
           MOVE "Y" TO WS-MONTH-OK.
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-THIS-MONTH TO WS-REPORT-MONTH
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-CHECK.
           INSPECT WS-MONTH-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-MONTH-CHECK NOT = "NNNN-NN"
               OR WS-REPORT-MONTH(6:2) < "01"
               OR WS-REPORT-MONTH(6:2) > "12"
               DISPLAY "Month must be YYYY-MM - no scorecard."
               MOVE "N" TO WS-MONTH-OK
               EXIT PARAGRAPH
           END-IF.
           IF WS-REPORT-MONTH > WS-THIS-MONTH
               DISPLAY "Month " WS-REPORT-MONTH
                   " has not started - no scorecard."
               MOVE "N" TO WS-MONTH-OK
           END-IF.

       SET-PERIOD-BOUNDS.
           COMPUTE WS-YMD =
               FUNCTION NUMVAL(WS-REPORT-MONTH(1:4)) * 10000
               + FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) * 100 + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION INTEGER-OF-DATE(WS-YMD) * 86400.
           IF WS-REPORT-MONTH = WS-THIS-MONTH
               STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2)
                      "-" WS-CURRENT-DATE(7:2) " "
                      WS-CURRENT-DATE(9:2) ":" WS-CURRENT-DATE(11:2)
                      ":" WS-CURRENT-DATE(13:2)
                   DELIMITED BY SIZE INTO WS-NOW-STAMP
               MOVE WS-NOW-STAMP TO WS-TS-IN
               PERFORM TIMESTAMP-TO-SECS
               MOVE WS-TS-SECS TO WS-PERIOD-END
           ELSE
               COMPUTE WS-NEXT-YEAR =
                   FUNCTION NUMVAL(WS-REPORT-MONTH(1:4))
               COMPUTE WS-NEXT-MONTH =
                   FUNCTION NUMVAL(WS-REPORT-MONTH(6:2)) + 1
               IF WS-NEXT-MONTH > 12
                   MOVE 1 TO WS-NEXT-MONTH
                   ADD 1 TO WS-NEXT-YEAR
               END-IF
               COMPUTE WS-YMD =
                   WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1
               COMPUTE WS-PERIOD-END =
                   FUNCTION INTEGER-OF-DATE(WS-YMD) * 86400
           END-IF.

      *> WS-TS-IN holds a "YYYY-MM-DD HH:MM:SS" stamp; anything not
      *> of that shape sets WS-TS-OK to N and is not converted.
       TIMESTAMP-TO-SECS.
           MOVE "N" TO WS-TS-OK.
           MOVE 0 TO WS-TS-SECS.
           MOVE WS-TS-IN(1:19) TO WS-TS-CHECK.
           INSPECT WS-TS-CHECK
               CONVERTING "0123456789" TO "NNNNNNNNNN".
           IF WS-TS-CHECK NOT = "NNNN-NN-NN NN:NN:NN"
               EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO WS-TS-OK.
           COMPUTE WS-YMD =
               FUNCTION NUMVAL(WS-TS-IN(1:4)) * 10000
               + FUNCTION NUMVAL(WS-TS-IN(6:2)) * 100
               + FUNCTION NUMVAL(WS-TS-IN(9:2)).
           COMPUTE WS-TS-SECS =
               FUNCTION INTEGER-OF-DATE(WS-YMD) * 86400
               + FUNCTION NUMVAL(WS-TS-IN(12:2)) * 3600
               + FUNCTION NUMVAL(WS-TS-IN(15:2)) * 60
               + FUNCTION NUMVAL(WS-TS-IN(18:2)).

       LOAD-BACKEND-REGISTRY.
           MOVE 0 TO WS-SC-COUNT.
           OPEN INPUT BackendRegistryFile.
           IF WS-BACKREG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BackendRegistryFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           MOVE BR-SCRIPT-CMD TO WS-SC-MATCH-SCRIPT
                           PERFORM FIND-SCRIPT-ENTRY
                           IF WS-SC-FOUND-IDX > 0
                               IF BR-HEALTH-STATUS = "DOWN"
                                   MOVE "DOWN"
                                       TO WS-SC-HEALTH(WS-SC-FOUND-IDX)
                               ELSE
                                   MOVE "UP"
                                       TO WS-SC-HEALTH(WS-SC-FOUND-IDX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BackendRegistryFile
           END-IF.

       READ-BACKEND-EVENTS.
           OPEN INPUT BackendEventFile.
           IF WS-BKEVENT-STATUS NOT = "00"
               DISPLAY "BKEVENT.DAT not found - no backend events "
                   "recorded yet."
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ BackendEventFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-EVENTS-READ
                           PERFORM TALLY-ONE-EVENT
                   END-READ
               END-PERFORM
               CLOSE BackendEventFile
           END-IF.

      *> Calls and failovers count in the month they happened. A
      *> DOWN or REPAIR from any month moves the script's state, and
      *> a spell closed by a REPAIR is clipped to the month.
       TALLY-ONE-EVENT.
           MOVE BE-TIMESTAMP TO WS-TS-IN.
           PERFORM TIMESTAMP-TO-SECS.
           IF WS-TS-OK = "N"
               ADD 1 TO WS-EVENTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE BE-SCRIPT-CMD TO WS-SC-MATCH-SCRIPT.
           PERFORM FIND-SCRIPT-ENTRY.
           IF WS-SC-FOUND-IDX = 0
               ADD 1 TO WS-EVENTS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BE-EVENT-TYPE
               WHEN "CALL"
                   IF BE-TIMESTAMP(1:7) = WS-REPORT-MONTH
                       PERFORM TALLY-CALL-EVENT
                   END-IF
               WHEN "DOWN"
                   IF WS-SC-DOWN-SINCE(WS-SC-FOUND-IDX) = 0
                       MOVE WS-TS-SECS
                           TO WS-SC-DOWN-SINCE(WS-SC-FOUND-IDX)
                   END-IF
                   IF BE-TIMESTAMP(1:7) = WS-REPORT-MONTH
                       ADD 1 TO WS-SC-DOWNS(WS-SC-FOUND-IDX)
                   END-IF
               WHEN "REPAIR"
                   IF WS-SC-DOWN-SINCE(WS-SC-FOUND-IDX) > 0
                       MOVE WS-SC-DOWN-SINCE(WS-SC-FOUND-IDX)
                           TO WS-SPELL-FROM
                       MOVE WS-TS-SECS TO WS-SPELL-TO
                       PERFORM ADD-DOWN-SPELL
                       MOVE 0 TO WS-SC-DOWN-SINCE(WS-SC-FOUND-IDX)
                   END-IF
                   IF BE-TIMESTAMP(1:7) = WS-REPORT-MONTH
                       ADD 1 TO WS-SC-REPAIRS(WS-SC-FOUND-IDX)
                   END-IF
               WHEN "FAILOVER"
                   IF BE-TIMESTAMP(1:7) = WS-REPORT-MONTH
                       PERFORM TALLY-FAILOVER-EVENT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-EVENTS-SKIPPED
           END-EVALUATE.

      *> Average and worst are over every call made, answered or
      *> not - a call that hung before failing kept the caller
      *> waiting just the same.
       TALLY-CALL-EVENT.
           ADD 1 TO WS-SC-CALLS(WS-SC-FOUND-IDX).
           IF BE-EXIT-STATUS NOT = 0
               ADD 1 TO WS-SC-FAILS(WS-SC-FOUND-IDX)
           END-IF.
           IF BE-ELAPSED-SECS IS NUMERIC
               ADD BE-ELAPSED-SECS
                   TO WS-SC-TOTAL-SECS(WS-SC-FOUND-IDX)
               IF BE-ELAPSED-SECS > WS-SC-WORST-SECS(WS-SC-FOUND-IDX)
                   MOVE BE-ELAPSED-SECS
                       TO WS-SC-WORST-SECS(WS-SC-FOUND-IDX)
               END-IF
           END-IF.

      *> The standby absorbed the failover only if it answered.
       TALLY-FAILOVER-EVENT.
           ADD 1 TO WS-TOTAL-FAILOVERS.
           IF BE-EXIT-STATUS = 0
               MOVE BE-TO-SCRIPT TO WS-SC-MATCH-SCRIPT
               PERFORM FIND-SCRIPT-ENTRY
               IF WS-SC-FOUND-IDX > 0
                   ADD 1 TO WS-SC-ABSORBED(WS-SC-FOUND-IDX)
               END-IF
           END-IF.

      *> Adds the part of the spell WS-SPELL-FROM to WS-SPELL-TO that
      *> falls inside the month to the script's DOWN seconds.
       ADD-DOWN-SPELL.
           IF WS-SPELL-FROM < WS-PERIOD-START
               MOVE WS-PERIOD-START TO WS-SPELL-FROM
           END-IF.
           IF WS-SPELL-TO > WS-PERIOD-END
               MOVE WS-PERIOD-END TO WS-SPELL-TO
           END-IF.
           IF WS-SPELL-TO > WS-SPELL-FROM
               COMPUTE WS-SC-DOWN-SECS(WS-SC-FOUND-IDX) =
                   WS-SC-DOWN-SECS(WS-SC-FOUND-IDX)
                   + WS-SPELL-TO - WS-SPELL-FROM
           END-IF.

      *> A script still DOWN at the end of the file has been DOWN
      *> ever since - to the month end, or to now for this month.
       CLOSE-OPEN-DOWN-SPELLS.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-DOWN-SINCE(WS-SC-IDX) > 0
                   MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
                   MOVE WS-SC-DOWN-SINCE(WS-SC-IDX) TO WS-SPELL-FROM
                   MOVE WS-PERIOD-END TO WS-SPELL-TO
                   PERFORM ADD-DOWN-SPELL
               END-IF
           END-PERFORM.

      *> Looks WS-SC-MATCH-SCRIPT up, adding it when new. A blank
      *> script or a full table returns zero.
       FIND-SCRIPT-ENTRY.
           MOVE 0 TO WS-SC-FOUND-IDX.
           IF WS-SC-MATCH-SCRIPT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                       OR WS-SC-FOUND-IDX > 0
               IF WS-SC-SCRIPT(WS-SC-IDX) = WS-SC-MATCH-SCRIPT
                   MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SC-FOUND-IDX > 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-SC-COUNT < 20
               ADD 1 TO WS-SC-COUNT
               MOVE WS-SC-COUNT TO WS-SC-FOUND-IDX
               MOVE WS-SC-MATCH-SCRIPT TO WS-SC-SCRIPT(WS-SC-COUNT)
               MOVE "-" TO WS-SC-HEALTH(WS-SC-COUNT)
               MOVE 0 TO WS-SC-CALLS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-FAILS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-ABSORBED(WS-SC-COUNT)
               MOVE 0 TO WS-SC-DOWNS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-REPAIRS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-TOTAL-SECS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-WORST-SECS(WS-SC-COUNT)
               MOVE 0 TO WS-SC-DOWN-SINCE(WS-SC-COUNT)
               MOVE 0 TO WS-SC-DOWN-SECS(WS-SC-COUNT)
           ELSE
               DISPLAY "More than 20 backend scripts - "
                   FUNCTION TRIM(WS-SC-MATCH-SCRIPT) " not scored."
           END-IF.

       PRINT-SCORECARD.
           DISPLAY "===== Backend availability scorecard =====".
           IF WS-REPORT-MONTH = WS-THIS-MONTH
               DISPLAY "Period .......: " WS-REPORT-MONTH
                   " (month to " WS-NOW-STAMP ")"
           ELSE
               DISPLAY "Period .......: " WS-REPORT-MONTH
           END-IF.
           DISPLAY "Script                     Now    Calls    Fails "
               "Absorb  Hrs DOWN  Avg secs Worst secs".
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               PERFORM PRINT-SCRIPT-LINE
           END-PERFORM.
           DISPLAY "-----------------------------------".
           DISPLAY "Backend calls ............: " WS-TOTAL-CALLS.
           DISPLAY "Failed calls .............: " WS-TOTAL-FAILS.
           DISPLAY "Failovers ................: " WS-TOTAL-FAILOVERS.
           DISPLAY "Failovers absorbed .......: " WS-TOTAL-ABSORBED.
           DISPLAY "Marked DOWN ..............: " WS-TOTAL-DOWNS.
           DISPLAY "Repaired to UP ...........: " WS-TOTAL-REPAIRS.
           DISPLAY "Event records read .......: " WS-EVENTS-READ.
           IF WS-EVENTS-SKIPPED > 0
               DISPLAY "Event records skipped ....: "
                   WS-EVENTS-SKIPPED " (bad stamp or type)"
           END-IF.
           DISPLAY "===================================".

       PRINT-SCRIPT-LINE.
           MOVE 0 TO WS-AVG-SECS.
           IF WS-SC-CALLS(WS-SC-IDX) > 0
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-SC-TOTAL-SECS(WS-SC-IDX)
                   / WS-SC-CALLS(WS-SC-IDX)
           END-IF.
           COMPUTE WS-DOWN-HOURS ROUNDED =
               WS-SC-DOWN-SECS(WS-SC-IDX) / 3600.
           MOVE WS-SC-CALLS(WS-SC-IDX) TO WS-CALLS-DISP.
           MOVE WS-SC-FAILS(WS-SC-IDX) TO WS-FAILS-DISP.
           MOVE WS-SC-ABSORBED(WS-SC-IDX) TO WS-ABSORBED-DISP.
           MOVE WS-DOWN-HOURS TO WS-HOURS-DISP.
           MOVE WS-AVG-SECS TO WS-AVG-DISP.
           MOVE WS-SC-WORST-SECS(WS-SC-IDX) TO WS-WORST-DISP.
           DISPLAY WS-SC-SCRIPT(WS-SC-IDX)(1:26) " "
               WS-SC-HEALTH(WS-SC-IDX)(1:4) " "
               WS-CALLS-DISP "  "
               WS-FAILS-DISP "  "
               WS-ABSORBED-DISP "  "
               WS-HOURS-DISP "  "
               WS-AVG-DISP "   "
               WS-WORST-DISP.
           ADD WS-SC-CALLS(WS-SC-IDX) TO WS-TOTAL-CALLS.
           ADD WS-SC-FAILS(WS-SC-IDX) TO WS-TOTAL-FAILS.
           ADD WS-SC-ABSORBED(WS-SC-IDX) TO WS-TOTAL-ABSORBED.
           ADD WS-SC-DOWNS(WS-SC-IDX) TO WS-TOTAL-DOWNS.
           ADD WS-SC-REPAIRS(WS-SC-IDX) TO WS-TOTAL-REPAIRS.
