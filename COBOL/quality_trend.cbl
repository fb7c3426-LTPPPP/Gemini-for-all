      *>             grade distribution by month and by backend
      *>             script so "can we trust this thing" gets
      *>             answered with numbers instead of anecdotes.
      *> 2026-10-15  Department verdicts (FDBKLOG.DAT, from
      *>             FeedbackIntake) are reported by month and by
      *>             script next to the reviewer grades, with where
      *>             the two agree and a list of where they do not.
      *>             Answers on the queue because a department
      *>             reported them are kept out of the sampled
      *>             grade figures so those stay a random sample.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ReviewQueueFile ASSIGN TO "REVIEWQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEWQ-STATUS.
           SELECT FeedbackLogFile ASSIGN TO "FDBKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FDBKLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ReviewQueueFile.
           COPY "REVIEWQ.CPY".

       FD FeedbackLogFile.
           COPY "FDBKLOG.CPY".

       WORKING-STORAGE SECTION.
       01 WS-REVIEWQ-STATUS   PIC X(02).
       01 WS-FDBKLOG-STATUS   PIC X(02).
       01 WS-EOF              PIC X(01) VALUE "N".

       01 WS-MONTH-TABLE.
               10 WS-MO-PARTWRONG     PIC 9(05).
               10 WS-MO-WRONG         PIC 9(05).
               10 WS-MO-UNSAFE        PIC 9(05).
               10 WS-MO-DV-USEFUL     PIC 9(05).
               10 WS-MO-DV-WRONG      PIC 9(05).
               10 WS-MO-DV-INCOMPL    PIC 9(05).
               10 WS-MO-DV-AGREE      PIC 9(05).
               10 WS-MO-DV-DISAGREE   PIC 9(05).
       01 WS-MO-COUNT         PIC 9(02) VALUE 0.
       01 WS-MO-IDX           PIC 9(02) VALUE 0.
       01 WS-MO-FOUND-IDX     PIC 9(02) VALUE 0.
               10 WS-SC-PARTWRONG     PIC 9(05).
               10 WS-SC-WRONG         PIC 9(05).
               10 WS-SC-UNSAFE        PIC 9(05).
               10 WS-SC-DV-USEFUL     PIC 9(05).
               10 WS-SC-DV-WRONG      PIC 9(05).
               10 WS-SC-DV-INCOMPL    PIC 9(05).
               10 WS-SC-DV-AGREE      PIC 9(05).
               10 WS-SC-DV-DISAGREE   PIC 9(05).
       01 WS-SC-COUNT         PIC 9(02) VALUE 0.
       01 WS-SC-IDX           PIC 9(02) VALUE 0.
       01 WS-SC-FOUND-IDX     PIC 9(02) VALUE 0.

      *> Month and script a record is tallied under - the answer's
      *> own timestamp and script, for grades and verdicts alike.
       01 WS-KEY-PERIOD       PIC X(07) VALUE SPACES.
       01 WS-KEY-SCRIPT       PIC X(40) VALUE SPACES.

      *> Reviewer grades a department verdict is compared with. A
      *> USEFUL verdict is compared with the grade of the same
      *> exchange if it was sampled (timestamp, dept and prompt
      *> match); a WRONG or INCOMPLETE verdict with the grade given
      *> to the queue record FeedbackIntake raised for it (by
      *> bulletin reference). ACCURATE agrees with USEFUL, any other
      *> grade agrees with WRONG or INCOMPLETE.
       01 WS-GS-TABLE.
           05 WS-GS-ENTRY OCCURS 2000 TIMES.
               10 WS-GS-TIMESTAMP     PIC X(26).
               10 WS-GS-DEPT          PIC X(04).
               10 WS-GS-PROMPT        PIC X(200).
               10 WS-GS-GRADE         PIC X(10).
       01 WS-GS-COUNT         PIC 9(04) VALUE 0.
       01 WS-GS-IDX           PIC 9(04) VALUE 0.
       01 WS-DR-TABLE.
           05 WS-DR-ENTRY OCCURS 2000 TIMES.
               10 WS-DR-REF           PIC X(30).
               10 WS-DR-GRADE         PIC X(10).
       01 WS-DR-COUNT         PIC 9(04) VALUE 0.
       01 WS-DR-IDX           PIC 9(04) VALUE 0.
       01 WS-TABLE-OVERFLOW   PIC X(01) VALUE "N".
      *> A = agreed, D = disagreed, space = no reviewer grade yet.
       01 WS-COMPARE-RESULT   PIC X(01) VALUE SPACE.
       01 WS-COMPARE-GRADE    PIC X(10) VALUE SPACES.

       01 WS-DEPT-TOTAL       PIC 9(05) VALUE 0.
       01 WS-DEPT-REFERRED    PIC 9(05) VALUE 0.
       01 WS-DISAGREE-TOTAL   PIC 9(05) VALUE 0.
       01 WS-NOT-COMPARED     PIC 9(05) VALUE 0.

       01 WS-GRADED-TOTAL     PIC 9(05) VALUE 0.
       01 WS-UNGRADED-TOTAL   PIC 9(05) VALUE 0.
       01 WS-FOUND-FLAG       PIC X(01) VALUE "N".
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM TALLY-REVIEW-QUEUE.
           PERFORM TALLY-DEPT-FEEDBACK.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "Warning: more than 2000 graded exchanges - "
                   "some department verdicts are not compared."
           END-IF.
           IF WS-GRADED-TOTAL = 0 AND WS-DEPT-TOTAL = 0
               DISPLAY "No graded samples on REVIEWQ.DAT yet."
           ELSE
               PERFORM PRINT-TREND-REPORT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RV-SOURCE = "D"
                               PERFORM KEEP-DEPT-RAISED-GRADE
                           ELSE
                           IF RV-GRADE = SPACES
                               ADD 1 TO WS-UNGRADED-TOTAL
                           ELSE
                               ADD 1 TO WS-GRADED-TOTAL
                               MOVE RV-TIMESTAMP(1:7) TO WS-KEY-PERIOD
                               MOVE RV-BACKEND-SCRIPT TO WS-KEY-SCRIPT
                               PERFORM TALLY-BY-MONTH
                               PERFORM TALLY-BY-SCRIPT
                               PERFORM KEEP-SAMPLED-GRADE
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
                   "first."
           END-IF.

       KEEP-SAMPLED-GRADE.
           IF WS-GS-COUNT < 2000
               ADD 1 TO WS-GS-COUNT
               MOVE RV-TIMESTAMP TO WS-GS-TIMESTAMP(WS-GS-COUNT)
               MOVE RV-DEPT-CODE TO WS-GS-DEPT(WS-GS-COUNT)
               MOVE RV-PROMPT-TEXT TO WS-GS-PROMPT(WS-GS-COUNT)
               MOVE RV-GRADE TO WS-GS-GRADE(WS-GS-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       KEEP-DEPT-RAISED-GRADE.
           IF WS-DR-COUNT < 2000
               ADD 1 TO WS-DR-COUNT
               MOVE RV-FEEDBACK-REF TO WS-DR-REF(WS-DR-COUNT)
               MOVE RV-GRADE TO WS-DR-GRADE(WS-DR-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-OVERFLOW
           END-IF.

       FIND-MONTH-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-MO-FOUND-IDX.
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
                       OR WS-FOUND-FLAG = "Y"
               IF WS-MO-PERIOD(WS-MO-IDX) = WS-KEY-PERIOD
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-MO-IDX TO WS-MO-FOUND-IDX
               END-IF
               IF WS-MO-COUNT < 36
                   ADD 1 TO WS-MO-COUNT
                   MOVE WS-MO-COUNT TO WS-MO-FOUND-IDX
                   MOVE WS-KEY-PERIOD
                       TO WS-MO-PERIOD(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-TOTAL(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-ACCURATE(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-PARTWRONG(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-WRONG(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-UNSAFE(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-DV-USEFUL(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-DV-WRONG(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-DV-INCOMPL(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-DV-AGREE(WS-MO-FOUND-IDX)
                   MOVE 0 TO WS-MO-DV-DISAGREE(WS-MO-FOUND-IDX)
               END-IF
           END-IF.

       TALLY-BY-MONTH.
           PERFORM FIND-MONTH-ENTRY.
           IF WS-MO-FOUND-IDX > 0
               ADD 1 TO WS-MO-TOTAL(WS-MO-FOUND-IDX)
               EVALUATE RV-GRADE
               END-EVALUATE
           END-IF.

       FIND-SCRIPT-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE 0 TO WS-SC-FOUND-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
                       OR WS-FOUND-FLAG = "Y"
               IF WS-SC-SCRIPT(WS-SC-IDX) = WS-KEY-SCRIPT
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-SC-IDX TO WS-SC-FOUND-IDX
               END-IF
               IF WS-SC-COUNT < 10
                   ADD 1 TO WS-SC-COUNT
                   MOVE WS-SC-COUNT TO WS-SC-FOUND-IDX
                   MOVE WS-KEY-SCRIPT
                       TO WS-SC-SCRIPT(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-TOTAL(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-ACCURATE(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-PARTWRONG(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-WRONG(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-UNSAFE(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-DV-USEFUL(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-DV-WRONG(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-DV-INCOMPL(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-DV-AGREE(WS-SC-FOUND-IDX)
                   MOVE 0 TO WS-SC-DV-DISAGREE(WS-SC-FOUND-IDX)
               END-IF
           END-IF.

       TALLY-BY-SCRIPT.
           PERFORM FIND-SCRIPT-ENTRY.
           IF WS-SC-FOUND-IDX > 0
               ADD 1 TO WS-SC-TOTAL(WS-SC-FOUND-IDX)
               EVALUATE RV-GRADE
               END-EVALUATE
           END-IF.

      *> Every accepted department verdict, tallied under the month
      *> and script of the answer it is about.
       TALLY-DEPT-FEEDBACK.
           OPEN INPUT FeedbackLogFile.
           IF WS-FDBKLOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ FeedbackLogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DEPT-TOTAL
                           IF FL-REVIEW-QUEUED = "Y"
                               ADD 1 TO WS-DEPT-REFERRED
                           END-IF
                           PERFORM COMPARE-WITH-REVIEWER
                           IF WS-COMPARE-RESULT = "D"
                               ADD 1 TO WS-DISAGREE-TOTAL
                           END-IF
                           IF WS-COMPARE-RESULT = SPACE
                               ADD 1 TO WS-NOT-COMPARED
                           END-IF
                           MOVE FL-ANSWER-TIMESTAMP(1:7)
                               TO WS-KEY-PERIOD
                           MOVE FL-BACKEND-SCRIPT TO WS-KEY-SCRIPT
                           PERFORM FIND-MONTH-ENTRY
                           IF WS-MO-FOUND-IDX > 0
                               PERFORM TALLY-VERDICT-BY-MONTH
                           END-IF
                           PERFORM FIND-SCRIPT-ENTRY
                           IF WS-SC-FOUND-IDX > 0
                               PERFORM TALLY-VERDICT-BY-SCRIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedbackLogFile
           END-IF.

      *> Sets WS-COMPARE-RESULT for the feedback record in hand:
      *> A agreed, D disagreed, space when no reviewer has graded
      *> the exchange.
       COMPARE-WITH-REVIEWER.
           MOVE SPACE TO WS-COMPARE-RESULT.
           MOVE SPACES TO WS-COMPARE-GRADE.
           IF FL-VERDICT = "USEFUL"
               PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                       UNTIL WS-GS-IDX > WS-GS-COUNT
                           OR WS-COMPARE-GRADE NOT = SPACES
                   IF WS-GS-TIMESTAMP(WS-GS-IDX) = FL-ANSWER-TIMESTAMP
                       AND WS-GS-DEPT(WS-GS-IDX) = FL-DEPT-CODE
                       AND WS-GS-PROMPT(WS-GS-IDX) = FL-PROMPT-TEXT
                       MOVE WS-GS-GRADE(WS-GS-IDX) TO WS-COMPARE-GRADE
                   END-IF
               END-PERFORM
               IF WS-COMPARE-GRADE = "ACCURATE"
                   MOVE "A" TO WS-COMPARE-RESULT
               END-IF
           ELSE
               PERFORM VARYING WS-DR-IDX FROM 1 BY 1
                       UNTIL WS-DR-IDX > WS-DR-COUNT
                           OR WS-COMPARE-GRADE NOT = SPACES
                   IF WS-DR-REF(WS-DR-IDX) = FL-ITEM-REF
                       MOVE WS-DR-GRADE(WS-DR-IDX) TO WS-COMPARE-GRADE
                   END-IF
               END-PERFORM
               IF WS-COMPARE-GRADE = "ACCURATE"
                   MOVE "D" TO WS-COMPARE-RESULT
               END-IF
           END-IF.
           IF WS-COMPARE-GRADE NOT = SPACES
               AND WS-COMPARE-RESULT = SPACE
               IF FL-VERDICT = "USEFUL"
                   MOVE "D" TO WS-COMPARE-RESULT
               ELSE
                   MOVE "A" TO WS-COMPARE-RESULT
               END-IF
           END-IF.

       TALLY-VERDICT-BY-MONTH.
           EVALUATE FL-VERDICT
               WHEN "USEFUL"
                   ADD 1 TO WS-MO-DV-USEFUL(WS-MO-FOUND-IDX)
               WHEN "WRONG"
                   ADD 1 TO WS-MO-DV-WRONG(WS-MO-FOUND-IDX)
               WHEN "INCOMPLETE"
                   ADD 1 TO WS-MO-DV-INCOMPL(WS-MO-FOUND-IDX)
           END-EVALUATE.
           IF WS-COMPARE-RESULT = "A"
               ADD 1 TO WS-MO-DV-AGREE(WS-MO-FOUND-IDX)
           END-IF.
           IF WS-COMPARE-RESULT = "D"
               ADD 1 TO WS-MO-DV-DISAGREE(WS-MO-FOUND-IDX)
           END-IF.

       TALLY-VERDICT-BY-SCRIPT.
           EVALUATE FL-VERDICT
               WHEN "USEFUL"
                   ADD 1 TO WS-SC-DV-USEFUL(WS-SC-FOUND-IDX)
               WHEN "WRONG"
                   ADD 1 TO WS-SC-DV-WRONG(WS-SC-FOUND-IDX)
               WHEN "INCOMPLETE"
                   ADD 1 TO WS-SC-DV-INCOMPL(WS-SC-FOUND-IDX)
           END-EVALUATE.
           IF WS-COMPARE-RESULT = "A"
               ADD 1 TO WS-SC-DV-AGREE(WS-SC-FOUND-IDX)
           END-IF.
           IF WS-COMPARE-RESULT = "D"
               ADD 1 TO WS-SC-DV-DISAGREE(WS-SC-FOUND-IDX)
           END-IF.

       PRINT-TREND-REPORT.
           DISPLAY "===== Response quality trend =====".
           DISPLAY "Graded samples .....: " WS-GRADED-TOTAL.
           DISPLAY "Awaiting grading ...: " WS-UNGRADED-TOTAL.
           DISPLAY "Dept verdicts ......: " WS-DEPT-TOTAL
               " (" WS-DEPT-REFERRED " sent for review)".
           DISPLAY " ".
           DISPLAY "By month (total / accurate / partly wrong / "
               "wrong / unsafe / accurate %):".
                           / WS-MO-TOTAL(WS-MO-IDX)
               END-IF
               MOVE WS-ACCURATE-RATE TO WS-RATE-DISP
               IF WS-MO-TOTAL(WS-MO-IDX) > 0
                   DISPLAY "  " WS-MO-PERIOD(WS-MO-IDX) "  "
                       WS-MO-TOTAL(WS-MO-IDX) "  "
                       WS-MO-ACCURATE(WS-MO-IDX) "  "
                       WS-MO-PARTWRONG(WS-MO-IDX) "  "
                       WS-MO-WRONG(WS-MO-IDX) "  "
                       WS-MO-UNSAFE(WS-MO-IDX) "  "
                       FUNCTION TRIM(WS-RATE-DISP) "%"
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "By backend script:".
                           / WS-SC-TOTAL(WS-SC-IDX)
               END-IF
               MOVE WS-ACCURATE-RATE TO WS-RATE-DISP
               IF WS-SC-TOTAL(WS-SC-IDX) > 0
                   DISPLAY "  "
                       FUNCTION TRIM(WS-SC-SCRIPT(WS-SC-IDX)) "  "
                       WS-SC-TOTAL(WS-SC-IDX) "  "
                       WS-SC-ACCURATE(WS-SC-IDX) "  "
                       WS-SC-PARTWRONG(WS-SC-IDX) "  "
                       WS-SC-WRONG(WS-SC-IDX) "  "
                       WS-SC-UNSAFE(WS-SC-IDX) "  "
                       FUNCTION TRIM(WS-RATE-DISP) "%"
               END-IF
           END-PERFORM.
           IF WS-DEPT-TOTAL > 0
               PERFORM PRINT-DEPT-VERDICTS
           END-IF.
           DISPLAY "==================================".

      *> Department verdicts beside the grades above: agreed and
      *> disagreed count only verdicts a reviewer has also graded.
       PRINT-DEPT-VERDICTS.
           DISPLAY " ".
           DISPLAY "Department verdicts by month (useful / wrong / "
               "incomplete / reviewer agreed / disagreed):".
           PERFORM VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > WS-MO-COUNT
               IF WS-MO-DV-USEFUL(WS-MO-IDX)
                   + WS-MO-DV-WRONG(WS-MO-IDX)
                   + WS-MO-DV-INCOMPL(WS-MO-IDX) > 0
                   DISPLAY "  " WS-MO-PERIOD(WS-MO-IDX) "  "
                       WS-MO-DV-USEFUL(WS-MO-IDX) "  "
                       WS-MO-DV-WRONG(WS-MO-IDX) "  "
                       WS-MO-DV-INCOMPL(WS-MO-IDX) "  "
                       WS-MO-DV-AGREE(WS-MO-IDX) "  "
                       WS-MO-DV-DISAGREE(WS-MO-IDX)
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Department verdicts by backend script:".
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-DV-USEFUL(WS-SC-IDX)
                   + WS-SC-DV-WRONG(WS-SC-IDX)
                   + WS-SC-DV-INCOMPL(WS-SC-IDX) > 0
                   DISPLAY "  "
                       FUNCTION TRIM(WS-SC-SCRIPT(WS-SC-IDX)) "  "
                       WS-SC-DV-USEFUL(WS-SC-IDX) "  "
                       WS-SC-DV-WRONG(WS-SC-IDX) "  "
                       WS-SC-DV-INCOMPL(WS-SC-IDX) "  "
                       WS-SC-DV-AGREE(WS-SC-IDX) "  "
                       WS-SC-DV-DISAGREE(WS-SC-IDX)
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Not yet graded by a reviewer .: " WS-NOT-COMPARED.
           DISPLAY "Dept and reviewer disagree ...: "
               WS-DISAGREE-TOTAL.
           IF WS-DISAGREE-TOTAL > 0
               PERFORM PRINT-DISAGREEMENTS
           END-IF.

      *> Second pass over the register to list each disagreement:
      *> reference, department, its verdict and the reviewer grade.
       PRINT-DISAGREEMENTS.
           OPEN INPUT FeedbackLogFile.
           IF WS-FDBKLOG-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ FeedbackLogFile
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM COMPARE-WITH-REVIEWER
                           IF WS-COMPARE-RESULT = "D"
                               DISPLAY "  " FUNCTION TRIM(FL-ITEM-REF)
                                   "  " FL-DEPT-CODE " dept "
                                   FL-VERDICT " reviewer "
                                   WS-COMPARE-GRADE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FeedbackLogFile
           END-IF.
