      *>             with a comment. The queue is rewritten whole on
      *>             exit, the same way the escalation workbench
      *>             saves its master.
      *> 2026-10-15  Answers a department reported WRONG or
      *>             INCOMPLETE (put on the queue by FeedbackIntake)
      *>             come up for grading with the department's
      *>             verdict, comment and bulletin reference shown,
      *>             so the reviewer confirms or overturns it.
      *> 2026-10-15  A continued prompt is shown and kept whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 WS-RT-COMMENT       PIC X(60).
               10 WS-RT-REVIEWER      PIC X(08).
               10 WS-RT-GRADED-STAMP  PIC X(26).
               10 WS-RT-SOURCE        PIC X(01).
               10 WS-RT-FEEDBACK-REF  PIC X(30).
               10 WS-RT-DEPT-VERDICT  PIC X(10).
               10 WS-RT-DEPT-COMMENT  PIC X(60).
               10 WS-RT-PROMPT-MORE   PIC X(2000).
       01 WS-RT-COUNT         PIC 9(03) VALUE 0.
       01 WS-RT-IDX           PIC 9(03) VALUE 0.
       01 WS-TABLE-FULL       PIC X(01) VALUE "N".
               DISPLAY "Nothing waiting for review."
           ELSE
               DISPLAY WS-UNGRADED-COUNT
                   " exchange(s) waiting for review."
               DISPLAY "Your reviewer id: "
               ACCEPT WS-REVIEWER-ID
               MOVE FUNCTION UPPER-CASE(WS-REVIEWER-ID)
                                   MOVE RV-GRADED-TIMESTAMP
                                       TO WS-RT-GRADED-STAMP
                                           (WS-RT-COUNT)
                                   MOVE RV-SOURCE
                                       TO WS-RT-SOURCE(WS-RT-COUNT)
                                   MOVE RV-FEEDBACK-REF
                                       TO WS-RT-FEEDBACK-REF
                                           (WS-RT-COUNT)
                                   MOVE RV-DEPT-VERDICT
                                       TO WS-RT-DEPT-VERDICT
                                           (WS-RT-COUNT)
                                   MOVE RV-DEPT-COMMENT
                                       TO WS-RT-DEPT-COMMENT
                                           (WS-RT-COUNT)
                                   MOVE RV-PROMPT-MORE
                                       TO WS-RT-PROMPT-MORE
                                           (WS-RT-COUNT)
                               ELSE
                                   MOVE "Y" TO WS-TABLE-FULL
                                   PERFORM PARK-RECORD-TO-OVERFLOW
               "  dept " WS-RT-DEPT(WS-RT-IDX)
               "  via " FUNCTION TRIM(WS-RT-SCRIPT(WS-RT-IDX))
               " ---".
           IF WS-RT-SOURCE(WS-RT-IDX) = "D"
               DISPLAY "Reported by dept as "
                   FUNCTION TRIM(WS-RT-DEPT-VERDICT(WS-RT-IDX))
                   " - bulletin reference "
                   FUNCTION TRIM(WS-RT-FEEDBACK-REF(WS-RT-IDX))
               IF WS-RT-DEPT-COMMENT(WS-RT-IDX) NOT = SPACES
                   DISPLAY "Dept comment: "
                       FUNCTION TRIM(WS-RT-DEPT-COMMENT(WS-RT-IDX))
               END-IF
           END-IF.
           DISPLAY "Q: " FUNCTION TRIM(WS-RT-PROMPT(WS-RT-IDX)).
           IF WS-RT-PROMPT-MORE(WS-RT-IDX) NOT = SPACES
               DISPLAY "   "
                   FUNCTION TRIM(WS-RT-PROMPT-MORE(WS-RT-IDX))
           END-IF.
           DISPLAY "A:".
           PERFORM DISPLAY-WRAPPED-RESPONSE.
           DISPLAY "Grade: 1=accurate 2=partly wrong 3=wrong "
               MOVE WS-RT-REVIEWER(WS-RT-IDX) TO RV-REVIEWER
               MOVE WS-RT-GRADED-STAMP(WS-RT-IDX)
                   TO RV-GRADED-TIMESTAMP
               MOVE WS-RT-SOURCE(WS-RT-IDX) TO RV-SOURCE
               MOVE WS-RT-FEEDBACK-REF(WS-RT-IDX) TO RV-FEEDBACK-REF
               MOVE WS-RT-DEPT-VERDICT(WS-RT-IDX) TO RV-DEPT-VERDICT
               MOVE WS-RT-DEPT-COMMENT(WS-RT-IDX) TO RV-DEPT-COMMENT
               MOVE WS-RT-PROMPT-MORE(WS-RT-IDX) TO RV-PROMPT-MORE
               WRITE REVIEW-QUEUE-RECORD
           END-PERFORM.
           IF WS-OVERFLOW-USED = "Y"
