      *>             be rerun safely. Cached and human-answered rows
      *>             are excluded - the cache serves text that was
      *>             already sampled when first answered.
      *> 2026-10-15  Sampled records are marked source "S" to tell
      *>             them from answers a department reported wrong
      *>             (FeedbackIntake), which QualityTrend keeps out
      *>             of the sampled accuracy figures.
      *> 2026-10-15  A sampled exchange carries the whole of a
      *>             continued prompt onto the review queue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE SPACES TO RV-GRADE-COMMENT.
           MOVE SPACES TO RV-REVIEWER.
           MOVE SPACES TO RV-GRADED-TIMESTAMP.
           MOVE "S" TO RV-SOURCE.
           MOVE SPACES TO RV-FEEDBACK-REF.
           MOVE SPACES TO RV-DEPT-VERDICT.
           MOVE SPACES TO RV-DEPT-COMMENT.
           MOVE CL-PROMPT-MORE TO RV-PROMPT-MORE.
           WRITE REVIEW-QUEUE-RECORD.
           IF WS-SEEN-COUNT < 5000
               ADD 1 TO WS-SEEN-COUNT
