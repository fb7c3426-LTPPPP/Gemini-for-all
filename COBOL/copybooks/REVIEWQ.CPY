      *> day's answered exchanges into this file; QualityGrade fills
      *> in the grade fields; QualityTrend reports off them. Grade
      *> is blank until reviewed, then ACCURATE, PARTWRONG, WRONG or
      *> UNSAFE. FeedbackIntake also puts answers a department
      *> reported WRONG or INCOMPLETE on the queue for a reviewer to
      *> confirm (RV-SOURCE "D", with the bulletin reference and the
      *> department's verdict and comment); sampled records carry
      *> "S", and records written before the source existed read as
      *> spaces and are sampled records too.
       01 REVIEW-QUEUE-RECORD.
           05 RV-TIMESTAMP            PIC X(26).
           05 RV-DEPT-CODE            PIC X(04).
           05 RV-GRADE-COMMENT        PIC X(60).
           05 RV-REVIEWER             PIC X(08).
           05 RV-GRADED-TIMESTAMP     PIC X(26).
           05 RV-SOURCE               PIC X(01).
           05 RV-FEEDBACK-REF         PIC X(30).
           05 RV-DEPT-VERDICT         PIC X(10).
           05 RV-DEPT-COMMENT         PIC X(60).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older records read it as spaces.
           05 RV-PROMPT-MORE          PIC X(2000).
