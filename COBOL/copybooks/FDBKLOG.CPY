      *> Record layout for the department feedback register
      *> (FDBKLOG.DAT). One record per verdict FeedbackIntake
      *> accepted, appended in intake order. A reference appears at
      *> most once - a second verdict on the same answer is
      *> rejected as a duplicate. The answer's timestamp, prompt and
      *> script are copied off the manifest item so QualityTrend can
      *> set the department's verdict beside a reviewer's grade of
      *> the same exchange. FL-REVIEW-QUEUED is Y when the verdict
      *> put the answer on the review queue (WRONG, INCOMPLETE).
       01 FEEDBACK-LOG-RECORD.
           05 FL-INTAKE-TIMESTAMP     PIC X(26).
           05 FL-ITEM-REF             PIC X(30).
           05 FL-DEPT-CODE            PIC X(04).
           05 FL-STREAM-NAME          PIC X(08).
           05 FL-SEQ-NO               PIC 9(05).
           05 FL-ANSWER-TIMESTAMP     PIC X(26).
           05 FL-BACKEND-SCRIPT       PIC X(40).
           05 FL-VERDICT              PIC X(10).
           05 FL-COMMENT              PIC X(60).
           05 FL-PROMPT-TEXT          PIC X(200).
           05 FL-REVIEW-QUEUED        PIC X(01).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older records read it as spaces.
           05 FL-PROMPT-MORE          PIC X(2000).
