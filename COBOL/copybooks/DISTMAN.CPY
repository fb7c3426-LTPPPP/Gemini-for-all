      *> many went into it - so sign-off can confirm every answer
      *> was delivered exactly once (the per-bulletin counts plus
      *> the exceptions bulletin must add up to the responses read).
      *> Each answer delivered to a department bulletin also gets an
      *> item record (DM-RECORD-TYPE "I", count zero so the sum
      *> above is unchanged) carrying the reference printed against
      *> it on the bulletin and exactly what was delivered, which is
      *> what FeedbackIntake checks a department's reply against.
      *> Bulletin records carry type "B"; records written before the
      *> type existed read as spaces and are bulletin records too.
      *> The reference is <run yyyymmddhhmmss>-<seq>, with -<stream>
      *> on the end for a named stream. A re-run for a closed cycle
      *> adds its records to the end of that cycle's generation, so
      *> a generation can hold several runs, told apart by
      *> DM-RUN-TIMESTAMP and each balancing on its own.
       01 DIST-MANIFEST-RECORD.
           05 DM-RUN-TIMESTAMP        PIC X(26).
           05 DM-DEPT-CODE            PIC X(04).
           05 DM-BULLETIN-FILE        PIC X(30).
           05 DM-RECORD-COUNT         PIC 9(05).
           05 DM-RECORD-TYPE          PIC X(01).
           05 DM-ITEM-REF             PIC X(30).
           05 DM-SEQ-NO               PIC 9(05).
           05 DM-ANSWER-TIMESTAMP     PIC X(26).
           05 DM-BACKEND-SCRIPT       PIC X(40).
           05 DM-PROMPT-TEXT          PIC X(200).
           05 DM-RESPONSE-TEXT        PIC X(4000).
      *> An item's prompt past the first 200 characters, and the
      *> rest of an answer that ran on in overflow records on
      *> RESPONSES.DAT (up to 16000 more characters), are carried
      *> last, so older records read them as spaces.
           05 DM-PROMPT-MORE          PIC X(2000).
           05 DM-RESPONSE-MORE        PIC X(16000).
