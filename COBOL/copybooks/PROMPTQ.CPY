           05 PQ-DEPT-CODE            PIC X(04).
           05 PQ-PRIORITY             PIC 9(01).
           05 PQ-DEADLINE             PIC X(16).
      *> A prompt longer than one record runs on in continuation
      *> records. The first record carries PQ-RECORD-TYPE space,
      *> part 01 and the number of parts in the chain; each
      *> continuation record carries "C", the same sequence number,
      *> the next part number and the same part count, and follows
      *> its first record directly. At most 10 parts. The parts are
      *> joined with a single space, so split the text between
      *> words. Department, priority and deadline are taken from
      *> the first record. Records written before these fields
      *> existed read as spaces - a prompt of one record.
           05 PQ-RECORD-TYPE          PIC X(01).
           05 PQ-PART-NO              PIC 9(02).
           05 PQ-PART-COUNT           PIC 9(02).
      *> Where the prompt came from and what answer it expects.
      *> PromptGenerate fills in the template set and the
      *> template's expected answer type and limits (see
      *> TMPLLIB.CPY) on every record of the prompt; department
      *> prompts may carry a type and limits of their own.
      *> PQ-RETRY-OF is zero (or spaces) on a first attempt; on a
      *> prompt AnswerValidate has queued again with a stricter
      *> instruction it holds the sequence number of the prompt
      *> whose answer failed the check.
           05 PQ-SET-NAME             PIC X(12).
           05 PQ-ANSWER-TYPE          PIC X(06).
           05 PQ-ANSWER-MIN           PIC X(12).
           05 PQ-ANSWER-MAX           PIC X(12).
           05 PQ-RETRY-OF             PIC 9(05).
