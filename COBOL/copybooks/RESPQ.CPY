      *> prompt's deadline and the deadline-performance flag (MET,
      *> AT-RISK or MISSED; spaces when the prompt had no usable
      *> deadline) are carried at the end of the record, so rows
      *> written before those fields existed read as spaces. The
      *> backend script that answered ("CACHE" for a cache hit,
      *> spaces when nothing ran) is carried last, so the quality
      *> figures can follow a delivered answer back to its script.
       01 RESPONSE-QUEUE-RECORD.
           05 RQ-SEQ-NO               PIC 9(05).
           05 RQ-TIMESTAMP            PIC X(26).
           05 RQ-RESULT-STATUS        PIC X(10).
           05 RQ-DEADLINE             PIC X(16).
           05 RQ-SLA-FLAG             PIC X(08).
           05 RQ-BACKEND-SCRIPT       PIC X(40).
      *> A continued prompt's text past the first 200 characters is
      *> carried in RQ-PROMPT-MORE. An answer too long for
      *> RQ-RESPONSE-TEXT (status OK-TRUNC) is followed directly by
      *> overflow records holding the rest of it, 4000 characters
      *> each: RQ-RECORD-TYPE "O", the same sequence number and
      *> timestamp, part numbers from 02, status OVERFLOW and no
      *> prompt text. An overflow record is part of the answer
      *> before it, never an answer of its own. Records written
      *> before these fields existed read as spaces - an answer
      *> record with a prompt of 200 characters or less.
           05 RQ-PROMPT-MORE          PIC X(2000).
           05 RQ-RECORD-TYPE          PIC X(01).
           05 RQ-PART-NO              PIC 9(02).
