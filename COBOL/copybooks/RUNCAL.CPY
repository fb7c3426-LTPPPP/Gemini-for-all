      *> &REGION and &PRODLINE substitutions. PromptGenerate run
      *> with the CALENDAR argument reads today's entries and
      *> writes the queue with no terminal prompts at all.
      *> CA-STREAM-NAME names the batch stream whose queue the entry
      *> feeds; spaces (and every record written before streams
      *> existed) feed the default stream's PROMPTS.DAT.
       01 RUN-CALENDAR-RECORD.
           05 CA-DAY-SELECTOR         PIC X(08).
           05 CA-SET-NAME             PIC X(12).
           05 CA-REGION-CODE          PIC X(20).
           05 CA-PROD-LINE            PIC X(20).
           05 CA-STREAM-NAME          PIC X(08).
