           05 AC-RESPONSE-TEXT        PIC X(4000).
           05 AC-CACHED-TIMESTAMP     PIC X(26).
           05 AC-PIN-FLAG             PIC X(01).
      *> The key of a continued prompt runs on past 200 characters
      *> into AC-PROMPT-KEY-MORE, carried last so older entries read
      *> it as spaces.
           05 AC-PROMPT-KEY-MORE      PIC X(2000).
