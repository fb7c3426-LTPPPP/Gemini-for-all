           05 EC-TIMESTAMP            PIC X(26).
           05 EC-PROMPT-TEXT          PIC X(200).
           05 EC-REASON               PIC X(60).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older records read it as spaces.
           05 EC-PROMPT-MORE          PIC X(2000).
