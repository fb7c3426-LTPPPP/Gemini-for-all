           05 EM-ASSIGNED-TO          PIC X(08).
           05 EM-RESOLUTION-TEXT      PIC X(4000).
           05 EM-RESOLVED-TIMESTAMP   PIC X(26).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older records read it as spaces.
           05 EM-PROMPT-MORE          PIC X(2000).
