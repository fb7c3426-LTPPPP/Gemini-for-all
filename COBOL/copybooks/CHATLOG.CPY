           05 CL-RESULT-STATUS        PIC X(10).
           05 CL-DEPT-CODE            PIC X(04).
           05 CL-BACKEND-SCRIPT       PIC X(40).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older rows read it as spaces.
           05 CL-PROMPT-MORE          PIC X(2000).
