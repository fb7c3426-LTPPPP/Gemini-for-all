      *>             written to the privileged-action log
      *>             (OPAUDIT.DAT) under the operator who did it. A
      *>             missing master skips the checks with a warning.
      *> 2026-10-15  Long prompts: the cache key is the whole logged
      *>             prompt, its first 200 characters in the key
      *>             field and the rest in the key continuation
      *>             field, so a continued prompt caches and hits as
      *>             one question.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> same pattern the escalation workbench uses for its master.
       01 WS-CACHE-TABLE.
           05 WS-CACHE-ENTRY OCCURS 200 TIMES.
               10 WS-CACHE-KEY        PIC X(2200).
               10 WS-CACHE-RESPONSE   PIC X(4000).
               10 WS-CACHE-TIMESTAMP  PIC X(26).
               10 WS-CACHE-PIN        PIC X(01).
       01 WS-FOUND-IDX        PIC 9(03) VALUE 0.
       01 WS-TABLE-FULL       PIC X(01) VALUE "N".

       01 WS-NORMALIZED-KEY   PIC X(2200) VALUE SPACES.
       01 WS-LOG-PROMPT       PIC X(2200) VALUE SPACES.
       01 WS-UPPER-RESPONSE   PIC X(4000) VALUE SPACES.
       01 WS-PHRASE-COUNT     PIC 9(03) VALUE 0.
       01 WS-ADD-COUNT        PIC 9(05) VALUE 0.
                               ADD 1 TO WS-CACHE-COUNT
                               MOVE AC-PROMPT-KEY
                                   TO WS-CACHE-KEY(WS-CACHE-COUNT)
                                          (1:200)
                               MOVE AC-PROMPT-KEY-MORE
                                   TO WS-CACHE-KEY(WS-CACHE-COUNT)
                                          (201:2000)
                               MOVE AC-RESPONSE-TEXT
                                   TO WS-CACHE-RESPONSE(WS-CACHE-COUNT)
                               MOVE AC-CACHED-TIMESTAMP

       FOLD-LOG-ENTRY.
           PERFORM CHECK-GIVE-UP-RESPONSE.
           MOVE CL-PROMPT-TEXT TO WS-LOG-PROMPT.
           MOVE CL-PROMPT-MORE TO WS-LOG-PROMPT(201:2000).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-PROMPT))
               TO WS-NORMALIZED-KEY.
           IF WS-NORMALIZED-KEY = SPACES
               OR WS-PHRASE-COUNT > 0
           PERFORM VARYING WS-CACHE-IDX FROM 1 BY 1
                   UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
               MOVE WS-CACHE-KEY(WS-CACHE-IDX) TO AC-PROMPT-KEY
               MOVE WS-CACHE-KEY(WS-CACHE-IDX)(201:2000)
                   TO AC-PROMPT-KEY-MORE
               MOVE WS-CACHE-RESPONSE(WS-CACHE-IDX)
                   TO AC-RESPONSE-TEXT
               MOVE WS-CACHE-TIMESTAMP(WS-CACHE-IDX)
