      *>             privileged-action log (OPAUDIT.DAT) under the
      *>             signed-on id. A missing master skips the
      *>             checks with a warning.
      *> 2026-10-15  Cache keys longer than 200 characters (continued
      *>             prompts, see CacheMaint) are carried whole
      *>             through the rewrite of CACHE.DAT.
      *> 2026-10-15  Offers and evictions key on the whole of a
      *>             continued prompt off the escalation master and
      *>             the review queue, so a long question is pinned
      *>             (or evicted) under the same key the bot looks
      *>             it up by.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> in step on the 200-entry capacity.
       01 WS-CACHE-TABLE.
           05 WS-CACHE-ENTRY OCCURS 200 TIMES.
               10 WS-CACHE-KEY        PIC X(2200).
               10 WS-CACHE-RESPONSE   PIC X(4000).
               10 WS-CACHE-TIMESTAMP  PIC X(26).
               10 WS-CACHE-PIN        PIC X(01).
      *> The answer being offered, routed through common fields so
      *> escalation answers and graded responses share one offer
      *> path.
       01 WS-NORMALIZED-KEY   PIC X(2200) VALUE SPACES.
       01 WS-OFFER-PROMPT     PIC X(2200) VALUE SPACES.
       01 WS-GRADED-PROMPT    PIC X(2200) VALUE SPACES.
       01 WS-OFFER-RESPONSE   PIC X(4000) VALUE SPACES.
       01 WS-OFFER-STAMP      PIC X(26) VALUE SPACES.
       01 WS-OFFER-SOURCE     PIC X(20) VALUE SPACES.
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
                           IF EM-STATUS = "ANSWERED"
                               AND FUNCTION TRIM(EM-RESOLUTION-TEXT)
                                   NOT = SPACES
                               MOVE EM-PROMPT-TEXT
                                   TO WS-OFFER-PROMPT(1:200)
                               MOVE EM-PROMPT-MORE
                                   TO WS-OFFER-PROMPT(201:2000)
                               MOVE EM-RESOLUTION-TEXT
                                   TO WS-OFFER-RESPONSE
                               MOVE EM-RESOLVED-TIMESTAMP
                           EVALUATE RV-GRADE
                               WHEN "ACCURATE"
                                   MOVE RV-PROMPT-TEXT
                                       TO WS-OFFER-PROMPT(1:200)
                                   MOVE RV-PROMPT-MORE
                                       TO WS-OFFER-PROMPT(201:2000)
                                   MOVE RV-RESPONSE-TEXT
                                       TO WS-OFFER-RESPONSE
                                   MOVE RV-GRADED-TIMESTAMP
      *> the unpinned entry goes at once; a pinned one was put there
      *> deliberately by a person, so it is flagged, not removed.
       EVICT-BAD-ANSWER.
           MOVE RV-PROMPT-TEXT TO WS-GRADED-PROMPT(1:200).
           MOVE RV-PROMPT-MORE TO WS-GRADED-PROMPT(201:2000).
           MOVE FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-GRADED-PROMPT))
               TO WS-NORMALIZED-KEY.
           IF WS-NORMALIZED-KEY = SPACES
               EXIT PARAGRAPH
           PERFORM VARYING WS-CACHE-IDX FROM 1 BY 1
                   UNTIL WS-CACHE-IDX > WS-CACHE-COUNT
               MOVE WS-CACHE-KEY(WS-CACHE-IDX) TO AC-PROMPT-KEY
               MOVE WS-CACHE-KEY(WS-CACHE-IDX)(201:2000)
                   TO AC-PROMPT-KEY-MORE
               MOVE WS-CACHE-RESPONSE(WS-CACHE-IDX)
                   TO AC-RESPONSE-TEXT
               MOVE WS-CACHE-TIMESTAMP(WS-CACHE-IDX)
