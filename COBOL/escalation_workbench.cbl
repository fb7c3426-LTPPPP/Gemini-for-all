      *>             written to the privileged-action log
      *>             (OPAUDIT.DAT). A missing master skips the
      *>             checks with a warning.
      *> 2026-10-15  A continued prompt is carried whole from the
      *>             escalation through the master to the chat log,
      *>             and shown whole to the operator answering it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 WS-ESC-ENTRY OCCURS 500 TIMES.
               10 WS-ESC-ID               PIC 9(05).
               10 WS-ESC-TIMESTAMP        PIC X(26).
               10 WS-ESC-PROMPT-TEXT      PIC X(2200).
               10 WS-ESC-REASON           PIC X(60).
               10 WS-ESC-STATUS           PIC X(10).
               10 WS-ESC-ASSIGNED-TO      PIC X(08).
               10 WS-ESC-RESOLVED-STAMP   PIC X(26).
       01 WS-ESC-COUNT        PIC 9(04) VALUE 0.
       01 WS-ESC-IDX          PIC 9(04) VALUE 0.
       01 WS-EC-WHOLE-PROMPT  PIC X(2200) VALUE SPACES.
       01 WS-NEXT-ID          PIC 9(05) VALUE 1.
       01 WS-FOUND-FLAG       PIC X(01) VALUE "N".
       01 WS-FOUND-IDX        PIC 9(04) VALUE 0.
               ADD 1 TO WS-ESC-COUNT
               MOVE EM-ID TO WS-ESC-ID(WS-ESC-COUNT)
               MOVE EM-TIMESTAMP TO WS-ESC-TIMESTAMP(WS-ESC-COUNT)
               MOVE EM-PROMPT-TEXT
                   TO WS-ESC-PROMPT-TEXT(WS-ESC-COUNT)(1:200)
               MOVE EM-PROMPT-MORE
                   TO WS-ESC-PROMPT-TEXT(WS-ESC-COUNT)(201:2000)
               MOVE EM-REASON TO WS-ESC-REASON(WS-ESC-COUNT)
               MOVE EM-STATUS TO WS-ESC-STATUS(WS-ESC-COUNT)
               MOVE EM-ASSIGNED-TO TO WS-ESC-ASSIGNED-TO(WS-ESC-COUNT)
           END-IF.

       IMPORT-ONE-ESCALATION.
           MOVE EC-PROMPT-TEXT TO WS-EC-WHOLE-PROMPT(1:200).
           MOVE EC-PROMPT-MORE TO WS-EC-WHOLE-PROMPT(201:2000).
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-COUNT
               IF WS-ESC-TIMESTAMP(WS-ESC-IDX) = EC-TIMESTAMP
                   AND WS-ESC-PROMPT-TEXT(WS-ESC-IDX)
                       = WS-EC-WHOLE-PROMPT
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
                   MOVE WS-NEXT-ID TO WS-ESC-ID(WS-ESC-COUNT)
                   ADD 1 TO WS-NEXT-ID
                   MOVE EC-TIMESTAMP TO WS-ESC-TIMESTAMP(WS-ESC-COUNT)
                   MOVE WS-EC-WHOLE-PROMPT
                       TO WS-ESC-PROMPT-TEXT(WS-ESC-COUNT)
                   MOVE EC-REASON TO WS-ESC-REASON(WS-ESC-COUNT)
                   MOVE "NEW" TO WS-ESC-STATUS(WS-ESC-COUNT)
           MOVE SPACES TO CHATLOG-RECORD.
           MOVE WS-TIMESTAMP TO CL-TIMESTAMP.
           MOVE WS-ESC-PROMPT-TEXT(WS-FOUND-IDX) TO CL-PROMPT-TEXT.
           MOVE WS-ESC-PROMPT-TEXT(WS-FOUND-IDX)(201:2000)
               TO CL-PROMPT-MORE.
           MOVE WS-ESC-RESOLUTION-TEXT(WS-FOUND-IDX)
               TO CL-RESPONSE-TEXT.
           MOVE "HUMAN" TO CL-RESULT-STATUS.
               MOVE WS-ESC-ID(WS-ESC-IDX) TO EM-ID
               MOVE WS-ESC-TIMESTAMP(WS-ESC-IDX) TO EM-TIMESTAMP
               MOVE WS-ESC-PROMPT-TEXT(WS-ESC-IDX) TO EM-PROMPT-TEXT
               MOVE WS-ESC-PROMPT-TEXT(WS-ESC-IDX)(201:2000)
                   TO EM-PROMPT-MORE
               MOVE WS-ESC-REASON(WS-ESC-IDX) TO EM-REASON
               MOVE WS-ESC-STATUS(WS-ESC-IDX) TO EM-STATUS
               MOVE WS-ESC-ASSIGNED-TO(WS-ESC-IDX) TO EM-ASSIGNED-TO
