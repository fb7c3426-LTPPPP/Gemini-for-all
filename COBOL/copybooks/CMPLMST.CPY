      *> Record layout for the compliance master (CMPLMST.DAT). One
      *> record per distinct held prompt, carried from HELDPRM.DAT
      *> through a reviewer's decision. Status moves HELD ->
      *> RELEASED (send as written), REDACTED (send CM-REDACTED-TEXT
      *> instead) or REJECTED (never send). ChatBotGemini and
      *> QueueEdit look decisions up by prompt text, so a released
      *> or redacted prompt runs on the next resume or when the
      *> operator asks it again.
       01 COMPLIANCE-MASTER-RECORD.
           05 CM-ID                   PIC 9(05).
           05 CM-HELD-TIMESTAMP       PIC X(26).
           05 CM-MODE                 PIC X(01).
           05 CM-SEQ-NO               PIC 9(05).
           05 CM-OPERATOR-ID          PIC X(08).
           05 CM-DEPT-CODE            PIC X(04).
           05 CM-RULE-ID              PIC X(08).
           05 CM-PROMPT-TEXT          PIC X(200).
           05 CM-STATUS               PIC X(10).
           05 CM-REVIEWER             PIC X(08).
           05 CM-DECIDED-TIMESTAMP    PIC X(26).
           05 CM-REDACTED-TEXT        PIC X(200).
           05 CM-DECISION-NOTE        PIC X(60).
           05 CM-STREAM-NAME          PIC X(08).
      *> A continued prompt's text, and its redacted form, past the
      *> first 200 characters are carried last, so older records
      *> read them as spaces. Decisions are looked up on the whole
      *> prompt (CM-PROMPT-TEXT and CM-PROMPT-MORE together).
           05 CM-PROMPT-MORE          PIC X(2000).
           05 CM-REDACTED-MORE        PIC X(2000).
