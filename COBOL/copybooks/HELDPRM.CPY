      *> Record layout for the held-prompt file (HELDPRM.DAT). One
      *> record appended by ChatBotGemini each time a prompt trips a
      *> restricted-terms rule: where it came from (HP-MODE "B" batch
      *> with its queue sequence number, "I" interactive with the
      *> operator), the rule it tripped and the prompt as it would
      *> have been sent. ComplianceRelease imports these onto the
      *> compliance master (CMPLMST.DAT) for a decision. A batch
      *> hold names its stream (spaces for the default stream).
       01 HELD-PROMPT-RECORD.
           05 HP-TIMESTAMP            PIC X(26).
           05 HP-MODE                 PIC X(01).
           05 HP-SEQ-NO               PIC 9(05).
           05 HP-OPERATOR-ID          PIC X(08).
           05 HP-DEPT-CODE            PIC X(04).
           05 HP-RULE-ID              PIC X(08).
           05 HP-PROMPT-TEXT          PIC X(200).
           05 HP-STREAM-NAME          PIC X(08).
      *> A continued prompt's text past the first 200 characters is
      *> carried last, so older records read it as spaces.
           05 HP-PROMPT-MORE          PIC X(2000).
