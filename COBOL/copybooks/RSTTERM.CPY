      *> Record layout for the restricted-terms file (RESTRICT.DAT),
      *> maintained by compliance. One record per screening rule.
      *> RT-MATCH-TYPE "TERM" matches the text anywhere in the prompt
      *> regardless of case (client names, project code words).
      *> "PATTERN" matches the shape of the text: every digit in the
      *> pattern stands for any digit, everything else must match as
      *> written, so "9999-9999-9999" catches any account number
      *> laid out that way. A prompt that trips any rule is held for
      *> compliance review instead of going to the backend.
       01 RESTRICTED-TERM-RECORD.
           05 RT-RULE-ID              PIC X(08).
           05 RT-MATCH-TYPE           PIC X(07).
           05 RT-TERM-TEXT            PIC X(40).
           05 RT-RULE-DESC            PIC X(40).
