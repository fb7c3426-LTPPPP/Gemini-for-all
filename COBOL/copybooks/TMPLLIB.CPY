           05 TL-DEPT-CODE            PIC X(04).
           05 TL-PRIORITY             PIC 9(01).
           05 TL-TEMPLATE-TEXT        PIC X(200).
      *> A template longer than one record runs on in continuation
      *> records, laid out the way PROMPTS.DAT chains are (see
      *> PROMPTQ.CPY): "C" records with the same set name and
      *> template sequence, parts numbered 02 upward, following the
      *> first record directly, at most 10 parts joined with a
      *> single space. Department and priority come from the first
      *> record. Records written before these fields existed read
      *> as spaces - a template of one record.
           05 TL-RECORD-TYPE          PIC X(01).
           05 TL-PART-NO              PIC 9(02).
           05 TL-PART-COUNT           PIC 9(02).
      *> The kind of answer the question expects, checked after the
      *> batch by AnswerValidate: NUMBER, YESNO, DATE or LIST; spaces
      *> means free text, not checked. Limits are optional - for
      *> NUMBER the lowest and highest value allowed (e.g. -50 or
      *> 2500.75), for DATE the earliest and latest date allowed
      *> (YYYY-MM-DD), for LIST the fewest and most items allowed.
      *> Taken from the first record of a continued template.
           05 TL-ANSWER-TYPE          PIC X(06).
           05 TL-ANSWER-MIN           PIC X(12).
           05 TL-ANSWER-MAX           PIC X(12).
