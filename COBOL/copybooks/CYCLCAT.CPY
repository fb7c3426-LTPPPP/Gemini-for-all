      *> Record layout for the batch cycle catalog (CYCLCAT.DAT).
      *> One record per cycle close: which stream and cycle date
      *> were rolled into generation files, how many records each
      *> generation holds, and whether the day was signed off clean
      *> or closed on a supervisor's override. The generation files
      *> are named from the live names by the same rule everywhere
      *> (PROMPTS[-<stream>].G<yyyymmdd> and so on), so the catalog
      *> carries the date, not the names. CY-GEN-STATUS is KEPT
      *> while the generation files are on disk and PURGED once the
      *> retention setting has removed them.
       01 CYCLE-CATALOG-RECORD.
           05 CY-CYCLE-DATE           PIC X(10).
           05 CY-STREAM-NAME          PIC X(08).
           05 CY-CLOSE-TIMESTAMP      PIC X(26).
           05 CY-OPERATOR-ID          PIC X(08).
           05 CY-PROMPT-COUNT         PIC 9(05).
           05 CY-RESPONSE-COUNT       PIC 9(05).
           05 CY-DISTMAN-COUNT        PIC 9(05).
           05 CY-RUNCTL-COUNT         PIC 9(05).
           05 CY-EXCEPTION-COUNT      PIC 9(05).
           05 CY-SIGNOFF-STATUS       PIC X(10).
           05 CY-GEN-STATUS           PIC X(08).
