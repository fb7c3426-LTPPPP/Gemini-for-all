      *> Record layout for the reconciliation result log
      *> (RECONRES.DAT). BatchRecon appends one record per run:
      *> which stream (and, on a re-run against a retained
      *> generation, which cycle date) it reconciled, how many
      *> exceptions it found and its verdict - CLEAN, EXCEPTIONS or
      *> NO-QUEUE. CycleClose reads the latest live-file verdict
      *> for the stream to decide whether the day is signed off.
       01 RECON-RESULT-RECORD.
           05 RR-TIMESTAMP            PIC X(26).
           05 RR-STREAM-NAME          PIC X(08).
           05 RR-CYCLE-DATE           PIC X(10).
           05 RR-EXCEPTION-COUNT      PIC 9(05).
           05 RR-RESULT               PIC X(10).
