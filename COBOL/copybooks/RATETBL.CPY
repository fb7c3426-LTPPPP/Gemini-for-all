      *> Record layout for the chargeback rate table (RATETBL.DAT).
      *> One record per backend script per price change: the
      *> finance-agreed allocation rate per exchange and the date it
      *> takes effect. An exchange is priced at the rate for its
      *> script with the latest effective date on or before the
      *> exchange's own date, so a repricing is a new record, not a
      *> program change, and earlier months still price as they
      *> did. A record with a blank script is the rate for any
      *> script that has none of its own. Answers served from the
      *> answer cache ("CACHE") are always free.
       01 RATE-TABLE-RECORD.
           05 RT-BACKEND-SCRIPT       PIC X(40).
           05 RT-EFFECTIVE-DATE       PIC X(10).
           05 RT-RATE                 PIC 9(01)V9(04).
