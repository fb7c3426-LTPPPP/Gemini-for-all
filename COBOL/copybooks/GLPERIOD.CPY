      *> Record layout for the ledger period file (GLPERIOD.DAT).
      *> One record per chargeback period posted to the ledger; a
      *> period with no record is still open. ChargebackPost refuses
      *> to post a CLOSED period again. GP-RECORDS-POSTED counts the
      *> period's USAGE.DAT records priced so far - by the period's
      *> own journal and any later adjustment journals - so a
      *> backdated row that arrives after the close is found as the
      *> period's rows past that count (USAGE.DAT is only ever
      *> appended) and adjusted into the next posting.
       01 GL-PERIOD-RECORD.
           05 GP-PERIOD               PIC X(07).
           05 GP-STATUS               PIC X(06).
           05 GP-POSTED-TIMESTAMP     PIC X(26).
           05 GP-RECORDS-POSTED       PIC 9(07).
           05 GP-AMOUNT-POSTED        PIC 9(09)V99.
           05 GP-JOURNAL-FILE         PIC X(30).
