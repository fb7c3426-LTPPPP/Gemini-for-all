      *> Record layout for the chargeback ledger journals
      *> (GLJRNL-YYYY-MM.DAT, and GLADJ-YYYY-MM.DAT for late usage
      *> adjusted into that period). Fixed format for the ledger
      *> load: one H header, the D detail lines, one T trailer.
      *>   H - GJ-RECORD-COUNT is the USAGE.DAT records priced and
      *>       GJ-AMOUNT the journal's debit total.
      *>   D - one debit per department cost centre, then one
      *>       credit to the IT recovery account; GJ-RECORD-COUNT is
      *>       the usage records behind the line. GJ-USAGE-PERIOD is
      *>       the month the usage happened in - on an adjustment
      *>       journal, an earlier period than GJ-PERIOD.
      *>   T - repeats the header's record count and debit total,
      *>       with the credit total in GJ-CREDIT-TOTAL and the
      *>       detail line count in GJ-LINE-COUNT. The load must
      *>       reject a journal whose header and trailer disagree or
      *>       whose debits and credits do not balance.
       01 GL-JOURNAL-RECORD.
           05 GJ-RECORD-TYPE          PIC X(01).
           05 GJ-JOURNAL-TYPE         PIC X(03).
           05 GJ-PERIOD               PIC X(07).
           05 GJ-USAGE-PERIOD         PIC X(07).
           05 GJ-ACCOUNT              PIC X(10).
           05 GJ-DEPT-CODE            PIC X(04).
           05 GJ-DEBIT-CREDIT         PIC X(01).
           05 GJ-AMOUNT               PIC 9(09)V99.
           05 GJ-RECORD-COUNT         PIC 9(07).
           05 GJ-CREDIT-TOTAL         PIC 9(09)V99.
           05 GJ-LINE-COUNT           PIC 9(05).
           05 GJ-TIMESTAMP            PIC X(26).
