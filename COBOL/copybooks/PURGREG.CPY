      *> Record layout for the data purge register (PURGREG.DAT).
      *> DataPurge appends one record per run: REPORTED for a
      *> report-only run (with the hits it listed for approval),
      *> APPLIED once the purge has been carried out (with the
      *> approval reference it was done under). A purge is only
      *> applied against a report whose hit count still stands,
      *> and only once.
       01 PURGE-REGISTER-RECORD.
           05 PG-PURGE-REF            PIC X(12).
           05 PG-ACTION               PIC X(08).
           05 PG-TIMESTAMP            PIC X(26).
           05 PG-OPERATOR-ID          PIC X(08).
           05 PG-HIT-COUNT            PIC 9(07).
           05 PG-APPROVAL-REF         PIC X(30).
