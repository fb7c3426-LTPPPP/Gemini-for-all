      *> Record layout for the cycle-close retention settings
      *> (CYCLPRM.DAT). How many closed cycles' generation files
      *> CycleClose keeps per batch stream. The record with a blank
      *> stream name covers the default stream and every named
      *> stream that has no record of its own; with no record at
      *> all CycleClose keeps its built-in default.
       01 CYCLE-PARM-RECORD.
           05 CP-STREAM-NAME          PIC X(08).
           05 CP-RETAIN-COUNT         PIC 9(03).
