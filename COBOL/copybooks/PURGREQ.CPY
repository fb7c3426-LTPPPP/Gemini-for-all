      *> Record layout for a data purge request (PURGE-<ref>.REQ),
      *> keyed in from the legal or department instruction. One
      *> header record (PR-RECORD-TYPE "H") giving who asked and
      *> the date range - blank dates leave that end open - then
      *> one term record ("T") per name, case reference or phrase
      *> to be purged. Terms match anywhere in the text regardless
      *> of case.
       01 PURGE-REQUEST-RECORD.
           05 PR-RECORD-TYPE          PIC X(01).
           05 PR-FROM-DATE            PIC X(10).
           05 PR-TO-DATE              PIC X(10).
           05 PR-REQUESTED-BY         PIC X(30).
           05 PR-TERM-TEXT            PIC X(40).
