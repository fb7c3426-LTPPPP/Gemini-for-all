      *> Record layout for a department's returned feedback file
      *> (FEEDBACK-<dept>.IN). One record per bulletin answer the
      *> department is reporting on: the reference printed against
      *> the answer on its bulletin, a verdict of USEFUL, WRONG or
      *> INCOMPLETE, and a free-text comment.
       01 DEPT-FEEDBACK-RECORD.
           05 FB-ITEM-REF             PIC X(30).
           05 FB-VERDICT              PIC X(10).
           05 FB-COMMENT              PIC X(60).
