      *> the OPS exceptions bulletin, so a real department under
      *> either code would have its answers mixed into the wrong
      *> file. QueueEdit rejects both (reason RESVDEPT).
      *> QT-COST-CENTRE is the ledger cost centre ChargebackPost
      *> debits with the department's chargeback; blank (or no
      *> record) posts to the suspense account on GLPARM.DAT.
       01 DEPT-QUOTA-RECORD.
           05 QT-DEPT-CODE            PIC X(04).
           05 QT-DEPT-NAME            PIC X(30).
           05 QT-MONTHLY-LIMIT        PIC 9(05).
           05 QT-COST-CENTRE          PIC X(10).
