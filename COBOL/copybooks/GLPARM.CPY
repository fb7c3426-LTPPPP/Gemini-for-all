      *> Record layout for the ledger posting parameters
      *> (GLPARM.DAT). One record: the IT recovery account every
      *> chargeback journal credits, and the suspense cost centre
      *> debited for departments with no cost centre on DEPTQTA.DAT.
       01 GL-PARM-RECORD.
           05 GM-RECOVERY-ACCOUNT     PIC X(10).
           05 GM-SUSPENSE-ACCOUNT     PIC X(10).
