      *> Record layout for the backend event file (BKEVENT.DAT).
      *> Append-only, one record per event, in the order they
      *> happened:
      *>   CALL     - one backend script invocation, timed. The
      *>              exit status says whether it answered (0).
      *>   DOWN     - the script went DOWN: the bot at the failure
      *>              threshold, or an operator taking it out of
      *>              service in BackendMaint.
      *>   REPAIR   - an operator put a DOWN script back UP.
      *>   FAILOVER - an exchange moved off BE-SCRIPT-CMD (which had
      *>              just failed) onto BE-TO-SCRIPT; the exit status
      *>              is the standby's, so 0 means it absorbed the
      *>              exchange.
      *> BE-OPERATOR-ID is whoever made the change - the signed-on
      *> operator, or BATCH for an unattended run. BackendScorecard
      *> builds the monthly figures from this file alone.
       01 BACKEND-EVENT-RECORD.
           05 BE-TIMESTAMP            PIC X(26).
           05 BE-EVENT-TYPE           PIC X(08).
           05 BE-SCRIPT-CMD           PIC X(40).
           05 BE-TO-SCRIPT            PIC X(40).
           05 BE-EXIT-STATUS          PIC 9(03).
           05 BE-ELAPSED-SECS         PIC 9(05)V99.
           05 BE-OPERATOR-ID          PIC X(08).
           05 BE-PROGRAM-NAME         PIC X(16).
