      *> run must not start) or a run that died without closing out
      *> (BatchRecon reports it as an abnormal end); an operator who
      *> confirms a run is dead marks it ABENDED so the lock clears.
      *> The lock is per batch stream: RC-STREAM-NAME names the
      *> stream the run worked, spaces for the default stream (and
      *> for every record written before streams existed), and only
      *> a RUNNING record for the same stream blocks a start.
       01 RUN-CONTROL-RECORD.
           05 RC-START-TIMESTAMP      PIC X(26).
           05 RC-PROGRAM-NAME         PIC X(12).
           05 RC-RUN-STATUS           PIC X(08).
           05 RC-END-TIMESTAMP        PIC X(26).
           05 RC-STREAM-NAME          PIC X(08).
