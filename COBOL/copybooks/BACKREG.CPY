      *> count as calls fail and marks the script DOWN at the
      *> threshold so later prompts skip straight to a standby; a
      *> clean answer resets the count. An operator repairs a fixed
      *> backend (or takes one out of service) in BackendMaint,
      *> which restamps BR-STATUS-TIMESTAMP and writes the change
      *> to the backend event file (BKEVENT.DAT).
       01 BACKEND-REGISTRY-RECORD.
           05 BR-SCRIPT-CMD           PIC X(40).
           05 BR-HEALTH-STATUS        PIC X(08).
