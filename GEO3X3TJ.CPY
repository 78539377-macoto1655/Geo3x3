      *> reject, and the date is what the aging report measures
      *> from. GREJ-IMAGE is the record exactly as it arrived so
      *> nothing is lost between the reject and the repair.
      *> GREJ-SENDER-ID is the system that sent it, so a repaired
      *> transaction is returned to the right sender.
      *> ----------------------------------------------------------
       01  GEO3X3-REJECT-RECORD.
           03  GREJ-SEQ               PIC 9(08).
           03  GREJ-IMAGE             PIC X(80).
           03  FILLER                 PIC X(02).
           03  GREJ-REASON            PIC X(30).
           03  GREJ-SENDER-ID         PIC X(08).
