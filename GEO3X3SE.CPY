      *> ----------------------------------------------------------
      *> GEO3X3SE - audit trail day seal. GEO3X3SA appends one to
      *> the GEO3X3SE seal file for each day of GEO3X3AU records
      *> once that day is complete; GEO3X3AP moves the seals of
      *> the days it archives to the GEO3X3SG seal generation that
      *> goes with the GEO3X3AV archive, and GEO3X3VS re-counts
      *> the trail and its archives against them.
      *>
      *> GSEL-HASH-TOTAL is the sum, over the day's records, of
      *> GAUD-ITEM-CODE, GAUD-RESULT-CODE and GAUD-STATUS read
      *> together as one eight-digit number. GSEL-FIRST-TIME and
      *> GSEL-LAST-TIME are the earliest and latest GAUD-TIME of
      *> the day. GSEL-SEAL-DATE/TIME stamp when the seal was cut.
      *> ----------------------------------------------------------
       01  GEO3X3-SEAL-RECORD.
           03  GSEL-AUDIT-DATE        PIC 9(08).
           03  GSEL-RECORD-COUNT      PIC 9(08).
           03  GSEL-HASH-TOTAL        PIC 9(16).
           03  GSEL-FIRST-TIME        PIC 9(08).
           03  GSEL-LAST-TIME         PIC 9(08).
           03  GSEL-SEAL-DATE         PIC 9(08).
           03  GSEL-SEAL-TIME         PIC 9(08).
           03  FILLER                 PIC X(16).
