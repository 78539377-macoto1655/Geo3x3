      *> ----------------------------------------------------------
      *> GEO3X3CJ - permanent master change journal record. One is
      *> appended to GEO3X3CJ for every GEO3X3MS record changed by
      *> the GEO3X3MX apply (add, update, deactivate, reactivate,
      *> and each item of a mass move) and by a GEO3X3RS restore.
      *> The journal is never emptied or rewritten; GEO3X3JH reads
      *> it to print the lineage of an item or result code and to
      *> rebuild the master as it stood on any past date.
      *>
      *> GJRN-CHANGE-TYPE is the GEO3X3MT transaction code that
      *> made the change ('A' 'U' 'D' 'R' 'M'), or 'S' for a
      *> restore from a GEO3X3SN snapshot.
      *>
      *> GJRN-BEFORE-IMAGE and GJRN-AFTER-IMAGE are whole GEO3X3MR
      *> master records; spaces mean the item was not on file on
      *> that side (an add, or a restore that removed an item
      *> added after the snapshot was cut).
      *>
      *> GJRN-CAUSE identifies what made the change: for the apply,
      *> the date the transaction was submitted to GEO3X3PS and the
      *> transaction image itself in the GEO3X3MT layout; for a
      *> restore, the date and time of the snapshot restored from.
      *> ----------------------------------------------------------
       01  GEO3X3-JOURNAL-RECORD.
           03  GJRN-APPLY-DATE        PIC 9(08).
           03  GJRN-APPLY-TIME        PIC 9(08).
           03  GJRN-PROGRAM           PIC X(08).
           03  GJRN-CHANGE-TYPE       PIC X(01).
               88  GJRN-ADD                   VALUE 'A'.
               88  GJRN-UPDATE                VALUE 'U'.
               88  GJRN-DEACTIVATE            VALUE 'D'.
               88  GJRN-REACTIVATE            VALUE 'R'.
               88  GJRN-MASS-MOVE             VALUE 'M'.
               88  GJRN-RESTORE               VALUE 'S'.
           03  GJRN-ITEM-CODE         PIC 9(03).
           03  GJRN-BEFORE-IMAGE      PIC X(40).
           03  GJRN-AFTER-IMAGE       PIC X(40).
           03  GJRN-CAUSE             PIC X(88).
           03  GJRN-TRANS-CAUSE REDEFINES GJRN-CAUSE.
               05  GJRN-SUBMIT-DATE   PIC 9(08).
               05  GJRN-TRANS         PIC X(80).
           03  GJRN-RESTORE-CAUSE REDEFINES GJRN-CAUSE.
               05  GJRN-SNAPSHOT-DATE PIC 9(08).
               05  GJRN-SNAPSHOT-TIME PIC 9(08).
               05  FILLER             PIC X(72).
