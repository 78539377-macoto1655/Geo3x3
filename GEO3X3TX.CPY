      *> ----------------------------------------------------------
      *> GEO3X3TX - transaction record read by GEO3X3RPT: one
      *> item/region code per record to be translated by GEO3X3,
      *> with the sending system and the sender's transaction
      *> reference carried through from GEO3X3TI so the result can
      *> go back on the GEO3X3RT return file.
      *> ----------------------------------------------------------
       01  GEO3X3-TRANS-RECORD.
           03  GTRN-ITEM-CODE         PIC 9(03).
           03  GTRN-SENDER-ID         PIC X(08).
           03  GTRN-TRANS-REF         PIC X(16).
           03  FILLER                 PIC X(53).
