      *> ----------------------------------------------------------
      *> GEO3X3BK - back-dated change record. GEO3X3MX appends one
      *> to the GEO3X3BK file for every mapping it recodes (add,
      *> update, or each item of a mass move) with an effective
      *> date earlier than the day it is applied. Calls logged
      *> between the effective date and the apply were translated
      *> against the before image and may now be wrong; GEO3X3RE
      *> reads these records to find and restate them, then
      *> empties the file.
      *>
      *> GBDT-BEFORE-IMAGE and GBDT-AFTER-IMAGE are whole
      *> GEO3X3MR master records; the before image is spaces for
      *> an add (the item was not on file until the apply).
      *> GBDT-APPLY-DATE/TIME stamp the moment the master was
      *> rewritten - a call logged after that already saw the new
      *> mapping.
      *> ----------------------------------------------------------
       01  GEO3X3-BACKDATE-RECORD.
           03  GBDT-ITEM-CODE         PIC 9(03).
           03  GBDT-TRANS-CODE        PIC X(01).
           03  GBDT-EFF-DATE          PIC 9(08).
           03  GBDT-APPLY-DATE        PIC 9(08).
           03  GBDT-APPLY-TIME        PIC 9(08).
           03  GBDT-BEFORE-IMAGE      PIC X(40).
           03  GBDT-AFTER-IMAGE       PIC X(40).
           03  FILLER                 PIC X(12).
