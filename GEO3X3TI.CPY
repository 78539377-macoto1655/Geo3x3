      *> validated by GEO3X3ED before GEO3X3RPT ever sees it.
      *>
      *> GTIN-RECORD-TYPE:
      *>   'H'  header  - file date and the sending system; must
      *>                  be the first record
      *>   'D'  detail  - one item code in the GEO3X3TX layout plus
      *>                  the sender's own reference for it, which
      *>                  comes back on the GEO3X3RT return file
      *>   'T'  trailer - count of detail records; must be the
      *>                  last record and must match what arrived
      *>
      *> GTIN-DTL-SENDER-ID is left blank by the senders; it is set
      *> only on details GEO3X3RX regenerates from old rejects, so
      *> a repaired transaction still goes back to the system that
      *> first sent it rather than to the resubmit file's header.
      *> GEO3X3ED honours it only under a GEO3X3RX header and
      *> rejects any other sender's detail that carries one.
      *> ----------------------------------------------------------
       01  GEO3X3-INCOMING-RECORD.
           03  GTIN-RECORD-TYPE       PIC X(01).
           03  GTIN-DATA              PIC X(79).
           03  GTIN-HEADER-DATA REDEFINES GTIN-DATA.
               05  GTIN-FILE-DATE     PIC X(08).
               05  GTIN-SENDER-ID     PIC X(08).
               05  FILLER             PIC X(63).
           03  GTIN-DETAIL-DATA REDEFINES GTIN-DATA.
               05  GTIN-ITEM-CODE     PIC X(03).
               05  GTIN-TRANS-REF     PIC X(16).
               05  GTIN-DTL-SENDER-ID PIC X(08).
               05  FILLER             PIC X(52).
           03  GTIN-TRAILER-DATA REDEFINES GTIN-DATA.
               05  GTIN-RECORD-COUNT  PIC X(08).
               05  FILLER             PIC X(71).
