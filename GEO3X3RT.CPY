      *> ----------------------------------------------------------
      *> GEO3X3RT - translated return record written by GEO3X3RPT
      *> for the systems that send us GEO3X3TI files, and proven
      *> against GEO3X3TX by the GEO3X3RN end-of-day balancing.
      *>
      *> Every record carries GRTN-SENDER-ID. The file holds one
      *> complete group per sending system, so the transmission
      *> step splits it by sender without opening the records:
      *>   'H'  header  - run date the results were translated
      *>   'D'  detail  - one per transaction received: the
      *>                  sender's reference, the item code and
      *>                  the GEO3X3 result and status
      *>   'T'  trailer - count of detail records in the group
      *> ----------------------------------------------------------
       01  GEO3X3-RETURN-RECORD.
           03  GRTN-RECORD-TYPE       PIC X(01).
               88  GRTN-HEADER                VALUE 'H'.
               88  GRTN-DETAIL                VALUE 'D'.
               88  GRTN-TRAILER               VALUE 'T'.
           03  GRTN-SENDER-ID         PIC X(08).
           03  GRTN-DATA              PIC X(71).
           03  GRTN-HEADER-DATA REDEFINES GRTN-DATA.
               05  GRTN-RUN-DATE      PIC 9(08).
               05  FILLER             PIC X(63).
           03  GRTN-DETAIL-DATA REDEFINES GRTN-DATA.
               05  GRTN-TRANS-REF     PIC X(16).
               05  GRTN-ITEM-CODE     PIC 9(03).
               05  GRTN-RESULT-CODE   PIC 9(03).
               05  GRTN-STATUS        PIC X(02).
               05  FILLER             PIC X(47).
           03  GRTN-TRAILER-DATA REDEFINES GRTN-DATA.
               05  GRTN-RECORD-COUNT  PIC 9(08).
               05  FILLER             PIC X(63).
