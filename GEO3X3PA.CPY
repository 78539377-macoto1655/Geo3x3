      *> ----------------------------------------------------------
      *> GEO3X3PA - partition plan written by GEO3X3SL when it
      *> divides the edited GEO3X3TX file for a partitioned
      *> translation run, and read back by GEO3X3MG to prove that
      *> every partition came back whole before the segments are
      *> put together again.
      *>
      *>   'H'  header  - date and time of the split, records read
      *>                  from GEO3X3TX and the number of
      *>                  partitions (1 to 8) they were divided into
      *>   'D'  detail  - one per partition: its number, the input
      *>                  sequence number of its first record, its
      *>                  record count and the hash total of its
      *>                  item codes. Partitions are contiguous
      *>                  blocks of the input, so partition 1
      *>                  followed by 2, 3 ... is input sequence.
      *>   'T'  trailer - records written over all partitions and
      *>                  the hash total of all their item codes
      *> ----------------------------------------------------------
       01  GEO3X3-PLAN-RECORD.
           03  GPLN-RECORD-TYPE       PIC X(01).
               88  GPLN-HEADER                VALUE 'H'.
               88  GPLN-DETAIL                VALUE 'D'.
               88  GPLN-TRAILER               VALUE 'T'.
           03  GPLN-DATA              PIC X(79).
           03  GPLN-HEADER-DATA REDEFINES GPLN-DATA.
               05  GPLN-RUN-DATE      PIC 9(08).
               05  GPLN-RUN-TIME      PIC 9(08).
               05  GPLN-INPUT-COUNT   PIC 9(08).
               05  GPLN-PARTITIONS    PIC 9(01).
               05  FILLER             PIC X(54).
           03  GPLN-DETAIL-DATA REDEFINES GPLN-DATA.
               05  GPLN-PARTITION-NO  PIC 9(01).
               05  GPLN-FIRST-SEQ     PIC 9(08).
               05  GPLN-RECORD-COUNT  PIC 9(08).
               05  GPLN-ITEM-HASH     PIC 9(10).
               05  FILLER             PIC X(52).
           03  GPLN-TRAILER-DATA REDEFINES GPLN-DATA.
               05  GPLN-WRITTEN-COUNT PIC 9(08).
               05  GPLN-TOTAL-HASH    PIC 9(10).
               05  FILLER             PIC X(61).
