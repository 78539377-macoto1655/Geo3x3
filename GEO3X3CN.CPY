      *> ----------------------------------------------------------
      *> GEO3X3CN - cutover notice record written by GEO3X3CO for
      *> the downstream receivers on the GEO3X3RL list, so each can
      *> plan for a mapping change before it reaches them in a
      *> GEO3X3DX delta.
      *>
      *> Every record carries GCUT-RECEIVER-ID. The file holds one
      *> complete group per receiver, so the transmission step
      *> splits it by receiver without opening the records:
      *>   'H'  header  - run date and the look-ahead window
      *>   'D'  detail  - one cutover in date order: the first day
      *>                  the new translation applies, the item,
      *>                  the kind of change, and the old and new
      *>                  result codes with their state and county
      *>                  (zero result and spaces = none)
      *>   'T'  trailer - count of detail records in the group
      *>
      *> GCUT-EVENT-TYPE:
      *>   'S'  switch  - the item moves from its prior result code
      *>                  to its current one (GMST-EFF-FROM-DATE)
      *>   'N'  new     - a future-dated add; the item does not
      *>                  translate at all before the date
      *>   'E'  expiry  - the day after GMST-EFF-TO-DATE, from
      *>                  which the item no longer translates
      *>
      *> GCUT-WARNING:
      *>   'R'  expiry with no replacement pending
      *>   'P'  expiry with a replacement awaiting approval
      *>   'H'  new result code has no hierarchy entry
      *>   ' '  none
      *> ----------------------------------------------------------
       01  GEO3X3-CUTOVER-RECORD.
           03  GCUT-RECORD-TYPE       PIC X(01).
               88  GCUT-HEADER                VALUE 'H'.
               88  GCUT-DETAIL                VALUE 'D'.
               88  GCUT-TRAILER               VALUE 'T'.
           03  GCUT-RECEIVER-ID       PIC X(08).
           03  GCUT-DATA              PIC X(71).
           03  GCUT-HEADER-DATA REDEFINES GCUT-DATA.
               05  GCUT-RUN-DATE      PIC 9(08).
               05  GCUT-WINDOW-FROM   PIC 9(08).
               05  GCUT-WINDOW-TO     PIC 9(08).
               05  FILLER             PIC X(47).
           03  GCUT-DETAIL-DATA REDEFINES GCUT-DATA.
               05  GCUT-CUTOVER-DATE  PIC 9(08).
               05  GCUT-ITEM-CODE     PIC 9(03).
               05  GCUT-EVENT-TYPE    PIC X(01).
                   88  GCUT-SWITCH            VALUE 'S'.
                   88  GCUT-NEW               VALUE 'N'.
                   88  GCUT-EXPIRY            VALUE 'E'.
               05  GCUT-OLD-RESULT    PIC 9(03).
               05  GCUT-OLD-STATE     PIC X(02).
               05  GCUT-OLD-COUNTY    PIC X(20).
               05  GCUT-NEW-RESULT    PIC 9(03).
               05  GCUT-NEW-STATE     PIC X(02).
               05  GCUT-NEW-COUNTY    PIC X(20).
               05  GCUT-WARNING       PIC X(01).
                   88  GCUT-NO-REPLACEMENT    VALUE 'R'.
                   88  GCUT-REPLACE-PENDING   VALUE 'P'.
                   88  GCUT-NO-HIERARCHY      VALUE 'H'.
               05  FILLER             PIC X(08).
           03  GCUT-TRAILER-DATA REDEFINES GCUT-DATA.
               05  GCUT-RECORD-COUNT  PIC 9(08).
               05  FILLER             PIC X(63).
