      *> ----------------------------------------------------------
      *> GEO3X3CF - restatement correction record written by
      *> GEO3X3RE for finance and the downstream receivers, one
      *> detail per logged call whose result changes once a
      *> back-dated mapping change is applied to it, so each can
      *> reverse the original posting and rebook the restated one.
      *>
      *>   'H'  header  - run date and the number of back-dated
      *>                  mapping changes the run restated for
      *>   'D'  detail  - the original call (mode, item code, date
      *>                  and time as logged on GEO3X3AU, and
      *>                  whether it was found on the live trail
      *>                  'L' or an archive 'A'), the result and
      *>                  status it was given, the restated result
      *>                  and status, and the change that caused it
      *>   'T'  trailer - detail count and hash totals of the old
      *>                  and restated result codes, so a receiver
      *>                  can prove the file arrived whole
      *> ----------------------------------------------------------
       01  GEO3X3-CORRECTION-RECORD.
           03  GRST-RECORD-TYPE       PIC X(01).
               88  GRST-HEADER                VALUE 'H'.
               88  GRST-DETAIL                VALUE 'D'.
               88  GRST-TRAILER               VALUE 'T'.
           03  GRST-DATA              PIC X(79).
           03  GRST-HEADER-DATA REDEFINES GRST-DATA.
               05  GRST-RUN-DATE      PIC 9(08).
               05  GRST-CHANGE-COUNT  PIC 9(08).
               05  FILLER             PIC X(63).
           03  GRST-DETAIL-DATA REDEFINES GRST-DATA.
               05  GRST-CALL-MODE     PIC X(01).
               05  GRST-ITEM-CODE     PIC 9(03).
               05  GRST-CALL-DATE     PIC 9(08).
               05  GRST-CALL-TIME     PIC 9(08).
               05  GRST-OLD-RESULT    PIC 9(03).
               05  GRST-OLD-STATUS    PIC X(02).
               05  GRST-NEW-RESULT    PIC 9(03).
               05  GRST-NEW-STATUS    PIC X(02).
               05  GRST-EFF-DATE      PIC 9(08).
               05  GRST-APPLY-DATE    PIC 9(08).
               05  GRST-TRANS-CODE    PIC X(01).
               05  GRST-SOURCE        PIC X(01).
                   88  GRST-FROM-LIVE         VALUE 'L'.
                   88  GRST-FROM-ARCHIVE      VALUE 'A'.
               05  FILLER             PIC X(31).
           03  GRST-TRAILER-DATA REDEFINES GRST-DATA.
               05  GRST-DETAIL-COUNT  PIC 9(08).
               05  GRST-OLD-HASH      PIC 9(10).
               05  GRST-NEW-HASH      PIC 9(10).
               05  FILLER             PIC X(51).
