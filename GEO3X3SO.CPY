      *> ----------------------------------------------------------
      *> GEO3X3SO - monthly statistical return written by GEO3X3ST
      *> for the state geo authority: translation volumes for one
      *> calendar month by state and county, as resolved through
      *> the GEO3X3RH hierarchy.
      *>
      *> GSTR-RECORD-TYPE:
      *>   'H'  header  - the reporting period (month and first and
      *>                  last day), whether this is the original
      *>                  return for the period 'O' or a
      *>                  resubmission 'R' that replaces it, the
      *>                  submission number (00 = original) and,
      *>                  on a resubmission, the date the original
      *>                  was filed
      *>   'D'  detail  - one county: state code, county name and
      *>                  the calls that resolved to it
      *>   'T'  trailer - count of detail records, the resolved
      *>                  calls (the sum of the details), the calls
      *>                  that could not be resolved to a county
      *>                  (status 02, or a result code no longer on
      *>                  the hierarchy), the invalid calls (status
      *>                  99), and the total of all three
      *> ----------------------------------------------------------
       01  GEO3X3-STATE-RETURN-RECORD.
           03  GSTR-RECORD-TYPE       PIC X(01).
               88  GSTR-HEADER                VALUE 'H'.
               88  GSTR-DETAIL                VALUE 'D'.
               88  GSTR-TRAILER               VALUE 'T'.
           03  GSTR-DATA              PIC X(79).
           03  GSTR-HEADER-DATA REDEFINES GSTR-DATA.
               05  GSTR-PERIOD        PIC 9(06).
               05  GSTR-PERIOD-FROM   PIC 9(08).
               05  GSTR-PERIOD-TO     PIC 9(08).
               05  GSTR-SUBMISSION-TYPE PIC X(01).
                   88  GSTR-ORIGINAL          VALUE 'O'.
                   88  GSTR-RESUBMISSION      VALUE 'R'.
               05  GSTR-SUBMISSION-NUMBER PIC 9(02).
               05  GSTR-CREATED-DATE  PIC 9(08).
               05  GSTR-CREATED-TIME  PIC 9(08).
               05  GSTR-ORIGINAL-DATE PIC 9(08).
               05  FILLER             PIC X(30).
           03  GSTR-DETAIL-DATA REDEFINES GSTR-DATA.
               05  GSTR-STATE-CODE    PIC X(02).
               05  GSTR-COUNTY-NAME   PIC X(20).
               05  GSTR-CALL-COUNT    PIC 9(10).
               05  FILLER             PIC X(47).
           03  GSTR-TRAILER-DATA REDEFINES GSTR-DATA.
               05  GSTR-DETAIL-COUNT  PIC 9(08).
               05  GSTR-RESOLVED-CALLS PIC 9(10).
               05  GSTR-UNRESOLVED-CALLS PIC 9(10).
               05  GSTR-INVALID-CALLS PIC 9(10).
               05  GSTR-TOTAL-CALLS   PIC 9(10).
               05  FILLER             PIC X(31).
