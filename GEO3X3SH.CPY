      *> ----------------------------------------------------------
      *> GEO3X3SH - state return history record. GEO3X3ST appends
      *> one 'R' record for every monthly return it files, then a
      *> 'C' record for each county on that return. The file is
      *> never emptied: it tells the next run whether a period has
      *> already been filed (so a rerun goes as a resubmission)
      *> and holds the previous month's figures for the month-
      *> over-month comparison on the sign-off report.
      *>
      *> GSRH-SUBMISSION-NUMBER is 00 for the original return for
      *> the period and counts up with each resubmission; the
      *> latest submission for a period is the one in force.
      *> ----------------------------------------------------------
       01  GEO3X3-RETURN-HIST-RECORD.
           03  GSRH-PERIOD            PIC 9(06).
           03  GSRH-SUBMISSION-NUMBER PIC 9(02).
           03  GSRH-RECORD-TYPE       PIC X(01).
               88  GSRH-RETURN                VALUE 'R'.
               88  GSRH-COUNTY                VALUE 'C'.
           03  GSRH-DATA              PIC X(71).
           03  GSRH-RETURN-DATA REDEFINES GSRH-DATA.
               05  GSRH-RUN-DATE      PIC 9(08).
               05  GSRH-RUN-TIME      PIC 9(08).
               05  GSRH-DETAIL-COUNT  PIC 9(08).
               05  GSRH-RESOLVED-CALLS PIC 9(10).
               05  GSRH-UNRESOLVED-CALLS PIC 9(10).
               05  GSRH-INVALID-CALLS PIC 9(10).
               05  GSRH-TOTAL-CALLS   PIC 9(10).
               05  FILLER             PIC X(07).
           03  GSRH-COUNTY-DATA REDEFINES GSRH-DATA.
               05  GSRH-STATE-CODE    PIC X(02).
               05  GSRH-COUNTY-NAME   PIC X(20).
               05  GSRH-COUNTY-CALLS  PIC 9(10).
               05  FILLER             PIC X(39).
