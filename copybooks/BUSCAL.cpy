      *****************************************************
      *  BUSCAL.cpy
      *  Business calendar record layout for
      *  data/buscal.dat, one dated entry per line in date
      *  order, kept by hand like data/runstream.dat. Day
      *  type H is a holiday, on which no business-day work
      *  runs; M, Q and Y mark the last calendar day of a
      *  fiscal period, quarter and year (a quarter end is
      *  also a period end, a year end all three). Saturdays
      *  and Sundays are never business days and are not
      *  listed. Read by EMPNIGHT to decide which run-stream
      *  steps are due and by EMPRELSE to move effective
      *  dates off non-working days.
      *****************************************************
       01  BUSCAL-RECORD.
           05  CAL-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  CAL-DAY-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CAL-DESCRIPTION         PIC X(20).
