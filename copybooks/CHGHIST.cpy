      *****************************************************
      *  CHGHIST.cpy
      *  Change-journal history record (data/chghist.dat):
      *  one entry closed out of the active journal
      *  data/chgjrnl.dat by JRNCLOSE. The primary key is
      *  EMP-ID, journal date and time plus a sequence
      *  number that only rises above zero when two entries
      *  for one employee share the same second, so an
      *  employee's history is a keyed START and a short
      *  READ NEXT. The alternate key on the entry's date
      *  and time serves date-range inquiries across all
      *  employees. HST-GENERATION is the date of the close
      *  that moved the entry, the same date that names the
      *  flat generation file data/chgjrnl_YYYYMMDD.dat it
      *  was also written to. HST-JOURNAL-ENTRY is the
      *  journal record exactly as it stood in the active
      *  journal (CHGJRNL.cpy layout), so every reader
      *  moves it over its own JOURNAL-RECORD and handles it
      *  like any other entry.
      *****************************************************
       01  HISTORY-RECORD.
           05  HST-KEY.
               10  HST-EMP-ID          PIC 9(5).
               10  HST-DATE            PIC 9(8).
               10  HST-TIME            PIC 9(6).
               10  HST-SEQUENCE        PIC 9(3).
           05  HST-ENTRY-STAMP.
               10  HST-STAMP-DATE      PIC 9(8).
               10  HST-STAMP-TIME      PIC 9(6).
           05  HST-GENERATION          PIC 9(8).
           05  HST-JOURNAL-ENTRY       PIC X(132).
