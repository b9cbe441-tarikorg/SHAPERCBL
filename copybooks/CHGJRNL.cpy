      *  and the full before and after record images.
      *  Actions are A (add, blank before image), C
      *  (change), T (terminate - a status change), D
      *  (delete, blank after image), P (purge to the
      *  archive, blank after image) and R (rehire - the
      *  before image is the terminated record as it stood
      *  on the master or in the archive, so its TERM-DATE
      *  marks the end of the earlier service, and the
      *  after image is the reinstated active record).
      *  EMPHIST reports the journal and EMPRCVR replays it
      *  forward on top of a restored backup. JRNCLOSE moves
      *  entries older than the current backup stamp out to
      *  the indexed history data/chghist.dat (CHGHIST.cpy)
      *  and a dated generation file, leaving the active
      *  journal holding only the recovery window.
      *****************************************************
       01  JOURNAL-RECORD.
           05  JRN-DATE                PIC 9(8).
