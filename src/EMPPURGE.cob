      *  is no longer enough to empty the master. The
      *  signed-on ID is what reaches JRN-OPERATOR on every
      *  purge journal entry.
      *  The purge is a REQUEST step in the nightly run
      *  stream: the supervisor who keys the cutoff names
      *  EMPPURGE in data/streamreq.dat and keys their own
      *  operator ID in data/purgeopr.dat, which the stream
      *  feeds to the sign-on prompt - the same authority
      *  check applies, and a missing or unauthorized ID
      *  fails the step. The ID is good for one run only:
      *  EMPNIGHT empties data/purgeopr.dat after the step,
      *  however it ends, and will not start the step with
      *  the file missing or empty.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
