      *  data/small.dat, then rolls forward every change
      *  journal entry stamped at or after the backup's
      *  cutoff in data/backupstamp.dat: adds are
      *  re-written, changes, terminations and rehires
      *  re-applied from their after images (a rehire of a
      *  purged employee is simply re-written, the record
      *  being absent from the restored base), deletes and
      *  purges re-deleted. A failed merge or a
      *  half-applied batch costs the minutes this program
      *  takes, not a day of re-keying.
      *  JRNCLOSE only ever moves entries stamped before
      *  the current backup out of the active journal, so
      *  everything this program replays is still in
      *  data/chgjrnl.dat and the closed history is never
      *  read here.
      *  The run starts with a sign-on against the operator
      *  file data/operators.dat: restoring a backup over
      *  the live master is as destructive as a purge, so
                   WHEN 'A' PERFORM REPLAY-ADD
                   WHEN 'C' PERFORM REPLAY-CHANGE
                   WHEN 'T' PERFORM REPLAY-CHANGE
                   WHEN 'R' PERFORM REPLAY-CHANGE
                   WHEN 'D' PERFORM REPLAY-DELETE
                   WHEN 'P' PERFORM REPLAY-DELETE
                   WHEN OTHER
      *    A change is replayed from its after image; if the record
      *    is somehow missing from the restored base the after image
      *    is written instead, which leaves the master as the journal
      *    says it should have ended up. A rehire takes the same
      *    path: reinstated in place when the terminated record is
      *    in the base, written back when it had been purged.
       REPLAY-CHANGE.
           MOVE JRN-EMP-ID TO EMP-ID
           READ MASTER-FILE
