       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNCLOSE.
      *****************************************************
      *  JRNCLOSE
      *  Period close for the employee master change
      *  journal. data/chgjrnl.dat is appended by every
      *  master updater and was never trimmed, so each
      *  EMPHIST inquiry, each profile and each recovery
      *  read years of entries to find a handful. This
      *  program moves every entry stamped before the
      *  current backup (data/backupstamp.dat, cut by
      *  EMPMAINT, EMPBATCH, EMPMERGE, DEPTREORG or EMPPURGE
      *  before they touch the master) out of the active
      *  journal. Those are
      *  exactly the entries EMPRCVR can never need again:
      *  it restores that backup and replays only entries
      *  stamped at or after it. With no stamp on file
      *  nothing is moved.
      *  Each moved entry is written twice: to the dated
      *  flat generation data/chgjrnl_YYYYMMDD.dat named for
      *  the close date (appended to if a second close runs
      *  the same day), kept as the period's record; and to
      *  the indexed history data/chghist.dat (CHGHIST.cpy),
      *  keyed on EMP-ID and date, which EMPHIST, EMPPROF,
      *  EMPMOVE and EMPREHIR search together with the
      *  active journal. Entries still inside the recovery
      *  window go to the work file data/chgjrnl.tmp.
      *  Control totals prove every entry landed exactly
      *  once, and they are proven against the files, not
      *  against the program's own tallies: every write is
      *  checked and counted only when it succeeds, and once
      *  the files are closed the generation file and the
      *  work file are read back and counted, as are the
      *  history records carrying this close's generation
      *  date (each counted before the close as well, so a
      *  second close the same day is measured only by what
      *  it added). Entries read must equal entries moved
      *  plus entries kept; the work file must hold exactly
      *  the entries kept; and the records the generation
      *  file and the history each gained must equal the
      *  entries moved, less any already held. Only when all
      *  agree is the work file copied back over
      *  data/chgjrnl.dat, and the active journal is then
      *  read back and must hold exactly the entries kept.
      *  Otherwise the active journal is left as it was and
      *  the run ends with return code 8. An entry found
      *  already stored in history under its own key with an
      *  identical image is one an interrupted close got as
      *  far as storing; it is counted as already held and
      *  not stored or written to a generation again, so a
      *  rerun after a failure still balances. The close
      *  report goes to data/jrnclose.rpt.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STAMP-FILE ASSIGN TO "data/backupstamp.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAMP-STATUS.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT WORK-FILE ASSIGN TO "data/chgjrnl.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT GEN-OUT-FILE ASSIGN TO DYNAMIC WS-GEN-OUT-ASSIGN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-OUT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "data/chghist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ENTRY-STAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/jrnclose.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STAMP-FILE.
       01  STAMP-RECORD.
           05  STAMP-DATE              PIC 9(8).
           05  STAMP-TIME              PIC 9(6).
       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".
       FD  WORK-FILE.
       01  WORK-RECORD                 PIC X(132).
       FD  GEN-OUT-FILE.
       01  GEN-OUT-RECORD              PIC X(132).
       FD  HISTORY-FILE.
       COPY "CHGHIST.cpy".
       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(80).
       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STAMP-STATUS          PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-WORK-STATUS           PIC XX VALUE '00'.
       01  WS-GEN-OUT-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-GEN-OUT-ASSIGN        PIC X(40).
       01  WS-JOURNAL-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-COPY-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-COUNT-EOF-FLAG        PIC X  VALUE 'N'.
       01  WS-COUNT-ERROR-FLAG      PIC X  VALUE 'N'.
       01  WS-STORED-FLAG           PIC X  VALUE 'N'.
       01  WS-HELD-ALREADY-FLAG     PIC X  VALUE 'N'.
       01  WS-BALANCED-FLAG         PIC X  VALUE 'N'.
       01  WS-REPLACED-FLAG         PIC X  VALUE 'N'.
       01  WS-CUTOFF-STAMP          PIC 9(14) VALUE ZERO.
       01  WS-ENTRY-STAMP           PIC 9(14) VALUE ZERO.
       01  WS-HISTORY-SEQUENCE      PIC 9(3) VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-KEPT-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-GEN-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-HISTORY-ADDED-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-HELD-ALREADY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REWRITTEN-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-WRITE-ERROR-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-FILE-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-GEN-BEFORE-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-GEN-AFTER-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-HIST-BEFORE-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-HIST-AFTER-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-WORK-FOUND-COUNT      PIC 9(7) VALUE ZERO.
       01  WS-JOURNAL-FOUND-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(8).
       01  WS-REPORT-TIME.
           05  WS-RT-HOUR           PIC 9(2).
           05  FILLER               PIC X VALUE ':'.
           05  WS-RT-MINUTE         PIC 9(2).
           05  FILLER               PIC X VALUE ':'.
           05  WS-RT-SECOND         PIC 9(2).
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR      PIC 9(4).
           05  WS-CURRENT-MONTH     PIC 9(2).
           05  WS-CURRENT-DAY       PIC 9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).
       01  WS-REPORT-DATE.
           05  WS-REPORT-MONTH      PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-DAY        PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-YEAR       PIC 9(4).

       01  RPT-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "CHANGE JOURNAL PERIOD CLOSE".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE          PIC X(10).

       01  RPT-CUTOFF-LINE.
           05  FILLER               PIC X(37) VALUE
               "ENTRIES MOVED IF STAMPED BEFORE     :".
           05  RPT-CO-DATE          PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-CO-TIME          PIC 9(6).

       01  RPT-GENERATION-LINE.
           05  FILLER               PIC X(37) VALUE
               "GENERATION FILE                    :".
           05  RPT-GN-FILE          PIC X(40).

       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL         PIC X(36).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-CL-COUNT         PIC ZZZZZZ9.

       01  RPT-RESULT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           PERFORM READ-BACKUP-STAMP
           PERFORM COUNT-GENERATION-RECORDS
           MOVE WS-FILE-COUNT TO WS-GEN-BEFORE-COUNT
           PERFORM COUNT-HISTORY-GENERATION
           MOVE WS-FILE-COUNT TO WS-HIST-BEFORE-COUNT
           PERFORM OPEN-CLOSE-FILES
           PERFORM UNTIL WS-JOURNAL-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END PERFORM CLOSE-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           CLOSE WORK-FILE
           CLOSE GEN-OUT-FILE
           CLOSE HISTORY-FILE
           PERFORM COUNT-GENERATION-RECORDS
           MOVE WS-FILE-COUNT TO WS-GEN-AFTER-COUNT
           PERFORM COUNT-HISTORY-GENERATION
           MOVE WS-FILE-COUNT TO WS-HIST-AFTER-COUNT
           PERFORM COUNT-WORK-RECORDS
           MOVE WS-FILE-COUNT TO WS-WORK-FOUND-COUNT
           PERFORM PROVE-CONTROL-TOTALS
           IF WS-BALANCED-FLAG = 'Y'
               PERFORM REWRITE-ACTIVE-JOURNAL
               PERFORM COUNT-ACTIVE-JOURNAL
               MOVE WS-FILE-COUNT TO WS-JOURNAL-FOUND-COUNT
               IF WS-REWRITTEN-COUNT NOT = WS-KEPT-COUNT
                   OR WS-JOURNAL-FOUND-COUNT NOT = WS-KEPT-COUNT
                   OR WS-WRITE-ERROR-COUNT NOT = ZERO
                   OR WS-COUNT-ERROR-FLAG = 'Y'
                   MOVE 'N' TO WS-BALANCED-FLAG
               END-IF
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE
           PERFORM WRITE-AUDIT-RECORD
           IF WS-BALANCED-FLAG = 'Y'
               DISPLAY "JRNCLOSE: " WS-MOVED-COUNT " ENTRIES CLOSED TO "
                   "HISTORY, " WS-KEPT-COUNT " KEPT ACTIVE"
               MOVE ZERO TO RETURN-CODE
           ELSE
               DISPLAY "JRNCLOSE: CONTROL TOTALS OUT OF BALANCE - "
                   "SEE data/jrnclose.rpt"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY
           MOVE SPACES TO WS-GEN-OUT-ASSIGN
           STRING "data/chgjrnl_" DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  ".dat"          DELIMITED BY SIZE
               INTO WS-GEN-OUT-ASSIGN
           END-STRING
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-DATE TO RPT-H1-DATE
           WRITE REPORT-RECORD FROM RPT-HEADER-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    Same cutoff EMPRCVR computes. No stamp means no backup has
      *    ever been cut, so there is no recovery window to measure
      *    against: the cutoff stays at zero and every entry is kept.
       READ-BACKUP-STAMP.
           OPEN INPUT STAMP-FILE
           IF WS-STAMP-STATUS = '00'
               READ STAMP-FILE
                   AT END CONTINUE
                   NOT AT END
                       COMPUTE WS-CUTOFF-STAMP =
                           STAMP-DATE * 1000000 + STAMP-TIME
               END-READ
               CLOSE STAMP-FILE
           ELSE
               IF WS-STAMP-STATUS NOT = '05'
                   DISPLAY "JRNCLOSE: UNABLE TO OPEN STAMP-FILE, "
                       "STATUS=" WS-STAMP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE STAMP-FILE
           END-IF
           IF WS-CUTOFF-STAMP = ZERO
               DISPLAY "JRNCLOSE: NO BACKUP STAMP ON FILE - "
                   "NOTHING WILL BE CLOSED"
           END-IF
           MOVE WS-CUTOFF-STAMP(1:8)  TO RPT-CO-DATE
           MOVE WS-CUTOFF-STAMP(9:6)  TO RPT-CO-TIME
           WRITE REPORT-RECORD FROM RPT-CUTOFF-LINE
           MOVE WS-GEN-OUT-ASSIGN     TO RPT-GN-FILE
           WRITE REPORT-RECORD FROM RPT-GENERATION-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *    The history is created on the first close; the day's
      *    generation is appended to so a second close the same day
      *    adds to it rather than wiping the first one's entries.
       OPEN-CLOSE-FILES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05'
               MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
           ELSE
               IF WS-JOURNAL-STATUS NOT = '00'
                   DISPLAY "JRNCLOSE: UNABLE TO OPEN JOURNAL-FILE, "
                       "STATUS=" WS-JOURNAL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "JRNCLOSE: UNABLE TO OPEN WORK-FILE, STATUS="
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GEN-OUT-FILE
           IF WS-GEN-OUT-STATUS = '05' OR WS-GEN-OUT-STATUS = '35'
               CLOSE GEN-OUT-FILE
               OPEN OUTPUT GEN-OUT-FILE
           END-IF
           IF WS-GEN-OUT-STATUS NOT = '00'
               DISPLAY "JRNCLOSE: UNABLE TO OPEN GEN-OUT-FILE, STATUS="
                   WS-GEN-OUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-STATUS = '05' OR WS-HISTORY-STATUS = '35'
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY "JRNCLOSE: UNABLE TO OPEN HISTORY-FILE, STATUS="
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ONE-ENTRY.
           ADD 1 TO WS-READ-COUNT
           COMPUTE WS-ENTRY-STAMP = JRN-DATE * 1000000 + JRN-TIME
           IF WS-ENTRY-STAMP < WS-CUTOFF-STAMP
               ADD 1 TO WS-MOVED-COUNT
               PERFORM STORE-HISTORY-ENTRY
               IF WS-HELD-ALREADY-FLAG = 'N'
                   PERFORM WRITE-GENERATION-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               PERFORM WRITE-WORK-ENTRY
           END-IF.

      *    A failed write is counted, not fatal: the entry is still
      *    in the active journal, which the failure keeps from being
      *    rewritten, so the whole close can simply be run again.
       WRITE-GENERATION-ENTRY.
           WRITE GEN-OUT-RECORD FROM JOURNAL-RECORD
           IF WS-GEN-OUT-STATUS = '00'
               ADD 1 TO WS-GEN-WRITTEN-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY "JRNCLOSE: GENERATION WRITE FAILED FOR EMP-ID "
                   JRN-EMP-ID ", STATUS=" WS-GEN-OUT-STATUS
           END-IF.

       WRITE-WORK-ENTRY.
           WRITE WORK-RECORD FROM JOURNAL-RECORD
           IF WS-WORK-STATUS NOT = '00'
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY "JRNCLOSE: WORK-FILE WRITE FAILED FOR EMP-ID "
                   JRN-EMP-ID ", STATUS=" WS-WORK-STATUS
           END-IF.

      *    Two entries for one employee inside the same second (a
      *    batch applying a change and a termination back to back)
      *    share date and time, so the sequence number is stepped
      *    until a free key is found. A key already holding this
      *    very entry means an earlier, interrupted close stored it.
      *    Entries stamped in the same second also share the entry
      *    stamp, which allows duplicates, so a good write comes
      *    back as 02 as often as 00.
       STORE-HISTORY-ENTRY.
           MOVE ZERO TO WS-HISTORY-SEQUENCE
           MOVE 'N'  TO WS-STORED-FLAG
           MOVE 'N'  TO WS-HELD-ALREADY-FLAG
           PERFORM STORE-ONE-HISTORY-KEY
               UNTIL WS-STORED-FLAG = 'Y'
                   OR WS-HELD-ALREADY-FLAG = 'Y'.

       STORE-ONE-HISTORY-KEY.
           MOVE JRN-EMP-ID          TO HST-EMP-ID
           MOVE JRN-DATE            TO HST-DATE
           MOVE JRN-TIME            TO HST-TIME
           MOVE WS-HISTORY-SEQUENCE TO HST-SEQUENCE
           MOVE JRN-DATE            TO HST-STAMP-DATE
           MOVE JRN-TIME            TO HST-STAMP-TIME
           MOVE WS-CURRENT-DATE-NUM TO HST-GENERATION
           MOVE JOURNAL-RECORD      TO HST-JOURNAL-ENTRY
           WRITE HISTORY-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           EVALUATE WS-HISTORY-STATUS
               WHEN '00'
               WHEN '02'
                   MOVE 'Y' TO WS-STORED-FLAG
                   ADD 1 TO WS-HISTORY-ADDED-COUNT
               WHEN '22'
                   PERFORM CHECK-HISTORY-DUPLICATE
               WHEN OTHER
                   DISPLAY "JRNCLOSE: UNABLE TO STORE HISTORY FOR "
                       "EMP-ID " JRN-EMP-ID ", STATUS="
                       WS-HISTORY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       CHECK-HISTORY-DUPLICATE.
           READ HISTORY-FILE
               INVALID KEY CONTINUE
           END-READ
           IF (WS-HISTORY-STATUS = '00' OR WS-HISTORY-STATUS = '02')
               AND HST-JOURNAL-ENTRY = JOURNAL-RECORD
               MOVE 'Y' TO WS-HELD-ALREADY-FLAG
               ADD 1 TO WS-HELD-ALREADY-COUNT
           ELSE
               IF WS-HISTORY-SEQUENCE = 999
                   DISPLAY "JRNCLOSE: NO FREE HISTORY KEY FOR EMP-ID "
                       JRN-EMP-ID " AT " JRN-DATE " " JRN-TIME
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HISTORY-SEQUENCE
           END-IF.

      *    The generation and history comparisons are written as
      *    after + held = before + moved so that no count is ever
      *    subtracted from a smaller one.
       PROVE-CONTROL-TOTALS.
           MOVE 'Y' TO WS-BALANCED-FLAG
           IF WS-WRITE-ERROR-COUNT NOT = ZERO
               OR WS-COUNT-ERROR-FLAG = 'Y'
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           IF WS-READ-COUNT NOT = WS-MOVED-COUNT + WS-KEPT-COUNT
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           IF WS-WORK-FOUND-COUNT NOT = WS-KEPT-COUNT
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           IF WS-GEN-AFTER-COUNT + WS-HELD-ALREADY-COUNT NOT =
                   WS-GEN-BEFORE-COUNT + WS-MOVED-COUNT
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF
           IF WS-HIST-AFTER-COUNT + WS-HELD-ALREADY-COUNT NOT =
                   WS-HIST-BEFORE-COUNT + WS-MOVED-COUNT
               MOVE 'N' TO WS-BALANCED-FLAG
           END-IF.

      *    The counting passes below read the files as they now stand
      *    on disk. A file that cannot be read for counting leaves
      *    the close unproven, never assumed good. A generation or
      *    history not yet created holds nothing.
       COUNT-GENERATION-RECORDS.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE 'N'  TO WS-COUNT-EOF-FLAG
           OPEN INPUT GEN-OUT-FILE
           IF WS-GEN-OUT-STATUS = '00'
               PERFORM UNTIL WS-COUNT-EOF-FLAG = 'Y'
                   READ GEN-OUT-FILE
                       AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       NOT AT END ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE GEN-OUT-FILE
           ELSE
               IF WS-GEN-OUT-STATUS NOT = '35'
                   DISPLAY "JRNCLOSE: UNABLE TO COUNT GEN-OUT-FILE, "
                       "STATUS=" WS-GEN-OUT-STATUS
                   MOVE 'Y' TO WS-COUNT-ERROR-FLAG
               END-IF
           END-IF.

       COUNT-HISTORY-GENERATION.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE 'N'  TO WS-COUNT-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-COUNT-EOF-FLAG = 'Y'
                   READ HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       NOT AT END
                           IF HST-GENERATION = WS-CURRENT-DATE-NUM
                               ADD 1 TO WS-FILE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               IF WS-HISTORY-STATUS NOT = '35'
                   DISPLAY "JRNCLOSE: UNABLE TO COUNT HISTORY-FILE, "
                       "STATUS=" WS-HISTORY-STATUS
                   MOVE 'Y' TO WS-COUNT-ERROR-FLAG
               END-IF
           END-IF.

       COUNT-WORK-RECORDS.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE 'N'  TO WS-COUNT-EOF-FLAG
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = '00'
               PERFORM UNTIL WS-COUNT-EOF-FLAG = 'Y'
                   READ WORK-FILE
                       AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       NOT AT END ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
           ELSE
               DISPLAY "JRNCLOSE: UNABLE TO COUNT WORK-FILE, STATUS="
                   WS-WORK-STATUS
               MOVE 'Y' TO WS-COUNT-ERROR-FLAG
           END-IF.

       COUNT-ACTIVE-JOURNAL.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE 'N'  TO WS-COUNT-EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-COUNT-EOF-FLAG = 'Y'
                   READ JOURNAL-FILE
                       AT END MOVE 'Y' TO WS-COUNT-EOF-FLAG
                       NOT AT END ADD 1 TO WS-FILE-COUNT
                   END-READ
               END-PERFORM
           ELSE
               IF WS-JOURNAL-STATUS NOT = '05'
                   DISPLAY "JRNCLOSE: UNABLE TO COUNT JOURNAL-FILE, "
                       "STATUS=" WS-JOURNAL-STATUS
                   MOVE 'Y' TO WS-COUNT-ERROR-FLAG
               END-IF
           END-IF
           CLOSE JOURNAL-FILE.

      *    Same read-then-rewrite shape as EMPRELSE's holding file:
      *    the kept entries were written to the work file while the
      *    journal was still open for input, and are copied back
      *    only once the totals have proven nothing went astray.
       REWRITE-ACTIVE-JOURNAL.
           MOVE 'N' TO WS-COPY-EOF-FLAG
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = '00'
               DISPLAY "JRNCLOSE: UNABLE TO REOPEN WORK-FILE, STATUS="
                   WS-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '05'
               DISPLAY "JRNCLOSE: UNABLE TO REWRITE JOURNAL-FILE, "
                   "STATUS=" WS-JOURNAL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-REPLACED-FLAG
           PERFORM UNTIL WS-COPY-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END MOVE 'Y' TO WS-COPY-EOF-FLAG
                   NOT AT END PERFORM WRITE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE JOURNAL-FILE.

       WRITE-JOURNAL-ENTRY.
           WRITE JOURNAL-RECORD FROM WORK-RECORD
           IF WS-JOURNAL-STATUS = '00'
               ADD 1 TO WS-REWRITTEN-COUNT
           ELSE
               ADD 1 TO WS-WRITE-ERROR-COUNT
               DISPLAY "JRNCLOSE: JOURNAL REWRITE FAILED, STATUS="
                   WS-JOURNAL-STATUS
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE "ACTIVE JOURNAL ENTRIES READ :" TO RPT-CL-LABEL
           MOVE WS-READ-COUNT          TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ENTRIES MOVED TO HISTORY    :" TO RPT-CL-LABEL
           MOVE WS-MOVED-COUNT         TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ENTRIES KEPT ACTIVE         :" TO RPT-CL-LABEL
           MOVE WS-KEPT-COUNT          TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GENERATION RECORDS WRITTEN  :" TO RPT-CL-LABEL
           MOVE WS-GEN-WRITTEN-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "HISTORY RECORDS STORED      :" TO RPT-CL-LABEL
           MOVE WS-HISTORY-ADDED-COUNT TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ALREADY HELD FROM PRIOR RUN :" TO RPT-CL-LABEL
           MOVE WS-HELD-ALREADY-COUNT  TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ACTIVE JOURNAL REWRITTEN    :" TO RPT-CL-LABEL
           MOVE WS-REWRITTEN-COUNT     TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "WRITES FAILED               :" TO RPT-CL-LABEL
           MOVE WS-WRITE-ERROR-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "COUNTED FROM THE FILES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GENERATION RECORDS BEFORE   :" TO RPT-CL-LABEL
           MOVE WS-GEN-BEFORE-COUNT    TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "GENERATION RECORDS AFTER    :" TO RPT-CL-LABEL
           MOVE WS-GEN-AFTER-COUNT     TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "HISTORY OF THIS DATE BEFORE :" TO RPT-CL-LABEL
           MOVE WS-HIST-BEFORE-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "HISTORY OF THIS DATE AFTER  :" TO RPT-CL-LABEL
           MOVE WS-HIST-AFTER-COUNT    TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "WORK FILE RECORDS           :" TO RPT-CL-LABEL
           MOVE WS-WORK-FOUND-COUNT    TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ACTIVE JOURNAL RECORDS      :" TO RPT-CL-LABEL
           MOVE WS-JOURNAL-FOUND-COUNT TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-BALANCED-FLAG = 'Y'
               MOVE "CONTROL TOTALS BALANCED" TO RPT-RESULT-LINE
               WRITE REPORT-RECORD FROM RPT-RESULT-LINE
           ELSE
               MOVE "CONTROL TOTALS OUT OF BALANCE" TO RPT-RESULT-LINE
               WRITE REPORT-RECORD FROM RPT-RESULT-LINE
               IF WS-REPLACED-FLAG = 'Y'
                   MOVE "ACTIVE JOURNAL REWRITTEN SHORT - KEPT ENTRIES "
                       TO RPT-RESULT-LINE
                   WRITE REPORT-RECORD FROM RPT-RESULT-LINE
                   MOVE "REMAIN IN data/chgjrnl.tmp" TO RPT-RESULT-LINE
               ELSE
                   MOVE "ACTIVE JOURNAL LEFT AS IT WAS"
                       TO RPT-RESULT-LINE
               END-IF
               WRITE REPORT-RECORD FROM RPT-RESULT-LINE
           END-IF.

      *    Same audit-trail append as TEST-EMPLOYEE: active entries
      *    read in the read column; an out-of-balance close rejects
      *    the whole journal, since none of it was closed.
       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-TIME(1:2) TO WS-RT-HOUR
           MOVE WS-CURRENT-TIME(3:2) TO WS-RT-MINUTE
           MOVE WS-CURRENT-TIME(5:2) TO WS-RT-SECOND
           MOVE SPACES               TO AUDIT-RECORD
           MOVE "JRNCLOSE"           TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/chgjrnl.dat"   TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT        TO AUD-RECORDS-READ
           IF WS-BALANCED-FLAG = 'Y'
               MOVE ZERO             TO AUD-RECORDS-REJECTED
           ELSE
               MOVE WS-READ-COUNT    TO AUD-RECORDS-REJECTED
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
