      *      data/leave.dat when the status is L,
      *    - the data/comp.dat compensation companion,
      *    - the most recent change-journal entries from
      *      data/chgjrnl.dat (last five, oldest first),
      *      each with its action spelled out; a rehire
      *      also shows the termination date that ended
      *      the earlier service. Entries JRNCLOSE has
      *      moved to the indexed history data/chghist.dat
      *      are read first with a keyed START on the
      *      EMP-ID, so a closed period still counts
      *      toward the five.
      *  When the EMP-ID is not on the master the inquiry
      *  falls through to the purge archive
      *  data/emparchive.dat automatically, and the record
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "data/chghist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ENTRY-STAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "data/emparchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".

       FD  HISTORY-FILE.
       COPY "CHGHIST.cpy".

       FD  ARCHIVE-FILE.
       COPY "EMPLOYEE.cpy"
           REPLACING ==EMPLOYEE-RECORD== BY ==ARCH-RECORD==
       01  WS-LEAVE-STATUS          PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-HISTORY-ON-FILE-FLAG  PIC X  VALUE 'N'.
       01  WS-CONTINUE-FLAG         PIC X  VALUE 'Y'.
       01  WS-BROWSE-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-JOURNAL-EOF-FLAG      PIC X  VALUE 'N'.
               10  WS-JE-TIME       PIC 9(6).
               10  WS-JE-OPERATOR   PIC X(8).
               10  WS-JE-ACTION     PIC X.
               10  WS-JE-PRIOR-TERM PIC 9(8).
       01  WS-JRN-BEFORE-IMAGE      PIC X(52).
       01  WS-JRN-BEFORE-RECORD REDEFINES WS-JRN-BEFORE-IMAGE.
           05  FILLER               PIC X(44).
           05  BIMG-TERM-DATE       PIC 9(8).

       01  PROF-RULE-LINE.
           05  FILLER               PIC X(60) VALUE ALL "-".
           05  PROF-JR-OPERATOR     PIC X(8).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  PROF-JR-ACTION       PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  PROF-JR-ACTION-DESC  PIC X(10).
           05  PROF-JR-PRIOR-TEXT   PIC X(14).
           05  PROF-JR-PRIOR-TERM   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
      *    ring, so the most recent five entries come out without
      *    holding the whole history; at journal volumes that is the
      *    same seconds-per-scan trade EMPARCQ makes on the archive.
      *    Closed entries all predate the active journal, so ringing
      *    the history first keeps the ring in journal order.
       SHOW-RECENT-JOURNAL.
           MOVE ZERO TO WS-JRN-TOTAL
           MOVE 'N'  TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           PERFORM RING-CLOSED-HISTORY
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
               CLOSE JOURNAL-FILE
               IF WS-HISTORY-ON-FILE-FLAG = 'N'
                   DISPLAY "  NO CHANGE JOURNAL ON FILE"
               ELSE
                   PERFORM SHOW-JOURNAL-RESULT
               END-IF
           ELSE
               PERFORM UNTIL WS-JOURNAL-EOF-FLAG = 'Y'
                   READ JOURNAL-FILE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM SHOW-JOURNAL-RESULT
           END-IF.

       SHOW-JOURNAL-RESULT.
           IF WS-JRN-TOTAL = ZERO
               DISPLAY "  NO JOURNAL ENTRIES FOR THIS EMP-ID"
           ELSE
               DISPLAY PROF-JRN-HEADER
               PERFORM SHOW-RING-ENTRIES
           END-IF.

       RING-CLOSED-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-FLAG
           MOVE 'N' TO WS-HISTORY-ON-FILE-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '00'
               MOVE 'Y' TO WS-HISTORY-ON-FILE-FLAG
               MOVE WS-PROFILE-EMP-ID TO HST-EMP-ID
               MOVE ZERO              TO HST-DATE
               MOVE ZERO              TO HST-TIME
               MOVE ZERO              TO HST-SEQUENCE
               START HISTORY-FILE KEY IS >= HST-KEY
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               END-START
           ELSE
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       IF HST-EMP-ID = WS-PROFILE-EMP-ID
                           MOVE HST-JOURNAL-ENTRY TO JOURNAL-RECORD
                           PERFORM RING-ONE-ENTRY
                       ELSE
                           MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HISTORY-STATUS NOT = '35'
               CLOSE HISTORY-FILE
           END-IF.

       RING-ONE-ENTRY.
           MOVE JRN-DATE     TO WS-JE-DATE(WS-JRN-SLOT)
           MOVE JRN-TIME     TO WS-JE-TIME(WS-JRN-SLOT)
           MOVE JRN-OPERATOR TO WS-JE-OPERATOR(WS-JRN-SLOT)
           MOVE JRN-ACTION   TO WS-JE-ACTION(WS-JRN-SLOT)
           MOVE ZERO         TO WS-JE-PRIOR-TERM(WS-JRN-SLOT)
           IF JRN-ACTION = 'R'
               MOVE JRN-BEFORE-IMAGE TO WS-JRN-BEFORE-IMAGE
               IF BIMG-TERM-DATE IS NUMERIC
                   MOVE BIMG-TERM-DATE
                       TO WS-JE-PRIOR-TERM(WS-JRN-SLOT)
               END-IF
           END-IF.

       SHOW-RING-ENTRIES.
           IF WS-JRN-TOTAL > 5
           MOVE WS-JE-TIME(WS-JRN-SLOT)     TO PROF-JR-TIME
           MOVE WS-JE-OPERATOR(WS-JRN-SLOT) TO PROF-JR-OPERATOR
           MOVE WS-JE-ACTION(WS-JRN-SLOT)   TO PROF-JR-ACTION
           MOVE SPACES TO PROF-JR-PRIOR-TEXT
           MOVE SPACES TO PROF-JR-PRIOR-TERM
           EVALUATE PROF-JR-ACTION
               WHEN 'A'   MOVE "ADD"        TO PROF-JR-ACTION-DESC
               WHEN 'C'   MOVE "CHANGE"     TO PROF-JR-ACTION-DESC
               WHEN 'T'   MOVE "TERMINATE"  TO PROF-JR-ACTION-DESC
               WHEN 'D'   MOVE "DELETE"     TO PROF-JR-ACTION-DESC
               WHEN 'P'   MOVE "PURGE"      TO PROF-JR-ACTION-DESC
               WHEN 'R'
                   MOVE "REHIRE"            TO PROF-JR-ACTION-DESC
                   MOVE "PRIOR TERM "       TO PROF-JR-PRIOR-TEXT
                   MOVE WS-JE-PRIOR-TERM(WS-JRN-SLOT)
                       TO PROF-JR-PRIOR-TERM
               WHEN OTHER MOVE "UNKNOWN"    TO PROF-JR-ACTION-DESC
           END-EVALUATE
           DISPLAY PROF-JRN-LINE
           ADD 1 TO WS-JRN-SHOW-SUB.

