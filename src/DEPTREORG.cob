       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTREORG.
      *****************************************************
      *  DEPTREORG
      *  Department reorganization batch. Reads a list of
      *  department moves from data/reorgparm.dat, one per
      *  record: the old DEPT-CODE followed by the new
      *  DEPT-CODE. A merge or a split-off folds the old
      *  code into the new one; a rename keys the same code
      *  on both sides after the new official name has been
      *  put on the department reference file through
      *  DEPTMNT, and simply re-stamps that name. Every
      *  new code must already be on data/deptref.dat: a
      *  move to an unknown code, a blank code, or a second
      *  move for the same old code is rejected and listed.
      *  Each master record carrying an old code is
      *  rewritten with the new code and the official
      *  DEPT-NAME from the reference file, and journaled
      *  to data/chgjrnl.dat as a C entry with the full
      *  before and after images under the signed-on
      *  operator, so EMPHIST shows the move and EMPRCVR
      *  replays it. Moves are matched on the code each
      *  record carried when the run began, so a swap of two
      *  codes keyed in one list is applied once each way
      *  rather than chained.
      *  The register data/deptreorg.rpt lists the moves
      *  with their outcome, every employee moved, and a
      *  before/after headcount by department (active staff
      *  and staff on leave - terminated records move with
      *  their department but are not headcount).
      *  The run starts with a sign-on at the employee-
      *  maintenance authority level, and the usual
      *  before-image backup of the master is cut to
      *  data/small_backup.dat (stamped in
      *  data/backupstamp.dat) before the first rewrite.
      *  Without a parameter file nothing runs. A run with
      *  rejected moves ends with return code 4.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT DEPTREF-FILE ASSIGN TO "data/deptref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-DEPT-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT PARM-FILE ASSIGN TO "data/reorgparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/deptreorg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "data/small_backup.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT STAMP-FILE ASSIGN TO "data/backupstamp.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REBUILD-FLAG-FILE
               ASSIGN TO "data/rebuildflag.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAG-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-OLD-DEPT-CODE      PIC X(3).
           05  PARM-NEW-DEPT-CODE      PIC X(3).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(80).

       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".

       FD  BACKUP-FILE.
       COPY "EMPLOYEE.cpy"
           REPLACING ==EMPLOYEE-RECORD== BY ==BKUP-RECORD==
                     ==EMP-ID==          BY ==BKUP-EMP-ID==
                     ==NAME==            BY ==BKUP-NAME==
                     ==DEPT-CODE==       BY ==BKUP-DEPT-CODE==
                     ==DEPT-NAME==       BY ==BKUP-DEPT-NAME==
                     ==EMP-STATUS==      BY ==BKUP-EMP-STATUS==
                     ==TERM-DATE==       BY ==BKUP-TERM-DATE==.

       FD  STAMP-FILE.
       01  STAMP-RECORD.
           05  STAMP-DATE              PIC 9(8).
           05  STAMP-TIME              PIC 9(6).
       FD  REBUILD-FLAG-FILE.
       01  FLAG-RECORD.
           05  FLAG-STATUS-VALUE       PIC X(8).
       FD  OPERATOR-FILE.
       COPY "OPERATOR.cpy".
       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-DEPTREF-STATUS        PIC XX VALUE '00'.
       01  WS-PARM-STATUS           PIC XX VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-BACKUP-STATUS         PIC XX VALUE '00'.
       01  WS-FLAG-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-BACKUP-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-BACKUP-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PARM-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-MASTER-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-OPERATOR-STATUS       PIC XX VALUE '00'.
       01  WS-OPERATOR-EOF-FLAG     PIC X  VALUE 'N'.
       01  WS-OPERATOR-FOUND-FLAG   PIC X  VALUE 'N'.
       01  WS-OPERATOR-LEVEL        PIC 9  VALUE ZERO.
       01  WS-REQUIRED-LEVEL        PIC 9  VALUE 2.
       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-BEFORE-IMAGE          PIC X(52).
       01  WS-AFTER-IMAGE           PIC X(52).
       01  WS-MOVES-READ-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-MOVES-REJECTED-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-MASTER-READ-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-FAILED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-MOVE-OUTCOME          PIC X(8).
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-MOVE-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-MOVE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-MOVE-SUB              PIC 9(2) VALUE ZERO.
       01  WS-MOVE-SLOT             PIC 9(2) VALUE ZERO.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 50 TIMES.
               10  WS-MOVE-OLD-CODE    PIC X(3).
               10  WS-MOVE-NEW-CODE    PIC X(3).
               10  WS-MOVE-NEW-NAME    PIC X(15).
       01  WS-TALLY-DEPT-CODE       PIC X(3).
       01  WS-HEAD-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-HEAD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HEAD-SUB              PIC 9(3) VALUE ZERO.
       01  WS-HEAD-SLOT             PIC 9(3) VALUE ZERO.
       01  WS-HEAD-TABLE.
           05  WS-HEAD-ENTRY OCCURS 100 TIMES.
               10  WS-HEAD-DEPT-CODE   PIC X(3).
               10  WS-HEAD-BEFORE      PIC 9(5).
               10  WS-HEAD-AFTER       PIC 9(5).
       01  WS-HEAD-CHANGE           PIC S9(5) VALUE ZERO.
       01  WS-TOTAL-BEFORE          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-AFTER           PIC 9(5) VALUE ZERO.
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

       01  REG-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "DEPARTMENT REORGANIZATION".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  REG-H1-DATE          PIC X(10).
           05  FILLER               PIC X(5)  VALUE " OPR:".
           05  REG-H1-OPERATOR      PIC X(8).

       01  REG-MOVE-HEADER.
           05  FILLER               PIC X(5)  VALUE "OLD".
           05  FILLER               PIC X(5)  VALUE "NEW".
           05  FILLER               PIC X(17) VALUE "NEW DEPT-NAME".
           05  FILLER               PIC X(10) VALUE "OUTCOME".
           05  FILLER               PIC X(30) VALUE "REASON".

       01  REG-MOVE-LINE.
           05  REG-MV-OLD-CODE      PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-MV-NEW-CODE      PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-MV-NEW-NAME      PIC X(15).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-MV-OUTCOME       PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-MV-REASON        PIC X(30).

       01  REG-EMP-HEADER.
           05  FILLER               PIC X(7)  VALUE "EMP-ID".
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(3)  VALUE "ST".
           05  FILLER               PIC X(20) VALUE "FROM".
           05  FILLER               PIC X(20) VALUE "TO".

       01  REG-EMP-LINE.
           05  REG-EM-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE " | ".
           05  REG-EM-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-EM-STATUS        PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-EM-OLD-CODE      PIC X(3).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-EM-OLD-NAME      PIC X(15).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-EM-NEW-CODE      PIC X(3).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-EM-NEW-NAME      PIC X(15).

       01  REG-HEAD-HEADER.
           05  FILLER               PIC X(10) VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "BEFORE".
           05  FILLER               PIC X(10) VALUE "AFTER".
           05  FILLER               PIC X(10) VALUE "CHANGE".

       01  REG-HEAD-LINE.
           05  REG-HD-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  REG-HD-BEFORE        PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  REG-HD-AFTER         PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  REG-HD-CHANGE        PIC -ZZZZ9.

       01  REG-HEAD-TOTAL-LINE.
           05  FILLER               PIC X(8)  VALUE "TOTAL".
           05  REG-HT-BEFORE        PIC ZZZZ9.
           05  FILLER               PIC X(5)  VALUE SPACES.
           05  REG-HT-AFTER         PIC ZZZZ9.

       01  REG-TRAILER-1.
           05  FILLER          PIC X(22) VALUE "MOVES READ          :".
           05  FILLER          PIC X     VALUE SPACE.
           05  REG-TR-MOVES    PIC ZZZZ9.

       01  REG-TRAILER-2.
           05  FILLER          PIC X(22) VALUE "MOVES REJECTED      :".
           05  FILLER          PIC X     VALUE SPACE.
           05  REG-TR-REJECTED PIC ZZZZ9.

       01  REG-TRAILER-3.
           05  FILLER          PIC X(22) VALUE "MASTER RECORDS READ :".
           05  FILLER          PIC X     VALUE SPACE.
           05  REG-TR-READ     PIC ZZZZ9.

       01  REG-TRAILER-4.
           05  FILLER          PIC X(22) VALUE "EMPLOYEES MOVED     :".
           05  FILLER          PIC X     VALUE SPACE.
           05  REG-TR-MOVED    PIC ZZZZ9.

       01  REG-TRAILER-5.
           05  FILLER          PIC X(22) VALUE "REWRITES FAILED     :".
           05  FILLER          PIC X     VALUE SPACE.
           05  REG-TR-FAILED   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SIGN-ON-OPERATOR.
           PERFORM INITIALIZE-RUN.
           PERFORM LOAD-REORG-MOVES.
           PERFORM TAKE-MASTER-BACKUP.
           OPEN I-O DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO OPEN JOURNAL-FILE, STATUS="
                   WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           WRITE REGISTER-RECORD FROM REG-EMP-HEADER
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END PERFORM REORGANIZE-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           CLOSE JOURNAL-FILE.
           PERFORM WRITE-HEADCOUNT-SECTION.
           PERFORM WRITE-REGISTER-TRAILER.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "DEPTREORG: " WS-MOVED-COUNT " OF "
               WS-MASTER-READ-COUNT " RECORDS MOVED, "
               WS-MOVES-REJECTED-COUNT " OF " WS-MOVES-READ-COUNT
               " MOVES REJECTED".
           IF WS-MOVES-REJECTED-COUNT > ZERO OR WS-FAILED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *    A reorganization rewrites the department of whole groups
      *    of employees at once, so it takes at least the authority
      *    needed to move one of them through EMPMAINT; the signed-on
      *    ID is what reaches JRN-OPERATOR on every move.
       SIGN-ON-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO OPEN OPERATOR-FILE, "
                   "STATUS=" WS-OPERATOR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-OPERATOR-EOF-FLAG = 'Y'
               READ OPERATOR-FILE
                   AT END MOVE 'Y' TO WS-OPERATOR-EOF-FLAG
                   NOT AT END
                       IF OPR-ID = WS-OPERATOR-ID
                           MOVE OPR-AUTH-LEVEL TO WS-OPERATOR-LEVEL
                           MOVE 'Y' TO WS-OPERATOR-FOUND-FLAG
                           MOVE 'Y' TO WS-OPERATOR-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE
           IF WS-OPERATOR-FOUND-FLAG = 'N'
               DISPLAY "DEPTREORG: OPERATOR " WS-OPERATOR-ID
                   " NOT ON FILE - RUN ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
               DISPLAY "DEPTREORG: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR DEPARTMENT REORGANIZATION - "
                   "RUN ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

      *    The move list is deliberate input, as the purge cutoff is
      *    for EMPPURGE: without data/reorgparm.dat nothing runs.
      *    Every move is checked against the reference file before
      *    the master is touched, so the register shows the whole
      *    list with its outcome ahead of the employees it moved.
       LOAD-REORG-MOVES.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               DISPLAY "DEPTREORG: NO REORGANIZATION PARAMETER FILE - "
                   "NOTHING MOVED"
               STOP RUN
           END-IF
           OPEN INPUT DEPTREF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO OPEN DEPTREF-FILE, STATUS="
                   WS-DEPTREF-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE TO REG-H1-DATE
           MOVE WS-OPERATOR-ID TO REG-H1-OPERATOR
           WRITE REGISTER-RECORD FROM REG-HEADER-1
           WRITE REGISTER-RECORD FROM REG-MOVE-HEADER
           PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
               READ PARM-FILE
                   AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
                   NOT AT END PERFORM VALIDATE-ONE-MOVE
               END-READ
           END-PERFORM
           CLOSE PARM-FILE
           CLOSE DEPTREF-FILE
           IF WS-MOVE-COUNT = ZERO
               DISPLAY "DEPTREORG: NO VALID MOVES IN "
                   "data/reorgparm.dat - NOTHING MOVED"
               CLOSE REGISTER-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "DEPTREORG: " WS-MOVE-COUNT
               " DEPARTMENT MOVES LOADED".

       VALIDATE-ONE-MOVE.
           ADD 1 TO WS-MOVES-READ-COUNT
           MOVE "ACCEPTED" TO WS-MOVE-OUTCOME
           MOVE SPACES     TO WS-REJECT-REASON
           MOVE SPACES     TO REG-MV-NEW-NAME
           IF PARM-OLD-DEPT-CODE = SPACES OR PARM-NEW-DEPT-CODE = SPACES
               MOVE "BLANK DEPT-CODE" TO WS-REJECT-REASON
           ELSE
               MOVE PARM-OLD-DEPT-CODE TO WS-TALLY-DEPT-CODE
               PERFORM FIND-MOVE-FOR-DEPT
               IF WS-MOVE-FOUND-FLAG = 'Y'
                   MOVE "DUPLICATE OLD DEPT-CODE" TO WS-REJECT-REASON
               ELSE
                   MOVE PARM-NEW-DEPT-CODE TO REF-DEPT-CODE
                   READ DEPTREF-FILE
                       INVALID KEY
                           MOVE "NEW DEPT-CODE NOT ON REFERENCE"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE REF-DEPT-NAME TO REG-MV-NEW-NAME
                   END-READ
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM STORE-ONE-MOVE
           ELSE
               MOVE "REJECTED" TO WS-MOVE-OUTCOME
               ADD 1 TO WS-MOVES-REJECTED-COUNT
           END-IF
           MOVE PARM-OLD-DEPT-CODE TO REG-MV-OLD-CODE
           MOVE PARM-NEW-DEPT-CODE TO REG-MV-NEW-CODE
           MOVE WS-MOVE-OUTCOME    TO REG-MV-OUTCOME
           MOVE WS-REJECT-REASON   TO REG-MV-REASON
           WRITE REGISTER-RECORD FROM REG-MOVE-LINE.

       STORE-ONE-MOVE.
           ADD 1 TO WS-MOVE-COUNT
           IF WS-MOVE-COUNT > 50
               DISPLAY "DEPTREORG: TOO MANY MOVES IN "
                   "data/reorgparm.dat (MAX 50)"
               STOP RUN
           END-IF
           MOVE PARM-OLD-DEPT-CODE TO WS-MOVE-OLD-CODE(WS-MOVE-COUNT)
           MOVE PARM-NEW-DEPT-CODE TO WS-MOVE-NEW-CODE(WS-MOVE-COUNT)
           MOVE REF-DEPT-NAME      TO WS-MOVE-NEW-NAME(WS-MOVE-COUNT).

       FIND-MOVE-FOR-DEPT.
           MOVE 'N'  TO WS-MOVE-FOUND-FLAG
           MOVE ZERO TO WS-MOVE-SLOT
           PERFORM MATCH-ONE-MOVE
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
                   OR WS-MOVE-FOUND-FLAG = 'Y'.

       MATCH-ONE-MOVE.
           IF WS-MOVE-OLD-CODE(WS-MOVE-SUB) = WS-TALLY-DEPT-CODE
               MOVE WS-MOVE-SUB TO WS-MOVE-SLOT
               MOVE 'Y' TO WS-MOVE-FOUND-FLAG
           END-IF.

      *    A rebuild that died between destroying the master and
      *    writing its replacement leaves data/rebuildflag.dat at
      *    INPROG. Taking a fresh backup then would overwrite the
      *    only good before image with the partial master, so every
      *    job that updates the master refuses to start until
      *    EMPRCVR has restored and cleared the marker.
       CHECK-REBUILD-MARKER.
           OPEN INPUT REBUILD-FLAG-FILE.
           IF WS-FLAG-STATUS = '00' OR WS-FLAG-STATUS = '05'
               READ REBUILD-FLAG-FILE
                   AT END MOVE SPACES TO FLAG-RECORD
               END-READ
               CLOSE REBUILD-FLAG-FILE
               IF FLAG-STATUS-VALUE = "INPROG"
                   DISPLAY "DEPTREORG: MASTER REBUILD DID NOT COMPLETE"
                       " - RUN EMPRCVR BEFORE ANY FURTHER UPDATE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       TAKE-MASTER-BACKUP.
           PERFORM CHECK-REBUILD-MARKER
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO BACK UP DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = '00'
               DISPLAY "DEPTREORG: UNABLE TO OPEN BACKUP-FILE, STATUS="
                   WS-BACKUP-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-BACKUP-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BACKUP-EOF-FLAG
                   NOT AT END
                       MOVE EMPLOYEE-RECORD TO BKUP-RECORD
                       WRITE BKUP-RECORD
                       ADD 1 TO WS-BACKUP-COUNT
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE BACKUP-FILE
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE-NUM  TO STAMP-DATE
           MOVE WS-CURRENT-TIME(1:6) TO STAMP-TIME
           OPEN OUTPUT STAMP-FILE
           WRITE STAMP-RECORD
           CLOSE STAMP-FILE
           DISPLAY "DEPTREORG: " WS-BACKUP-COUNT
               " RECORDS BACKED UP TO data/small_backup.dat".

      *    The before headcount is tallied on the code the record
      *    carries as read and the after headcount on the code it
      *    carries once the move (if any) has been applied, so the
      *    two columns of the headcount section always foot to the
      *    same total.
       REORGANIZE-ONE-RECORD.
           ADD 1 TO WS-MASTER-READ-COUNT
           MOVE DEPT-CODE TO WS-TALLY-DEPT-CODE
           IF EMP-STATUS NOT = 'T'
               PERFORM LOCATE-HEAD-SLOT
               ADD 1 TO WS-HEAD-BEFORE(WS-HEAD-SLOT)
           END-IF
           PERFORM FIND-MOVE-FOR-DEPT
           IF WS-MOVE-FOUND-FLAG = 'Y'
               IF DEPT-CODE NOT = WS-MOVE-NEW-CODE(WS-MOVE-SLOT)
                   OR DEPT-NAME NOT = WS-MOVE-NEW-NAME(WS-MOVE-SLOT)
                   PERFORM APPLY-ONE-MOVE
               END-IF
           END-IF
           MOVE DEPT-CODE TO WS-TALLY-DEPT-CODE
           IF EMP-STATUS NOT = 'T'
               PERFORM LOCATE-HEAD-SLOT
               ADD 1 TO WS-HEAD-AFTER(WS-HEAD-SLOT)
           END-IF.

       APPLY-ONE-MOVE.
           MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-MOVE-NEW-CODE(WS-MOVE-SLOT) TO DEPT-CODE
           MOVE WS-MOVE-NEW-NAME(WS-MOVE-SLOT) TO DEPT-NAME
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "DEPTREORG: REWRITE FAILED - EMP-ID "
                       EMP-ID
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE WS-BEFORE-IMAGE TO EMPLOYEE-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED-COUNT
                   MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   PERFORM WRITE-EMPLOYEE-LINE
           END-REWRITE.

       WRITE-EMPLOYEE-LINE.
           MOVE EMP-ID                   TO REG-EM-EMP-ID
           MOVE NAME                     TO REG-EM-NAME
           MOVE EMP-STATUS               TO REG-EM-STATUS
           MOVE WS-BEFORE-IMAGE(26:3)    TO REG-EM-OLD-CODE
           MOVE WS-BEFORE-IMAGE(29:15)   TO REG-EM-OLD-NAME
           MOVE DEPT-CODE                TO REG-EM-NEW-CODE
           MOVE DEPT-NAME                TO REG-EM-NEW-NAME
           WRITE REGISTER-RECORD FROM REG-EMP-LINE.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE-NUM    TO JRN-DATE
           MOVE WS-CURRENT-TIME(1:6)   TO JRN-TIME
           MOVE WS-OPERATOR-ID         TO JRN-OPERATOR
           MOVE 'C'                    TO JRN-ACTION
           MOVE EMP-ID                 TO JRN-EMP-ID
           MOVE WS-BEFORE-IMAGE        TO JRN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE         TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD.

      *    The headcount table is kept in DEPT-CODE order as it is
      *    built: a code not yet seen is slotted in ahead of the
      *    first higher code, the entries above it shifted up one.
       LOCATE-HEAD-SLOT.
           MOVE 'N'  TO WS-HEAD-FOUND-FLAG
           MOVE ZERO TO WS-HEAD-SLOT
           PERFORM MATCH-ONE-HEAD-SLOT
               VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
                   OR WS-HEAD-SLOT NOT = ZERO
           IF WS-HEAD-FOUND-FLAG = 'N'
               IF WS-HEAD-COUNT NOT < 100
                   DISPLAY "DEPTREORG: TOO MANY DEPARTMENTS FOR "
                       "HEADCOUNT TABLE (MAX 100)"
                   STOP RUN
               END-IF
               IF WS-HEAD-SLOT = ZERO
                   COMPUTE WS-HEAD-SLOT = WS-HEAD-COUNT + 1
               END-IF
               PERFORM SHIFT-ONE-HEAD-ENTRY
                   VARYING WS-HEAD-SUB FROM WS-HEAD-COUNT BY -1
                   UNTIL WS-HEAD-SUB < WS-HEAD-SLOT
               MOVE WS-TALLY-DEPT-CODE
                   TO WS-HEAD-DEPT-CODE(WS-HEAD-SLOT)
               MOVE ZERO TO WS-HEAD-BEFORE(WS-HEAD-SLOT)
               MOVE ZERO TO WS-HEAD-AFTER(WS-HEAD-SLOT)
               ADD 1 TO WS-HEAD-COUNT
           END-IF.

       MATCH-ONE-HEAD-SLOT.
           IF WS-HEAD-DEPT-CODE(WS-HEAD-SUB) = WS-TALLY-DEPT-CODE
               MOVE WS-HEAD-SUB TO WS-HEAD-SLOT
               MOVE 'Y' TO WS-HEAD-FOUND-FLAG
           ELSE
               IF WS-HEAD-DEPT-CODE(WS-HEAD-SUB) > WS-TALLY-DEPT-CODE
                   MOVE WS-HEAD-SUB TO WS-HEAD-SLOT
               END-IF
           END-IF.

       SHIFT-ONE-HEAD-ENTRY.
           MOVE WS-HEAD-ENTRY(WS-HEAD-SUB)
               TO WS-HEAD-ENTRY(WS-HEAD-SUB + 1).

       WRITE-HEADCOUNT-SECTION.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM REG-HEAD-HEADER
           PERFORM WRITE-ONE-HEAD-LINE
               VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
           MOVE WS-TOTAL-BEFORE TO REG-HT-BEFORE
           MOVE WS-TOTAL-AFTER  TO REG-HT-AFTER
           WRITE REGISTER-RECORD FROM REG-HEAD-TOTAL-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       WRITE-ONE-HEAD-LINE.
           COMPUTE WS-HEAD-CHANGE = WS-HEAD-AFTER(WS-HEAD-SUB)
               - WS-HEAD-BEFORE(WS-HEAD-SUB)
           MOVE WS-HEAD-DEPT-CODE(WS-HEAD-SUB) TO REG-HD-DEPT-CODE
           MOVE WS-HEAD-BEFORE(WS-HEAD-SUB)    TO REG-HD-BEFORE
           MOVE WS-HEAD-AFTER(WS-HEAD-SUB)     TO REG-HD-AFTER
           MOVE WS-HEAD-CHANGE                 TO REG-HD-CHANGE
           WRITE REGISTER-RECORD FROM REG-HEAD-LINE
           ADD WS-HEAD-BEFORE(WS-HEAD-SUB) TO WS-TOTAL-BEFORE
           ADD WS-HEAD-AFTER(WS-HEAD-SUB)  TO WS-TOTAL-AFTER.

       WRITE-REGISTER-TRAILER.
           MOVE WS-MOVES-READ-COUNT     TO REG-TR-MOVES
           MOVE WS-MOVES-REJECTED-COUNT TO REG-TR-REJECTED
           MOVE WS-MASTER-READ-COUNT    TO REG-TR-READ
           MOVE WS-MOVED-COUNT          TO REG-TR-MOVED
           MOVE WS-FAILED-COUNT         TO REG-TR-FAILED
           WRITE REGISTER-RECORD FROM REG-TRAILER-1
           WRITE REGISTER-RECORD FROM REG-TRAILER-2
           WRITE REGISTER-RECORD FROM REG-TRAILER-3
           WRITE REGISTER-RECORD FROM REG-TRAILER-4
           WRITE REGISTER-RECORD FROM REG-TRAILER-5.

      *    Same audit-trail append as TEST-EMPLOYEE, counting the
      *    moves keyed against the moves rejected.
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
           MOVE SPACES                  TO AUDIT-RECORD
           MOVE "DEPTREORG"             TO AUD-PROGRAM
           MOVE WS-REPORT-DATE          TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME          TO AUD-RUN-TIME
           MOVE "data/reorgparm.dat"    TO AUD-INPUT-FILE
           MOVE WS-MOVES-READ-COUNT     TO AUD-RECORDS-READ
           MOVE WS-MOVES-REJECTED-COUNT TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
