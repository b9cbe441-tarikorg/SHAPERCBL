      *  data/small_backup.dat (stamped in
      *  data/backupstamp.dat) before the first update,
      *  for EMPRCVR restore and roll-forward.
      *  An R transaction rehires a former employee under
      *  the original EMP-ID exactly as EMPMAINT does at the
      *  console: a terminated record on the master is
      *  reinstated, a purged one is restored from
      *  data/emparchive.dat and dropped from it, TERM-DATE
      *  is cleared and the effective date becomes the hire
      *  date on data/comp.dat. The grade (and the salary,
      *  zero keeping the one on file) ride in the columns a
      *  leave transaction uses for its leave data, and a
      *  blank DEPT-CODE keeps the department the employee
      *  left from. The rehire is journaled as action R and
      *  a pay move goes to data/salhist.dat. It is rejected
      *  if the employee is not terminated, on neither the
      *  master nor the archive, dated before the earlier
      *  termination, or carries an unknown department or
      *  grade or a salary outside the grade's band.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT GRADEREF-FILE ASSIGN TO "data/graderef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-GRADE-CODE
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "data/salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "data/emparchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-WORK-FILE ASSIGN TO "data/emparchive.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-WORK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  TRANS-EMP-STATUS        PIC X.
           05  TRANS-TERM-DATE         PIC 9(8).
           05  TRANS-EFF-DATE          PIC 9(8).
           05  TRANS-LEAVE-DATA.
               10  TRANS-LEAVE-TYPE    PIC X(3).
               10  TRANS-LEAVE-START   PIC 9(8).
               10  TRANS-LEAVE-RETURN  PIC 9(8).
           05  TRANS-REHIRE-DATA REDEFINES TRANS-LEAVE-DATA.
               10  TRANS-REHIRE-GRADE  PIC X(2).
               10  TRANS-REHIRE-SALARY PIC 9(7)V99.
               10  FILLER              PIC X(8).
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".
       FD  DEPTREF-FILE.
       COPY "LEAVEREC.cpy".
       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".
       FD  COMP-FILE.
       COPY "COMPREC.cpy".
       FD  GRADEREF-FILE.
       COPY "GRADEREF.cpy".
       FD  SALHIST-FILE.
       COPY "SALHIST.cpy".
       FD  ARCHIVE-FILE.
       COPY "EMPLOYEE.cpy"
           REPLACING ==EMPLOYEE-RECORD== BY ==ARCH-RECORD==
                     ==EMP-ID==          BY ==ARCH-EMP-ID==
                     ==NAME==            BY ==ARCH-NAME==
                     ==DEPT-CODE==       BY ==ARCH-DEPT-CODE==
                     ==DEPT-NAME==       BY ==ARCH-DEPT-NAME==
                     ==EMP-STATUS==      BY ==ARCH-EMP-STATUS==
                     ==TERM-DATE==       BY ==ARCH-TERM-DATE==.
       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD         PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-TRANS-STATUS          PIC XX VALUE '00'.
       01  WS-STATUS-VALID-FLAG     PIC X  VALUE 'N'.
       01  WS-JOURNAL-ACTION        PIC X.
       01  WS-BEFORE-IMAGE          PIC X(52).
       01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
           05  BIMG-EMP-ID          PIC 9(5).
           05  BIMG-NAME            PIC X(20).
           05  BIMG-DEPT-CODE       PIC X(3).
           05  BIMG-DEPT-NAME       PIC X(15).
           05  BIMG-EMP-STATUS      PIC X.
           05  BIMG-TERM-DATE       PIC 9(8).
       01  WS-AFTER-IMAGE           PIC X(52).
       01  WS-CURRENT-TIME          PIC 9(8).
       01  WS-TRANS-OUTCOME         PIC X(8).
       01  WS-DROPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LEAVE-STATUS          PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-GRADEREF-STATUS       PIC XX VALUE '00'.
       01  WS-SALHIST-STATUS        PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-ARCHIVE-WORK-STATUS   PIC XX VALUE '00'.
       01  WS-ARCHIVE-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-REHIRE-SOURCE         PIC X  VALUE SPACE.
           88  WS-REHIRE-FROM-MASTER   VALUE 'M'.
           88  WS-REHIRE-FROM-ARCHIVE  VALUE 'A'.
           88  WS-REHIRE-NOT-ELIGIBLE  VALUE 'N'.
       01  WS-COMP-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-REHIRE-DEPT-CODE      PIC X(3).
       01  WS-REHIRE-DEPT-NAME      PIC X(15).
       01  WS-REHIRE-SALARY         PIC 9(7)V99.
       01  WS-HIST-ACTION           PIC X.
       01  WS-HIST-OLD-GRADE        PIC X(2).
       01  WS-HIST-OLD-SALARY       PIC 9(7)V99.
       01  WS-REPORT-TIME.
           05  WS-RT-HOUR           PIC 9(2).
           05  FILLER               PIC X VALUE ':'.
           CLOSE SUSP-OUT-FILE.
           CLOSE DROP-REPORT-FILE.
           CLOSE LEAVE-FILE.
           CLOSE COMP-FILE.
           CLOSE GRADEREF-FILE.
           PERFORM REWRITE-SUSPENSE-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "EMPBATCH: " WS-APPLIED-COUNT " APPLIED, "
               DISPLAY "EMPBATCH: UNABLE TO OPEN LEAVE-FILE, STATUS="
                   WS-LEAVE-STATUS
               STOP RUN
           END-IF
           OPEN I-O COMP-FILE
           IF WS-COMP-STATUS = '05' OR WS-COMP-STATUS = '35'
               CLOSE COMP-FILE
               OPEN OUTPUT COMP-FILE
               CLOSE COMP-FILE
               OPEN I-O COMP-FILE
           END-IF
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "EMPBATCH: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT GRADEREF-FILE
           IF WS-GRADEREF-STATUS NOT = '00'
               DISPLAY "EMPBATCH: UNABLE TO OPEN GRADEREF-FILE, "
                   "STATUS=" WS-GRADEREF-STATUS
               STOP RUN
           END-IF.

      *    A rebuild that died between destroying the master and
               WHEN 'C'   PERFORM CHANGE-EMPLOYEE
               WHEN 'T'   PERFORM TERMINATE-EMPLOYEE
               WHEN 'D'   PERFORM DELETE-EMPLOYEE
               WHEN 'R'   PERFORM REHIRE-EMPLOYEE
               WHEN OTHER
                   MOVE "REJECTED" TO WS-TRANS-OUTCOME
                   MOVE "BAD ACTION CODE" TO WS-REJECT-REASON
                   END-DELETE
           END-READ.

      *    Same rehire as EMPMAINT's R action, with each refusal
      *    turned into a register reject (and so into suspense, where
      *    a rehire keyed ahead of its purge-archive lookup or its
      *    grade set-up can be corrected and recycled).
       REHIRE-EMPLOYEE.
           PERFORM LOCATE-FORMER-EMPLOYEE
           IF NOT WS-REHIRE-NOT-ELIGIBLE
               PERFORM VALIDATE-REHIRE
           END-IF
           IF NOT WS-REHIRE-NOT-ELIGIBLE
               AND WS-TRANS-OUTCOME = "APPLIED"
               PERFORM APPLY-REHIRE
           END-IF.

       LOCATE-FORMER-EMPLOYEE.
           MOVE 'N' TO WS-REHIRE-SOURCE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE TRANS-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   PERFORM SEARCH-ARCHIVE-FOR-REHIRE
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'M' TO WS-REHIRE-SOURCE
                       MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                   ELSE
                       MOVE "REJECTED" TO WS-TRANS-OUTCOME
                       MOVE "EMP-ID NOT TERMINATED ON REHIRE"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

      *    The last copy of the EMP-ID on the accumulating archive is
      *    the one restored.
       SEARCH-ARCHIVE-FOR-REHIRE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               AND WS-ARCHIVE-STATUS NOT = '05'
               DISPLAY "EMPBATCH: UNABLE TO OPEN ARCHIVE-FILE, STATUS="
                   WS-ARCHIVE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARCH-EMP-ID = TRANS-EMP-ID
                           MOVE 'A' TO WS-REHIRE-SOURCE
                           MOVE ARCH-RECORD TO WS-BEFORE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-REHIRE-NOT-ELIGIBLE
               MOVE "REJECTED" TO WS-TRANS-OUTCOME
               MOVE "NOT ON MASTER OR ARCHIVE"
                   TO WS-REJECT-REASON
           END-IF.

      *    The effective date is the rehire date and may not precede
      *    the termination it follows; a blank DEPT-CODE keeps the
      *    department left from, which must still be on the
      *    reference file. The transaction itself is left as keyed
      *    so a reject goes to suspense exactly as the branch sent it.
       VALIDATE-REHIRE.
           IF TRANS-EFF-DATE < BIMG-TERM-DATE
               MOVE "REJECTED" TO WS-TRANS-OUTCOME
               MOVE "REHIRE DATE BEFORE TERM DATE"
                   TO WS-REJECT-REASON
           ELSE
               IF TRANS-DEPT-CODE = SPACES
                   MOVE BIMG-DEPT-CODE  TO WS-REHIRE-DEPT-CODE
               ELSE
                   MOVE TRANS-DEPT-CODE TO WS-REHIRE-DEPT-CODE
               END-IF
               MOVE WS-REHIRE-DEPT-CODE TO REF-DEPT-CODE
               READ DEPTREF-FILE
                   INVALID KEY
                       MOVE "REJECTED" TO WS-TRANS-OUTCOME
                       MOVE "UNKNOWN DEPT-CODE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE REF-DEPT-NAME TO WS-REHIRE-DEPT-NAME
               END-READ
           END-IF
           IF WS-TRANS-OUTCOME = "APPLIED"
               PERFORM READ-REHIRE-COMPENSATION
               PERFORM VALIDATE-REHIRE-GRADE
           END-IF.

      *    A salary column read back non-numeric or zero keeps the
      *    salary already on the compensation record.
       READ-REHIRE-COMPENSATION.
           MOVE 'N' TO WS-COMP-FOUND-FLAG
           MOVE TRANS-EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COMP-FOUND-FLAG
           END-READ
           MOVE ZERO TO WS-REHIRE-SALARY
           IF TRANS-REHIRE-SALARY IS NUMERIC
               MOVE TRANS-REHIRE-SALARY TO WS-REHIRE-SALARY
           END-IF
           IF WS-REHIRE-SALARY = ZERO AND WS-COMP-FOUND-FLAG = 'Y'
               MOVE COMP-ANNUAL-SALARY TO WS-REHIRE-SALARY
           END-IF.

       VALIDATE-REHIRE-GRADE.
           IF WS-REHIRE-SALARY = ZERO
               MOVE "REJECTED" TO WS-TRANS-OUTCOME
               MOVE "NO COMPENSATION - SALARY REQD"
                   TO WS-REJECT-REASON
           ELSE
               MOVE TRANS-REHIRE-GRADE TO REF-GRADE-CODE
               READ GRADEREF-FILE
                   INVALID KEY
                       MOVE "REJECTED" TO WS-TRANS-OUTCOME
                       MOVE "UNKNOWN PAY-GRADE" TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF WS-REHIRE-SALARY < REF-GRADE-MIN-SALARY
                           OR WS-REHIRE-SALARY > REF-GRADE-MAX-SALARY
                           MOVE "REJECTED" TO WS-TRANS-OUTCOME
                           MOVE "SALARY OUTSIDE GRADE BAND"
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       APPLY-REHIRE.
           MOVE WS-BEFORE-IMAGE     TO EMPLOYEE-RECORD
           MOVE WS-REHIRE-DEPT-CODE TO DEPT-CODE
           MOVE WS-REHIRE-DEPT-NAME TO DEPT-NAME
           MOVE 'A'                 TO EMP-STATUS
           MOVE ZERO                TO TERM-DATE
           IF WS-REHIRE-FROM-MASTER
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "REJECTED" TO WS-TRANS-OUTCOME
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "REJECTED" TO WS-TRANS-OUTCOME
                       MOVE "WRITE FAILED" TO WS-REJECT-REASON
               END-WRITE
           END-IF
           IF WS-TRANS-OUTCOME = "APPLIED"
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM CLEAR-LEAVE-RECORD
               PERFORM PUT-REHIRE-COMPENSATION
               IF WS-REHIRE-FROM-ARCHIVE
                   PERFORM DROP-FROM-ARCHIVE
               END-IF
           END-IF.

      *    As at the console: hire date reset to the rehire date,
      *    last increase cleared, a grade or salary move recorded on
      *    the ledger as of the rehire date.
       PUT-REHIRE-COMPENSATION.
           IF WS-COMP-FOUND-FLAG = 'Y'
               MOVE COMP-PAY-GRADE     TO WS-HIST-OLD-GRADE
               MOVE COMP-ANNUAL-SALARY TO WS-HIST-OLD-SALARY
               MOVE 'C'                TO WS-HIST-ACTION
           ELSE
               MOVE TRANS-EMP-ID       TO COMP-EMP-ID
               MOVE SPACES             TO WS-HIST-OLD-GRADE
               MOVE ZERO               TO WS-HIST-OLD-SALARY
               MOVE 'A'                TO WS-HIST-ACTION
           END-IF
           MOVE TRANS-REHIRE-GRADE TO COMP-PAY-GRADE
           MOVE WS-REHIRE-SALARY   TO COMP-ANNUAL-SALARY
           MOVE TRANS-EFF-DATE     TO COMP-HIRE-DATE
           MOVE ZERO               TO COMP-INCREASE-DATE
           IF WS-COMP-FOUND-FLAG = 'Y'
               REWRITE COMP-RECORD
                   INVALID KEY
                       DISPLAY "EMPBATCH: COMPENSATION REWRITE FAILED "
                           "FOR EMP-ID " TRANS-EMP-ID
               END-REWRITE
           ELSE
               WRITE COMP-RECORD
                   INVALID KEY
                       DISPLAY "EMPBATCH: COMPENSATION WRITE FAILED "
                           "FOR EMP-ID " TRANS-EMP-ID
               END-WRITE
           END-IF
           IF WS-HIST-OLD-GRADE NOT = TRANS-REHIRE-GRADE
               OR WS-HIST-OLD-SALARY NOT = WS-REHIRE-SALARY
               PERFORM WRITE-SALARY-HISTORY
           END-IF.

       WRITE-SALARY-HISTORY.
           OPEN EXTEND SALHIST-FILE
           IF WS-SALHIST-STATUS = '05' OR WS-SALHIST-STATUS = '35'
               CLOSE SALHIST-FILE
               OPEN OUTPUT SALHIST-FILE
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "EMPBATCH: UNABLE TO OPEN SALHIST-FILE, STATUS="
                   WS-SALHIST-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE TRANS-EMP-ID         TO SH-EMP-ID
           MOVE TRANS-EFF-DATE       TO SH-EFFECTIVE-DATE
           MOVE WS-CURRENT-DATE      TO SH-RECORDED-DATE
           MOVE WS-CURRENT-TIME(1:6) TO SH-RECORDED-TIME
           MOVE "EMPBATCH"           TO SH-SOURCE-PROGRAM
           MOVE "EMPBATCH"           TO SH-OPERATOR
           MOVE WS-HIST-ACTION       TO SH-ACTION
           MOVE WS-HIST-OLD-GRADE    TO SH-OLD-PAY-GRADE
           MOVE TRANS-REHIRE-GRADE   TO SH-NEW-PAY-GRADE
           MOVE WS-HIST-OLD-SALARY   TO SH-OLD-SALARY
           MOVE WS-REHIRE-SALARY     TO SH-NEW-SALARY
           WRITE SALHIST-RECORD
           CLOSE SALHIST-FILE.

      *    Same archive rewrite as EMPMAINT: everything but the
      *    restored EMP-ID through a work file and back.
       DROP-FROM-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS NOT = '00'
               DISPLAY "EMPBATCH: UNABLE TO OPEN ARCHIVE-WORK-FILE, "
                   "STATUS=" WS-ARCHIVE-WORK-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARCH-EMP-ID NOT = TRANS-EMP-ID
                           WRITE ARCHIVE-WORK-RECORD FROM ARCH-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-WORK-FILE
           OPEN INPUT ARCHIVE-WORK-FILE
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "EMPBATCH: UNABLE TO REWRITE ARCHIVE-FILE, "
                   "STATUS=" WS-ARCHIVE-STATUS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-WORK-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       WRITE ARCH-RECORD FROM ARCHIVE-WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-WORK-FILE
           CLOSE ARCHIVE-FILE.

       WRITE-JOURNAL-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE        TO JRN-DATE
