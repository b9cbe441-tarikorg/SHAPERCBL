      *  in data/backupstamp.dat, so EMPRCVR can restore
      *  the backup and roll the journal forward if a run
      *  leaves the master damaged.
      *  A REHIRE brings a former employee back under the
      *  original EMP-ID: a record still on the master with
      *  status T is reinstated to A, and one already purged
      *  is restored from the archive data/emparchive.dat
      *  and dropped from it, the master being once more the
      *  record of reference. Either way TERM-DATE is
      *  cleared, the department is kept (refreshed from the
      *  reference file) unless a new one is keyed, and the
      *  rehire date and pay grade - with the salary, when
      *  one is keyed - are set on the compensation
      *  companion data/comp.dat after the same grade and
      *  band validation COMPMNT applies, the pay move going
      *  to the salary history ledger data/salhist.dat. The
      *  journal entry is action R with the terminated
      *  record as its before image, so its TERM-DATE still
      *  shows when the earlier service ended; EMPREHIR
      *  reports rehires with their break in service.
      *  Because a rehire sets pay, it takes the
      *  compensation authority level even within an
      *  employee-maintenance session.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
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
       FD  DATA-FILE.
       COPY "OPERATOR.cpy".
       FD  LEAVE-FILE.
       COPY "LEAVEREC.cpy".
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
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-OPERATOR-ID           PIC X(8).
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
       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(8).
           88  WS-ACTION-CHANGE     VALUE 'C'.
           88  WS-ACTION-TERMINATE  VALUE 'T'.
           88  WS-ACTION-DELETE     VALUE 'D'.
           88  WS-ACTION-REHIRE     VALUE 'R'.
           88  WS-ACTION-EXIT       VALUE 'X'.
       01  WS-TRANS-EMP-ID          PIC 9(5).
       01  WS-TRANS-NAME            PIC X(20).
       01  WS-TRANS-LEAVE-RETURN    PIC 9(8).
       01  WS-STATUS-VALID-FLAG     PIC X  VALUE 'N'.
       01  WS-RESULT-MESSAGE        PIC X(40).
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-GRADEREF-STATUS       PIC XX VALUE '00'.
       01  WS-SALHIST-STATUS        PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-ARCHIVE-WORK-STATUS   PIC XX VALUE '00'.
       01  WS-ARCHIVE-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-ARCHIVE-KEPT-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REHIRE-LEVEL          PIC 9  VALUE 3.
       01  WS-REHIRE-SOURCE         PIC X  VALUE SPACE.
           88  WS-REHIRE-FROM-MASTER   VALUE 'M'.
           88  WS-REHIRE-FROM-ARCHIVE  VALUE 'A'.
           88  WS-REHIRE-NOT-ELIGIBLE  VALUE 'N'.
       01  WS-REHIRE-VALID-FLAG     PIC X  VALUE 'N'.
       01  WS-COMP-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-TRANS-REHIRE-DATE     PIC 9(8).
       01  WS-TRANS-PAY-GRADE       PIC X(2).
       01  WS-TRANS-SALARY          PIC 9(7)V99.
       01  WS-REHIRE-SALARY         PIC 9(7)V99.
       01  WS-HIST-ACTION           PIC X.
       01  WS-HIST-OLD-GRADE        PIC X(2).
       01  WS-HIST-OLD-SALARY       PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
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
               DISPLAY "EMPMAINT: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT GRADEREF-FILE
           IF WS-GRADEREF-STATUS NOT = '00'
               DISPLAY "EMPMAINT: UNABLE TO OPEN GRADEREF-FILE, "
                   "STATUS=" WS-GRADEREF-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               PERFORM PROMPT-FOR-TRANSACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-TERMINATE
                       PERFORM TERMINATE-EMPLOYEE
                   WHEN WS-ACTION-DELETE PERFORM DELETE-EMPLOYEE
                   WHEN WS-ACTION-REHIRE PERFORM REHIRE-EMPLOYEE
                   WHEN WS-ACTION-EXIT   MOVE 'N' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "EMPMAINT: INVALID ACTION - "
                           "USE A/C/T/D/R/X"
               END-EVALUATE
           END-PERFORM.
           CLOSE DATA-FILE.
           CLOSE DEPTREF-FILE.
           CLOSE LEAVE-FILE.
           CLOSE COMP-FILE.
           CLOSE GRADEREF-FILE.
           STOP RUN.

      *    The keyed operator ID must be on data/operators.dat with

       PROMPT-FOR-TRANSACTION.
           DISPLAY "ACTION (A=ADD C=CHANGE T=TERMINATE "
               "D=DELETE-IN-ERROR R=REHIRE X=EXIT): "
               WITH NO ADVANCING
           ACCEPT WS-TRANS-ACTION.
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-TERMINATE
               OR WS-ACTION-DELETE OR WS-ACTION-REHIRE
               DISPLAY "EMP-ID: " WITH NO ADVANCING
               ACCEPT WS-TRANS-EMP-ID
           END-IF
                       WITH NO ADVANCING
                   ACCEPT WS-TRANS-LEAVE-RETURN
               END-IF
           END-IF
      *    A rehire keeps the department the employee left from
      *    unless a new one is keyed, and keeps the salary on the
      *    compensation record unless a new one is keyed; the
      *    rehire date and grade are always keyed.
           IF WS-ACTION-REHIRE
               DISPLAY "REHIRE DATE YYYYMMDD : " WITH NO ADVANCING
               ACCEPT WS-TRANS-REHIRE-DATE
               DISPLAY "DEPT-CODE (BLANK=KEEP): " WITH NO ADVANCING
               ACCEPT WS-TRANS-DEPT-CODE
               DISPLAY "PAY-GRADE          : " WITH NO ADVANCING
               ACCEPT WS-TRANS-PAY-GRADE
               DISPLAY "ANNUAL SALARY (0=KEEP): " WITH NO ADVANCING
               ACCEPT WS-TRANS-SALARY
           END-IF.

       VALIDATE-EMP-STATUS.
                   END-DELETE
           END-READ.

      *    A rehire needs the compensation level because it sets
      *    grade and pay; the session's sign-on level is checked
      *    here rather than at sign-on so a level-2 clerk keeps the
      *    rest of the session.
       REHIRE-EMPLOYEE.
           IF WS-OPERATOR-LEVEL < WS-REHIRE-LEVEL
               DISPLAY "EMPMAINT: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR REHIRE - TRANSACTION REJECTED"
           ELSE
               PERFORM LOCATE-FORMER-EMPLOYEE
               IF NOT WS-REHIRE-NOT-ELIGIBLE
                   PERFORM VALIDATE-REHIRE
               END-IF
               IF NOT WS-REHIRE-NOT-ELIGIBLE
                   AND WS-REHIRE-VALID-FLAG = 'Y'
                   PERFORM APPLY-REHIRE
               END-IF
           END-IF.

      *    The former employee is looked for on the master first -
      *    where a terminated record sits until its retention runs
      *    out - and then in the purge archive. An active or on-leave
      *    record cannot be rehired. The terminated record, wherever
      *    it was found, becomes the journal's before image.
       LOCATE-FORMER-EMPLOYEE.
           MOVE 'N' TO WS-REHIRE-SOURCE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-TRANS-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   PERFORM SEARCH-ARCHIVE-FOR-REHIRE
               NOT INVALID KEY
                   IF EMP-STATUS = 'T'
                       MOVE 'M' TO WS-REHIRE-SOURCE
                       MOVE EMPLOYEE-RECORD TO WS-BEFORE-IMAGE
                   ELSE
                       DISPLAY "EMPMAINT: REHIRE FAILED - EMP-ID "
                           WS-TRANS-EMP-ID " IS NOT TERMINATED"
                   END-IF
           END-READ.

      *    The archive accumulates across purges, so the last copy
      *    of the EMP-ID on it is the one taken.
       SEARCH-ARCHIVE-FOR-REHIRE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               AND WS-ARCHIVE-STATUS NOT = '05'
               DISPLAY "EMPMAINT: UNABLE TO OPEN ARCHIVE-FILE, STATUS="
                   WS-ARCHIVE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARCH-EMP-ID = WS-TRANS-EMP-ID
                           MOVE 'A' TO WS-REHIRE-SOURCE
                           MOVE ARCH-RECORD TO WS-BEFORE-IMAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-REHIRE-NOT-ELIGIBLE
               DISPLAY "EMPMAINT: REHIRE FAILED - EMP-ID "
                   WS-TRANS-EMP-ID " NOT ON MASTER OR ARCHIVE"
           END-IF.

      *    The rehire date cannot fall before the termination it
      *    follows; the department is the keyed one or, left blank,
      *    the one the employee left from, and either must still be
      *    on the reference file (a reorganization may have retired
      *    it since). The grade is checked against the reference
      *    file and the salary - the keyed one, or the one already
      *    on the compensation record - against the grade's band.
       VALIDATE-REHIRE.
           MOVE 'N' TO WS-REHIRE-VALID-FLAG
           MOVE 'N' TO WS-DEPT-VALID-FLAG
           IF WS-TRANS-REHIRE-DATE < BIMG-TERM-DATE
               DISPLAY "EMPMAINT: REHIRE DATE " WS-TRANS-REHIRE-DATE
                   " IS BEFORE TERM DATE " BIMG-TERM-DATE
                   " - TRANSACTION REJECTED"
           ELSE
               IF WS-TRANS-DEPT-CODE = SPACES
                   MOVE BIMG-DEPT-CODE TO WS-TRANS-DEPT-CODE
               END-IF
               PERFORM VALIDATE-DEPT-CODE
           END-IF
           IF WS-DEPT-VALID-FLAG = 'Y'
               PERFORM READ-REHIRE-COMPENSATION
               PERFORM VALIDATE-REHIRE-GRADE
           END-IF.

       READ-REHIRE-COMPENSATION.
           MOVE 'N' TO WS-COMP-FOUND-FLAG
           MOVE WS-TRANS-EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-COMP-FOUND-FLAG
           END-READ
           IF WS-TRANS-SALARY NOT = ZERO
               MOVE WS-TRANS-SALARY TO WS-REHIRE-SALARY
           ELSE
               IF WS-COMP-FOUND-FLAG = 'Y'
                   MOVE COMP-ANNUAL-SALARY TO WS-REHIRE-SALARY
               ELSE
                   MOVE ZERO TO WS-REHIRE-SALARY
               END-IF
           END-IF.

       VALIDATE-REHIRE-GRADE.
           IF WS-REHIRE-SALARY = ZERO
               DISPLAY "EMPMAINT: EMP-ID " WS-TRANS-EMP-ID
                   " HAS NO COMPENSATION - SALARY REQUIRED"
           ELSE
               MOVE WS-TRANS-PAY-GRADE TO REF-GRADE-CODE
               READ GRADEREF-FILE
                   INVALID KEY
                       DISPLAY "EMPMAINT: UNKNOWN PAY-GRADE "
                           WS-TRANS-PAY-GRADE " - TRANSACTION REJECTED"
                   NOT INVALID KEY
                       IF WS-REHIRE-SALARY < REF-GRADE-MIN-SALARY
                           OR WS-REHIRE-SALARY > REF-GRADE-MAX-SALARY
                           DISPLAY "EMPMAINT: SALARY OUTSIDE GRADE "
                               WS-TRANS-PAY-GRADE " BAND - "
                               "TRANSACTION REJECTED"
                       ELSE
                           MOVE 'Y' TO WS-REHIRE-VALID-FLAG
                       END-IF
               END-READ
           END-IF.

      *    The master record is reinstated in place or, for a
      *    purged employee, written back from the archive image;
      *    only once it is on the master do the journal, the
      *    compensation record and the archive follow.
       APPLY-REHIRE.
           MOVE WS-BEFORE-IMAGE    TO EMPLOYEE-RECORD
           MOVE WS-TRANS-DEPT-CODE TO DEPT-CODE
           MOVE WS-TRANS-DEPT-NAME TO DEPT-NAME
           MOVE 'A'                TO EMP-STATUS
           MOVE ZERO               TO TERM-DATE
           MOVE SPACES TO WS-RESULT-MESSAGE
           IF WS-REHIRE-FROM-MASTER
               REWRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "REWRITE FAILED" TO WS-RESULT-MESSAGE
               END-REWRITE
           ELSE
               WRITE EMPLOYEE-RECORD
                   INVALID KEY
                       MOVE "WRITE FAILED" TO WS-RESULT-MESSAGE
               END-WRITE
           END-IF
           IF WS-RESULT-MESSAGE NOT = SPACES
               DISPLAY "EMPMAINT: REHIRE FAILED - EMP-ID "
                   WS-TRANS-EMP-ID " " WS-RESULT-MESSAGE
           ELSE
               DISPLAY "EMPMAINT: EMP-ID " WS-TRANS-EMP-ID
                   " REHIRED"
               MOVE 'R' TO WS-JOURNAL-ACTION
               MOVE EMPLOYEE-RECORD TO WS-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM CLEAR-LEAVE-RECORD
               PERFORM PUT-REHIRE-COMPENSATION
               IF WS-REHIRE-FROM-ARCHIVE
                   PERFORM DROP-FROM-ARCHIVE
               END-IF
           END-IF.

      *    The rehire date replaces the hire date and the last
      *    increase date is cleared, service and pay review both
      *    starting over; a grade or salary move is a pay event
      *    for the ledger, dated the rehire date.
       PUT-REHIRE-COMPENSATION.
           IF WS-COMP-FOUND-FLAG = 'Y'
               MOVE COMP-PAY-GRADE     TO WS-HIST-OLD-GRADE
               MOVE COMP-ANNUAL-SALARY TO WS-HIST-OLD-SALARY
               MOVE 'C'                TO WS-HIST-ACTION
           ELSE
               MOVE WS-TRANS-EMP-ID    TO COMP-EMP-ID
               MOVE SPACES             TO WS-HIST-OLD-GRADE
               MOVE ZERO               TO WS-HIST-OLD-SALARY
               MOVE 'A'                TO WS-HIST-ACTION
           END-IF
           MOVE WS-TRANS-PAY-GRADE   TO COMP-PAY-GRADE
           MOVE WS-REHIRE-SALARY     TO COMP-ANNUAL-SALARY
           MOVE WS-TRANS-REHIRE-DATE TO COMP-HIRE-DATE
           MOVE ZERO                 TO COMP-INCREASE-DATE
           IF WS-COMP-FOUND-FLAG = 'Y'
               REWRITE COMP-RECORD
                   INVALID KEY
                       DISPLAY "EMPMAINT: COMPENSATION REWRITE FAILED "
                           "FOR EMP-ID " WS-TRANS-EMP-ID
               END-REWRITE
           ELSE
               WRITE COMP-RECORD
                   INVALID KEY
                       DISPLAY "EMPMAINT: COMPENSATION WRITE FAILED "
                           "FOR EMP-ID " WS-TRANS-EMP-ID
               END-WRITE
           END-IF
           IF WS-HIST-OLD-GRADE NOT = WS-TRANS-PAY-GRADE
               OR WS-HIST-OLD-SALARY NOT = WS-REHIRE-SALARY
               PERFORM WRITE-SALARY-HISTORY
           END-IF.

      *    Same per-entry ledger append as COMPMNT.
       WRITE-SALARY-HISTORY.
           OPEN EXTEND SALHIST-FILE
           IF WS-SALHIST-STATUS = '05' OR WS-SALHIST-STATUS = '35'
               CLOSE SALHIST-FILE
               OPEN OUTPUT SALHIST-FILE
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "EMPMAINT: UNABLE TO OPEN SALHIST-FILE, STATUS="
                   WS-SALHIST-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-TRANS-EMP-ID      TO SH-EMP-ID
           MOVE WS-TRANS-REHIRE-DATE TO SH-EFFECTIVE-DATE
           MOVE WS-CURRENT-DATE      TO SH-RECORDED-DATE
           MOVE WS-CURRENT-TIME(1:6) TO SH-RECORDED-TIME
           MOVE "EMPMAINT"           TO SH-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID       TO SH-OPERATOR
           MOVE WS-HIST-ACTION       TO SH-ACTION
           MOVE WS-HIST-OLD-GRADE    TO SH-OLD-PAY-GRADE
           MOVE WS-TRANS-PAY-GRADE   TO SH-NEW-PAY-GRADE
           MOVE WS-HIST-OLD-SALARY   TO SH-OLD-SALARY
           MOVE WS-REHIRE-SALARY     TO SH-NEW-SALARY
           WRITE SALHIST-RECORD
           CLOSE SALHIST-FILE.

      *    A restored employee leaves the archive: every other record
      *    is copied to a work file and the work file copied back,
      *    the same read-then-rewrite shape EMPBATCH uses for its
      *    suspense file. The archived image is not lost - it is the
      *    before image of the R journal entry just written.
       DROP-FROM-ARCHIVE.
           MOVE ZERO TO WS-ARCHIVE-KEPT-COUNT
           MOVE 'N'  TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-ARCHIVE-WORK-STATUS NOT = '00'
               DISPLAY "EMPMAINT: UNABLE TO OPEN ARCHIVE-WORK-FILE, "
                   "STATUS=" WS-ARCHIVE-WORK-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARCH-EMP-ID NOT = WS-TRANS-EMP-ID
                           WRITE ARCHIVE-WORK-RECORD FROM ARCH-RECORD
                           ADD 1 TO WS-ARCHIVE-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE ARCHIVE-WORK-FILE
           OPEN INPUT ARCHIVE-WORK-FILE
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY "EMPMAINT: UNABLE TO REWRITE ARCHIVE-FILE, "
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
           CLOSE ARCHIVE-FILE
           DISPLAY "EMPMAINT: EMP-ID " WS-TRANS-EMP-ID
               " REMOVED FROM ARCHIVE, " WS-ARCHIVE-KEPT-COUNT
               " ARCHIVED RECORDS REMAIN".

      *    The journal is opened per entry rather than for the whole
      *    session so a completed transaction's entry is on disk even
      *    if the operator's session later dies; the EXTEND/OUTPUT
