       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINTEG.
      *****************************************************
      *  EMPINTEG
      *  Nightly cross-file integrity sweep. PAYREG, LEAVERPT
      *  and GRADCOMP each catch their own corner of the
      *  damage between the files, days apart; this step
      *  checks the whole set together in one pass per file
      *  and lists every finding on one exception report,
      *  data/empinteg.rpt:
      *    master DEPT-CODE not on data/deptref.dat   ERROR
      *    master DEPT-NAME not the reference name    WARNING
      *    COMP-PAY-GRADE not on data/graderef.dat    ERROR
      *    EMP-ID on both master and emparchive.dat   ERROR
      *    status L with no leave record, and leave
      *    records with no status-L employee          WARNING
      *    compensation record with no employee on
      *    the master or the purge archive            ERROR
      *    compensation kept for a purged employee    counted
      *    terminated employee still carrying pay     see below
      *  A terminated employee whose compensation record
      *  still carries a salary is an ERROR when PAYREG's
      *  own parameter file data/payparm.dat includes
      *  leavers - the register and GLDIST are paying that
      *  salary tonight - and a WARNING otherwise, when the
      *  record is only waiting to be cleaned up.
      *  EMPPURGE takes the master record but leaves the
      *  compensation record for rehire to reuse, so a pay
      *  record whose EMP-ID is on data/emparchive.dat is
      *  expected; it is counted on the trailer and is not a
      *  finding.
      *  The run is recorded in the audit log (records read
      *  across the four swept files, findings as rejected) so
      *  EMPCYCLE shows the counts beside the rest of the
      *  night. It runs as an EMPNIGHT step: any ERROR ends
      *  it with return code 8, which halts the stream at
      *  this step until the files are put right; warnings
      *  alone are reported and the step ends clean.
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
           SELECT GRADEREF-FILE ASSIGN TO "data/graderef.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-GRADE-CODE
               FILE STATUS IS WS-GRADEREF-STATUS.
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT LEAVE-FILE ASSIGN TO "data/leave.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "data/emparchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL PAYPARM-FILE ASSIGN TO "data/payparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/empinteg.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".

       FD  GRADEREF-FILE.
       COPY "GRADEREF.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  LEAVE-FILE.
       COPY "LEAVEREC.cpy".

       FD  ARCHIVE-FILE.
       COPY "EMPLOYEE.cpy"
           REPLACING ==EMPLOYEE-RECORD== BY ==ARCH-RECORD==
                     ==EMP-ID==          BY ==ARCH-EMP-ID==
                     ==NAME==            BY ==ARCH-NAME==
                     ==DEPT-CODE==       BY ==ARCH-DEPT-CODE==
                     ==DEPT-NAME==       BY ==ARCH-DEPT-NAME==
                     ==EMP-STATUS==      BY ==ARCH-EMP-STATUS==
                     ==TERM-DATE==       BY ==ARCH-TERM-DATE==.

       FD  PAYPARM-FILE.
       01  PAYPARM-RECORD.
           05  PAYPARM-INCLUDE-LEAVERS PIC X.

       FD  REPORT-FILE.
       01  REPORT-RECORD               PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-DEPTREF-STATUS           PIC XX VALUE '00'.
       01  WS-GRADEREF-STATUS          PIC XX VALUE '00'.
       01  WS-COMP-STATUS              PIC XX VALUE '00'.
       01  WS-LEAVE-STATUS             PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS           PIC XX VALUE '00'.
       01  WS-PAYPARM-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-MASTER-EOF-FLAG          PIC X  VALUE 'N'.
       01  WS-COMP-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-LEAVE-EOF-FLAG           PIC X  VALUE 'N'.
       01  WS-ARCHIVE-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-ARCHIVED-FLAG            PIC X  VALUE 'N'.
       01  WS-COMP-OPEN-FLAG           PIC X  VALUE 'N'.
       01  WS-LEAVE-OPEN-FLAG          PIC X  VALUE 'N'.
       01  WS-INCLUDE-LEAVERS          PIC X  VALUE 'N'.
       01  WS-LEAVE-FOUND-FLAG         PIC X  VALUE 'N'.
       01  WS-STRAY-LEAVE-FLAG         PIC X  VALUE 'N'.
       01  WS-FINDING-SEVERITY         PIC X.
           88  WS-HARD-ERROR           VALUE 'E'.
           88  WS-WARNING              VALUE 'W'.
       01  WS-MASTER-READ-COUNT        PIC 9(7) VALUE ZERO.
       01  WS-COMP-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-LEAVE-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-READ-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-READ-COUNT         PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-DEPT-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NAME-DIFF-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-GRADE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-ARCHIVED-TOO-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NO-LEAVE-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-STRAY-LEAVE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ORPHAN-COMP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-PURGED-COMP-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-LEAVER-PAID-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ERROR-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-WARNING-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-FINDING-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CURRENT-TIME             PIC 9(8).
       01  WS-REPORT-TIME.
           05  WS-RT-HOUR              PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-RT-MINUTE            PIC 9(2).
           05  FILLER                  PIC X VALUE ':'.
           05  WS-RT-SECOND            PIC 9(2).
       01  WS-CURRENT-DATE.
           05  WS-CURRENT-YEAR         PIC 9(4).
           05  WS-CURRENT-MONTH        PIC 9(2).
           05  WS-CURRENT-DAY          PIC 9(2).
       01  WS-REPORT-DATE.
           05  WS-REPORT-MONTH         PIC 9(2).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-REPORT-DAY           PIC 9(2).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-REPORT-YEAR          PIC 9(4).

       01  RPT-HEADER-1.
           05  FILLER              PIC X(30) VALUE
               "CROSS-FILE INTEGRITY SWEEP".
           05  FILLER              PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE         PIC X(10).

       01  RPT-HEADER-2.
           05  FILLER              PIC X(10) VALUE "FILE".
           05  FILLER              PIC X(8)  VALUE "EMP-ID".
           05  FILLER              PIC X(10) VALUE "SEVERITY".
           05  FILLER              PIC X(36) VALUE "FINDING".
           05  FILLER              PIC X(20) VALUE "DETAIL".

       01  RPT-FINDING-LINE.
           05  RPT-FL-FILE         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-FL-EMP-ID       PIC 9(5).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  RPT-FL-SEVERITY     PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-FL-FINDING      PIC X(34).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-FL-DETAIL       PIC X(30).

       01  RPT-NO-FINDINGS-LINE.
           05  FILLER              PIC X(40) VALUE
               "NO EXCEPTIONS FOUND".

       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL        PIC X(36).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-CL-COUNT        PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           PERFORM READ-RUN-PARAMETERS
           PERFORM OPEN-INPUT-FILES
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-DATE TO RPT-H1-DATE
           WRITE REPORT-RECORD FROM RPT-HEADER-1
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           WRITE REPORT-RECORD FROM RPT-HEADER-2
           PERFORM SWEEP-MASTER-FILE
           PERFORM SWEEP-COMP-FILE
           PERFORM SWEEP-LEAVE-FILE
           PERFORM SWEEP-ARCHIVE-FILE
           IF WS-FINDING-COUNT = ZERO
               WRITE REPORT-RECORD FROM RPT-NO-FINDINGS-LINE
           END-IF
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REPORT-FILE.
           CLOSE DATA-FILE.
           CLOSE DEPTREF-FILE.
           CLOSE GRADEREF-FILE.
           IF WS-COMP-OPEN-FLAG = 'Y'
               CLOSE COMP-FILE
           END-IF
           IF WS-LEAVE-OPEN-FLAG = 'Y'
               CLOSE LEAVE-FILE
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "EMPINTEG: " WS-TOTAL-READ-COUNT " RECORDS SWEPT, "
               WS-ERROR-COUNT " ERRORS, " WS-WARNING-COUNT
               " WARNINGS - SEE data/empinteg.rpt".
           IF WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

      *    The leaver rule is read from PAYREG's own parameter file,
      *    as GLDIST does, so "still being paid" means exactly what
      *    the register will pay tonight.
       READ-RUN-PARAMETERS.
           OPEN INPUT PAYPARM-FILE
           READ PAYPARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PAYPARM-INCLUDE-LEAVERS = 'Y'
                       MOVE 'Y' TO WS-INCLUDE-LEAVERS
                       DISPLAY "EMPINTEG: PAYREG INCLUDES LEAVERS - "
                           "PAID LEAVERS ARE ERRORS"
                   END-IF
           END-READ
           CLOSE PAYPARM-FILE.

      *    The master and both reference files must be there; a
      *    sweep that cannot open them has checked nothing and says
      *    so with the stream-stopping code. The compensation and
      *    leave files are created on first use by the maintenance
      *    programs, so a shop without them yet simply has nothing
      *    in them to check.
       OPEN-INPUT-FILES.
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "EMPINTEG: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT DEPTREF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY "EMPINTEG: UNABLE TO OPEN DEPTREF-FILE, STATUS="
                   WS-DEPTREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT GRADEREF-FILE
           IF WS-GRADEREF-STATUS NOT = '00'
               DISPLAY "EMPINTEG: UNABLE TO OPEN GRADEREF-FILE, "
                   "STATUS=" WS-GRADEREF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COMP-FILE
           EVALUATE WS-COMP-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-COMP-OPEN-FLAG
               WHEN '05'
               WHEN '35'
                   DISPLAY "EMPINTEG: NO COMP FILE YET - "
                       "COMPENSATION CHECKS SKIPPED"
               WHEN OTHER
                   DISPLAY "EMPINTEG: UNABLE TO OPEN COMP-FILE, "
                       "STATUS=" WS-COMP-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT LEAVE-FILE
           EVALUATE WS-LEAVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LEAVE-OPEN-FLAG
               WHEN '05'
               WHEN '35'
                   DISPLAY "EMPINTEG: NO LEAVE FILE YET - "
                       "EVERY STATUS-L EMPLOYEE IS UNMATCHED"
               WHEN OTHER
                   DISPLAY "EMPINTEG: UNABLE TO OPEN LEAVE-FILE, "
                       "STATUS=" WS-LEAVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

      *    Pass 1, the master: every employee's department against
      *    the reference file, status-L employees against the leave
      *    file, and terminated employees against their pay.
       SWEEP-MASTER-FILE.
           MOVE ZERO TO EMP-ID
           START DATA-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-START
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END PERFORM CHECK-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           ADD 1 TO WS-MASTER-READ-COUNT
           PERFORM CHECK-EMPLOYEE-DEPARTMENT
           IF EMP-STATUS = 'L'
               PERFORM CHECK-LEAVE-RECORD-PRESENT
           END-IF
           IF EMP-STATUS = 'T' AND WS-COMP-OPEN-FLAG = 'Y'
               PERFORM CHECK-LEAVER-PAY
           END-IF.

      *    An unknown code is the damage EMPMERGE trips over (its
      *    branch records are dropped as unknown); a name that has
      *    drifted from the reference only misprints on the reports
      *    until DEPTREORG re-stamps it, so it is a warning.
       CHECK-EMPLOYEE-DEPARTMENT.
           MOVE DEPT-CODE TO REF-DEPT-CODE
           READ DEPTREF-FILE
               INVALID KEY
                   MOVE 'E' TO WS-FINDING-SEVERITY
                   MOVE "MASTER"  TO RPT-FL-FILE
                   MOVE "DEPT-CODE NOT ON DEPTREF"
                       TO RPT-FL-FINDING
                   MOVE SPACES    TO RPT-FL-DETAIL
                   STRING "DEPT-CODE " DEPT-CODE
                       DELIMITED BY SIZE INTO RPT-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-UNKNOWN-DEPT-COUNT
                   PERFORM WRITE-FINDING-LINE
               NOT INVALID KEY
                   IF DEPT-NAME NOT = REF-DEPT-NAME
                       MOVE 'W' TO WS-FINDING-SEVERITY
                       MOVE "MASTER"  TO RPT-FL-FILE
                       MOVE "DEPT-NAME DIFFERS FROM DEPTREF"
                           TO RPT-FL-FINDING
                       MOVE SPACES    TO RPT-FL-DETAIL
                       STRING DEPT-CODE " " DEPT-NAME
                           DELIMITED BY SIZE INTO RPT-FL-DETAIL
                       END-STRING
                       ADD 1 TO WS-NAME-DIFF-COUNT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
           END-READ.

       CHECK-LEAVE-RECORD-PRESENT.
           MOVE 'N' TO WS-LEAVE-FOUND-FLAG
           IF WS-LEAVE-OPEN-FLAG = 'Y'
               MOVE EMP-ID TO LV-EMP-ID
               READ LEAVE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-LEAVE-FOUND-FLAG
               END-READ
           END-IF
           IF WS-LEAVE-FOUND-FLAG = 'N'
               MOVE 'W' TO WS-FINDING-SEVERITY
               MOVE "MASTER" TO RPT-FL-FILE
               MOVE "STATUS L, NO LEAVE RECORD" TO RPT-FL-FINDING
               MOVE NAME     TO RPT-FL-DETAIL
               ADD 1 TO WS-NO-LEAVE-COUNT
               PERFORM WRITE-FINDING-LINE
           END-IF.

      *    Termination leaves the compensation record alone, so a
      *    leaver with a salary on file is only a real payment when
      *    the register is including leavers tonight.
       CHECK-LEAVER-PAY.
           MOVE EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY
                   MOVE ZERO TO COMP-ANNUAL-SALARY
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF COMP-ANNUAL-SALARY > ZERO
               IF WS-INCLUDE-LEAVERS = 'Y'
                   MOVE 'E' TO WS-FINDING-SEVERITY
                   MOVE "TERMINATED, STILL ON PAYROLL"
                       TO RPT-FL-FINDING
               ELSE
                   MOVE 'W' TO WS-FINDING-SEVERITY
                   MOVE "TERMINATED, COMP STILL HAS SALARY"
                       TO RPT-FL-FINDING
               END-IF
               MOVE "MASTER" TO RPT-FL-FILE
               MOVE SPACES   TO RPT-FL-DETAIL
               STRING "TERM-DATE " TERM-DATE
                   DELIMITED BY SIZE INTO RPT-FL-DETAIL
               END-STRING
               ADD 1 TO WS-LEAVER-PAID-COUNT
               PERFORM WRITE-FINDING-LINE
           END-IF.

      *    Pass 2, compensation: every record's grade against the
      *    grade reference and its employee against the master, or
      *    failing that the purge archive.
       SWEEP-COMP-FILE.
           IF WS-COMP-OPEN-FLAG = 'Y'
               MOVE ZERO TO COMP-EMP-ID
               START COMP-FILE KEY IS NOT LESS THAN COMP-EMP-ID
                   INVALID KEY MOVE 'Y' TO WS-COMP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-COMP-EOF-FLAG = 'Y'
                   READ COMP-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-COMP-EOF-FLAG
                       NOT AT END PERFORM CHECK-ONE-COMP-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-COMP-RECORD.
           ADD 1 TO WS-COMP-READ-COUNT
           MOVE COMP-PAY-GRADE TO REF-GRADE-CODE
           READ GRADEREF-FILE
               INVALID KEY
                   MOVE 'E' TO WS-FINDING-SEVERITY
                   MOVE "COMP"    TO RPT-FL-FILE
                   MOVE COMP-EMP-ID TO EMP-ID
                   MOVE "PAY-GRADE NOT ON GRADEREF"
                       TO RPT-FL-FINDING
                   MOVE SPACES    TO RPT-FL-DETAIL
                   STRING "PAY-GRADE " COMP-PAY-GRADE
                       DELIMITED BY SIZE INTO RPT-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-UNKNOWN-GRADE-COUNT
                   PERFORM WRITE-FINDING-LINE
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE COMP-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   PERFORM CHECK-COMP-AGAINST-ARCHIVE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      *    Same archive scan as rehire's: the archive is a plain
      *    sequential file, read through for the one EMP-ID. Only
      *    compensation off the master reaches here, so the scan
      *    runs for purged employees and real orphans alone.
       CHECK-COMP-AGAINST-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVED-FLAG
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               AND WS-ARCHIVE-STATUS NOT = '05'
               DISPLAY "EMPINTEG: UNABLE TO OPEN ARCHIVE-FILE, STATUS="
                   WS-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF ARCH-EMP-ID = COMP-EMP-ID
                           MOVE 'Y' TO WS-ARCHIVED-FLAG
                           MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           IF WS-ARCHIVED-FLAG = 'Y'
               ADD 1 TO WS-PURGED-COMP-COUNT
           ELSE
               MOVE 'E' TO WS-FINDING-SEVERITY
               MOVE "COMP"    TO RPT-FL-FILE
               MOVE COMP-EMP-ID TO EMP-ID
               MOVE "COMPENSATION, NOT ON MASTER"
                   TO RPT-FL-FINDING
               MOVE "NOR ON PURGE ARCHIVE" TO RPT-FL-DETAIL
               ADD 1 TO WS-ORPHAN-COMP-COUNT
               PERFORM WRITE-FINDING-LINE
           END-IF.

      *    Pass 3, leave: the reverse of the status-L check - a leave
      *    record whose employee is gone or is no longer on leave.
       SWEEP-LEAVE-FILE.
           IF WS-LEAVE-OPEN-FLAG = 'Y'
               MOVE ZERO TO LV-EMP-ID
               START LEAVE-FILE KEY IS NOT LESS THAN LV-EMP-ID
                   INVALID KEY MOVE 'Y' TO WS-LEAVE-EOF-FLAG
               END-START
               PERFORM UNTIL WS-LEAVE-EOF-FLAG = 'Y'
                   READ LEAVE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-LEAVE-EOF-FLAG
                       NOT AT END PERFORM CHECK-ONE-LEAVE-RECORD
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-LEAVE-RECORD.
           ADD 1 TO WS-LEAVE-READ-COUNT
           MOVE 'N' TO WS-STRAY-LEAVE-FLAG
           MOVE LV-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-STRAY-LEAVE-FLAG
                   MOVE "LEAVE RECORD, NOT ON MASTER"
                       TO RPT-FL-FINDING
               NOT INVALID KEY
                   IF EMP-STATUS NOT = 'L'
                       MOVE 'Y' TO WS-STRAY-LEAVE-FLAG
                       MOVE "LEAVE RECORD, STATUS NOT L"
                           TO RPT-FL-FINDING
                   END-IF
           END-READ
           IF WS-STRAY-LEAVE-FLAG = 'Y'
               MOVE 'W' TO WS-FINDING-SEVERITY
               MOVE "LEAVE"   TO RPT-FL-FILE
               MOVE LV-EMP-ID TO EMP-ID
               MOVE SPACES    TO RPT-FL-DETAIL
               STRING "TYPE " LV-LEAVE-TYPE
                   DELIMITED BY SIZE INTO RPT-FL-DETAIL
               END-STRING
               ADD 1 TO WS-STRAY-LEAVE-COUNT
               PERFORM WRITE-FINDING-LINE
           END-IF.

      *    Pass 4, the purge archive: a purged EMP-ID that is also
      *    live on the master was either keyed again as a new hire or
      *    reinstated without going through rehire, and either way
      *    EMPARCQ and EMPMOVE now see two different people.
       SWEEP-ARCHIVE-FILE.
           MOVE 'N' TO WS-ARCHIVE-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               AND WS-ARCHIVE-STATUS NOT = '05'
               DISPLAY "EMPINTEG: UNABLE TO OPEN ARCHIVE-FILE, STATUS="
                   WS-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END PERFORM CHECK-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE.

       CHECK-ONE-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCHIVE-READ-COUNT
           MOVE ARCH-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'E' TO WS-FINDING-SEVERITY
                   MOVE "ARCHIVE" TO RPT-FL-FILE
                   MOVE "EMP-ID ON MASTER AND ARCHIVE"
                       TO RPT-FL-FINDING
                   MOVE SPACES    TO RPT-FL-DETAIL
                   STRING "ARCHIVED TERM " ARCH-TERM-DATE
                       DELIMITED BY SIZE INTO RPT-FL-DETAIL
                   END-STRING
                   ADD 1 TO WS-ARCHIVED-TOO-COUNT
                   PERFORM WRITE-FINDING-LINE
           END-READ.

       WRITE-FINDING-LINE.
           MOVE EMP-ID TO RPT-FL-EMP-ID
           IF WS-HARD-ERROR
               MOVE "ERROR"   TO RPT-FL-SEVERITY
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               MOVE "WARNING" TO RPT-FL-SEVERITY
               ADD 1 TO WS-WARNING-COUNT
           END-IF
           ADD 1 TO WS-FINDING-COUNT
           WRITE REPORT-RECORD FROM RPT-FINDING-LINE.

       WRITE-REPORT-TRAILER.
           COMPUTE WS-TOTAL-READ-COUNT = WS-MASTER-READ-COUNT
               + WS-COMP-READ-COUNT + WS-LEAVE-READ-COUNT
               + WS-ARCHIVE-READ-COUNT
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "MASTER RECORDS READ          :" TO RPT-CL-LABEL
           MOVE WS-MASTER-READ-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "COMPENSATION RECORDS READ    :" TO RPT-CL-LABEL
           MOVE WS-COMP-READ-COUNT     TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "LEAVE RECORDS READ           :" TO RPT-CL-LABEL
           MOVE WS-LEAVE-READ-COUNT    TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ARCHIVE RECORDS READ         :" TO RPT-CL-LABEL
           MOVE WS-ARCHIVE-READ-COUNT  TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DEPT-CODE NOT ON DEPTREF     :" TO RPT-CL-LABEL
           MOVE WS-UNKNOWN-DEPT-COUNT  TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "DEPT-NAME DIFFERS FROM REF   :" TO RPT-CL-LABEL
           MOVE WS-NAME-DIFF-COUNT     TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "PAY-GRADE NOT ON GRADEREF    :" TO RPT-CL-LABEL
           MOVE WS-UNKNOWN-GRADE-COUNT TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "ON MASTER AND ARCHIVE        :" TO RPT-CL-LABEL
           MOVE WS-ARCHIVED-TOO-COUNT  TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "STATUS L, NO LEAVE RECORD    :" TO RPT-CL-LABEL
           MOVE WS-NO-LEAVE-COUNT      TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "LEAVE RECORD, NOT STATUS L   :" TO RPT-CL-LABEL
           MOVE WS-STRAY-LEAVE-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "COMPENSATION, NOT ON MASTER  :" TO RPT-CL-LABEL
           MOVE WS-ORPHAN-COMP-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "COMPENSATION KEPT FOR PURGED :" TO RPT-CL-LABEL
           MOVE WS-PURGED-COMP-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "TERMINATED, STILL PAID       :" TO RPT-CL-LABEL
           MOVE WS-LEAVER-PAID-COUNT   TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ERRORS                       :" TO RPT-CL-LABEL
           MOVE WS-ERROR-COUNT         TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE
           MOVE "WARNINGS                     :" TO RPT-CL-LABEL
           MOVE WS-WARNING-COUNT       TO RPT-CL-COUNT
           WRITE REPORT-RECORD FROM RPT-COUNT-LINE.

      *    Same audit-trail append as TEST-EMPLOYEE: every record the
      *    sweep read, across all four files, against the findings,
      *    so EMPCYCLE flags a night whose exceptions jump.
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
           MOVE "EMPINTEG"           TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/small.dat"     TO AUD-INPUT-FILE
           MOVE WS-TOTAL-READ-COUNT  TO AUD-RECORDS-READ
           MOVE WS-FINDING-COUNT     TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
