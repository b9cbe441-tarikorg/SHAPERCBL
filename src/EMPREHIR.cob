       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREHIR.
      *****************************************************
      *  EMPREHIR
      *  Rehire report. Reads the change journal
      *  (data/chgjrnl.dat) for every R entry written by
      *  EMPMAINT or EMPBATCH and lists each rehire with
      *  the employee's name and department, the
      *  termination date that ended the earlier service
      *  (from the entry's before image), the rehire date,
      *  and the break in service between them in days and
      *  in whole years and months. The rehire date is the
      *  hire date on the compensation file data/comp.dat
      *  for an employee's latest rehire; an earlier rehire
      *  of the same person, whose hire date has since been
      *  replaced, is dated by its journal entry and marked
      *  with an asterisk. The present disposition comes
      *  from the master, so a rehire since terminated again
      *  shows as such. The trailer gives the number of
      *  rehires, how many returned within a year, and the
      *  average and longest break.
      *  The optional parameter file data/rehparm.dat limits
      *  the listing to rehires journaled between a low and
      *  a high date (zero leaves that end open); without
      *  it every rehire on the journal is listed. Output
      *  goes to data/emprehir.rpt, with the usual audit
      *  record to data/audit.log.
      *  Rehires JRNCLOSE has moved out of the active
      *  journal are read from the indexed history
      *  data/chghist.dat as well, so an earlier rehire in a
      *  closed period is still found and still marks the
      *  later one correctly. With no active journal on file
      *  (every entry closed) the history alone is reported.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "data/chghist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ENTRY-STAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/rehparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/emprehir.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "data/rehsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".

       FD  HISTORY-FILE.
       COPY "CHGHIST.cpy".

       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-LOW-DATE           PIC 9(8).
           05  PARM-HIGH-DATE          PIC 9(8).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-EMP-ID             PIC 9(5).
           05  SORT-JRN-DATE           PIC 9(8).
           05  SORT-JRN-TIME           PIC 9(6).
           05  SORT-IN-RANGE-FLAG      PIC X.
           05  SORT-BEFORE-IMAGE       PIC X(52).
           05  SORT-AFTER-IMAGE        PIC X(52).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-PARM-STATUS           PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-COMP-OPEN-FLAG        PIC X  VALUE 'N'.
       01  WS-JOURNAL-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-SORT-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-FILTER-LOW-DATE       PIC 9(8) VALUE ZERO.
       01  WS-FILTER-HIGH-DATE      PIC 9(8) VALUE 99999999.
       01  WS-JOURNAL-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-REHIRE-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-LISTED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UNDER-YEAR-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-UNKNOWN-BREAK-COUNT   PIC 9(5) VALUE ZERO.
       01  WS-MEASURED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-BREAK-DAYS      PIC 9(9) VALUE ZERO.
       01  WS-LONGEST-BREAK-DAYS    PIC 9(6) VALUE ZERO.
       01  WS-AVERAGE-BREAK-DAYS    PIC 9(6) VALUE ZERO.
       01  WS-PREVIOUS-EMP-ID       PIC 9(5) VALUE ZERO.
       01  WS-LATEST-FLAG           PIC X  VALUE 'N'.
       01  WS-BREAK-KNOWN-FLAG      PIC X  VALUE 'N'.
       01  WS-BREAK-DAYS            PIC S9(7) VALUE ZERO.
       01  WS-BREAK-MONTHS          PIC S9(5) VALUE ZERO.
       01  WS-BREAK-YEARS           PIC 9(3) VALUE ZERO.
       01  WS-BREAK-REM-MONTHS      PIC 9(2) VALUE ZERO.
       01  WS-REHIRE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-REHIRE-DATE-PARTS REDEFINES WS-REHIRE-DATE.
           05  WS-RH-YEAR           PIC 9(4).
           05  WS-RH-MONTH          PIC 9(2).
           05  WS-RH-DAY            PIC 9(2).
       01  WS-PRIOR-TERM-DATE       PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-TERM-PARTS REDEFINES WS-PRIOR-TERM-DATE.
           05  WS-PT-YEAR           PIC 9(4).
           05  WS-PT-MONTH          PIC 9(2).
           05  WS-PT-DAY            PIC 9(2).
       01  WS-BEFORE-IMAGE          PIC X(52).
       01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
           05  BIMG-EMP-ID          PIC 9(5).
           05  BIMG-NAME            PIC X(20).
           05  BIMG-DEPT-CODE       PIC X(3).
           05  BIMG-DEPT-NAME       PIC X(15).
           05  BIMG-EMP-STATUS      PIC X.
           05  BIMG-TERM-DATE       PIC 9(8).
       01  WS-AFTER-IMAGE           PIC X(52).
       01  WS-AFTER-RECORD REDEFINES WS-AFTER-IMAGE.
           05  AIMG-EMP-ID          PIC 9(5).
           05  AIMG-NAME            PIC X(20).
           05  AIMG-DEPT-CODE       PIC X(3).
           05  AIMG-DEPT-NAME       PIC X(15).
           05  AIMG-EMP-STATUS      PIC X.
           05  AIMG-TERM-DATE       PIC 9(8).
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
       01  WS-REPORT-DATE.
           05  WS-REPORT-MONTH      PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-DAY        PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-YEAR       PIC 9(4).

       01  RPT-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "REHIRES AND BREAK IN SERVICE".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE          PIC X(10).

       01  RPT-HEADER-2.
           05  FILLER               PIC X(10) VALUE "JOURNALED ".
           05  RPT-H2-LOW-DATE      PIC 9(8).
           05  FILLER               PIC X(6)  VALUE " THRU ".
           05  RPT-H2-HIGH-DATE     PIC 9(8).

       01  RPT-COLUMN-HEADER.
           05  FILLER               PIC X(11) VALUE "REHIRED".
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "PRIOR TERM".
           05  FILLER               PIC X(8)  VALUE "  DAYS".
           05  FILLER               PIC X(10) VALUE " YRS MOS".
           05  FILLER               PIC X(4)  VALUE "GR".
           05  FILLER               PIC X(10) VALUE "NOW".

       01  RPT-DETAIL-LINE.
           05  RPT-DT-REHIRE-DATE   PIC 9(8).
           05  RPT-DT-DATE-MARK     PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE " | ".
           05  RPT-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-DT-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-PRIOR-TERM    PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-BREAK-DAYS    PIC ZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-BREAK-YEARS   PIC ZZ9.
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-DT-BREAK-MONTHS  PIC Z9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-PAY-GRADE     PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-DISPOSITION   PIC X(12).

       01  RPT-UNKNOWN-LINE.
           05  RPT-UK-REHIRE-DATE   PIC 9(8).
           05  RPT-UK-DATE-MARK     PIC X.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-UK-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE " | ".
           05  RPT-UK-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-UK-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(27) VALUE
               "NO PRIOR TERM DATE ON FILE".
           05  RPT-UK-PAY-GRADE     PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-UK-DISPOSITION   PIC X(12).

       01  RPT-FOOTNOTE-LINE.
           05  FILLER               PIC X(60) VALUE
               "* REHIRE SINCE SUPERSEDED - DATED BY ITS JOURNAL ENTRY".

       01  RPT-TRAILER-1.
           05  FILLER          PIC X(24) VALUE
               "JOURNAL ENTRIES READ   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-READ     PIC ZZZZZZ9.

       01  RPT-TRAILER-2.
           05  FILLER          PIC X(24) VALUE
               "REHIRES LISTED         :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-LISTED   PIC ZZZZZZ9.

       01  RPT-TRAILER-3.
           05  FILLER          PIC X(24) VALUE
               "RETURNED WITHIN A YEAR :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-UNDER    PIC ZZZZZZ9.

       01  RPT-TRAILER-4.
           05  FILLER          PIC X(24) VALUE
               "AVERAGE BREAK (DAYS)   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-AVERAGE  PIC ZZZZZZ9.

       01  RPT-TRAILER-5.
           05  FILLER          PIC X(24) VALUE
               "LONGEST BREAK (DAYS)   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-LONGEST  PIC ZZZZZZ9.

       01  RPT-TRAILER-6.
           05  FILLER          PIC X(24) VALUE
               "BREAK NOT MEASURABLE   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-UNKNOWN  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-RUN-PARAMETERS
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '05'
               MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               AND WS-JOURNAL-STATUS NOT = '05'
               DISPLAY "EMPREHIR: UNABLE TO OPEN JOURNAL-FILE, STATUS="
                   WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "EMPREHIR: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT COMP-FILE.
           IF WS-COMP-STATUS = '00'
               MOVE 'Y' TO WS-COMP-OPEN-FLAG
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-EMP-ID
               ON DESCENDING KEY SORT-JRN-DATE SORT-JRN-TIME
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT.
           CLOSE JOURNAL-FILE.
           CLOSE DATA-FILE.
           IF WS-COMP-OPEN-FLAG = 'Y'
               CLOSE COMP-FILE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "EMPREHIR: " WS-LISTED-COUNT " REHIRES REPORTED TO "
               "data/emprehir.rpt".
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-LOW-DATE IS NUMERIC
                       AND PARM-LOW-DATE NOT = ZERO
                       MOVE PARM-LOW-DATE TO WS-FILTER-LOW-DATE
                   END-IF
                   IF PARM-HIGH-DATE IS NUMERIC
                       AND PARM-HIGH-DATE NOT = ZERO
                       MOVE PARM-HIGH-DATE TO WS-FILTER-HIGH-DATE
                   END-IF
                   DISPLAY "EMPREHIR: SELECTIVE RUN - DATES "
                       WS-FILTER-LOW-DATE " THRU "
                       WS-FILTER-HIGH-DATE
           END-READ
           CLOSE PARM-FILE.

      *    Every R entry goes to the sort, in range or not: only by
      *    seeing all of an employee's rehires can the report tell
      *    whether the compensation hire date belongs to the entry
      *    in hand or to a later one.
      *    The closed history is read whole - the sort puts every
      *    entry in order, so which file it came from does not
      *    matter.
       LOAD-SORT-FILE.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '05'
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "EMPREHIR: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HISTORY-STATUS
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       MOVE HST-JOURNAL-ENTRY TO JOURNAL-RECORD
                       PERFORM RELEASE-REHIRE-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM UNTIL WS-JOURNAL-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END PERFORM RELEASE-REHIRE-ENTRY
               END-READ
           END-PERFORM.

       RELEASE-REHIRE-ENTRY.
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF JRN-ACTION = 'R'
               ADD 1 TO WS-REHIRE-COUNT
               MOVE JRN-EMP-ID       TO SORT-EMP-ID
               MOVE JRN-DATE         TO SORT-JRN-DATE
               MOVE JRN-TIME         TO SORT-JRN-TIME
               MOVE JRN-BEFORE-IMAGE TO SORT-BEFORE-IMAGE
               MOVE JRN-AFTER-IMAGE  TO SORT-AFTER-IMAGE
               IF JRN-DATE >= WS-FILTER-LOW-DATE
                   AND JRN-DATE <= WS-FILTER-HIGH-DATE
                   MOVE 'Y' TO SORT-IN-RANGE-FLAG
               ELSE
                   MOVE 'N' TO SORT-IN-RANGE-FLAG
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       PRODUCE-REPORT.
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE      TO RPT-H1-DATE
           MOVE WS-FILTER-LOW-DATE  TO RPT-H2-LOW-DATE
           MOVE WS-FILTER-HIGH-DATE TO RPT-H2-HIGH-DATE
           WRITE REGISTER-RECORD FROM RPT-HEADER-1
           WRITE REGISTER-RECORD FROM RPT-HEADER-2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-COLUMN-HEADER
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               PERFORM PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
               END-RETURN
           END-PERFORM
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REGISTER-FILE.

      *    Within an EMP-ID the entries arrive newest first, so the
      *    first one seen is the employee's latest rehire.
       PROCESS-SORTED-RECORD.
           IF SORT-EMP-ID NOT = WS-PREVIOUS-EMP-ID
               MOVE 'Y' TO WS-LATEST-FLAG
               MOVE SORT-EMP-ID TO WS-PREVIOUS-EMP-ID
           ELSE
               MOVE 'N' TO WS-LATEST-FLAG
           END-IF
           IF SORT-IN-RANGE-FLAG = 'Y'
               MOVE SORT-BEFORE-IMAGE TO WS-BEFORE-IMAGE
               MOVE SORT-AFTER-IMAGE  TO WS-AFTER-IMAGE
               PERFORM FIND-REHIRE-DATE
               PERFORM MEASURE-BREAK
               PERFORM WRITE-REHIRE-LINE
           END-IF.

      *    The compensation hire date is trusted only for the latest
      *    rehire and only when it does not precede the termination
      *    being closed; otherwise the journal date stands in.
       FIND-REHIRE-DATE.
           MOVE SORT-JRN-DATE TO WS-REHIRE-DATE
           MOVE '*'           TO RPT-DT-DATE-MARK
           MOVE SPACES        TO RPT-DT-PAY-GRADE
           MOVE ZERO          TO WS-PRIOR-TERM-DATE
           IF BIMG-TERM-DATE IS NUMERIC
               MOVE BIMG-TERM-DATE TO WS-PRIOR-TERM-DATE
           END-IF
           IF WS-COMP-OPEN-FLAG = 'Y'
               MOVE SORT-EMP-ID TO COMP-EMP-ID
               READ COMP-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF WS-LATEST-FLAG = 'Y'
                           MOVE COMP-PAY-GRADE TO RPT-DT-PAY-GRADE
                           IF COMP-HIRE-DATE NOT < WS-PRIOR-TERM-DATE
                               AND COMP-HIRE-DATE NOT = ZERO
                               MOVE COMP-HIRE-DATE TO WS-REHIRE-DATE
                               MOVE SPACE TO RPT-DT-DATE-MARK
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    Whole months run from the termination's day of the month
      *    to the same day in a later month; a rehire earlier in the
      *    month than the termination has not completed the last.
       MEASURE-BREAK.
           MOVE 'N'  TO WS-BREAK-KNOWN-FLAG
           MOVE ZERO TO WS-BREAK-DAYS
           MOVE ZERO TO WS-BREAK-YEARS
           MOVE ZERO TO WS-BREAK-REM-MONTHS
           IF WS-PRIOR-TERM-DATE NOT = ZERO
               AND WS-REHIRE-DATE NOT < WS-PRIOR-TERM-DATE
               MOVE 'Y' TO WS-BREAK-KNOWN-FLAG
               COMPUTE WS-BREAK-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-REHIRE-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-PRIOR-TERM-DATE)
               COMPUTE WS-BREAK-MONTHS =
                   (WS-RH-YEAR * 12 + WS-RH-MONTH)
                 - (WS-PT-YEAR * 12 + WS-PT-MONTH)
               IF WS-RH-DAY < WS-PT-DAY
                   SUBTRACT 1 FROM WS-BREAK-MONTHS
               END-IF
               IF WS-BREAK-MONTHS < ZERO
                   MOVE ZERO TO WS-BREAK-MONTHS
               END-IF
               DIVIDE WS-BREAK-MONTHS BY 12
                   GIVING WS-BREAK-YEARS
                   REMAINDER WS-BREAK-REM-MONTHS
           END-IF.

       WRITE-REHIRE-LINE.
           ADD 1 TO WS-LISTED-COUNT
           PERFORM FIND-DISPOSITION
           IF WS-BREAK-KNOWN-FLAG = 'Y'
               MOVE WS-REHIRE-DATE     TO RPT-DT-REHIRE-DATE
               MOVE SORT-EMP-ID        TO RPT-DT-EMP-ID
               MOVE AIMG-NAME          TO RPT-DT-NAME
               MOVE AIMG-DEPT-CODE     TO RPT-DT-DEPT-CODE
               MOVE WS-PRIOR-TERM-DATE TO RPT-DT-PRIOR-TERM
               MOVE WS-BREAK-DAYS      TO RPT-DT-BREAK-DAYS
               MOVE WS-BREAK-YEARS     TO RPT-DT-BREAK-YEARS
               MOVE WS-BREAK-REM-MONTHS
                                       TO RPT-DT-BREAK-MONTHS
               WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
               ADD 1 TO WS-MEASURED-COUNT
               ADD WS-BREAK-DAYS TO WS-TOTAL-BREAK-DAYS
               IF WS-BREAK-DAYS > WS-LONGEST-BREAK-DAYS
                   MOVE WS-BREAK-DAYS TO WS-LONGEST-BREAK-DAYS
               END-IF
               IF WS-BREAK-YEARS = ZERO
                   ADD 1 TO WS-UNDER-YEAR-COUNT
               END-IF
           ELSE
               MOVE WS-REHIRE-DATE     TO RPT-UK-REHIRE-DATE
               MOVE RPT-DT-DATE-MARK   TO RPT-UK-DATE-MARK
               MOVE SORT-EMP-ID        TO RPT-UK-EMP-ID
               MOVE AIMG-NAME          TO RPT-UK-NAME
               MOVE AIMG-DEPT-CODE     TO RPT-UK-DEPT-CODE
               MOVE RPT-DT-PAY-GRADE   TO RPT-UK-PAY-GRADE
               MOVE RPT-DT-DISPOSITION TO RPT-UK-DISPOSITION
               WRITE REGISTER-RECORD FROM RPT-UNKNOWN-LINE
               ADD 1 TO WS-UNKNOWN-BREAK-COUNT
           END-IF.

       FIND-DISPOSITION.
           MOVE SORT-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   MOVE "NOT ON FILE" TO RPT-DT-DISPOSITION
               NOT INVALID KEY
                   EVALUATE EMP-STATUS
                       WHEN 'T'
                           MOVE "TERMINATED" TO RPT-DT-DISPOSITION
                       WHEN 'L'
                           MOVE "ON LEAVE"   TO RPT-DT-DISPOSITION
                       WHEN OTHER
                           MOVE "ACTIVE"     TO RPT-DT-DISPOSITION
                   END-EVALUATE
           END-READ.

       WRITE-REPORT-TRAILER.
           IF WS-MEASURED-COUNT > ZERO
               COMPUTE WS-AVERAGE-BREAK-DAYS ROUNDED =
                   WS-TOTAL-BREAK-DAYS / WS-MEASURED-COUNT
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-FOOTNOTE-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-JOURNAL-READ-COUNT  TO RPT-TR-READ
           MOVE WS-LISTED-COUNT        TO RPT-TR-LISTED
           MOVE WS-UNDER-YEAR-COUNT    TO RPT-TR-UNDER
           MOVE WS-AVERAGE-BREAK-DAYS  TO RPT-TR-AVERAGE
           MOVE WS-LONGEST-BREAK-DAYS  TO RPT-TR-LONGEST
           MOVE WS-UNKNOWN-BREAK-COUNT TO RPT-TR-UNKNOWN
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2
           WRITE REGISTER-RECORD FROM RPT-TRAILER-3
           WRITE REGISTER-RECORD FROM RPT-TRAILER-4
           WRITE REGISTER-RECORD FROM RPT-TRAILER-5
           WRITE REGISTER-RECORD FROM RPT-TRAILER-6.

      *    Same audit-trail append as TEST-EMPLOYEE: journal entries
      *    read against rehires whose break could not be measured.
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
           MOVE SPACES                 TO AUDIT-RECORD
           MOVE "EMPREHIR"             TO AUD-PROGRAM
           MOVE WS-REPORT-DATE         TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME         TO AUD-RUN-TIME
           MOVE "data/chgjrnl.dat"     TO AUD-INPUT-FILE
           MOVE WS-JOURNAL-READ-COUNT  TO AUD-RECORDS-READ
           MOVE WS-UNKNOWN-BREAK-COUNT TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
