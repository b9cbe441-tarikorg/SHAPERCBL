       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYPROG.
      *****************************************************
      *  PAYPROG
      *  Pay-progression report over the salary history
      *  ledger (data/salhist.dat) written by COMPMNT and
      *  the PAYREVW apply pass. Entries are sorted by
      *  department, employee and effective date and
      *  printed to data/payprog.rpt one line per ledger
      *  entry: effective date, action, source program and
      *  operator, old and new grade, old and new salary,
      *  the percentage moved, and the time in months and
      *  days since the employee's previous increase (or
      *  since COMP-HIRE-DATE for the first one). Each
      *  employee closes with a count of increases and the
      *  amount gained; each department, and the company,
      *  with the number of increases, the total amount,
      *  the average increase percentage and the average
      *  months between increases.
      *  Department and name come from the employee master
      *  as it stands today, so a transferred employee's
      *  whole progression is shown under the current
      *  department; ledger entries for an EMP-ID no longer
      *  on the master are grouped under *** at the end.
      *  Selection comes from the optional parameter file
      *  data/progparm.dat: a DEPT-CODE (spaces = all), an
      *  EMP-ID (zero = all) and a low/high effective date
      *  (zero leaves that end open). Entries before the
      *  low date are not printed but still set the
      *  starting point for the time-since-last-increase
      *  column.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALHIST-FILE ASSIGN TO "data/salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
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
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/progparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/payprog.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "data/progsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  SALHIST-FILE.
       COPY "SALHIST.cpy".

       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DEPT-CODE          PIC X(3).
           05  PARM-EMP-ID             PIC 9(5).
           05  PARM-LOW-DATE           PIC 9(8).
           05  PARM-HIGH-DATE          PIC 9(8).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT-CODE          PIC X(3).
           05  SORT-EMP-ID             PIC 9(5).
           05  SORT-EFFECTIVE-DATE     PIC 9(8).
           05  SORT-RECORDED-DATE      PIC 9(8).
           05  SORT-RECORDED-TIME      PIC 9(6).
           05  SORT-DEPT-NAME          PIC X(15).
           05  SORT-NAME               PIC X(20).
           05  SORT-HIRE-DATE          PIC 9(8).
           05  SORT-SOURCE-PROGRAM     PIC X(8).
           05  SORT-OPERATOR           PIC X(8).
           05  SORT-ACTION             PIC X.
           05  SORT-OLD-PAY-GRADE      PIC X(2).
           05  SORT-NEW-PAY-GRADE      PIC X(2).
           05  SORT-OLD-SALARY         PIC 9(7)V99.
           05  SORT-NEW-SALARY         PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  WS-SALHIST-STATUS           PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-COMP-STATUS              PIC XX VALUE '00'.
       01  WS-PARM-STATUS              PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-LOAD-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-SORT-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG        PIC X  VALUE 'Y'.
       01  WS-COMP-OPEN-FLAG           PIC X  VALUE 'N'.
       01  WS-FILTER-DEPT-CODE         PIC X(3) VALUE SPACES.
       01  WS-FILTER-EMP-ID            PIC 9(5) VALUE ZERO.
       01  WS-FILTER-LOW-DATE          PIC 9(8) VALUE ZERO.
       01  WS-FILTER-HIGH-DATE         PIC 9(8) VALUE 99999999.
       01  WS-PREV-DEPT-CODE           PIC X(3).
       01  WS-PREV-EMP-ID              PIC 9(5).
       01  WS-LAST-INCREASE-DATE       PIC 9(8) VALUE ZERO.
       01  WS-LAST-INCREASE-PARTS REDEFINES WS-LAST-INCREASE-DATE.
           05  WS-LAST-YEAR            PIC 9(4).
           05  WS-LAST-MONTH           PIC 9(2).
           05  WS-LAST-DAY             PIC 9(2).
       01  WS-EFFECTIVE-DATE           PIC 9(8) VALUE ZERO.
       01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
           05  WS-EFF-YEAR             PIC 9(4).
           05  WS-EFF-MONTH            PIC 9(2).
           05  WS-EFF-DAY              PIC 9(2).
       01  WS-ELAPSED-DAYS             PIC 9(5) VALUE ZERO.
       01  WS-ELAPSED-MONTHS           PIC 9(4) VALUE ZERO.
       01  WS-ELAPSED-KNOWN-FLAG       PIC X  VALUE 'N'.
       01  WS-INCREASE-FLAG            PIC X  VALUE 'N'.
       01  WS-INCREASE-AMOUNT          PIC S9(7)V99 VALUE ZERO.
       01  WS-INCREASE-PCT             PIC S9(3)V99 VALUE ZERO.
       01  WS-READ-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PRINTED-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-EMP-INCREASES            PIC 9(5) VALUE ZERO.
       01  WS-EMP-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  WS-DEPT-INCREASES           PIC 9(5) VALUE ZERO.
       01  WS-DEPT-AMOUNT              PIC S9(9)V99 VALUE ZERO.
       01  WS-DEPT-PCT-TOTAL           PIC S9(7)V99 VALUE ZERO.
       01  WS-DEPT-TIMED               PIC 9(5) VALUE ZERO.
       01  WS-DEPT-MONTHS-TOTAL        PIC 9(7) VALUE ZERO.
       01  WS-GRAND-INCREASES          PIC 9(7) VALUE ZERO.
       01  WS-GRAND-AMOUNT             PIC S9(11)V99 VALUE ZERO.
       01  WS-GRAND-PCT-TOTAL          PIC S9(9)V99 VALUE ZERO.
       01  WS-GRAND-TIMED              PIC 9(7) VALUE ZERO.
       01  WS-GRAND-MONTHS-TOTAL       PIC 9(9) VALUE ZERO.
       01  WS-AVERAGE-PCT              PIC S9(3)V99 VALUE ZERO.
       01  WS-AVERAGE-MONTHS           PIC 9(4)V9 VALUE ZERO.
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
               "PAY PROGRESSION REPORT".
           05  FILLER              PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE         PIC X(10).

       01  RPT-HEADER-2.
           05  FILLER              PIC X(11) VALUE "  EFF-DATE".
           05  FILLER              PIC X(2)  VALUE "A".
           05  FILLER              PIC X(9)  VALUE "SOURCE".
           05  FILLER              PIC X(9)  VALUE "OPERATOR".
           05  FILLER              PIC X(6)  VALUE "GRADE".
           05  FILLER              PIC X(13) VALUE "  OLD-SALARY".
           05  FILLER              PIC X(13) VALUE "  NEW-SALARY".
           05  FILLER              PIC X(8)  VALUE "    PCT".
           05  FILLER              PIC X(5)  VALUE " MTHS".
           05  FILLER              PIC X(6)  VALUE "  DAYS".

       01  RPT-DEPT-BREAK-LINE.
           05  RPT-BR-DEPT-CODE    PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-BR-DEPT-NAME    PIC X(20).

       01  RPT-EMP-BREAK-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-EB-EMP-ID       PIC 9(5).
           05  FILLER              PIC X(3)  VALUE " | ".
           05  RPT-EB-NAME         PIC X(20).
           05  FILLER              PIC X(8)  VALUE "  HIRED ".
           05  RPT-EB-HIRE-DATE    PIC 9(8).

       01  RPT-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DT-EFF-DATE     PIC 9(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-ACTION       PIC X.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-SOURCE       PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-OPERATOR     PIC X(8).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-OLD-GRADE    PIC X(2).
           05  FILLER              PIC X     VALUE '>'.
           05  RPT-DT-NEW-GRADE    PIC X(2).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-OLD-SALARY   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-NEW-SALARY   PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-PCT          PIC -ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-MONTHS       PIC X(4).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-DT-DAYS         PIC X(5).

       01  RPT-ELAPSED-EDIT.
           05  RPT-EL-MONTHS       PIC ZZZ9.
           05  RPT-EL-DAYS         PIC ZZZZ9.

       01  RPT-EMP-TOTAL-LINE.
           05  FILLER              PIC X(13) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "INCREASES: ".
           05  RPT-ET-INCREASES    PIC ZZZZ9.
           05  FILLER              PIC X(12) VALUE "   GAINED: ".
           05  RPT-ET-AMOUNT       PIC -ZZZ,ZZZ,ZZ9.99.

       01  RPT-DEPT-TOTAL-LINE.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  FILLER              PIC X(11) VALUE "DEPT INCR: ".
           05  RPT-DT-T-INCREASES  PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  RPT-DT-T-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  AVG PCT: ".
           05  RPT-DT-T-AVG-PCT    PIC -ZZ9.99.
           05  FILLER              PIC X(12) VALUE "  AVG MTHS: ".
           05  RPT-DT-T-AVG-MONTHS PIC ZZZ9.9.

       01  RPT-GRAND-TOTAL-LINE.
           05  FILLER              PIC X(14) VALUE "COMPANY INCR: ".
           05  RPT-GT-INCREASES    PIC ZZZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05  RPT-GT-AMOUNT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(11) VALUE "  AVG PCT: ".
           05  RPT-GT-AVG-PCT      PIC -ZZ9.99.
           05  FILLER              PIC X(12) VALUE "  AVG MTHS: ".
           05  RPT-GT-AVG-MONTHS   PIC ZZZ9.9.

       01  RPT-TRAILER-1.
           05  FILLER          PIC X(22) VALUE "LEDGER ENTRIES READ :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-READ     PIC ZZZZZZ9.

       01  RPT-TRAILER-2.
           05  FILLER          PIC X(22) VALUE "LEDGER ENTRIES SHOWN:".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-PRINTED  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-RUN-PARAMETERS
           OPEN INPUT SALHIST-FILE.
           IF WS-SALHIST-STATUS = '05' OR WS-SALHIST-STATUS = '35'
               DISPLAY "PAYPROG: NO SALARY HISTORY ON FILE - "
                   "NOTHING TO REPORT"
               STOP RUN
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "PAYPROG: UNABLE TO OPEN SALHIST-FILE, STATUS="
                   WS-SALHIST-STATUS
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
                                SORT-EFFECTIVE-DATE
                                SORT-RECORDED-DATE
                                SORT-RECORDED-TIME
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT.
           CLOSE SALHIST-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "PAYPROG: " WS-PRINTED-COUNT " OF " WS-READ-COUNT
               " LEDGER ENTRIES REPORTED TO data/payprog.rpt".
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
                   IF PARM-DEPT-CODE NOT = SPACES
                       MOVE PARM-DEPT-CODE TO WS-FILTER-DEPT-CODE
                   END-IF
                   IF PARM-EMP-ID IS NUMERIC
                       AND PARM-EMP-ID NOT = ZERO
                       MOVE PARM-EMP-ID TO WS-FILTER-EMP-ID
                   END-IF
                   IF PARM-LOW-DATE IS NUMERIC
                       AND PARM-LOW-DATE NOT = ZERO
                       MOVE PARM-LOW-DATE TO WS-FILTER-LOW-DATE
                   END-IF
                   IF PARM-HIGH-DATE IS NUMERIC
                       AND PARM-HIGH-DATE NOT = ZERO
                       MOVE PARM-HIGH-DATE TO WS-FILTER-HIGH-DATE
                   END-IF
                   DISPLAY "PAYPROG: SELECTIVE RUN - DEPT-CODE '"
                       WS-FILTER-DEPT-CODE "' EMP-ID "
                       WS-FILTER-EMP-ID " DATES "
                       WS-FILTER-LOW-DATE " THRU "
                       WS-FILTER-HIGH-DATE
           END-READ
           CLOSE PARM-FILE.

      *    Every ledger entry is tagged with the employee's current
      *    department and name from the master and the hire date
      *    from the compensation file. Entries for an EMP-ID the
      *    master no longer holds sort under *** so they cannot
      *    interleave with a live department.
       LOAD-SORT-FILE.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "PAYPROG: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT COMP-FILE.
           IF WS-COMP-STATUS = '00'
               MOVE 'Y' TO WS-COMP-OPEN-FLAG
           END-IF
           PERFORM UNTIL WS-LOAD-EOF-FLAG = 'Y'
               READ SALHIST-FILE
                   AT END MOVE 'Y' TO WS-LOAD-EOF-FLAG
                   NOT AT END PERFORM BUILD-AND-RELEASE-RECORD
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
           IF WS-COMP-OPEN-FLAG = 'Y'
               CLOSE COMP-FILE
           END-IF.

       BUILD-AND-RELEASE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE SH-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   MOVE "***"           TO SORT-DEPT-CODE
                   MOVE "NOT ON MASTER" TO SORT-DEPT-NAME
                   MOVE SPACES          TO SORT-NAME
               NOT INVALID KEY
                   MOVE DEPT-CODE       TO SORT-DEPT-CODE
                   MOVE DEPT-NAME       TO SORT-DEPT-NAME
                   MOVE NAME            TO SORT-NAME
           END-READ
           IF (WS-FILTER-DEPT-CODE = SPACES
                OR SORT-DEPT-CODE = WS-FILTER-DEPT-CODE)
               AND (WS-FILTER-EMP-ID = ZERO
                OR SH-EMP-ID = WS-FILTER-EMP-ID)
               AND SH-EFFECTIVE-DATE <= WS-FILTER-HIGH-DATE
               MOVE ZERO TO SORT-HIRE-DATE
               IF WS-COMP-OPEN-FLAG = 'Y'
                   MOVE SH-EMP-ID TO COMP-EMP-ID
                   READ COMP-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE COMP-HIRE-DATE TO SORT-HIRE-DATE
                   END-READ
               END-IF
               MOVE SH-EMP-ID          TO SORT-EMP-ID
               MOVE SH-EFFECTIVE-DATE  TO SORT-EFFECTIVE-DATE
               MOVE SH-RECORDED-DATE   TO SORT-RECORDED-DATE
               MOVE SH-RECORDED-TIME   TO SORT-RECORDED-TIME
               MOVE SH-SOURCE-PROGRAM  TO SORT-SOURCE-PROGRAM
               MOVE SH-OPERATOR        TO SORT-OPERATOR
               MOVE SH-ACTION          TO SORT-ACTION
               MOVE SH-OLD-PAY-GRADE   TO SORT-OLD-PAY-GRADE
               MOVE SH-NEW-PAY-GRADE   TO SORT-NEW-PAY-GRADE
               MOVE SH-OLD-SALARY      TO SORT-OLD-SALARY
               MOVE SH-NEW-SALARY      TO SORT-NEW-SALARY
               RELEASE SORT-RECORD
           END-IF.

       PRODUCE-REPORT.
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE TO RPT-H1-DATE
           WRITE REGISTER-RECORD FROM RPT-HEADER-1
           WRITE REGISTER-RECORD FROM RPT-HEADER-2
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
           END-RETURN
           PERFORM UNTIL WS-SORT-EOF-FLAG = 'Y'
               PERFORM PROCESS-SORTED-RECORD
               RETURN SORT-WORK-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF-FLAG
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD-FLAG = 'N'
               PERFORM WRITE-EMPLOYEE-TOTAL
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REGISTER-FILE.

       PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD-FLAG = 'Y'
               PERFORM START-NEW-DEPARTMENT
               PERFORM START-NEW-EMPLOYEE
           ELSE
               IF SORT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM WRITE-EMPLOYEE-TOTAL
                   PERFORM WRITE-DEPT-SUBTOTAL
                   PERFORM START-NEW-DEPARTMENT
                   PERFORM START-NEW-EMPLOYEE
               ELSE
                   IF SORT-EMP-ID NOT = WS-PREV-EMP-ID
                       PERFORM WRITE-EMPLOYEE-TOTAL
                       PERFORM START-NEW-EMPLOYEE
                   END-IF
               END-IF
           END-IF
           PERFORM PRICE-ONE-ENTRY
           IF SORT-EFFECTIVE-DATE >= WS-FILTER-LOW-DATE
               PERFORM PRINT-ONE-ENTRY
           END-IF
           IF WS-INCREASE-FLAG = 'Y' OR SORT-ACTION = 'A'
               MOVE SORT-EFFECTIVE-DATE TO WS-LAST-INCREASE-DATE
           END-IF.

      *    An increase is a C or I entry that raised the salary; a
      *    grade-only change, a decrease, an ADD or a DELETE is
      *    printed but is not counted and, except for the ADD that
      *    sets the starting salary, does not restart the clock.
       PRICE-ONE-ENTRY.
           MOVE 'N'  TO WS-INCREASE-FLAG
           MOVE ZERO TO WS-INCREASE-PCT
           COMPUTE WS-INCREASE-AMOUNT =
               SORT-NEW-SALARY - SORT-OLD-SALARY
           IF (SORT-ACTION = 'C' OR SORT-ACTION = 'I')
               AND WS-INCREASE-AMOUNT > ZERO
               MOVE 'Y' TO WS-INCREASE-FLAG
           END-IF
           IF (SORT-ACTION = 'C' OR SORT-ACTION = 'I')
               AND SORT-OLD-SALARY > ZERO
               COMPUTE WS-INCREASE-PCT ROUNDED =
                   WS-INCREASE-AMOUNT * 100 / SORT-OLD-SALARY
           END-IF
           PERFORM COMPUTE-ELAPSED-TIME.

       COMPUTE-ELAPSED-TIME.
           MOVE 'N'  TO WS-ELAPSED-KNOWN-FLAG
           MOVE ZERO TO WS-ELAPSED-DAYS
           MOVE ZERO TO WS-ELAPSED-MONTHS
           MOVE SORT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           IF WS-LAST-INCREASE-DATE > ZERO
               AND WS-EFFECTIVE-DATE >= WS-LAST-INCREASE-DATE
               MOVE 'Y' TO WS-ELAPSED-KNOWN-FLAG
               COMPUTE WS-ELAPSED-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EFFECTIVE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-INCREASE-DATE)
               COMPUTE WS-ELAPSED-MONTHS =
                   (WS-EFF-YEAR * 12 + WS-EFF-MONTH)
                   - (WS-LAST-YEAR * 12 + WS-LAST-MONTH)
               IF WS-EFF-DAY < WS-LAST-DAY
                   AND WS-ELAPSED-MONTHS > ZERO
                   SUBTRACT 1 FROM WS-ELAPSED-MONTHS
               END-IF
           END-IF.

       PRINT-ONE-ENTRY.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE SORT-EFFECTIVE-DATE TO RPT-DT-EFF-DATE
           MOVE SORT-ACTION         TO RPT-DT-ACTION
           MOVE SORT-SOURCE-PROGRAM TO RPT-DT-SOURCE
           MOVE SORT-OPERATOR       TO RPT-DT-OPERATOR
           MOVE SORT-OLD-PAY-GRADE  TO RPT-DT-OLD-GRADE
           MOVE SORT-NEW-PAY-GRADE  TO RPT-DT-NEW-GRADE
           MOVE SORT-OLD-SALARY     TO RPT-DT-OLD-SALARY
           MOVE SORT-NEW-SALARY     TO RPT-DT-NEW-SALARY
           MOVE WS-INCREASE-PCT     TO RPT-DT-PCT
           IF WS-ELAPSED-KNOWN-FLAG = 'Y'
               MOVE WS-ELAPSED-MONTHS TO RPT-EL-MONTHS
               MOVE WS-ELAPSED-DAYS   TO RPT-EL-DAYS
               MOVE RPT-EL-MONTHS     TO RPT-DT-MONTHS
               MOVE RPT-EL-DAYS       TO RPT-DT-DAYS
           ELSE
               MOVE SPACES TO RPT-DT-MONTHS
               MOVE SPACES TO RPT-DT-DAYS
           END-IF
           WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
           IF WS-INCREASE-FLAG = 'Y'
               ADD 1 TO WS-EMP-INCREASES
               ADD WS-INCREASE-AMOUNT TO WS-EMP-AMOUNT
               ADD 1 TO WS-DEPT-INCREASES
               ADD WS-INCREASE-AMOUNT TO WS-DEPT-AMOUNT
               ADD WS-INCREASE-PCT    TO WS-DEPT-PCT-TOTAL
               IF WS-ELAPSED-KNOWN-FLAG = 'Y'
                   ADD 1 TO WS-DEPT-TIMED
                   ADD WS-ELAPSED-MONTHS TO WS-DEPT-MONTHS-TOTAL
               END-IF
           END-IF.

       START-NEW-DEPARTMENT.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE SORT-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE ZERO TO WS-DEPT-INCREASES
           MOVE ZERO TO WS-DEPT-AMOUNT
           MOVE ZERO TO WS-DEPT-PCT-TOTAL
           MOVE ZERO TO WS-DEPT-TIMED
           MOVE ZERO TO WS-DEPT-MONTHS-TOTAL
           MOVE SORT-DEPT-CODE TO RPT-BR-DEPT-CODE
           MOVE SORT-DEPT-NAME TO RPT-BR-DEPT-NAME
           WRITE REGISTER-RECORD FROM RPT-DEPT-BREAK-LINE.

       START-NEW-EMPLOYEE.
           MOVE SORT-EMP-ID    TO WS-PREV-EMP-ID
           MOVE SORT-HIRE-DATE TO WS-LAST-INCREASE-DATE
           MOVE ZERO TO WS-EMP-INCREASES
           MOVE ZERO TO WS-EMP-AMOUNT
           MOVE SORT-EMP-ID    TO RPT-EB-EMP-ID
           MOVE SORT-NAME      TO RPT-EB-NAME
           MOVE SORT-HIRE-DATE TO RPT-EB-HIRE-DATE
           WRITE REGISTER-RECORD FROM RPT-EMP-BREAK-LINE.

       WRITE-EMPLOYEE-TOTAL.
           MOVE WS-EMP-INCREASES TO RPT-ET-INCREASES
           MOVE WS-EMP-AMOUNT    TO RPT-ET-AMOUNT
           WRITE REGISTER-RECORD FROM RPT-EMP-TOTAL-LINE.

       WRITE-DEPT-SUBTOTAL.
           MOVE ZERO TO WS-AVERAGE-PCT
           MOVE ZERO TO WS-AVERAGE-MONTHS
           IF WS-DEPT-INCREASES > ZERO
               COMPUTE WS-AVERAGE-PCT ROUNDED =
                   WS-DEPT-PCT-TOTAL / WS-DEPT-INCREASES
           END-IF
           IF WS-DEPT-TIMED > ZERO
               COMPUTE WS-AVERAGE-MONTHS ROUNDED =
                   WS-DEPT-MONTHS-TOTAL / WS-DEPT-TIMED
           END-IF
           MOVE WS-DEPT-INCREASES TO RPT-DT-T-INCREASES
           MOVE WS-DEPT-AMOUNT    TO RPT-DT-T-AMOUNT
           MOVE WS-AVERAGE-PCT    TO RPT-DT-T-AVG-PCT
           MOVE WS-AVERAGE-MONTHS TO RPT-DT-T-AVG-MONTHS
           WRITE REGISTER-RECORD FROM RPT-DEPT-TOTAL-LINE
           ADD WS-DEPT-INCREASES    TO WS-GRAND-INCREASES
           ADD WS-DEPT-AMOUNT       TO WS-GRAND-AMOUNT
           ADD WS-DEPT-PCT-TOTAL    TO WS-GRAND-PCT-TOTAL
           ADD WS-DEPT-TIMED        TO WS-GRAND-TIMED
           ADD WS-DEPT-MONTHS-TOTAL TO WS-GRAND-MONTHS-TOTAL.

       WRITE-GRAND-TOTAL.
           MOVE ZERO TO WS-AVERAGE-PCT
           MOVE ZERO TO WS-AVERAGE-MONTHS
           IF WS-GRAND-INCREASES > ZERO
               COMPUTE WS-AVERAGE-PCT ROUNDED =
                   WS-GRAND-PCT-TOTAL / WS-GRAND-INCREASES
           END-IF
           IF WS-GRAND-TIMED > ZERO
               COMPUTE WS-AVERAGE-MONTHS ROUNDED =
                   WS-GRAND-MONTHS-TOTAL / WS-GRAND-TIMED
           END-IF
           MOVE WS-GRAND-INCREASES TO RPT-GT-INCREASES
           MOVE WS-GRAND-AMOUNT    TO RPT-GT-AMOUNT
           MOVE WS-AVERAGE-PCT     TO RPT-GT-AVG-PCT
           MOVE WS-AVERAGE-MONTHS  TO RPT-GT-AVG-MONTHS
           WRITE REGISTER-RECORD FROM RPT-GRAND-TOTAL-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-READ-COUNT    TO RPT-TR-READ
           MOVE WS-PRINTED-COUNT TO RPT-TR-PRINTED
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2.

      *    Same audit-trail append as TEST-EMPLOYEE; a report over
      *    the ledger rejects nothing.
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
           MOVE "PAYPROG"            TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/salhist.dat"   TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT        TO AUD-RECORDS-READ
           MOVE ZERO                 TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
