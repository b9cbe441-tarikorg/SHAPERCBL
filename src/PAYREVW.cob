      *  field) are reviewed. Employees with no
      *  compensation record are counted and left to
      *  PAYREG's exception section.
      *  Every increase the apply pass makes is written to
      *  the salary history ledger data/salhist.dat
      *  (SALHIST.cpy) as action I, with the old and new
      *  grade and salary and the run date as its effective
      *  date, under operator PAYREVW.
      *  The proposal pass also prices each department
      *  against its budget on data/budget.dat (BUDGET.cpy,
      *  maintained by BUDGMNT) for the fiscal period keyed
      *  after the run mode in data/revwparm.dat (YYYYPP;
      *  the run year and month when none is keyed): the
      *  budgeted salary, what remains of it over the
      *  department's current salaries, and what would
      *  remain once the proposed cost is spent, flagged
      *  OVER BUDGET when the cost exceeds the remainder.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-RULE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/payrevw.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SALHIST-FILE ASSIGN TO "data/salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "data/budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "data/revwsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RUN-MODE           PIC X.
           05  PARM-FISCAL-PERIOD      PIC 9(6).

       FD  RULE-FILE.
       01  RULE-RECORD.
       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(90).

       FD  SALHIST-FILE.
       COPY "SALHIST.cpy".

       FD  BUDGET-FILE.
       COPY "BUDGET.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT-CODE          PIC X(3).
       01  WS-COMP-STATUS              PIC XX VALUE '00'.
       01  WS-PARM-STATUS              PIC XX VALUE '00'.
       01  WS-RULE-STATUS              PIC XX VALUE '00'.
       01  WS-SALHIST-STATUS           PIC XX VALUE '00'.
       01  WS-BUDGET-STATUS            PIC XX VALUE '00'.
       01  WS-BUDGET-OPEN-FLAG         PIC X  VALUE 'N'.
       01  WS-BUDGET-FOUND-FLAG        PIC X  VALUE 'N'.
       01  WS-FISCAL-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-FISCAL-PERIOD-PARTS REDEFINES WS-FISCAL-PERIOD.
           05  WS-FISCAL-YEAR          PIC 9(4).
           05  WS-FISCAL-PERIOD-NO     PIC 9(2).
       01  WS-REMAINING-BUDGET         PIC S9(9)V99 VALUE ZERO.
       01  WS-AFTER-REVIEW-BUDGET      PIC S9(9)V99 VALUE ZERO.
       01  WS-OVER-BUDGET-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OLD-SALARY               PIC 9(7)V99 VALUE ZERO.
       01  WS-REVIEW-GRADE             PIC X(2).
       01  WS-CURRENT-TIME             PIC 9(8).
       01  WS-RUN-MODE                 PIC X  VALUE SPACE.
           88  WS-PROPOSAL-MODE        VALUE 'P'.
           88  WS-APPLY-MODE           VALUE 'A'.
           05  FILLER              PIC X(9)  VALUE "  COST: ".
           05  RPT-ST-COST         PIC ZZZ,ZZZ,ZZ9.99.

       01  RPT-BUDGET-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "BUDGET: ".
           05  RPT-BG-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)  VALUE "  LEFT: ".
           05  RPT-BG-REMAINING    PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(8)  VALUE "  AFTER:".
           05  RPT-BG-AFTER        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-BG-FLAG         PIC X(11).

       01  RPT-NO-BUDGET-LINE.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "NO BUDGET FOR FISCAL PERIOD ".
           05  RPT-NB-PERIOD       PIC 9(6).

       01  RPT-GRANDTOTAL-LINE.
           05  FILLER              PIC X(12) VALUE "COMPANY OLD:".
           05  RPT-GT-OLD          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-NO-COMP  PIC ZZZZ9.

       01  RPT-TRAILER-4.
           05  FILLER          PIC X(22) VALUE "DEPTS OVER BUDGET   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-OVER     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
                   WS-COMP-STATUS
               STOP RUN
           END-IF
           IF WS-APPLY-MODE
               PERFORM OPEN-SALARY-HISTORY
           ELSE
               PERFORM OPEN-BUDGET-FILE
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REGISTER.
           CLOSE COMP-FILE.
           IF WS-APPLY-MODE
               CLOSE SALHIST-FILE
           END-IF
           IF WS-BUDGET-OPEN-FLAG = 'Y'
               CLOSE BUDGET-FILE
           END-IF
           PERFORM WRITE-REGISTER-TRAILER.
           CLOSE REGISTER-FILE.
           DISPLAY "PAYREVW: " WS-REVIEWED-COUNT " REVIEWED, "
           END-READ
           CLOSE PARM-FILE
           MOVE PARM-RUN-MODE TO WS-RUN-MODE
           MOVE WS-CURRENT-YEAR  TO WS-FISCAL-YEAR
           MOVE WS-CURRENT-MONTH TO WS-FISCAL-PERIOD-NO
           IF PARM-FISCAL-PERIOD IS NUMERIC
               AND PARM-FISCAL-PERIOD NOT = ZERO
               MOVE PARM-FISCAL-PERIOD TO WS-FISCAL-PERIOD
           END-IF
           IF NOT WS-PROPOSAL-MODE AND NOT WS-APPLY-MODE
               DISPLAY "PAYREVW: INVALID RUN MODE '" WS-RUN-MODE
                   "' - USE P (PROPOSE) OR A (APPLY)"
           END-IF.

       APPLY-ONE-INCREASE.
           MOVE COMP-ANNUAL-SALARY  TO WS-OLD-SALARY
           MOVE COMP-PAY-GRADE      TO WS-REVIEW-GRADE
           MOVE WS-NEW-SALARY       TO COMP-ANNUAL-SALARY
           MOVE WS-CURRENT-DATE-NUM TO COMP-INCREASE-DATE
           REWRITE COMP-RECORD
                       SORT-EMP-ID
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-SALARY-HISTORY
           END-REWRITE.

      *    The ledger is held open for the whole apply pass, as
      *    EMPBATCH holds its journal; the EXTEND/OUTPUT dance
      *    creates it on first use.
       OPEN-SALARY-HISTORY.
           OPEN EXTEND SALHIST-FILE
           IF WS-SALHIST-STATUS = '05' OR WS-SALHIST-STATUS = '35'
               CLOSE SALHIST-FILE
               OPEN OUTPUT SALHIST-FILE
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "PAYREVW: UNABLE TO OPEN SALHIST-FILE, STATUS="
                   WS-SALHIST-STATUS
               STOP RUN
           END-IF.

      *    The budget only prices the proposal; a missing budget file
      *    leaves the proposal to run without it rather than stopping
      *    the reviewer.
       OPEN-BUDGET-FILE.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = '00'
               MOVE 'Y' TO WS-BUDGET-OPEN-FLAG
           ELSE
               DISPLAY "PAYREVW: BUDGET-FILE NOT AVAILABLE, STATUS="
                   WS-BUDGET-STATUS " - PROPOSAL RUN WITHOUT BUDGET"
           END-IF.

      *    A review increase moves the salary inside the grade, so
      *    the old and new grade are the same.
       WRITE-SALARY-HISTORY.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE SORT-EMP-ID          TO SH-EMP-ID
           MOVE WS-CURRENT-DATE-NUM  TO SH-EFFECTIVE-DATE
           MOVE WS-CURRENT-DATE-NUM  TO SH-RECORDED-DATE
           MOVE WS-CURRENT-TIME(1:6) TO SH-RECORDED-TIME
           MOVE "PAYREVW"            TO SH-SOURCE-PROGRAM
           MOVE "PAYREVW"            TO SH-OPERATOR
           MOVE 'I'                  TO SH-ACTION
           MOVE WS-REVIEW-GRADE      TO SH-OLD-PAY-GRADE
           MOVE WS-REVIEW-GRADE      TO SH-NEW-PAY-GRADE
           MOVE WS-OLD-SALARY        TO SH-OLD-SALARY
           MOVE WS-NEW-SALARY        TO SH-NEW-SALARY
           WRITE SALHIST-RECORD.

       START-NEW-DEPARTMENT.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE SORT-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE WS-DEPT-OLD-TOTAL  TO RPT-ST-OLD
           MOVE WS-DEPT-NEW-TOTAL  TO RPT-ST-NEW
           MOVE WS-DEPT-COST-TOTAL TO RPT-ST-COST
           WRITE REGISTER-RECORD FROM RPT-SUBTOTAL-LINE
           IF WS-BUDGET-OPEN-FLAG = 'Y'
               PERFORM WRITE-DEPT-BUDGET-LINE
           END-IF.

      *    What is left of the budget is measured against today's
      *    salaries of the reviewed population; the proposal is over
      *    budget when its cost would spend more than that.
       WRITE-DEPT-BUDGET-LINE.
           MOVE WS-PREV-DEPT-CODE TO BUD-DEPT-CODE
           MOVE WS-FISCAL-PERIOD  TO BUD-FISCAL-PERIOD
           READ BUDGET-FILE
               INVALID KEY     MOVE 'N' TO WS-BUDGET-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-BUDGET-FOUND-FLAG
           END-READ
           IF WS-BUDGET-FOUND-FLAG = 'N'
               MOVE WS-FISCAL-PERIOD TO RPT-NB-PERIOD
               WRITE REGISTER-RECORD FROM RPT-NO-BUDGET-LINE
           ELSE
               COMPUTE WS-REMAINING-BUDGET =
                   BUD-SALARY - WS-DEPT-OLD-TOTAL
               COMPUTE WS-AFTER-REVIEW-BUDGET =
                   WS-REMAINING-BUDGET - WS-DEPT-COST-TOTAL
               MOVE SPACES TO RPT-BG-FLAG
               IF WS-DEPT-COST-TOTAL > WS-REMAINING-BUDGET
                   MOVE "OVER BUDGET" TO RPT-BG-FLAG
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
               MOVE BUD-SALARY             TO RPT-BG-BUDGET
               MOVE WS-REMAINING-BUDGET    TO RPT-BG-REMAINING
               MOVE WS-AFTER-REVIEW-BUDGET TO RPT-BG-AFTER
               WRITE REGISTER-RECORD FROM RPT-BUDGET-LINE
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-OLD-TOTAL  TO RPT-GT-OLD
           MOVE WS-NO-COMP-COUNT  TO RPT-TR-NO-COMP
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2
           WRITE REGISTER-RECORD FROM RPT-TRAILER-3
           IF WS-BUDGET-OPEN-FLAG = 'Y'
               MOVE WS-OVER-BUDGET-COUNT TO RPT-TR-OVER
               WRITE REGISTER-RECORD FROM RPT-TRAILER-4
           END-IF.
