       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
      *****************************************************
      *  BUDGVAR
      *  Headcount and salary budget variance report.
      *  Counts the population the payroll register pays -
      *  status A and records predating the status field,
      *  and leavers too when PAYREG's own parameter file
      *  data/payparm.dat carries Y to include them, as
      *  GLDIST does - by DEPT-CODE, totals their annual
      *  salary from the compensation file (data/comp.dat),
      *  and sets both against the department's budget for
      *  the fiscal period on data/budget.dat (BUDGET.cpy,
      *  maintained by BUDGMNT). One line per department
      *  shows budgeted and actual headcount, the open
      *  positions (budgeted seats not filled), budgeted and
      *  actual salary and the salary still unspent, with
      *  the department flagged OVER HC, OVER SAL or OVER
      *  BOTH where actuals exceed the plan, and NO BUDGET
      *  where staff are paid against no budget at all.
      *  Budgeted departments with no active staff follow
      *  with every seat open. Output goes to
      *  data/budgvar.rpt.
      *  The fiscal period (YYYYPP) is the year and month of
      *  the stream's cycle date on data/streamctl.dat, so a
      *  month end rerun after midnight still reports the
      *  month being closed; run outside the stream it is the
      *  run year and month, and the optional parameter file
      *  data/budgparm.dat overrides either.
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
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT BUDGET-FILE ASSIGN TO "data/budget.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUDGET-STATUS.
           SELECT DEPTREF-FILE ASSIGN TO "data/deptref.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-DEPT-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/budgparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL PAYPARM-FILE ASSIGN TO "data/payparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "data/streamctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/budgvar.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "data/budgsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  BUDGET-FILE.
       COPY "BUDGET.cpy".

       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-FISCAL-PERIOD      PIC 9(6).

       FD  PAYPARM-FILE.
       01  PAYPARM-RECORD.
           05  PAYPARM-INCLUDE-LEAVERS PIC X.

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CTL-STREAM-STATUS       PIC X(8).
           05  CTL-RESUME-STEP         PIC 9(2).
           05  CTL-RUN-DATE            PIC 9(8).
           05  CTL-CYCLE-DATE          PIC 9(8).
           05  CTL-DAY-TYPE            PIC X.
           05  CTL-STEPS-RUN           PIC 9(2).
           05  CTL-STEPS-NOT-DUE       PIC 9(2).
           05  CTL-STEP-OUTCOMES       PIC X(30).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(100).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT-CODE          PIC X(3).
           05  SORT-EMP-ID             PIC 9(5).
           05  SORT-DEPT-NAME          PIC X(15).

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-COMP-STATUS              PIC XX VALUE '00'.
       01  WS-BUDGET-STATUS            PIC XX VALUE '00'.
       01  WS-DEPTREF-STATUS           PIC XX VALUE '00'.
       01  WS-PARM-STATUS              PIC XX VALUE '00'.
       01  WS-PAYPARM-STATUS           PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS           PIC XX VALUE '00'.
       01  WS-LOAD-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-SORT-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-BUDGET-EOF-FLAG          PIC X  VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG        PIC X  VALUE 'Y'.
       01  WS-BUDGET-FOUND-FLAG        PIC X  VALUE 'N'.
       01  WS-SEEN-FLAG                PIC X  VALUE 'N'.
       01  WS-INCLUDE-LEAVERS          PIC X  VALUE 'N'.
       01  WS-FISCAL-PERIOD            PIC 9(6) VALUE ZERO.
       01  WS-FISCAL-PERIOD-PARTS REDEFINES WS-FISCAL-PERIOD.
           05  WS-FISCAL-YEAR          PIC 9(4).
           05  WS-FISCAL-PERIOD-NO     PIC 9(2).
       01  WS-PREV-DEPT-CODE           PIC X(3).
       01  WS-PREV-DEPT-NAME           PIC X(15).
       01  WS-DEPT-HEADCOUNT           PIC 9(5) VALUE ZERO.
       01  WS-DEPT-SALARY-TOTAL        PIC 9(9)V99 VALUE ZERO.
       01  WS-BUDGET-HEADCOUNT         PIC 9(5) VALUE ZERO.
       01  WS-BUDGET-SALARY            PIC 9(9)V99 VALUE ZERO.
       01  WS-OPEN-POSITIONS           PIC 9(5) VALUE ZERO.
       01  WS-SALARY-VARIANCE          PIC S9(9)V99 VALUE ZERO.
       01  WS-VARIANCE-FLAG            PIC X(10).
       01  WS-GRAND-BUDGET-HEADCOUNT   PIC 9(7) VALUE ZERO.
       01  WS-GRAND-HEADCOUNT          PIC 9(7) VALUE ZERO.
       01  WS-GRAND-OPEN-POSITIONS     PIC 9(7) VALUE ZERO.
       01  WS-GRAND-BUDGET-SALARY      PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-SALARY-TOTAL       PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-VARIANCE           PIC S9(11)V99 VALUE ZERO.
       01  WS-OVER-BUDGET-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-NO-BUDGET-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-NO-COMP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SEEN-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SEEN-SUB                 PIC 9(3) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-DEPT-CODE       PIC X(3) OCCURS 100 TIMES.
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
               "BUDGET VARIANCE REPORT".
           05  FILLER              PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE         PIC X(10).
           05  FILLER              PIC X(17) VALUE
               "  FISCAL PERIOD: ".
           05  RPT-H1-PERIOD       PIC 9(6).

       01  RPT-HEADER-2.
           05  FILLER              PIC X(4)  VALUE "DEPT".
           05  FILLER              PIC X(16) VALUE "DEPARTMENT NAME".
           05  FILLER              PIC X(6)  VALUE "BUD-HC".
           05  FILLER              PIC X(6)  VALUE "ACT-HC".
           05  FILLER              PIC X(6)  VALUE "  OPEN".
           05  FILLER              PIC X(15) VALUE
               "  BUDGET-SALARY".
           05  FILLER              PIC X(15) VALUE
               "  ACTUAL-SALARY".
           05  FILLER              PIC X(16) VALUE
               "       REMAINING".
           05  FILLER              PIC X(6)  VALUE "  FLAG".

       01  RPT-VARIANCE-LINE.
           05  RPT-VR-DEPT-CODE    PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-DEPT-NAME    PIC X(15).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-BUD-HC       PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-ACT-HC       PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-OPEN         PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-BUD-SALARY   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-ACT-SALARY   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-VR-VARIANCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-VR-FLAG         PIC X(10).

       01  RPT-SECTION-LINE.
           05  FILLER              PIC X(50) VALUE
               "BUDGETED DEPARTMENTS WITH NO ACTIVE STAFF".

       01  RPT-GRANDTOTAL-LINE.
           05  FILLER              PIC X(20) VALUE "COMPANY".
           05  RPT-GT-BUD-HC       PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-GT-ACT-HC       PIC ZZZZ9.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-GT-OPEN         PIC ZZZZ9.
           05  RPT-GT-BUD-SALARY   PIC ZZZZ,ZZZ,ZZ9.99.
           05  RPT-GT-ACT-SALARY   PIC ZZZZ,ZZZ,ZZ9.99.
           05  RPT-GT-VARIANCE     PIC -ZZZZ,ZZZ,ZZ9.99.

       01  RPT-TRAILER-1.
           05  FILLER          PIC X(22) VALUE "DEPTS OVER BUDGET   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-OVER     PIC ZZZZ9.

       01  RPT-TRAILER-2.
           05  FILLER          PIC X(22) VALUE "DEPTS WITHOUT BUDGET:".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-NO-BUD   PIC ZZZZ9.

       01  RPT-TRAILER-3.
           05  FILLER          PIC X(22) VALUE "NO COMP RECORD      :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-NO-COMP  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-RUN-PARAMETERS
           OPEN INPUT COMP-FILE.
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "BUDGVAR: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BUDGET-FILE.
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "BUDGVAR: UNABLE TO OPEN BUDGET-FILE, STATUS="
                   WS-BUDGET-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DEPTREF-FILE.
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY "BUDGVAR: UNABLE TO OPEN DEPTREF-FILE, STATUS="
                   WS-DEPTREF-STATUS
               STOP RUN
           END-IF
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-REPORT.
           PERFORM REPORT-UNSTAFFED-BUDGETS.
           PERFORM WRITE-GRAND-TOTAL.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE REGISTER-FILE.
           CLOSE DEPTREF-FILE.
           CLOSE BUDGET-FILE.
           CLOSE COMP-FILE.
           DISPLAY "BUDGVAR: PERIOD " WS-FISCAL-PERIOD " - "
               WS-OVER-BUDGET-COUNT " DEPARTMENTS OVER BUDGET, "
               WS-NO-BUDGET-COUNT " WITHOUT BUDGET".
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

       READ-RUN-PARAMETERS.
           MOVE WS-CURRENT-YEAR  TO WS-FISCAL-YEAR
           MOVE WS-CURRENT-MONTH TO WS-FISCAL-PERIOD-NO
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-CYCLE-DATE IS NUMERIC
                           AND CTL-CYCLE-DATE NOT = ZERO
                           MOVE CTL-CYCLE-DATE(1:6)
                               TO WS-FISCAL-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE CONTROL-FILE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-FISCAL-PERIOD IS NUMERIC
                       AND PARM-FISCAL-PERIOD NOT = ZERO
                       MOVE PARM-FISCAL-PERIOD TO WS-FISCAL-PERIOD
                   END-IF
           END-READ
           CLOSE PARM-FILE
           OPEN INPUT PAYPARM-FILE
           READ PAYPARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PAYPARM-INCLUDE-LEAVERS = 'Y'
                       MOVE 'Y' TO WS-INCLUDE-LEAVERS
                       DISPLAY "BUDGVAR: LEAVERS INCLUDED AS IN PAYREG"
                   END-IF
           END-READ
           CLOSE PAYPARM-FILE.

      *    Same population as PAYREG, leaver override and all: the
      *    budget is set against the people being paid, and the
      *    actuals agree with what GLDIST posts for the period.
       LOAD-SORT-FILE.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "BUDGVAR: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOAD-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOAD-EOF-FLAG
                   NOT AT END
                       IF WS-INCLUDE-LEAVERS = 'Y'
                           OR EMP-STATUS = 'A' OR EMP-STATUS = SPACE
                           MOVE DEPT-CODE TO SORT-DEPT-CODE
                           MOVE EMP-ID    TO SORT-EMP-ID
                           MOVE DEPT-NAME TO SORT-DEPT-NAME
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.

       PRODUCE-REPORT.
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE   TO RPT-H1-DATE
           MOVE WS-FISCAL-PERIOD TO RPT-H1-PERIOD
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
               PERFORM WRITE-DEPT-VARIANCE
           END-IF.

       PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD-FLAG = 'Y'
               PERFORM START-NEW-DEPARTMENT
           ELSE
               IF SORT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM WRITE-DEPT-VARIANCE
                   PERFORM START-NEW-DEPARTMENT
               END-IF
           END-IF
           ADD 1 TO WS-DEPT-HEADCOUNT
           MOVE SORT-EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-COMP-COUNT
               NOT INVALID KEY
                   ADD COMP-ANNUAL-SALARY TO WS-DEPT-SALARY-TOTAL
           END-READ.

       START-NEW-DEPARTMENT.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE SORT-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE SORT-DEPT-NAME TO WS-PREV-DEPT-NAME
           MOVE ZERO TO WS-DEPT-HEADCOUNT
           MOVE ZERO TO WS-DEPT-SALARY-TOTAL.

      *    The department's budget is a random read on DEPT-CODE and
      *    period; each staffed department is remembered so the
      *    budget walk that follows only reports the unstaffed ones.
       WRITE-DEPT-VARIANCE.
           MOVE WS-PREV-DEPT-CODE TO BUD-DEPT-CODE
           MOVE WS-FISCAL-PERIOD  TO BUD-FISCAL-PERIOD
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'N'  TO WS-BUDGET-FOUND-FLAG
                   MOVE ZERO TO WS-BUDGET-HEADCOUNT
                   MOVE ZERO TO WS-BUDGET-SALARY
               NOT INVALID KEY
                   MOVE 'Y'           TO WS-BUDGET-FOUND-FLAG
                   MOVE BUD-HEADCOUNT TO WS-BUDGET-HEADCOUNT
                   MOVE BUD-SALARY    TO WS-BUDGET-SALARY
           END-READ
           IF WS-SEEN-COUNT < 100
               ADD 1 TO WS-SEEN-COUNT
               MOVE WS-PREV-DEPT-CODE
                   TO WS-SEEN-DEPT-CODE(WS-SEEN-COUNT)
           END-IF
           PERFORM PRICE-AND-WRITE-VARIANCE.

      *    Open positions are budgeted seats nobody fills; a
      *    department over its headcount has none open rather than
      *    a negative number. The flag names which side of the
      *    budget was broken.
       PRICE-AND-WRITE-VARIANCE.
           MOVE SPACES TO WS-VARIANCE-FLAG
           MOVE ZERO   TO WS-OPEN-POSITIONS
           IF WS-BUDGET-HEADCOUNT > WS-DEPT-HEADCOUNT
               COMPUTE WS-OPEN-POSITIONS =
                   WS-BUDGET-HEADCOUNT - WS-DEPT-HEADCOUNT
           END-IF
           COMPUTE WS-SALARY-VARIANCE =
               WS-BUDGET-SALARY - WS-DEPT-SALARY-TOTAL
           IF WS-BUDGET-FOUND-FLAG = 'N'
               MOVE "NO BUDGET" TO WS-VARIANCE-FLAG
               ADD 1 TO WS-NO-BUDGET-COUNT
           ELSE
               IF WS-DEPT-HEADCOUNT > WS-BUDGET-HEADCOUNT
                   MOVE "OVER HC" TO WS-VARIANCE-FLAG
               END-IF
               IF WS-DEPT-SALARY-TOTAL > WS-BUDGET-SALARY
                   IF WS-VARIANCE-FLAG = SPACES
                       MOVE "OVER SAL"  TO WS-VARIANCE-FLAG
                   ELSE
                       MOVE "OVER BOTH" TO WS-VARIANCE-FLAG
                   END-IF
               END-IF
               IF WS-VARIANCE-FLAG NOT = SPACES
                   ADD 1 TO WS-OVER-BUDGET-COUNT
               END-IF
           END-IF
           MOVE WS-PREV-DEPT-CODE    TO RPT-VR-DEPT-CODE
           MOVE WS-PREV-DEPT-NAME    TO RPT-VR-DEPT-NAME
           MOVE WS-BUDGET-HEADCOUNT  TO RPT-VR-BUD-HC
           MOVE WS-DEPT-HEADCOUNT    TO RPT-VR-ACT-HC
           MOVE WS-OPEN-POSITIONS    TO RPT-VR-OPEN
           MOVE WS-BUDGET-SALARY     TO RPT-VR-BUD-SALARY
           MOVE WS-DEPT-SALARY-TOTAL TO RPT-VR-ACT-SALARY
           MOVE WS-SALARY-VARIANCE   TO RPT-VR-VARIANCE
           MOVE WS-VARIANCE-FLAG     TO RPT-VR-FLAG
           WRITE REGISTER-RECORD FROM RPT-VARIANCE-LINE
           ADD WS-BUDGET-HEADCOUNT  TO WS-GRAND-BUDGET-HEADCOUNT
           ADD WS-DEPT-HEADCOUNT    TO WS-GRAND-HEADCOUNT
           ADD WS-OPEN-POSITIONS    TO WS-GRAND-OPEN-POSITIONS
           ADD WS-BUDGET-SALARY     TO WS-GRAND-BUDGET-SALARY
           ADD WS-DEPT-SALARY-TOTAL TO WS-GRAND-SALARY-TOTAL
           ADD WS-SALARY-VARIANCE   TO WS-GRAND-VARIANCE.

      *    Walk the whole budget file and pick out this period's
      *    budgets for departments the staffed pass never reached:
      *    every budgeted seat there is open.
       REPORT-UNSTAFFED-BUDGETS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-SECTION-LINE
           MOVE LOW-VALUES TO BUD-KEY
           START BUDGET-FILE KEY IS NOT LESS THAN BUD-KEY
               INVALID KEY MOVE 'Y' TO WS-BUDGET-EOF-FLAG
           END-START
           PERFORM UNTIL WS-BUDGET-EOF-FLAG = 'Y'
               READ BUDGET-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-BUDGET-EOF-FLAG
                   NOT AT END
                       IF BUD-FISCAL-PERIOD = WS-FISCAL-PERIOD
                           PERFORM CHECK-ONE-BUDGET
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

       CHECK-ONE-BUDGET.
           MOVE 'N' TO WS-SEEN-FLAG
           PERFORM MATCH-ONE-SEEN-DEPT
               VARYING WS-SEEN-SUB FROM 1 BY 1
               UNTIL WS-SEEN-SUB > WS-SEEN-COUNT
                   OR WS-SEEN-FLAG = 'Y'
           IF WS-SEEN-FLAG = 'N'
               MOVE 'Y'           TO WS-BUDGET-FOUND-FLAG
               MOVE BUD-DEPT-CODE TO WS-PREV-DEPT-CODE
               MOVE BUD-DEPT-CODE TO REF-DEPT-CODE
               READ DEPTREF-FILE
                   INVALID KEY
                       MOVE "NOT ON DEPTREF" TO WS-PREV-DEPT-NAME
                   NOT INVALID KEY
                       MOVE REF-DEPT-NAME TO WS-PREV-DEPT-NAME
               END-READ
               MOVE BUD-HEADCOUNT TO WS-BUDGET-HEADCOUNT
               MOVE BUD-SALARY    TO WS-BUDGET-SALARY
               MOVE ZERO          TO WS-DEPT-HEADCOUNT
               MOVE ZERO          TO WS-DEPT-SALARY-TOTAL
               PERFORM PRICE-AND-WRITE-VARIANCE
           END-IF.

       MATCH-ONE-SEEN-DEPT.
           IF WS-SEEN-DEPT-CODE(WS-SEEN-SUB) = BUD-DEPT-CODE
               MOVE 'Y' TO WS-SEEN-FLAG
           END-IF.

       WRITE-GRAND-TOTAL.
           MOVE WS-GRAND-BUDGET-HEADCOUNT TO RPT-GT-BUD-HC
           MOVE WS-GRAND-HEADCOUNT        TO RPT-GT-ACT-HC
           MOVE WS-GRAND-OPEN-POSITIONS   TO RPT-GT-OPEN
           MOVE WS-GRAND-BUDGET-SALARY    TO RPT-GT-BUD-SALARY
           MOVE WS-GRAND-SALARY-TOTAL     TO RPT-GT-ACT-SALARY
           MOVE WS-GRAND-VARIANCE         TO RPT-GT-VARIANCE
           WRITE REGISTER-RECORD FROM RPT-GRANDTOTAL-LINE.

       WRITE-REPORT-TRAILER.
           MOVE WS-OVER-BUDGET-COUNT TO RPT-TR-OVER
           MOVE WS-NO-BUDGET-COUNT   TO RPT-TR-NO-BUD
           MOVE WS-NO-COMP-COUNT     TO RPT-TR-NO-COMP
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2
           WRITE REGISTER-RECORD FROM RPT-TRAILER-3.
