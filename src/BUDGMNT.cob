       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGMNT.
      *****************************************************
      *  BUDGMNT
      *  Online-style single-transaction maintenance for
      *  the indexed department budget file
      *  (data/budget.dat), kept the same way GRADMNT keeps
      *  the pay-grade reference. Accepts one
      *  ADD/CHANGE/DELETE transaction against a single
      *  DEPT-CODE and fiscal period (YYYYPP) at a time,
      *  carrying the budgeted headcount and the budgeted
      *  annual salary cost for that department. A budget
      *  can only be added for a department on the
      *  department reference file (data/deptref.dat).
      *  BUDGVAR reports actuals against this file and the
      *  PAYREVW proposal pass prices the review against
      *  what is left of it.
      *  The session starts with a sign-on against the
      *  operator file data/operators.dat: an unknown ID,
      *  or one below the compensation-maintenance
      *  authority level, ends the session before the file
      *  is opened.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPERATOR-FILE ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY "BUDGET.cpy".
       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERATOR.cpy".
       WORKING-STORAGE SECTION.
       01  WS-BUDGET-STATUS         PIC XX VALUE '00'.
       01  WS-DEPTREF-STATUS        PIC XX VALUE '00'.
       01  WS-OPERATOR-STATUS       PIC XX VALUE '00'.
       01  WS-OPERATOR-EOF-FLAG     PIC X  VALUE 'N'.
       01  WS-OPERATOR-FOUND-FLAG   PIC X  VALUE 'N'.
       01  WS-OPERATOR-LEVEL        PIC 9  VALUE ZERO.
       01  WS-REQUIRED-LEVEL        PIC 9  VALUE 3.
       01  WS-OPERATOR-ID           PIC X(8).
       01  WS-CONTINUE-FLAG         PIC X  VALUE 'Y'.
       01  WS-TRANS-ACTION          PIC X.
           88  WS-ACTION-ADD        VALUE 'A'.
           88  WS-ACTION-CHANGE     VALUE 'C'.
           88  WS-ACTION-DELETE     VALUE 'D'.
           88  WS-ACTION-EXIT       VALUE 'X'.
       01  WS-DEPT-VALID-FLAG       PIC X  VALUE 'N'.
       01  WS-PERIOD-VALID-FLAG     PIC X  VALUE 'N'.
       01  WS-TRANS-DEPT-CODE       PIC X(3).
       01  WS-TRANS-FISCAL-PERIOD   PIC 9(6).
       01  WS-TRANS-PERIOD-PARTS REDEFINES WS-TRANS-FISCAL-PERIOD.
           05  WS-TRANS-FISCAL-YEAR PIC 9(4).
           05  WS-TRANS-PERIOD-NO   PIC 9(2).
       01  WS-TRANS-HEADCOUNT       PIC 9(5).
       01  WS-TRANS-SALARY          PIC 9(9)V99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SIGN-ON-OPERATOR.
           OPEN I-O BUDGET-FILE.
           IF WS-BUDGET-STATUS = '05' OR WS-BUDGET-STATUS = '35'
               CLOSE BUDGET-FILE
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF
           IF WS-BUDGET-STATUS NOT = '00'
               DISPLAY "BUDGMNT: UNABLE TO OPEN BUDGET-FILE, STATUS="
                   WS-BUDGET-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DEPTREF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY "BUDGMNT: UNABLE TO OPEN DEPTREF-FILE, STATUS="
                   WS-DEPTREF-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               PERFORM PROMPT-FOR-TRANSACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD    PERFORM ADD-BUDGET
                   WHEN WS-ACTION-CHANGE PERFORM CHANGE-BUDGET
                   WHEN WS-ACTION-DELETE PERFORM DELETE-BUDGET
                   WHEN WS-ACTION-EXIT   MOVE 'N' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "BUDGMNT: INVALID ACTION - USE A/C/D/X"
               END-EVALUATE
           END-PERFORM.
           CLOSE BUDGET-FILE.
           CLOSE DEPTREF-FILE.
           STOP RUN.

      *    Same sign-on as GRADMNT, at the same compensation-
      *    maintenance level: the salary budget is compensation
      *    data in aggregate.
       SIGN-ON-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY "BUDGMNT: UNABLE TO OPEN OPERATOR-FILE, "
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
               DISPLAY "BUDGMNT: OPERATOR " WS-OPERATOR-ID
                   " NOT ON FILE - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
               DISPLAY "BUDGMNT: OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR COMPENSATION MAINTENANCE - "
                   "SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROMPT-FOR-TRANSACTION.
           DISPLAY "ACTION (A=ADD C=CHANGE D=DELETE X=EXIT): "
               WITH NO ADVANCING
           ACCEPT WS-TRANS-ACTION.
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DELETE
               DISPLAY "DEPT CODE            : " WITH NO ADVANCING
               ACCEPT WS-TRANS-DEPT-CODE
               DISPLAY "FISCAL PERIOD YYYYPP : " WITH NO ADVANCING
               ACCEPT WS-TRANS-FISCAL-PERIOD
           END-IF
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
               DISPLAY "BUDGETED HEADCOUNT   : " WITH NO ADVANCING
               ACCEPT WS-TRANS-HEADCOUNT
               DISPLAY "BUDGETED SALARY      : " WITH NO ADVANCING
               ACCEPT WS-TRANS-SALARY
           END-IF.

      *    A period outside 01-12 would key a budget no report ever
      *    asks for, so it is refused before it reaches the file.
       VALIDATE-FISCAL-PERIOD.
           IF WS-TRANS-PERIOD-NO < 1 OR WS-TRANS-PERIOD-NO > 12
               MOVE 'N' TO WS-PERIOD-VALID-FLAG
               DISPLAY "BUDGMNT: FISCAL PERIOD " WS-TRANS-FISCAL-PERIOD
                   " NOT VALID - TRANSACTION REJECTED"
           ELSE
               MOVE 'Y' TO WS-PERIOD-VALID-FLAG
           END-IF.

       VALIDATE-DEPT-CODE.
           MOVE 'N' TO WS-DEPT-VALID-FLAG
           MOVE WS-TRANS-DEPT-CODE TO REF-DEPT-CODE
           READ DEPTREF-FILE
               INVALID KEY
                   DISPLAY "BUDGMNT: UNKNOWN DEPT-CODE "
                       WS-TRANS-DEPT-CODE " - TRANSACTION REJECTED"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPT-VALID-FLAG
           END-READ.

       ADD-BUDGET.
           PERFORM VALIDATE-FISCAL-PERIOD
           IF WS-PERIOD-VALID-FLAG = 'Y'
               PERFORM VALIDATE-DEPT-CODE
           END-IF
           IF WS-PERIOD-VALID-FLAG = 'Y' AND WS-DEPT-VALID-FLAG = 'Y'
               MOVE WS-TRANS-DEPT-CODE     TO BUD-DEPT-CODE
               MOVE WS-TRANS-FISCAL-PERIOD TO BUD-FISCAL-PERIOD
               MOVE WS-TRANS-HEADCOUNT     TO BUD-HEADCOUNT
               MOVE WS-TRANS-SALARY        TO BUD-SALARY
               WRITE BUDGET-RECORD
                   INVALID KEY
                       DISPLAY "BUDGMNT: ADD FAILED - BUDGET FOR "
                           WS-TRANS-DEPT-CODE " PERIOD "
                           WS-TRANS-FISCAL-PERIOD " ALREADY EXISTS"
                   NOT INVALID KEY
                       DISPLAY "BUDGMNT: BUDGET FOR "
                           WS-TRANS-DEPT-CODE " PERIOD "
                           WS-TRANS-FISCAL-PERIOD " ADDED"
               END-WRITE
           END-IF.

       CHANGE-BUDGET.
           MOVE WS-TRANS-DEPT-CODE     TO BUD-DEPT-CODE
           MOVE WS-TRANS-FISCAL-PERIOD TO BUD-FISCAL-PERIOD
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "BUDGMNT: CHANGE FAILED - BUDGET FOR "
                       WS-TRANS-DEPT-CODE " PERIOD "
                       WS-TRANS-FISCAL-PERIOD " NOT FOUND"
               NOT INVALID KEY
                   MOVE WS-TRANS-HEADCOUNT TO BUD-HEADCOUNT
                   MOVE WS-TRANS-SALARY    TO BUD-SALARY
                   REWRITE BUDGET-RECORD
                       INVALID KEY
                           DISPLAY "BUDGMNT: REWRITE FAILED - "
                               "BUDGET FOR " WS-TRANS-DEPT-CODE
                       NOT INVALID KEY
                           DISPLAY "BUDGMNT: BUDGET FOR "
                               WS-TRANS-DEPT-CODE " PERIOD "
                               WS-TRANS-FISCAL-PERIOD " CHANGED"
                   END-REWRITE
           END-READ.

       DELETE-BUDGET.
           MOVE WS-TRANS-DEPT-CODE     TO BUD-DEPT-CODE
           MOVE WS-TRANS-FISCAL-PERIOD TO BUD-FISCAL-PERIOD
           READ BUDGET-FILE
               INVALID KEY
                   DISPLAY "BUDGMNT: DELETE FAILED - BUDGET FOR "
                       WS-TRANS-DEPT-CODE " PERIOD "
                       WS-TRANS-FISCAL-PERIOD " NOT FOUND"
               NOT INVALID KEY
                   DELETE BUDGET-FILE
                       INVALID KEY
                           DISPLAY "BUDGMNT: DELETE FAILED FOR "
                               "BUDGET " WS-TRANS-DEPT-CODE
                       NOT INVALID KEY
                           DISPLAY "BUDGMNT: BUDGET FOR "
                               WS-TRANS-DEPT-CODE " PERIOD "
                               WS-TRANS-FISCAL-PERIOD " DELETED"
                   END-DELETE
           END-READ.
