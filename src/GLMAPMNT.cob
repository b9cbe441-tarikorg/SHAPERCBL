       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMAPMNT.
      *****************************************************
      *  GLMAPMNT
      *  Online-style single-transaction maintenance for
      *  the indexed general-ledger mapping file
      *  (data/glmap.dat), kept beside the department
      *  reference file and maintained the same way DEPTMNT
      *  maintains it. Accepts one ADD/CHANGE/DELETE
      *  transaction against a single DEPT-CODE at a time,
      *  carrying the cost center, the salary expense
      *  account and the accrued-payroll account the
      *  department's labor cost is posted to by GLDIST. A
      *  mapping can only be added for a department on the
      *  department reference file (data/deptref.dat).
      *  The session starts with a sign-on against the
      *  operator file data/operators.dat: an unknown ID,
      *  or one below the compensation-maintenance
      *  authority level, ends the session before the file
      *  is opened.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "data/glmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-DEPT-CODE
               FILE STATUS IS WS-GLMAP-STATUS.
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
       FD  GLMAP-FILE.
       COPY "GLMAP.cpy".
       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERATOR.cpy".
       WORKING-STORAGE SECTION.
       01  WS-GLMAP-STATUS          PIC XX VALUE '00'.
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
       01  WS-MAPPING-VALID-FLAG    PIC X  VALUE 'N'.
       01  WS-TRANS-DEPT-CODE       PIC X(3).
       01  WS-TRANS-COST-CENTER     PIC X(6).
       01  WS-TRANS-EXPENSE-ACCOUNT PIC X(8).
       01  WS-TRANS-ACCRUAL-ACCOUNT PIC X(8).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM SIGN-ON-OPERATOR.
           OPEN I-O GLMAP-FILE.
           IF WS-GLMAP-STATUS = '05' OR WS-GLMAP-STATUS = '35'
               CLOSE GLMAP-FILE
               OPEN OUTPUT GLMAP-FILE
               CLOSE GLMAP-FILE
               OPEN I-O GLMAP-FILE
           END-IF
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY "GLMAPMNT: UNABLE TO OPEN GLMAP-FILE, STATUS="
                   WS-GLMAP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DEPTREF-FILE
           IF WS-DEPTREF-STATUS NOT = '00'
               DISPLAY "GLMAPMNT: UNABLE TO OPEN DEPTREF-FILE, STATUS="
                   WS-DEPTREF-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-CONTINUE-FLAG = 'N'
               PERFORM PROMPT-FOR-TRANSACTION
               EVALUATE TRUE
                   WHEN WS-ACTION-ADD    PERFORM ADD-MAPPING
                   WHEN WS-ACTION-CHANGE PERFORM CHANGE-MAPPING
                   WHEN WS-ACTION-DELETE PERFORM DELETE-MAPPING
                   WHEN WS-ACTION-EXIT   MOVE 'N' TO WS-CONTINUE-FLAG
                   WHEN OTHER
                       DISPLAY "GLMAPMNT: INVALID ACTION - USE A/C/D/X"
               END-EVALUATE
           END-PERFORM.
           CLOSE GLMAP-FILE.
           CLOSE DEPTREF-FILE.
           STOP RUN.

      *    Same sign-on as GRADMNT, at the compensation-maintenance
      *    level: where labor cost lands in the ledger is a
      *    finance decision, not an employee-maintenance one.
       SIGN-ON-OPERATOR.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           ACCEPT WS-OPERATOR-ID
           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-STATUS NOT = '00'
               DISPLAY "GLMAPMNT: UNABLE TO OPEN OPERATOR-FILE, "
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
               DISPLAY "GLMAPMNT: OPERATOR " WS-OPERATOR-ID
                   " NOT ON FILE - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPERATOR-LEVEL < WS-REQUIRED-LEVEL
               DISPLAY "GLMAPMNT: OPERATOR " WS-OPERATOR-ID
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
               DISPLAY "DEPT-CODE       : " WITH NO ADVANCING
               ACCEPT WS-TRANS-DEPT-CODE
           END-IF
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE
               DISPLAY "COST CENTER     : " WITH NO ADVANCING
               ACCEPT WS-TRANS-COST-CENTER
               DISPLAY "EXPENSE ACCOUNT : " WITH NO ADVANCING
               ACCEPT WS-TRANS-EXPENSE-ACCOUNT
               DISPLAY "ACCRUAL ACCOUNT : " WITH NO ADVANCING
               ACCEPT WS-TRANS-ACCRUAL-ACCOUNT
           END-IF.

      *    A blank cost center or account would post a line the
      *    ledger cannot place, so all three are required.
       VALIDATE-MAPPING.
           IF WS-TRANS-COST-CENTER = SPACES
               OR WS-TRANS-EXPENSE-ACCOUNT = SPACES
               OR WS-TRANS-ACCRUAL-ACCOUNT = SPACES
               MOVE 'N' TO WS-MAPPING-VALID-FLAG
               DISPLAY "GLMAPMNT: COST CENTER AND BOTH ACCOUNTS ARE "
                   "REQUIRED - TRANSACTION REJECTED"
           ELSE
               MOVE 'Y' TO WS-MAPPING-VALID-FLAG
           END-IF.

       ADD-MAPPING.
           PERFORM VALIDATE-MAPPING
           IF WS-MAPPING-VALID-FLAG = 'Y'
               MOVE WS-TRANS-DEPT-CODE TO REF-DEPT-CODE
               READ DEPTREF-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-MAPPING-VALID-FLAG
                       DISPLAY "GLMAPMNT: UNKNOWN DEPT-CODE "
                           WS-TRANS-DEPT-CODE " - TRANSACTION REJECTED"
               END-READ
           END-IF
           IF WS-MAPPING-VALID-FLAG = 'Y'
               MOVE WS-TRANS-DEPT-CODE       TO GLM-DEPT-CODE
               MOVE WS-TRANS-COST-CENTER     TO GLM-COST-CENTER
               MOVE WS-TRANS-EXPENSE-ACCOUNT TO GLM-EXPENSE-ACCOUNT
               MOVE WS-TRANS-ACCRUAL-ACCOUNT TO GLM-ACCRUAL-ACCOUNT
               WRITE GLMAP-RECORD
                   INVALID KEY
                       DISPLAY "GLMAPMNT: ADD FAILED - DEPT-CODE "
                           WS-TRANS-DEPT-CODE " ALREADY MAPPED"
                   NOT INVALID KEY
                       DISPLAY "GLMAPMNT: DEPT-CODE "
                           WS-TRANS-DEPT-CODE " MAPPED"
               END-WRITE
           END-IF.

       CHANGE-MAPPING.
           PERFORM VALIDATE-MAPPING
           IF WS-MAPPING-VALID-FLAG = 'Y'
               MOVE WS-TRANS-DEPT-CODE TO GLM-DEPT-CODE
               READ GLMAP-FILE
                   INVALID KEY
                       DISPLAY "GLMAPMNT: CHANGE FAILED - DEPT-CODE "
                           WS-TRANS-DEPT-CODE " NOT MAPPED"
                   NOT INVALID KEY
                       MOVE WS-TRANS-COST-CENTER
                           TO GLM-COST-CENTER
                       MOVE WS-TRANS-EXPENSE-ACCOUNT
                           TO GLM-EXPENSE-ACCOUNT
                       MOVE WS-TRANS-ACCRUAL-ACCOUNT
                           TO GLM-ACCRUAL-ACCOUNT
                       REWRITE GLMAP-RECORD
                           INVALID KEY
                               DISPLAY "GLMAPMNT: REWRITE FAILED - "
                                   "DEPT-CODE " WS-TRANS-DEPT-CODE
                           NOT INVALID KEY
                               DISPLAY "GLMAPMNT: DEPT-CODE "
                                   WS-TRANS-DEPT-CODE " CHANGED"
                       END-REWRITE
               END-READ
           END-IF.

       DELETE-MAPPING.
           MOVE WS-TRANS-DEPT-CODE TO GLM-DEPT-CODE
           READ GLMAP-FILE
               INVALID KEY
                   DISPLAY "GLMAPMNT: DELETE FAILED - DEPT-CODE "
                       WS-TRANS-DEPT-CODE " NOT MAPPED"
               NOT INVALID KEY
                   DELETE GLMAP-FILE
                       INVALID KEY
                           DISPLAY "GLMAPMNT: DELETE FAILED FOR "
                               "DEPT-CODE " WS-TRANS-DEPT-CODE
                       NOT INVALID KEY
                           DISPLAY "GLMAPMNT: DEPT-CODE "
                               WS-TRANS-DEPT-CODE " UNMAPPED"
                   END-DELETE
           END-READ.
