      *  operator file data/operators.dat: an unknown ID,
      *  or one below the employee-maintenance authority
      *  level, ends the session before the file is opened.
      *  A DELETE is refused while any record on the
      *  employee master (data/small.dat) still carries the
      *  code - terminated records included, since they stay
      *  on the master until the purge archives them - so
      *  the master never points at a department the
      *  reference file no longer knows. Staff are moved off
      *  a code with DEPTREORG before it is retired.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REF-DEPT-CODE
               FILE STATUS IS WS-DEPTREF-STATUS.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
       FILE SECTION.
       FD  DEPTREF-FILE.
       COPY "DEPTREF.cpy".
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERATOR.cpy".
       WORKING-STORAGE SECTION.
       01  WS-DEPTREF-STATUS        PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-MASTER-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-ASSIGNED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-OPERATOR-STATUS       PIC XX VALUE '00'.
       01  WS-OPERATOR-EOF-FLAG     PIC X  VALUE 'N'.
       01  WS-OPERATOR-FOUND-FLAG   PIC X  VALUE 'N'.
                   END-REWRITE
           END-READ.

      *    The master is swept for the code before the reference
      *    record goes: a department with anyone still on it, even
      *    a terminated record awaiting the purge, stays on file.
       DELETE-DEPARTMENT.
           MOVE WS-TRANS-DEPT-CODE TO REF-DEPT-CODE
           READ DEPTREF-FILE
                   DISPLAY "DEPTMNT: DELETE FAILED - DEPT-CODE "
                       WS-TRANS-DEPT-CODE " NOT FOUND"
               NOT INVALID KEY
                   PERFORM COUNT-ASSIGNED-STAFF
                   IF WS-ASSIGNED-COUNT > ZERO
                       DISPLAY "DEPTMNT: DELETE REFUSED - "
                           WS-ASSIGNED-COUNT " EMPLOYEES STILL "
                           "ASSIGNED TO DEPT-CODE " WS-TRANS-DEPT-CODE
                   ELSE
                       PERFORM REMOVE-DEPARTMENT
                   END-IF
           END-READ.

       REMOVE-DEPARTMENT.
           DELETE DEPTREF-FILE
               INVALID KEY
                   DISPLAY "DEPTMNT: DELETE FAILED FOR "
                       "DEPT-CODE " WS-TRANS-DEPT-CODE
               NOT INVALID KEY
                   DISPLAY "DEPTMNT: DEPT-CODE "
                       WS-TRANS-DEPT-CODE " DELETED"
           END-DELETE.

       COUNT-ASSIGNED-STAFF.
           MOVE ZERO TO WS-ASSIGNED-COUNT
           MOVE 'N'  TO WS-MASTER-EOF-FLAG
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "DEPTMNT: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END
                       IF DEPT-CODE = WS-TRANS-DEPT-CODE
                           ADD 1 TO WS-ASSIGNED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.
