       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTORPT.
      *****************************************************
      *  PTORPT
      *  Paid time-off balance statement by department.
      *  Reads the employee master and, for the active
      *  population (status A, L, or blank as DEPTRPT counts
      *  it), the balances on data/ptobal.dat (PTOBAL.cpy),
      *  sorts them by department and EMP-ID and prints
      *  data/ptostmt.rpt: one line per employee with the
      *  vacation and sick balances and the caps that apply,
      *  a subtotal per department and a grand total. Anyone
      *  with no balance record yet shows zero, marked.
      *  The caps are the year-end carry-over caps PTOACCR
      *  applies, found the same way from data/accrule.dat
      *  (ACCRULE.cpy) by the pay grade on data/comp.dat and
      *  whole years of service to today.
      *  Alongside it, data/ptoexcp.rpt lists the exceptions
      *  for supervisors: a negative vacation or sick balance
      *  (more taken than earned), and a balance at or over
      *  its cap, which will lose the excess at the year end.
      *  Terminated employees are left to PTOACCR's payout
      *  listing. The audit record counts master records read
      *  against exceptions found.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT OPTIONAL PTO-FILE ASSIGN TO "data/ptobal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-EMP-ID
               FILE STATUS IS WS-PTO-STATUS.
           SELECT RULE-FILE ASSIGN TO "data/accrule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "data/ptostmt.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "data/ptoexcp.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "data/ptosort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  PTO-FILE.
       COPY "PTOBAL.cpy".

       FD  RULE-FILE.
       COPY "ACCRULE.cpy".

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD            PIC X(100).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD            PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SORT-DEPT-CODE          PIC X(3).
           05  SORT-EMP-ID             PIC 9(5).
           05  SORT-NAME               PIC X(20).
           05  SORT-DEPT-NAME          PIC X(15).
           05  SORT-GRADE              PIC X(2).
           05  SORT-VACATION-HOURS     PIC S9(4)V99.
           05  SORT-SICK-HOURS         PIC S9(4)V99.
           05  SORT-VACATION-CAP       PIC 9(4)V99.
           05  SORT-SICK-CAP           PIC 9(4)V99.
           05  SORT-NOTE               PIC X(16).
           05  SORT-NO-BALANCE-FLAG    PIC X.

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-PTO-STATUS            PIC XX VALUE '00'.
       01  WS-RULE-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-LOAD-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-SORT-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-RULE-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-FIRST-RECORD-FLAG     PIC X  VALUE 'Y'.
       01  WS-PTO-OPEN-FLAG         PIC X  VALUE 'N'.
       01  WS-COMP-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-PTO-FOUND-FLAG        PIC X  VALUE 'N'.
       01  WS-PREV-DEPT-CODE        PIC X(3).
       01  WS-WORK-DATE             PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MMDD         PIC 9(4).
       01  WS-HIRE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YEAR         PIC 9(4).
           05  WS-HIRE-MMDD         PIC 9(4).
       01  WS-SERVICE-YEARS         PIC 9(2) VALUE ZERO.
       01  WS-RULE-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-RULE-SUB              PIC 9(3) VALUE ZERO.
       01  WS-GRADE-RULE-SUB        PIC 9(3) VALUE ZERO.
       01  WS-HOUSE-RULE-SUB        PIC 9(3) VALUE ZERO.
       01  WS-USE-RULE-SUB          PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 50 TIMES.
               10  WS-RL-GRADE-CODE     PIC X(2).
               10  WS-RL-FROM-YEARS     PIC 9(2).
               10  WS-RL-VACATION-CAP   PIC 9(4)V99.
               10  WS-RL-SICK-CAP       PIC 9(4)V99.
       01  WS-EXCEPTION-TEXT        PIC X(24).
       01  WS-EXCEPTION-HOURS       PIC S9(4)V99 VALUE ZERO.
       01  WS-EXCEPTION-CAP         PIC 9(4)V99 VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-DEPT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-GRAND-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-NO-BALANCE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-NEGATIVE-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-AT-CAP-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-DEPT-VACATION         PIC S9(7)V99 VALUE ZERO.
       01  WS-DEPT-SICK             PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-VACATION        PIC S9(7)V99 VALUE ZERO.
       01  WS-GRAND-SICK            PIC S9(7)V99 VALUE ZERO.
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
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                    PIC 9(8).
       01  WS-REPORT-DATE.
           05  WS-REPORT-MONTH      PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-DAY        PIC 9(2).
           05  FILLER               PIC X VALUE '/'.
           05  WS-REPORT-YEAR       PIC 9(4).

       01  STM-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "TIME-OFF BALANCE STATEMENT".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  STM-H1-DATE          PIC X(10).

       01  STM-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(4)  VALUE "GR".
           05  FILLER               PIC X(10) VALUE "   VAC-BAL".
           05  FILLER               PIC X(10) VALUE "   VAC-CAP".
           05  FILLER               PIC X(10) VALUE "  SICK-BAL".
           05  FILLER               PIC X(10) VALUE "  SICK-CAP".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  STM-DEPT-BREAK-LINE.
           05  STM-BR-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X     VALUE SPACE.
           05  STM-BR-DEPT-NAME     PIC X(15).

       01  STM-DETAIL-LINE.
           05  STM-DT-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  STM-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  STM-DT-GRADE         PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  STM-DT-VACATION      PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  STM-DT-VACATION-CAP  PIC ZZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  STM-DT-SICK          PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  STM-DT-SICK-CAP      PIC ZZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  STM-DT-NOTE          PIC X(16).

       01  STM-SUBTOTAL-LINE.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "DEPARTMENT:".
           05  STM-ST-COUNT         PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " EMPLOYEES".
           05  FILLER               PIC X(7)  VALUE "  VAC:".
           05  STM-ST-VACATION      PIC -ZZZZZZ9.99.
           05  FILLER               PIC X(8)  VALUE "  SICK:".
           05  STM-ST-SICK          PIC -ZZZZZZ9.99.

       01  STM-GRANDTOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               "GRAND TOTAL:".
           05  STM-GT-COUNT         PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE " EMPLOYEES".
           05  FILLER               PIC X(7)  VALUE "  VAC:".
           05  STM-GT-VACATION      PIC -ZZZZZZ9.99.
           05  FILLER               PIC X(8)  VALUE "  SICK:".
           05  STM-GT-SICK          PIC -ZZZZZZ9.99.

       01  EXC-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "TIME-OFF BALANCE EXCEPTIONS".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  EXC-H1-DATE          PIC X(10).

       01  EXC-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(26) VALUE "EXCEPTION".
           05  FILLER               PIC X(10) VALUE "   BALANCE".
           05  FILLER               PIC X(10) VALUE "       CAP".

       01  EXC-DETAIL-LINE.
           05  EXC-DT-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  EXC-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  EXC-DT-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-DT-TEXT          PIC X(24).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-DT-HOURS         PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  EXC-DT-CAP           PIC ZZZZ9.99.

       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL         PIC X(36).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-CL-COUNT         PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-REPORT
           PERFORM LOAD-ACCRUAL-RULES
           PERFORM OPEN-BALANCE-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
               INPUT PROCEDURE IS LOAD-SORT-FILE
               OUTPUT PROCEDURE IS PRODUCE-STATEMENT
           CLOSE COMP-FILE
           IF WS-PTO-OPEN-FLAG = 'Y'
               CLOSE PTO-FILE
           END-IF
           PERFORM WRITE-EXCEPTION-TRAILER
           CLOSE STATEMENT-FILE
           CLOSE EXCEPTION-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "PTORPT: " WS-GRAND-COUNT " ON STATEMENT, "
               WS-EXCEPTION-COUNT " EXCEPTIONS"
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY
           MOVE WS-CURRENT-DATE-NUM TO WS-WORK-DATE.

      *    Only the caps are wanted here; the rule file is read the
      *    same way PTOACCR reads it, leave-type rules skipped.
       LOAD-ACCRUAL-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY "PTORPT: UNABLE TO OPEN RULE-FILE, STATUS="
                   WS-RULE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-RULE-EOF-FLAG = 'Y'
               READ RULE-FILE
                   AT END MOVE 'Y' TO WS-RULE-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-RULE
               END-READ
           END-PERFORM
           CLOSE RULE-FILE.

       LOAD-ONE-RULE.
           IF ACR-RULE-TYPE = 'G'
               IF WS-RULE-COUNT = 50
                   DISPLAY "PTORPT: MORE THAN 50 GRADE RULES"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RULE-COUNT
               MOVE ACR-GRADE-CODE   TO WS-RL-GRADE-CODE(WS-RULE-COUNT)
               MOVE ACR-FROM-YEARS   TO WS-RL-FROM-YEARS(WS-RULE-COUNT)
               MOVE ACR-VACATION-CAP
                   TO WS-RL-VACATION-CAP(WS-RULE-COUNT)
               MOVE ACR-SICK-CAP     TO WS-RL-SICK-CAP(WS-RULE-COUNT)
           END-IF.

      *    No balance file yet only means nothing has been accrued
      *    or taken; everyone shows zero.
       OPEN-BALANCE-FILES.
           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "PTORPT: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PTO-FILE
           IF WS-PTO-STATUS = '00'
               MOVE 'Y' TO WS-PTO-OPEN-FLAG
           ELSE
               IF WS-PTO-STATUS NOT = '05'
                   DISPLAY "PTORPT: UNABLE TO OPEN PTO-FILE, STATUS="
                       WS-PTO-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE PTO-FILE
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-REPORT-DATE TO STM-H1-DATE
           WRITE STATEMENT-RECORD FROM STM-HEADER-1
           WRITE STATEMENT-RECORD FROM STM-HEADER-2
           OPEN OUTPUT EXCEPTION-FILE
           MOVE WS-REPORT-DATE TO EXC-H1-DATE
           WRITE EXCEPTION-RECORD FROM EXC-HEADER-1
           WRITE EXCEPTION-RECORD FROM EXC-HEADER-2.

       LOAD-SORT-FILE.
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "PTORPT: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LOAD-EOF-FLAG = 'Y'
               READ DATA-FILE
                   AT END MOVE 'Y' TO WS-LOAD-EOF-FLAG
                   NOT AT END PERFORM BUILD-AND-RELEASE-RECORD
               END-READ
           END-PERFORM
           CLOSE DATA-FILE.

       BUILD-AND-RELEASE-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF EMP-STATUS = 'A' OR EMP-STATUS = 'L'
               OR EMP-STATUS = SPACE
               MOVE SPACES    TO SORT-NOTE
               MOVE 'N'       TO SORT-NO-BALANCE-FLAG
               MOVE DEPT-CODE TO SORT-DEPT-CODE
               MOVE EMP-ID    TO SORT-EMP-ID
               MOVE NAME      TO SORT-NAME
               MOVE DEPT-NAME TO SORT-DEPT-NAME
               PERFORM READ-EMPLOYEE-BALANCE
               PERFORM FIND-EMPLOYEE-CAPS
               RELEASE SORT-RECORD
           END-IF.

       READ-EMPLOYEE-BALANCE.
           MOVE 'N' TO WS-PTO-FOUND-FLAG
           IF WS-PTO-OPEN-FLAG = 'Y'
               MOVE EMP-ID TO PTO-EMP-ID
               READ PTO-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-PTO-FOUND-FLAG
               END-READ
           END-IF
           IF WS-PTO-FOUND-FLAG = 'Y'
               MOVE PTO-VACATION-HOURS TO SORT-VACATION-HOURS
               MOVE PTO-SICK-HOURS     TO SORT-SICK-HOURS
           ELSE
               MOVE ZERO TO SORT-VACATION-HOURS
               MOVE ZERO TO SORT-SICK-HOURS
               MOVE 'Y'  TO SORT-NO-BALANCE-FLAG
               MOVE "NO BALANCE YET" TO SORT-NOTE
           END-IF.

      *    Same rule choice as PTOACCR's FIND-ACCRUAL-RULE, by the
      *    service reached today. Without a compensation record or
      *    a rule the caps are unknown and shown as zero. The
      *    missing balance is the note that matters more, so the
      *    cap notes only fill a note still empty.
       FIND-EMPLOYEE-CAPS.
           MOVE SPACES TO SORT-GRADE
           MOVE ZERO   TO SORT-VACATION-CAP
           MOVE ZERO   TO SORT-SICK-CAP
           MOVE 'N'    TO WS-COMP-FOUND-FLAG
           MOVE EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-COMP-FOUND-FLAG
           END-READ
           IF WS-COMP-FOUND-FLAG = 'N'
               IF SORT-NOTE = SPACES
                   MOVE "NO COMP RECORD" TO SORT-NOTE
               END-IF
           ELSE
               MOVE COMP-PAY-GRADE TO SORT-GRADE
               PERFORM COMPUTE-SERVICE-YEARS
               MOVE ZERO TO WS-GRADE-RULE-SUB
               MOVE ZERO TO WS-HOUSE-RULE-SUB
               PERFORM MATCH-ONE-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-GRADE-RULE-SUB NOT = ZERO
                   MOVE WS-GRADE-RULE-SUB TO WS-USE-RULE-SUB
               ELSE
                   MOVE WS-HOUSE-RULE-SUB TO WS-USE-RULE-SUB
               END-IF
               IF WS-USE-RULE-SUB = ZERO
                   IF SORT-NOTE = SPACES
                       MOVE "NO ACCRUAL RULE" TO SORT-NOTE
                   END-IF
               ELSE
                   MOVE WS-RL-VACATION-CAP(WS-USE-RULE-SUB)
                       TO SORT-VACATION-CAP
                   MOVE WS-RL-SICK-CAP(WS-USE-RULE-SUB)
                       TO SORT-SICK-CAP
               END-IF
           END-IF.

       COMPUTE-SERVICE-YEARS.
           MOVE ZERO TO WS-SERVICE-YEARS
           MOVE COMP-HIRE-DATE TO WS-HIRE-DATE
           IF COMP-HIRE-DATE IS NUMERIC
               AND COMP-HIRE-DATE NOT = ZERO
               AND COMP-HIRE-DATE < WS-WORK-DATE
               IF WS-WORK-YEAR - WS-HIRE-YEAR > 99
                   MOVE 99 TO WS-SERVICE-YEARS
               ELSE
                   COMPUTE WS-SERVICE-YEARS =
                       WS-WORK-YEAR - WS-HIRE-YEAR
                   IF WS-WORK-MMDD < WS-HIRE-MMDD
                       SUBTRACT 1 FROM WS-SERVICE-YEARS
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-RULE.
           IF WS-RL-FROM-YEARS(WS-RULE-SUB) <= WS-SERVICE-YEARS
               IF WS-RL-GRADE-CODE(WS-RULE-SUB) = COMP-PAY-GRADE
                   AND COMP-PAY-GRADE NOT = SPACES
                   IF WS-GRADE-RULE-SUB = ZERO
                       MOVE WS-RULE-SUB TO WS-GRADE-RULE-SUB
                   ELSE
                       IF WS-RL-FROM-YEARS(WS-RULE-SUB) >
                           WS-RL-FROM-YEARS(WS-GRADE-RULE-SUB)
                           MOVE WS-RULE-SUB TO WS-GRADE-RULE-SUB
                       END-IF
                   END-IF
               END-IF
               IF WS-RL-GRADE-CODE(WS-RULE-SUB) = SPACES
                   IF WS-HOUSE-RULE-SUB = ZERO
                       MOVE WS-RULE-SUB TO WS-HOUSE-RULE-SUB
                   ELSE
                       IF WS-RL-FROM-YEARS(WS-RULE-SUB) >
                           WS-RL-FROM-YEARS(WS-HOUSE-RULE-SUB)
                           MOVE WS-RULE-SUB TO WS-HOUSE-RULE-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PRODUCE-STATEMENT.
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
               PERFORM WRITE-DEPT-SUBTOTAL
           END-IF
           PERFORM WRITE-GRAND-TOTAL.

       PROCESS-SORTED-RECORD.
           IF WS-FIRST-RECORD-FLAG = 'Y'
               PERFORM START-NEW-DEPARTMENT
           ELSE
               IF SORT-DEPT-CODE NOT = WS-PREV-DEPT-CODE
                   PERFORM WRITE-DEPT-SUBTOTAL
                   PERFORM START-NEW-DEPARTMENT
               END-IF
           END-IF
           MOVE SORT-EMP-ID         TO STM-DT-EMP-ID
           MOVE SORT-NAME           TO STM-DT-NAME
           MOVE SORT-GRADE          TO STM-DT-GRADE
           MOVE SORT-VACATION-HOURS TO STM-DT-VACATION
           MOVE SORT-VACATION-CAP   TO STM-DT-VACATION-CAP
           MOVE SORT-SICK-HOURS     TO STM-DT-SICK
           MOVE SORT-SICK-CAP       TO STM-DT-SICK-CAP
           MOVE SORT-NOTE           TO STM-DT-NOTE
           WRITE STATEMENT-RECORD FROM STM-DETAIL-LINE
           IF SORT-NO-BALANCE-FLAG = 'Y'
               ADD 1 TO WS-NO-BALANCE-COUNT
           END-IF
           ADD 1 TO WS-DEPT-COUNT
           ADD 1 TO WS-GRAND-COUNT
           ADD SORT-VACATION-HOURS TO WS-DEPT-VACATION
           ADD SORT-SICK-HOURS     TO WS-DEPT-SICK
           ADD SORT-VACATION-HOURS TO WS-GRAND-VACATION
           ADD SORT-SICK-HOURS     TO WS-GRAND-SICK
           PERFORM CHECK-BALANCE-EXCEPTIONS.

      *    A zero cap means the balance carries over whole, so there
      *    is nothing to be at.
       CHECK-BALANCE-EXCEPTIONS.
           IF SORT-VACATION-HOURS < ZERO
               MOVE "NEGATIVE VACATION"    TO WS-EXCEPTION-TEXT
               MOVE SORT-VACATION-HOURS    TO WS-EXCEPTION-HOURS
               MOVE SORT-VACATION-CAP      TO WS-EXCEPTION-CAP
               ADD 1 TO WS-NEGATIVE-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SORT-SICK-HOURS < ZERO
               MOVE "NEGATIVE SICK"        TO WS-EXCEPTION-TEXT
               MOVE SORT-SICK-HOURS        TO WS-EXCEPTION-HOURS
               MOVE SORT-SICK-CAP          TO WS-EXCEPTION-CAP
               ADD 1 TO WS-NEGATIVE-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SORT-VACATION-CAP NOT = ZERO
               AND SORT-VACATION-HOURS >= SORT-VACATION-CAP
               MOVE "AT OR OVER VACATION CAP" TO WS-EXCEPTION-TEXT
               MOVE SORT-VACATION-HOURS    TO WS-EXCEPTION-HOURS
               MOVE SORT-VACATION-CAP      TO WS-EXCEPTION-CAP
               ADD 1 TO WS-AT-CAP-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SORT-SICK-CAP NOT = ZERO
               AND SORT-SICK-HOURS >= SORT-SICK-CAP
               MOVE "AT OR OVER SICK CAP"  TO WS-EXCEPTION-TEXT
               MOVE SORT-SICK-HOURS        TO WS-EXCEPTION-HOURS
               MOVE SORT-SICK-CAP          TO WS-EXCEPTION-CAP
               ADD 1 TO WS-AT-CAP-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SORT-EMP-ID        TO EXC-DT-EMP-ID
           MOVE SORT-NAME          TO EXC-DT-NAME
           MOVE SORT-DEPT-CODE     TO EXC-DT-DEPT-CODE
           MOVE WS-EXCEPTION-TEXT  TO EXC-DT-TEXT
           MOVE WS-EXCEPTION-HOURS TO EXC-DT-HOURS
           MOVE WS-EXCEPTION-CAP   TO EXC-DT-CAP
           WRITE EXCEPTION-RECORD FROM EXC-DETAIL-LINE.

       START-NEW-DEPARTMENT.
           MOVE 'N' TO WS-FIRST-RECORD-FLAG
           MOVE SORT-DEPT-CODE TO WS-PREV-DEPT-CODE
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-VACATION
           MOVE ZERO TO WS-DEPT-SICK
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SORT-DEPT-CODE TO STM-BR-DEPT-CODE
           MOVE SORT-DEPT-NAME TO STM-BR-DEPT-NAME
           WRITE STATEMENT-RECORD FROM STM-DEPT-BREAK-LINE.

       WRITE-DEPT-SUBTOTAL.
           MOVE WS-DEPT-COUNT    TO STM-ST-COUNT
           MOVE WS-DEPT-VACATION TO STM-ST-VACATION
           MOVE WS-DEPT-SICK     TO STM-ST-SICK
           WRITE STATEMENT-RECORD FROM STM-SUBTOTAL-LINE.

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-GRAND-COUNT    TO STM-GT-COUNT
           MOVE WS-GRAND-VACATION TO STM-GT-VACATION
           MOVE WS-GRAND-SICK     TO STM-GT-SICK
           WRITE STATEMENT-RECORD FROM STM-GRANDTOTAL-LINE
           MOVE "EMPLOYEES WITH NO BALANCE YET  :" TO RPT-CL-LABEL
           MOVE WS-NO-BALANCE-COUNT TO RPT-CL-COUNT
           WRITE STATEMENT-RECORD FROM RPT-COUNT-LINE.

       WRITE-EXCEPTION-TRAILER.
           MOVE SPACES TO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
           MOVE "NEGATIVE BALANCES              :" TO RPT-CL-LABEL
           MOVE WS-NEGATIVE-COUNT   TO RPT-CL-COUNT
           WRITE EXCEPTION-RECORD FROM RPT-COUNT-LINE
           MOVE "BALANCES AT OR OVER CAP        :" TO RPT-CL-LABEL
           MOVE WS-AT-CAP-COUNT     TO RPT-CL-COUNT
           WRITE EXCEPTION-RECORD FROM RPT-COUNT-LINE
           MOVE "TOTAL EXCEPTIONS               :" TO RPT-CL-LABEL
           MOVE WS-EXCEPTION-COUNT  TO RPT-CL-COUNT
           WRITE EXCEPTION-RECORD FROM RPT-COUNT-LINE.

      *    Same audit-trail append as TEST-EMPLOYEE: master records
      *    read against exceptions listed.
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
           MOVE "PTORPT"             TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/small.dat"     TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT        TO AUD-RECORDS-READ
           MOVE WS-EXCEPTION-COUNT   TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
