       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOTAKE.
      *****************************************************
      *  PTOTAKE
      *  Time-taken posting for the paid time-off balances.
      *  Supervisors' time sheets are keyed to
      *  data/ptotrans.dat, one record per absence: EMP-ID,
      *  the class of time (V vacation, S sick), the action
      *  (T time taken, R reversal of time taken that was
      *  keyed in error or cancelled), the date taken and the
      *  hours. Each is applied to data/ptobal.dat
      *  (PTOBAL.cpy): a taking debits the balance, which may
      *  go negative (PTORPT lists those), a reversal
      *  credits it back. A first absence before an
      *  employee's first accrual creates the balance record.
      *  A transaction is rejected when a field is not
      *  numeric, the class or action is unknown, the hours
      *  are zero, the date taken is not a real date or is
      *  still in the future, the EMP-ID is not on the
      *  master, the time was taken after the employee's
      *  termination, or it is vacation for a termination
      *  whose unused vacation has already been paid out.
      *  Every transaction is echoed to the register
      *  data/ptotake.rpt as posted or rejected with the
      *  reason and the resulting balance. The transaction
      *  file is then emptied, so a later run cannot post the
      *  same sheet twice; rejects are re-keyed from the
      *  register once corrected. No transaction file is a
      *  quiet night.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAKE-FILE ASSIGN TO "data/ptotrans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAKE-STATUS.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT PTO-FILE ASSIGN TO "data/ptobal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-EMP-ID
               FILE STATUS IS WS-PTO-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/ptotake.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TAKE-FILE.
       01  TAKE-RECORD.
           05  TAKE-EMP-ID             PIC 9(5).
           05  TAKE-CLASS              PIC X.
           05  TAKE-ACTION             PIC X.
           05  TAKE-DATE               PIC 9(8).
           05  TAKE-HOURS              PIC 9(3)V99.

       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  PTO-FILE.
       COPY "PTOBAL.cpy".

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TAKE-STATUS           PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-PTO-STATUS            PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-TAKE-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-MASTER-FOUND-FLAG     PIC X  VALUE 'N'.
       01  WS-PTO-FOUND-FLAG        PIC X  VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-POSTED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CREATED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-TAKEN           PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-REVERSED        PIC 9(7)V99 VALUE ZERO.
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

       01  REG-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "TIME-OFF TAKEN REGISTER".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  REG-H1-DATE          PIC X(10).

       01  REG-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(4)  VALUE "CL".
           05  FILLER               PIC X(4)  VALUE "ACT".
           05  FILLER               PIC X(10) VALUE "DATE".
           05  FILLER               PIC X(8)  VALUE "   HOURS".
           05  FILLER               PIC X(10) VALUE "   BALANCE".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(9)  VALUE "OUTCOME".

       01  REG-DETAIL-LINE.
           05  REG-DT-EMP-ID        PIC X(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  REG-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-DT-CLASS         PIC X.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  REG-DT-ACTION        PIC X.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  REG-DT-DATE          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-DT-HOURS         PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-DT-BALANCE       PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-DT-OUTCOME       PIC X(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-DT-REASON        PIC X(30).

       01  REG-COUNT-LINE.
           05  REG-CL-LABEL         PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-CL-COUNT         PIC ZZZZZZ9.

       01  REG-HOURS-LINE.
           05  REG-HL-LABEL         PIC X(30).
           05  FILLER               PIC X     VALUE SPACE.
           05  REG-HL-HOURS         PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           OPEN INPUT TAKE-FILE
           IF WS-TAKE-STATUS = '05'
               MOVE 'Y' TO WS-TAKE-EOF-FLAG
           ELSE
               IF WS-TAKE-STATUS NOT = '00'
                   DISPLAY "PTOTAKE: UNABLE TO OPEN TAKE-FILE, STATUS="
                       WS-TAKE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-TAKE-EOF-FLAG = 'Y'
               READ TAKE-FILE
                   AT END MOVE 'Y' TO WS-TAKE-EOF-FLAG
                   NOT AT END PERFORM POST-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE TAKE-FILE
           CLOSE DATA-FILE
           CLOSE PTO-FILE
           PERFORM CLEAR-TRANSACTION-FILE
           PERFORM WRITE-REGISTER-TRAILER
           CLOSE REGISTER-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "PTOTAKE: " WS-POSTED-COUNT " POSTED, "
               WS-REJECTED-COUNT " REJECTED - SEE data/ptotake.rpt"
           STOP RUN.

      *    The balance file is created on first use, as PTOACCR
      *    does, so time taken before anyone's first accrual still
      *    posts.
       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "PTOTAKE: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PTO-FILE
           IF WS-PTO-STATUS = '05' OR WS-PTO-STATUS = '35'
               CLOSE PTO-FILE
               OPEN OUTPUT PTO-FILE
               CLOSE PTO-FILE
               OPEN I-O PTO-FILE
           END-IF
           IF WS-PTO-STATUS NOT = '00'
               DISPLAY "PTOTAKE: UNABLE TO OPEN PTO-FILE, STATUS="
                   WS-PTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE TO REG-H1-DATE
           WRITE REGISTER-RECORD FROM REG-HEADER-1
           WRITE REGISTER-RECORD FROM REG-HEADER-2.

       POST-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO REG-DT-NAME
           MOVE ZERO   TO REG-DT-BALANCE
           PERFORM VALIDATE-TRANSACTION
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-AGAINST-MASTER
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-TRANSACTION
           END-IF
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED"   TO REG-DT-OUTCOME
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "REJECTED" TO REG-DT-OUTCOME
           END-IF
           MOVE TAKE-RECORD(1:5)  TO REG-DT-EMP-ID
           MOVE TAKE-CLASS        TO REG-DT-CLASS
           MOVE TAKE-ACTION       TO REG-DT-ACTION
           MOVE TAKE-RECORD(8:8)  TO REG-DT-DATE
           IF TAKE-HOURS IS NUMERIC
               MOVE TAKE-HOURS    TO REG-DT-HOURS
           ELSE
               MOVE ZERO          TO REG-DT-HOURS
           END-IF
           MOVE WS-REJECT-REASON  TO REG-DT-REASON
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.

       VALIDATE-TRANSACTION.
           EVALUATE TRUE
               WHEN TAKE-EMP-ID IS NOT NUMERIC
                   OR TAKE-DATE IS NOT NUMERIC
                   OR TAKE-HOURS IS NOT NUMERIC
                   MOVE "FIELD NOT NUMERIC" TO WS-REJECT-REASON
               WHEN TAKE-CLASS NOT = 'V' AND TAKE-CLASS NOT = 'S'
                   MOVE "UNKNOWN CLASS OF TIME" TO WS-REJECT-REASON
               WHEN TAKE-ACTION NOT = 'T' AND TAKE-ACTION NOT = 'R'
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
               WHEN TAKE-HOURS = ZERO
                   MOVE "ZERO HOURS" TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD(TAKE-DATE) NOT = ZERO
                   MOVE "DATE TAKEN IS NOT A DATE" TO WS-REJECT-REASON
               WHEN TAKE-DATE > WS-CURRENT-DATE-NUM
                   MOVE "DATE TAKEN IS IN THE FUTURE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    A terminated employee's time can still be posted for days
      *    up to the termination - the last sheet often arrives after
      *    the leaver - but vacation cannot be touched once the
      *    payout listing has settled it.
       CHECK-AGAINST-MASTER.
           MOVE TAKE-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY MOVE 'N' TO WS-MASTER-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-MASTER-FOUND-FLAG
           END-READ
           IF WS-MASTER-FOUND-FLAG = 'N'
               MOVE "EMP-ID NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               MOVE NAME TO REG-DT-NAME
               PERFORM READ-BALANCE-RECORD
               IF EMP-STATUS = 'T'
                   IF TAKE-DATE > TERM-DATE
                       MOVE "TAKEN AFTER TERMINATION"
                           TO WS-REJECT-REASON
                   ELSE
                       IF TAKE-CLASS = 'V'
                           AND PTO-PAYOUT-DATE NOT = ZERO
                           AND PTO-PAYOUT-DATE >= TERM-DATE
                           MOVE "VACATION ALREADY PAID OUT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-BALANCE-RECORD.
           MOVE TAKE-EMP-ID TO PTO-EMP-ID
           READ PTO-FILE
               INVALID KEY MOVE 'N' TO WS-PTO-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-PTO-FOUND-FLAG
           END-READ
           IF WS-PTO-FOUND-FLAG = 'N'
               INITIALIZE PTO-BALANCE-RECORD
               MOVE TAKE-EMP-ID TO PTO-EMP-ID
           END-IF.

       APPLY-TRANSACTION.
           IF TAKE-ACTION = 'T'
               ADD TAKE-HOURS TO WS-TOTAL-TAKEN
               IF TAKE-CLASS = 'V'
                   SUBTRACT TAKE-HOURS FROM PTO-VACATION-HOURS
               ELSE
                   SUBTRACT TAKE-HOURS FROM PTO-SICK-HOURS
               END-IF
           ELSE
               ADD TAKE-HOURS TO WS-TOTAL-REVERSED
               IF TAKE-CLASS = 'V'
                   ADD TAKE-HOURS TO PTO-VACATION-HOURS
               ELSE
                   ADD TAKE-HOURS TO PTO-SICK-HOURS
               END-IF
           END-IF
           IF TAKE-CLASS = 'V'
               MOVE PTO-VACATION-HOURS TO REG-DT-BALANCE
           ELSE
               MOVE PTO-SICK-HOURS     TO REG-DT-BALANCE
           END-IF
           IF WS-PTO-FOUND-FLAG = 'Y'
               REWRITE PTO-BALANCE-RECORD
                   INVALID KEY
                       MOVE "BALANCE REWRITE FAILED"
                           TO WS-REJECT-REASON
               END-REWRITE
           ELSE
               WRITE PTO-BALANCE-RECORD
                   INVALID KEY
                       MOVE "BALANCE WRITE FAILED"
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CREATED-COUNT
               END-WRITE
           END-IF.

      *    Every record has been posted or listed as rejected on the
      *    register, so the sheet is done with.
       CLEAR-TRANSACTION-FILE.
           IF WS-READ-COUNT > ZERO
               OPEN OUTPUT TAKE-FILE
               CLOSE TAKE-FILE
           END-IF.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "TRANSACTIONS READ      :" TO REG-CL-LABEL
           MOVE WS-READ-COUNT     TO REG-CL-COUNT
           WRITE REGISTER-RECORD FROM REG-COUNT-LINE
           MOVE "TRANSACTIONS POSTED    :" TO REG-CL-LABEL
           MOVE WS-POSTED-COUNT   TO REG-CL-COUNT
           WRITE REGISTER-RECORD FROM REG-COUNT-LINE
           MOVE "TRANSACTIONS REJECTED  :" TO REG-CL-LABEL
           MOVE WS-REJECTED-COUNT TO REG-CL-COUNT
           WRITE REGISTER-RECORD FROM REG-COUNT-LINE
           MOVE "BALANCE RECORDS CREATED:" TO REG-CL-LABEL
           MOVE WS-CREATED-COUNT  TO REG-CL-COUNT
           WRITE REGISTER-RECORD FROM REG-COUNT-LINE
           MOVE "HOURS TAKEN            :" TO REG-HL-LABEL
           MOVE WS-TOTAL-TAKEN    TO REG-HL-HOURS
           WRITE REGISTER-RECORD FROM REG-HOURS-LINE
           MOVE "HOURS REVERSED         :" TO REG-HL-LABEL
           MOVE WS-TOTAL-REVERSED TO REG-HL-HOURS
           WRITE REGISTER-RECORD FROM REG-HOURS-LINE.

      *    Same audit-trail append as TEST-EMPLOYEE: transactions
      *    read against transactions rejected.
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
           MOVE "PTOTAKE"            TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/ptotrans.dat"  TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT        TO AUD-RECORDS-READ
           MOVE WS-REJECTED-COUNT    TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
