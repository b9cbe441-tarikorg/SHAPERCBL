       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTOACCR.
      *****************************************************
      *  PTOACCR
      *  Monthly vacation and sick-leave accrual. Reads the
      *  employee master and credits each employee on the
      *  books a month's vacation and sick hours in the
      *  time-off balance file data/ptobal.dat (PTOBAL.cpy),
      *  creating the balance record on an employee's first
      *  accrual. The hours come from the rule file
      *  data/accrule.dat (ACCRULE.cpy) by the pay grade on
      *  data/comp.dat and whole years of service from
      *  COMP-HIRE-DATE to the end of the month - for a
      *  rehire, service since the rehire date. Someone hired
      *  after the month ends earns nothing for it.
      *  Staff on status L accrue only if the leave type on
      *  data/leave.dat has a Y rule in the same file; with
      *  no leave record, or a type with no rule, nothing is
      *  credited.
      *  The month credited is the month of the run stream's
      *  cycle date in data/streamctl.dat - the night being
      *  run, which for a failed month end resumed after the
      *  1st is still the old month - or, with no control
      *  record, the current month; YYYYMM in the optional
      *  parameter file data/ptoparm.dat overrides both.
      *  PTO-LAST-ACCRUAL records the month each balance was
      *  last credited, so a rerun of a month credits nobody
      *  twice. Months are credited in order: a balance
      *  already credited for a later month than the one
      *  being run is not credited again but listed as out
      *  of order for HR to adjust by hand, and the run ends
      *  with return code 4.
      *  The December run also applies the year-end
      *  carry-over caps from the employee's rule: hours over
      *  a cap are forfeited, the forfeit kept on the record
      *  and shown on the register, once per balance per
      *  year.
      *  Terminated employees are not credited. One holding
      *  unused vacation not yet paid out for the current
      *  termination is listed on the payout listing
      *  data/ptopay.rpt for payroll, at the hourly rate of
      *  the annual salary over 2080 hours; the hours are
      *  recorded as paid out and the vacation balance
      *  cleared, so the next run does not list them again.
      *  For that reason each run's listing is added to the
      *  end of data/ptopay.rpt rather than replacing it: a
      *  rerun in the same month must not wipe the only
      *  listing of payouts already settled. Payroll removes
      *  the file once the payouts are keyed.
      *  Sick hours are not paid out.
      *  The accrual register goes to data/ptoaccr.rpt, with
      *  the usual audit record; employees that could not
      *  be accrued (no compensation record, no rule for
      *  the grade, a later month already credited) are the
      *  rejected count.
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
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO "data/leave.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-EMP-ID
               FILE STATUS IS WS-LEAVE-STATUS.
           SELECT PTO-FILE ASSIGN TO "data/ptobal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-EMP-ID
               FILE STATUS IS WS-PTO-STATUS.
           SELECT RULE-FILE ASSIGN TO "data/accrule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/ptoparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "data/streamctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/ptoaccr.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYOUT-FILE ASSIGN TO "data/ptopay.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  LEAVE-FILE.
       COPY "LEAVEREC.cpy".

       FD  PTO-FILE.
       COPY "PTOBAL.cpy".

       FD  RULE-FILE.
       COPY "ACCRULE.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD-MONTH       PIC 9(6).

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

       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD               PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-LEAVE-STATUS          PIC XX VALUE '00'.
       01  WS-PTO-STATUS            PIC XX VALUE '00'.
       01  WS-RULE-STATUS           PIC XX VALUE '00'.
       01  WS-PARM-STATUS           PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS        PIC XX VALUE '00'.
       01  WS-PAYOUT-STATUS         PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-RULE-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-LEAVE-OPEN-FLAG       PIC X  VALUE 'N'.
       01  WS-COMP-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-PTO-FOUND-FLAG        PIC X  VALUE 'N'.
       01  WS-ACCRUE-FLAG           PIC X  VALUE 'N'.
       01  WS-YEAR-END-FLAG         PIC X  VALUE 'N'.
       01  WS-OUT-OF-ORDER-FLAG     PIC X  VALUE 'N'.
       01  WS-PERIOD-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-MONTH-PARTS REDEFINES WS-PERIOD-MONTH.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MM         PIC 9(2).
       01  WS-PERIOD-END-DATE       PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05  WS-END-YEAR          PIC 9(4).
           05  WS-END-MMDD          PIC 9(4).
       01  WS-WORK-DATE             PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-HIRE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-HIRE-DATE-PARTS REDEFINES WS-HIRE-DATE.
           05  WS-HIRE-YEAR         PIC 9(4).
           05  WS-HIRE-MMDD         PIC 9(4).
       01  WS-DAY-NUMBER            PIC 9(7) VALUE ZERO.
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
               10  WS-RL-VACATION-HOURS PIC 9(3)V99.
               10  WS-RL-SICK-HOURS     PIC 9(3)V99.
               10  WS-RL-VACATION-CAP   PIC 9(4)V99.
               10  WS-RL-SICK-CAP       PIC 9(4)V99.
       01  WS-LEAVE-RULE-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-LEAVE-RULE-SUB        PIC 9(3) VALUE ZERO.
       01  WS-LEAVE-RULE-TABLE.
           05  WS-LEAVE-RULE-ENTRY OCCURS 20 TIMES.
               10  WS-LR-LEAVE-TYPE     PIC X(3).
               10  WS-LR-ACCRUE-FLAG    PIC X.
       01  WS-LEAVE-TYPE            PIC X(3).
       01  WS-NOTE                  PIC X(20).
       01  WS-VACATION-CREDIT       PIC 9(3)V99 VALUE ZERO.
       01  WS-SICK-CREDIT           PIC 9(3)V99 VALUE ZERO.
       01  WS-VACATION-FORFEIT      PIC 9(4)V99 VALUE ZERO.
       01  WS-SICK-FORFEIT          PIC 9(4)V99 VALUE ZERO.
       01  WS-HOURLY-RATE           PIC 9(5)V99 VALUE ZERO.
       01  WS-PAYOUT-AMOUNT         PIC 9(7)V99 VALUE ZERO.
       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-CREDITED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NOT-EARNING-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(5) VALUE ZERO.
       01  WS-OUT-OF-ORDER-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-CREATED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CAPPED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-PAYOUT-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-VACATION-CREDIT PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-SICK-CREDIT     PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-VACATION-FORFEIT PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-SICK-FORFEIT    PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAYOUT-HOURS    PIC 9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAYOUT-AMOUNT   PIC 9(9)V99 VALUE ZERO.
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

       01  RPT-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "TIME-OFF ACCRUAL REGISTER".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE          PIC X(10).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  FILLER               PIC X(8)  VALUE "PERIOD: ".
           05  RPT-H1-PERIOD        PIC 9(6).

       01  RPT-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(4)  VALUE "GR".
           05  FILLER               PIC X(4)  VALUE "YRS".
           05  FILLER               PIC X(9)  VALUE "  VAC-CR".
           05  FILLER               PIC X(9)  VALUE " SICK-CR".
           05  FILLER               PIC X(10) VALUE "   VAC-BAL".
           05  FILLER               PIC X(10) VALUE "  SICK-BAL".
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  FILLER               PIC X(4)  VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  RPT-DT-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-DT-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-GRADE         PIC X(2).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-YEARS         PIC Z9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-VAC-CREDIT    PIC ZZ9.99.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-DT-SICK-CREDIT   PIC ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-VAC-BALANCE   PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-SICK-BALANCE  PIC -ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-DT-NOTE          PIC X(20).

       01  RPT-FORFEIT-LINE.
           05  FILLER               PIC X(8)  VALUE SPACES.
           05  FILLER               PIC X(30) VALUE
               "YEAR-END CAP FORFEIT - VAC:".
           05  RPT-FF-VACATION      PIC ZZZ9.99.
           05  FILLER               PIC X(8)  VALUE "  SICK:".
           05  RPT-FF-SICK          PIC ZZZ9.99.

       01  RPT-COUNT-LINE.
           05  RPT-CL-LABEL         PIC X(36).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-CL-COUNT         PIC ZZZZZZ9.

       01  RPT-HOURS-LINE.
           05  RPT-HL-LABEL         PIC X(36).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-HL-HOURS         PIC ZZZZZZ9.99.

       01  PAY-HEADER-1.
           05  FILLER               PIC X(30) VALUE
               "UNUSED VACATION PAYOUT LISTING".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  PAY-H1-DATE          PIC X(10).

       01  PAY-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "TERM-DATE".
           05  FILLER               PIC X(10) VALUE "     HOURS".
           05  FILLER               PIC X(10) VALUE "      RATE".
           05  FILLER               PIC X(14) VALUE "        AMOUNT".

       01  PAY-DETAIL-LINE.
           05  PAY-DT-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  PAY-DT-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  PAY-DT-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PAY-DT-TERM-DATE     PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PAY-DT-HOURS         PIC ZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PAY-DT-RATE          PIC ZZZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PAY-DT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  PAY-DT-NOTE          PIC X(20).

       01  PAY-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
               "EMPLOYEES LISTED    :".
           05  PAY-TL-COUNT         PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE "   HOURS:".
           05  PAY-TL-HOURS         PIC ZZZZZZ9.99.
           05  FILLER               PIC X(10) VALUE "  AMOUNT:".
           05  PAY-TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           PERFORM READ-RUN-PARAMETERS
           PERFORM LOAD-ACCRUAL-RULES
           PERFORM OPEN-ACCRUAL-FILES
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END PERFORM PROCESS-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           CLOSE DATA-FILE
           CLOSE COMP-FILE
           IF WS-LEAVE-OPEN-FLAG = 'Y'
               CLOSE LEAVE-FILE
           END-IF
           CLOSE PTO-FILE
           PERFORM WRITE-REPORT-TRAILER
           CLOSE REGISTER-FILE
           PERFORM WRITE-PAYOUT-TRAILER
           CLOSE PAYOUT-FILE
           PERFORM WRITE-AUDIT-RECORD
           DISPLAY "PTOACCR: " WS-CREDITED-COUNT " CREDITED FOR "
               WS-PERIOD-MONTH ", " WS-PAYOUT-COUNT
               " LISTED FOR PAYOUT"
           IF WS-OUT-OF-ORDER-COUNT > ZERO
               DISPLAY "PTOACCR: " WS-OUT-OF-ORDER-COUNT
                   " BALANCES ALREADY CREDITED FOR A LATER MONTH - "
                   "SEE data/ptoaccr.rpt"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

      *    The stream runs this on the month's last business day, so
      *    the default is the month of the cycle being run - read
      *    from the stream control record, as EMPCYCLE reads it, so
      *    a month end resumed after the 1st still credits the month
      *    that ended. A month the stream never reached is run late
      *    by naming it in the parameter file, before the next month
      *    is credited; once a later month is on a balance the
      *    missed one can only be put right by hand.
       READ-RUN-PARAMETERS.
           MOVE WS-CURRENT-YEAR  TO WS-PERIOD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PERIOD-MM
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-CYCLE-DATE IS NUMERIC
                           AND CTL-CYCLE-DATE NOT = ZERO
                           MOVE CTL-CYCLE-DATE(1:6)
                               TO WS-PERIOD-MONTH
                       END-IF
               END-READ
           END-IF
           CLOSE CONTROL-FILE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-PERIOD-MONTH IS NUMERIC
                       AND PARM-PERIOD-MONTH NOT = ZERO
                       MOVE PARM-PERIOD-MONTH TO WS-PERIOD-MONTH
                       DISPLAY "PTOACCR: SELECTIVE RUN - PERIOD "
                           WS-PERIOD-MONTH
                   END-IF
           END-READ
           CLOSE PARM-FILE
           IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
               DISPLAY "PTOACCR: PERIOD " WS-PERIOD-MONTH
                   " IS NOT A VALID YYYYMM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PERIOD-MM = 12
               MOVE 'Y' TO WS-YEAR-END-FLAG
           END-IF
           PERFORM SET-PERIOD-END-DATE.

      *    The last day of the month is the day before the first of
      *    the next one.
       SET-PERIOD-END-DATE.
           MOVE WS-PERIOD-YEAR TO WS-WORK-YEAR
           MOVE WS-PERIOD-MM   TO WS-WORK-MONTH
           MOVE 1              TO WS-WORK-DAY
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

      *    Both kinds of rule are held in tables for the run; a file
      *    with more rules than the tables hold is refused rather
      *    than half applied.
       LOAD-ACCRUAL-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS NOT = '00'
               DISPLAY "PTOACCR: UNABLE TO OPEN RULE-FILE, STATUS="
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
           CLOSE RULE-FILE
           IF WS-RULE-COUNT = ZERO
               DISPLAY "PTOACCR: NO GRADE RULES ON data/accrule.dat"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ONE-RULE.
           EVALUATE ACR-RULE-TYPE
               WHEN 'G'
                   IF WS-RULE-COUNT = 50
                       DISPLAY "PTOACCR: MORE THAN 50 GRADE RULES"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-RULE-COUNT
                   MOVE ACR-GRADE-CODE
                       TO WS-RL-GRADE-CODE(WS-RULE-COUNT)
                   MOVE ACR-FROM-YEARS
                       TO WS-RL-FROM-YEARS(WS-RULE-COUNT)
                   MOVE ACR-VACATION-HOURS
                       TO WS-RL-VACATION-HOURS(WS-RULE-COUNT)
                   MOVE ACR-SICK-HOURS
                       TO WS-RL-SICK-HOURS(WS-RULE-COUNT)
                   MOVE ACR-VACATION-CAP
                       TO WS-RL-VACATION-CAP(WS-RULE-COUNT)
                   MOVE ACR-SICK-CAP
                       TO WS-RL-SICK-CAP(WS-RULE-COUNT)
               WHEN 'L'
                   IF WS-LEAVE-RULE-COUNT = 20
                       DISPLAY "PTOACCR: MORE THAN 20 LEAVE RULES"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LEAVE-RULE-COUNT
                   MOVE ACL-LEAVE-TYPE
                       TO WS-LR-LEAVE-TYPE(WS-LEAVE-RULE-COUNT)
                   MOVE ACL-ACCRUE-FLAG
                       TO WS-LR-ACCRUE-FLAG(WS-LEAVE-RULE-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The balance file is created on the first run; an absent
      *    leave file only means nobody is on leave.
       OPEN-ACCRUAL-FILES.
           OPEN INPUT DATA-FILE
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "PTOACCR: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COMP-FILE
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "PTOACCR: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = '00'
               MOVE 'Y' TO WS-LEAVE-OPEN-FLAG
           ELSE
               IF WS-LEAVE-STATUS NOT = '05'
                   DISPLAY "PTOACCR: UNABLE TO OPEN LEAVE-FILE, "
                       "STATUS=" WS-LEAVE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE LEAVE-FILE
           END-IF
           OPEN I-O PTO-FILE
           IF WS-PTO-STATUS = '05' OR WS-PTO-STATUS = '35'
               CLOSE PTO-FILE
               OPEN OUTPUT PTO-FILE
               CLOSE PTO-FILE
               OPEN I-O PTO-FILE
           END-IF
           IF WS-PTO-STATUS NOT = '00'
               DISPLAY "PTOACCR: UNABLE TO OPEN PTO-FILE, STATUS="
                   WS-PTO-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE  TO RPT-H1-DATE
           MOVE WS-PERIOD-MONTH TO RPT-H1-PERIOD
           WRITE REGISTER-RECORD FROM RPT-HEADER-1
           WRITE REGISTER-RECORD FROM RPT-HEADER-2
           OPEN EXTEND PAYOUT-FILE
           IF WS-PAYOUT-STATUS = '05' OR WS-PAYOUT-STATUS = '35'
               CLOSE PAYOUT-FILE
               OPEN OUTPUT PAYOUT-FILE
           END-IF
           IF WS-PAYOUT-STATUS NOT = '00'
               DISPLAY "PTOACCR: UNABLE TO OPEN PAYOUT-FILE, STATUS="
                   WS-PAYOUT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-REPORT-DATE  TO PAY-H1-DATE
           WRITE PAYOUT-RECORD FROM PAY-HEADER-1
           WRITE PAYOUT-RECORD FROM PAY-HEADER-2.

       PROCESS-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT
           EVALUATE EMP-STATUS
               WHEN 'T'
                   PERFORM LIST-LEAVER-PAYOUT
               WHEN 'A'
               WHEN 'L'
               WHEN SPACE
                   PERFORM ACCRUE-ONE-EMPLOYEE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Without a compensation record there is neither a grade
      *    nor a hire date to accrue by, and without a rule for the
      *    grade there are no hours; both are reported and left for
      *    HR. Anyone else gets a register line, earning or not, so
      *    the register accounts for the whole population.
       ACCRUE-ONE-EMPLOYEE.
           PERFORM READ-EMPLOYEE-COMP
           IF WS-COMP-FOUND-FLAG = 'N'
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE ZERO TO WS-SERVICE-YEARS
               MOVE SPACES TO COMP-PAY-GRADE
               MOVE "NO COMP RECORD" TO WS-NOTE
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               PERFORM COMPUTE-SERVICE-YEARS
               PERFORM FIND-ACCRUAL-RULE
               IF WS-USE-RULE-SUB = ZERO
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE "NO ACCRUAL RULE" TO WS-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
                   PERFORM DECIDE-ACCRUAL
                   PERFORM POST-ACCRUAL
               END-IF
           END-IF.

       READ-EMPLOYEE-COMP.
           MOVE 'N'    TO WS-COMP-FOUND-FLAG
           MOVE EMP-ID TO COMP-EMP-ID
           READ COMP-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-COMP-FOUND-FLAG
           END-READ.

      *    Whole years from the hire date to the last day of the
      *    month credited; a missing hire date counts as new.
       COMPUTE-SERVICE-YEARS.
           MOVE ZERO TO WS-SERVICE-YEARS
           MOVE COMP-HIRE-DATE TO WS-HIRE-DATE
           IF COMP-HIRE-DATE IS NUMERIC
               AND COMP-HIRE-DATE NOT = ZERO
               AND COMP-HIRE-DATE < WS-PERIOD-END-DATE
               IF WS-END-YEAR - WS-HIRE-YEAR > 99
                   MOVE 99 TO WS-SERVICE-YEARS
               ELSE
                   COMPUTE WS-SERVICE-YEARS =
                       WS-END-YEAR - WS-HIRE-YEAR
                   IF WS-END-MMDD < WS-HIRE-MMDD
                       SUBTRACT 1 FROM WS-SERVICE-YEARS
                   END-IF
               END-IF
           END-IF.

      *    The grade's own rule with the highest starting year the
      *    employee has reached; failing that, the house rule (a
      *    blank grade) chosen the same way.
       FIND-ACCRUAL-RULE.
           MOVE ZERO TO WS-GRADE-RULE-SUB
           MOVE ZERO TO WS-HOUSE-RULE-SUB
           PERFORM MATCH-ONE-RULE
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT
           IF WS-GRADE-RULE-SUB NOT = ZERO
               MOVE WS-GRADE-RULE-SUB TO WS-USE-RULE-SUB
           ELSE
               MOVE WS-HOUSE-RULE-SUB TO WS-USE-RULE-SUB
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

      *    Someone not yet hired by the month end, or on a leave
      *    whose type does not earn, is credited nothing; the rule
      *    still supplies the year-end caps for the balance held.
       DECIDE-ACCRUAL.
           MOVE 'Y'  TO WS-ACCRUE-FLAG
           MOVE "CREDITED" TO WS-NOTE
           IF COMP-HIRE-DATE IS NUMERIC
               AND COMP-HIRE-DATE > WS-PERIOD-END-DATE
               MOVE 'N' TO WS-ACCRUE-FLAG
               MOVE "HIRED AFTER PERIOD" TO WS-NOTE
           END-IF
           IF EMP-STATUS = 'L' AND WS-ACCRUE-FLAG = 'Y'
               PERFORM CHECK-LEAVE-ACCRUAL
           END-IF
           IF WS-ACCRUE-FLAG = 'Y'
               MOVE WS-RL-VACATION-HOURS(WS-USE-RULE-SUB)
                   TO WS-VACATION-CREDIT
               MOVE WS-RL-SICK-HOURS(WS-USE-RULE-SUB)
                   TO WS-SICK-CREDIT
           ELSE
               MOVE ZERO TO WS-VACATION-CREDIT
               MOVE ZERO TO WS-SICK-CREDIT
           END-IF.

       CHECK-LEAVE-ACCRUAL.
           MOVE 'N'    TO WS-ACCRUE-FLAG
           MOVE SPACES TO WS-LEAVE-TYPE
           IF WS-LEAVE-OPEN-FLAG = 'Y'
               MOVE EMP-ID TO LV-EMP-ID
               READ LEAVE-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE LV-LEAVE-TYPE TO WS-LEAVE-TYPE
               END-READ
           END-IF
           IF WS-LEAVE-TYPE = SPACES
               MOVE "LEAVE, NO RECORD" TO WS-NOTE
           ELSE
               PERFORM MATCH-ONE-LEAVE-RULE
                   VARYING WS-LEAVE-RULE-SUB FROM 1 BY 1
                   UNTIL WS-LEAVE-RULE-SUB > WS-LEAVE-RULE-COUNT
               IF WS-ACCRUE-FLAG = 'Y'
                   MOVE SPACES TO WS-NOTE
                   STRING "CREDITED ON " WS-LEAVE-TYPE
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-NOTE
                   STRING "ON " WS-LEAVE-TYPE " LEAVE - NONE"
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
               END-IF
           END-IF.

       MATCH-ONE-LEAVE-RULE.
           IF WS-LR-LEAVE-TYPE(WS-LEAVE-RULE-SUB) = WS-LEAVE-TYPE
               AND WS-LR-ACCRUE-FLAG(WS-LEAVE-RULE-SUB) = 'Y'
               MOVE 'Y' TO WS-ACCRUE-FLAG
           END-IF.

      *    A balance record is only created when there is something
      *    to put on it. The month already credited is skipped, but
      *    the year-end caps are still checked, so a December rerun
      *    after a failure finishes the job. A balance already
      *    credited for a later month means this month was missed
      *    and is now out of order: nothing is credited, and the
      *    line is left for HR rather than passed as done.
       POST-ACCRUAL.
           MOVE 'N'    TO WS-PTO-FOUND-FLAG
           MOVE EMP-ID TO PTO-EMP-ID
           READ PTO-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-PTO-FOUND-FLAG
           END-READ
           IF WS-PTO-FOUND-FLAG = 'N'
               INITIALIZE PTO-BALANCE-RECORD
               MOVE EMP-ID TO PTO-EMP-ID
           END-IF
           MOVE 'N' TO WS-OUT-OF-ORDER-FLAG
           EVALUATE TRUE
               WHEN PTO-LAST-ACCRUAL > WS-PERIOD-MONTH
                   MOVE ZERO TO WS-VACATION-CREDIT
                   MOVE ZERO TO WS-SICK-CREDIT
                   MOVE SPACES TO WS-NOTE
                   STRING "OUT OF ORDER-" PTO-LAST-ACCRUAL
                       DELIMITED BY SIZE INTO WS-NOTE
                   END-STRING
                   MOVE 'Y' TO WS-OUT-OF-ORDER-FLAG
                   ADD 1 TO WS-OUT-OF-ORDER-COUNT
               WHEN PTO-LAST-ACCRUAL = WS-PERIOD-MONTH
                   MOVE ZERO TO WS-VACATION-CREDIT
                   MOVE ZERO TO WS-SICK-CREDIT
                   MOVE "ALREADY ACCRUED" TO WS-NOTE
                   ADD 1 TO WS-ALREADY-COUNT
               WHEN WS-ACCRUE-FLAG = 'Y'
                   ADD WS-VACATION-CREDIT TO PTO-VACATION-HOURS
                   ADD WS-SICK-CREDIT     TO PTO-SICK-HOURS
                   MOVE WS-PERIOD-MONTH   TO PTO-LAST-ACCRUAL
                   ADD WS-VACATION-CREDIT TO WS-TOTAL-VACATION-CREDIT
                   ADD WS-SICK-CREDIT     TO WS-TOTAL-SICK-CREDIT
                   ADD 1 TO WS-CREDITED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-EARNING-COUNT
           END-EVALUATE
           MOVE ZERO TO WS-VACATION-FORFEIT
           MOVE ZERO TO WS-SICK-FORFEIT
           IF WS-YEAR-END-FLAG = 'Y'
               AND WS-OUT-OF-ORDER-FLAG = 'N'
               AND PTO-CARRYOVER-YEAR < WS-PERIOD-YEAR
               PERFORM APPLY-CARRYOVER-CAPS
           END-IF
           IF WS-PTO-FOUND-FLAG = 'Y'
               REWRITE PTO-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "PTOACCR: REWRITE FAILED FOR EMP-ID "
                           EMP-ID ", STATUS=" WS-PTO-STATUS
               END-REWRITE
           ELSE
               IF WS-ACCRUE-FLAG = 'Y'
                   WRITE PTO-BALANCE-RECORD
                       INVALID KEY
                           DISPLAY "PTOACCR: WRITE FAILED FOR EMP-ID "
                               EMP-ID ", STATUS=" WS-PTO-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CREATED-COUNT
                   END-WRITE
               END-IF
           END-IF
           PERFORM WRITE-ACCRUAL-LINE.

      *    Hours over a cap at the year end are lost. A zero cap
      *    means the balance carries over whole. The year is
      *    stamped even when nothing is over, so the caps are
      *    applied to each balance once per year.
       APPLY-CARRYOVER-CAPS.
           IF WS-RL-VACATION-CAP(WS-USE-RULE-SUB) NOT = ZERO
               AND PTO-VACATION-HOURS >
                   WS-RL-VACATION-CAP(WS-USE-RULE-SUB)
               COMPUTE WS-VACATION-FORFEIT = PTO-VACATION-HOURS
                   - WS-RL-VACATION-CAP(WS-USE-RULE-SUB)
               MOVE WS-RL-VACATION-CAP(WS-USE-RULE-SUB)
                   TO PTO-VACATION-HOURS
           END-IF
           IF WS-RL-SICK-CAP(WS-USE-RULE-SUB) NOT = ZERO
               AND PTO-SICK-HOURS > WS-RL-SICK-CAP(WS-USE-RULE-SUB)
               COMPUTE WS-SICK-FORFEIT = PTO-SICK-HOURS
                   - WS-RL-SICK-CAP(WS-USE-RULE-SUB)
               MOVE WS-RL-SICK-CAP(WS-USE-RULE-SUB)
                   TO PTO-SICK-HOURS
           END-IF
           MOVE WS-PERIOD-YEAR      TO PTO-CARRYOVER-YEAR
           MOVE WS-VACATION-FORFEIT TO PTO-VACATION-FORFEIT
           MOVE WS-SICK-FORFEIT     TO PTO-SICK-FORFEIT
           IF WS-VACATION-FORFEIT > ZERO OR WS-SICK-FORFEIT > ZERO
               ADD 1 TO WS-CAPPED-COUNT
               ADD WS-VACATION-FORFEIT TO WS-TOTAL-VACATION-FORFEIT
               ADD WS-SICK-FORFEIT     TO WS-TOTAL-SICK-FORFEIT
           END-IF.

       WRITE-ACCRUAL-LINE.
           MOVE EMP-ID             TO RPT-DT-EMP-ID
           MOVE NAME               TO RPT-DT-NAME
           MOVE DEPT-CODE          TO RPT-DT-DEPT-CODE
           MOVE COMP-PAY-GRADE     TO RPT-DT-GRADE
           MOVE WS-SERVICE-YEARS   TO RPT-DT-YEARS
           MOVE WS-VACATION-CREDIT TO RPT-DT-VAC-CREDIT
           MOVE WS-SICK-CREDIT     TO RPT-DT-SICK-CREDIT
           MOVE PTO-VACATION-HOURS TO RPT-DT-VAC-BALANCE
           MOVE PTO-SICK-HOURS     TO RPT-DT-SICK-BALANCE
           MOVE WS-NOTE            TO RPT-DT-NOTE
           WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE
           IF WS-VACATION-FORFEIT > ZERO OR WS-SICK-FORFEIT > ZERO
               MOVE WS-VACATION-FORFEIT TO RPT-FF-VACATION
               MOVE WS-SICK-FORFEIT     TO RPT-FF-SICK
               WRITE REGISTER-RECORD FROM RPT-FORFEIT-LINE
           END-IF.

       WRITE-EXCEPTION-LINE.
           MOVE EMP-ID             TO RPT-DT-EMP-ID
           MOVE NAME               TO RPT-DT-NAME
           MOVE DEPT-CODE          TO RPT-DT-DEPT-CODE
           MOVE COMP-PAY-GRADE     TO RPT-DT-GRADE
           MOVE WS-SERVICE-YEARS   TO RPT-DT-YEARS
           MOVE ZERO               TO RPT-DT-VAC-CREDIT
           MOVE ZERO               TO RPT-DT-SICK-CREDIT
           MOVE ZERO               TO RPT-DT-VAC-BALANCE
           MOVE ZERO               TO RPT-DT-SICK-BALANCE
           MOVE WS-NOTE            TO RPT-DT-NOTE
           WRITE REGISTER-RECORD FROM RPT-DETAIL-LINE.

      *    A payout dated on or after the TERM-DATE settles this
      *    termination; an older one belongs to an earlier spell of
      *    service before a rehire. A negative or zero vacation
      *    balance has nothing to pay.
       LIST-LEAVER-PAYOUT.
           MOVE EMP-ID TO PTO-EMP-ID
           READ PTO-FILE
               INVALID KEY MOVE 'N' TO WS-PTO-FOUND-FLAG
               NOT INVALID KEY MOVE 'Y' TO WS-PTO-FOUND-FLAG
           END-READ
           IF WS-PTO-FOUND-FLAG = 'Y'
               AND PTO-VACATION-HOURS > ZERO
               AND (PTO-PAYOUT-DATE = ZERO
                    OR PTO-PAYOUT-DATE < TERM-DATE)
               PERFORM READ-EMPLOYEE-COMP
               MOVE SPACES TO PAY-DT-NOTE
               IF WS-COMP-FOUND-FLAG = 'Y'
                   COMPUTE WS-HOURLY-RATE ROUNDED =
                       COMP-ANNUAL-SALARY / 2080
                   COMPUTE WS-PAYOUT-AMOUNT ROUNDED =
                       PTO-VACATION-HOURS * WS-HOURLY-RATE
               ELSE
                   MOVE ZERO TO WS-HOURLY-RATE
                   MOVE ZERO TO WS-PAYOUT-AMOUNT
                   MOVE "NO COMP - RATE DUE" TO PAY-DT-NOTE
               END-IF
               MOVE EMP-ID             TO PAY-DT-EMP-ID
               MOVE NAME               TO PAY-DT-NAME
               MOVE DEPT-CODE          TO PAY-DT-DEPT-CODE
               MOVE TERM-DATE          TO PAY-DT-TERM-DATE
               MOVE PTO-VACATION-HOURS TO PAY-DT-HOURS
               MOVE WS-HOURLY-RATE     TO PAY-DT-RATE
               MOVE WS-PAYOUT-AMOUNT   TO PAY-DT-AMOUNT
               WRITE PAYOUT-RECORD FROM PAY-DETAIL-LINE
               ADD 1 TO WS-PAYOUT-COUNT
               ADD PTO-VACATION-HOURS TO WS-TOTAL-PAYOUT-HOURS
               ADD WS-PAYOUT-AMOUNT   TO WS-TOTAL-PAYOUT-AMOUNT
               MOVE PTO-VACATION-HOURS  TO PTO-PAYOUT-HOURS
               MOVE WS-CURRENT-DATE-NUM TO PTO-PAYOUT-DATE
               MOVE ZERO                TO PTO-VACATION-HOURS
               REWRITE PTO-BALANCE-RECORD
                   INVALID KEY
                       DISPLAY "PTOACCR: REWRITE FAILED FOR EMP-ID "
                           EMP-ID ", STATUS=" WS-PTO-STATUS
               END-REWRITE
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE "EMPLOYEES READ               :" TO RPT-CL-LABEL
           MOVE WS-READ-COUNT          TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "EMPLOYEES CREDITED           :" TO RPT-CL-LABEL
           MOVE WS-CREDITED-COUNT      TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "ALREADY CREDITED THIS PERIOD :" TO RPT-CL-LABEL
           MOVE WS-ALREADY-COUNT       TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "NOT EARNING (LEAVE, NEW HIRE):" TO RPT-CL-LABEL
           MOVE WS-NOT-EARNING-COUNT   TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "NO COMP RECORD OR NO RULE    :" TO RPT-CL-LABEL
           MOVE WS-EXCEPTION-COUNT     TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "OUT OF ORDER (LATER MONTH ON):" TO RPT-CL-LABEL
           MOVE WS-OUT-OF-ORDER-COUNT  TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "BALANCE RECORDS CREATED      :" TO RPT-CL-LABEL
           MOVE WS-CREATED-COUNT       TO RPT-CL-COUNT
           WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
           MOVE "VACATION HOURS CREDITED      :" TO RPT-HL-LABEL
           MOVE WS-TOTAL-VACATION-CREDIT TO RPT-HL-HOURS
           WRITE REGISTER-RECORD FROM RPT-HOURS-LINE
           MOVE "SICK HOURS CREDITED          :" TO RPT-HL-LABEL
           MOVE WS-TOTAL-SICK-CREDIT   TO RPT-HL-HOURS
           WRITE REGISTER-RECORD FROM RPT-HOURS-LINE
           IF WS-YEAR-END-FLAG = 'Y'
               MOVE "BALANCES CAPPED AT YEAR END  :" TO RPT-CL-LABEL
               MOVE WS-CAPPED-COUNT    TO RPT-CL-COUNT
               WRITE REGISTER-RECORD FROM RPT-COUNT-LINE
               MOVE "VACATION HOURS FORFEITED     :" TO RPT-HL-LABEL
               MOVE WS-TOTAL-VACATION-FORFEIT TO RPT-HL-HOURS
               WRITE REGISTER-RECORD FROM RPT-HOURS-LINE
               MOVE "SICK HOURS FORFEITED         :" TO RPT-HL-LABEL
               MOVE WS-TOTAL-SICK-FORFEIT TO RPT-HL-HOURS
               WRITE REGISTER-RECORD FROM RPT-HOURS-LINE
           END-IF.

       WRITE-PAYOUT-TRAILER.
           MOVE SPACES TO PAYOUT-RECORD
           WRITE PAYOUT-RECORD
           MOVE WS-PAYOUT-COUNT        TO PAY-TL-COUNT
           MOVE WS-TOTAL-PAYOUT-HOURS  TO PAY-TL-HOURS
           MOVE WS-TOTAL-PAYOUT-AMOUNT TO PAY-TL-AMOUNT
           WRITE PAYOUT-RECORD FROM PAY-TOTAL-LINE.

      *    Same audit-trail append as TEST-EMPLOYEE: master records
      *    read, and the employees that could not be accrued for
      *    want of a compensation record or a rule, or because a
      *    later month is already on their balance, in the rejected
      *    column.
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
           MOVE "PTOACCR"            TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/small.dat"     TO AUD-INPUT-FILE
           MOVE WS-READ-COUNT        TO AUD-RECORDS-READ
           COMPUTE AUD-RECORDS-REJECTED =
               WS-EXCEPTION-COUNT + WS-OUT-OF-ORDER-COUNT
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
