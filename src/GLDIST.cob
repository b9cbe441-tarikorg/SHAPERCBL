       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLDIST.
      *****************************************************
      *  GLDIST
      *  Monthly labor-cost distribution to the general
      *  ledger. Every compensation record (data/comp.dat)
      *  is costed at one month of its annual salary,
      *  rounded to the cent, and charged to its employee's
      *  department. Each department's DEPT-CODE is mapped
      *  through data/glmap.dat (GLMAP.cpy, maintained by
      *  GLMAPMNT) to a cost center, a salary expense
      *  account and an accrued-payroll account, and the
      *  department's total goes out as one debit to the
      *  expense account and one equal credit to the accrual
      *  account, so the feed balances department by
      *  department as well as in total.
      *  The population is the payroll register's: only
      *  active staff (and records predating the status
      *  field) are costed unless PAYREG's own parameter
      *  file data/payparm.dat carries Y to include leavers,
      *  so the ledger always agrees with the register.
      *  Compensation records with no employee on the
      *  master, and employees whose department has no GL
      *  mapping, are not posted; they are listed on the
      *  register and counted as rejected, and the run ends
      *  with return code 4.
      *  The feed file data/gldist.dat carries an
      *  identifying HDR record ahead of the entries and a
      *  TRL control record behind them with the entry count
      *  and the debit and credit totals, in the manner of
      *  the branch extracts EMPMERGE balances. The period
      *  (YYYYMM) is the month of the stream's cycle date on
      *  data/streamctl.dat, so a month end rerun after
      *  midnight still posts to the month being closed; run
      *  outside the stream it is the run month, and the
      *  optional parameter file data/glparm.dat overrides
      *  either. The entries are dated the last day of the
      *  period. A Y
      *  in the parameter file's reversal column also writes
      *  the accrual reversal - every entry again with debit
      *  and credit exchanged - dated the first day of the
      *  following period. The register goes to
      *  data/gldist.rpt and the run is recorded in the
      *  audit log.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMP-FILE ASSIGN TO "data/comp.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COMP-EMP-ID
               FILE STATUS IS WS-COMP-STATUS.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT GLMAP-FILE ASSIGN TO "data/glmap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLM-DEPT-CODE
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/glparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPTIONAL PAYPARM-FILE ASSIGN TO "data/payparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPARM-STATUS.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "data/streamctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT GL-FILE ASSIGN TO "data/gldist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/gldist.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMP-FILE.
       COPY "COMPREC.cpy".

       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  GLMAP-FILE.
       COPY "GLMAP.cpy".

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD             PIC 9(6).
           05  PARM-REVERSAL           PIC X.

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

       FD  GL-FILE.
       01  GL-RECORD                   PIC X(80).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(90).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-COMP-STATUS              PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS         PIC XX VALUE '00'.
       01  WS-GLMAP-STATUS             PIC XX VALUE '00'.
       01  WS-PARM-STATUS              PIC XX VALUE '00'.
       01  WS-PAYPARM-STATUS           PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS           PIC XX VALUE '00'.
       01  WS-GL-STATUS                PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS             PIC XX VALUE '00'.
       01  WS-COMP-EOF-FLAG            PIC X  VALUE 'N'.
       01  WS-INCLUDE-LEAVERS          PIC X  VALUE 'N'.
       01  WS-REVERSAL-FLAG            PIC X  VALUE 'N'.
           88  WS-WRITE-REVERSAL       VALUE 'Y'.
       01  WS-ENTRY-TYPE               PIC X.
       01  WS-PERIOD                   PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR          PIC 9(4).
           05  WS-PERIOD-MONTH         PIC 9(2).
       01  WS-WORK-DATE                PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).
           05  WS-WORK-DAY             PIC 9(2).
       01  WS-DAY-NUMBER               PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-END-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REVERSAL-DATE            PIC 9(8) VALUE ZERO.
       01  WS-MONTHLY-SALARY           PIC 9(7)V99 VALUE ZERO.
       01  WS-COMP-READ-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-COSTED-COUNT             PIC 9(7) VALUE ZERO.
       01  WS-EXCLUDED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-ORPHAN-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-UNMAPPED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REJECTED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-ENTRY-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(13)V99 VALUE ZERO.
       01  WS-DIST-DEPT-CODE           PIC X(3).
       01  WS-DIST-FOUND-FLAG          PIC X  VALUE 'N'.
       01  WS-DIST-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-DIST-SUB                 PIC 9(3) VALUE ZERO.
       01  WS-DIST-SLOT                PIC 9(3) VALUE ZERO.
       01  WS-DIST-TABLE.
           05  WS-DIST-ENTRY OCCURS 100 TIMES.
               10  WS-DIST-DEPT        PIC X(3).
               10  WS-DIST-COST-CENTER PIC X(6).
               10  WS-DIST-EXPENSE     PIC X(8).
               10  WS-DIST-ACCRUAL     PIC X(8).
               10  WS-DIST-HEADCOUNT   PIC 9(5).
               10  WS-DIST-AMOUNT      PIC 9(11)V99.
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
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE
                                       PIC 9(8).
       01  WS-REPORT-DATE.
           05  WS-REPORT-MONTH         PIC 9(2).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-REPORT-DAY           PIC 9(2).
           05  FILLER                  PIC X VALUE '/'.
           05  WS-REPORT-YEAR          PIC 9(4).

      *    Feed record layouts: HDR, one DTL per posting, TRL.
       01  GL-HEADER-RECORD.
           05  GLH-TAG                 PIC X(3)  VALUE "HDR".
           05  GLH-SOURCE              PIC X(8)  VALUE "GLDIST".
           05  GLH-PERIOD              PIC 9(6).
           05  GLH-RUN-DATE            PIC 9(8).
           05  GLH-REVERSAL            PIC X.

       01  GL-DETAIL-RECORD.
           05  GLD-TAG                 PIC X(3)  VALUE "DTL".
           05  GLD-ENTRY-DATE          PIC 9(8).
           05  GLD-ENTRY-TYPE          PIC X.
           05  GLD-COST-CENTER         PIC X(6).
           05  GLD-ACCOUNT             PIC X(8).
           05  GLD-DEBIT-CREDIT        PIC X.
           05  GLD-AMOUNT              PIC 9(11)V99.
           05  GLD-DEPT-CODE           PIC X(3).
           05  GLD-HEADCOUNT           PIC 9(5).

       01  GL-TRAILER-RECORD.
           05  GLT-TAG                 PIC X(3)  VALUE "TRL".
           05  GLT-ENTRY-COUNT         PIC 9(7).
           05  GLT-TOTAL-DEBITS        PIC 9(13)V99.
           05  GLT-TOTAL-CREDITS       PIC 9(13)V99.

       01  RPT-HEADER-1.
           05  FILLER              PIC X(30) VALUE
               "LABOR COST DISTRIBUTION".
           05  FILLER              PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE         PIC X(10).
           05  FILLER              PIC X(10) VALUE "  PERIOD: ".
           05  RPT-H1-PERIOD       PIC 9(6).

       01  RPT-HEADER-2.
           05  FILLER              PIC X(5)  VALUE "DEPT".
           05  FILLER              PIC X(8)  VALUE "CENTER".
           05  FILLER              PIC X(10) VALUE "EXPENSE".
           05  FILLER              PIC X(10) VALUE "ACCRUAL".
           05  FILLER              PIC X(7)  VALUE "  STAFF".
           05  FILLER              PIC X(18) VALUE
               "     MONTHLY COST".

       01  RPT-DEPT-LINE.
           05  RPT-DL-DEPT-CODE    PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DL-COST-CENTER  PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DL-EXPENSE      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DL-ACCRUAL      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DL-HEADCOUNT    PIC ZZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RPT-DL-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-REJECT-HEADER.
           05  FILLER              PIC X(40) VALUE
               "NOT POSTED - EMPLOYEE EXCEPTIONS".

       01  RPT-REJECT-LINE.
           05  RPT-RJ-EMP-ID       PIC 9(5).
           05  FILLER              PIC X(3)  VALUE " | ".
           05  RPT-RJ-DEPT-CODE    PIC X(3).
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-RJ-SALARY       PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X     VALUE SPACE.
           05  RPT-RJ-REASON       PIC X(40).

       01  RPT-TRAILER-1.
           05  FILLER          PIC X(24) VALUE
               "COMP RECORDS READ      :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-READ     PIC ZZZZZZ9.

       01  RPT-TRAILER-2.
           05  FILLER          PIC X(24) VALUE
               "EMPLOYEES COSTED       :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-COSTED   PIC ZZZZZZ9.

       01  RPT-TRAILER-3.
           05  FILLER          PIC X(24) VALUE
               "NOT ACTIVE - EXCLUDED  :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-EXCLUDED PIC ZZZZZZ9.

       01  RPT-TRAILER-4.
           05  FILLER          PIC X(24) VALUE
               "NOT ON MASTER          :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-ORPHAN   PIC ZZZZZZ9.

       01  RPT-TRAILER-5.
           05  FILLER          PIC X(24) VALUE
               "DEPT NOT MAPPED TO GL  :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-UNMAPPED PIC ZZZZZZ9.

       01  RPT-TRAILER-6.
           05  FILLER          PIC X(24) VALUE
               "GL ENTRIES WRITTEN     :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-ENTRIES  PIC ZZZZZZ9.

       01  RPT-TRAILER-7.
           05  FILLER          PIC X(24) VALUE
               "TOTAL DEBITS           :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-DEBITS   PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  RPT-TRAILER-8.
           05  FILLER          PIC X(24) VALUE
               "TOTAL CREDITS          :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-CREDITS  PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           PERFORM READ-RUN-PARAMETERS
           OPEN INPUT COMP-FILE.
           IF WS-COMP-STATUS NOT = '00'
               DISPLAY "GLDIST: UNABLE TO OPEN COMP-FILE, STATUS="
                   WS-COMP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "GLDIST: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = '00'
               DISPLAY "GLDIST: UNABLE TO OPEN GLMAP-FILE, STATUS="
                   WS-GLMAP-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE TO RPT-H1-DATE
           MOVE WS-PERIOD      TO RPT-H1-PERIOD
           WRITE REGISTER-RECORD FROM RPT-HEADER-1
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-REJECT-HEADER
           PERFORM UNTIL WS-COMP-EOF-FLAG = 'Y'
               READ COMP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-COMP-EOF-FLAG
                   NOT AT END PERFORM COST-ONE-EMPLOYEE
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
           CLOSE DATA-FILE.
           CLOSE COMP-FILE.
           PERFORM WRITE-GL-FEED.
           PERFORM WRITE-DISTRIBUTION-REGISTER.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "GLDIST: " WS-ENTRY-COUNT " GL ENTRIES FOR PERIOD "
               WS-PERIOD " WRITTEN TO data/gldist.dat, "
               WS-REJECTED-COUNT " REJECTED".
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "GLDIST: FEED OUT OF BALANCE - DEBITS "
                   WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

      *    The leaver rule is read from PAYREG's own parameter file
      *    rather than a copy of it, so the ledger and the register
      *    cannot drift apart.
       READ-RUN-PARAMETERS.
           MOVE WS-CURRENT-YEAR  TO WS-PERIOD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PERIOD-MONTH
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
               READ CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CTL-CYCLE-DATE IS NUMERIC
                           AND CTL-CYCLE-DATE NOT = ZERO
                           MOVE CTL-CYCLE-DATE(1:6) TO WS-PERIOD
                       END-IF
               END-READ
           END-IF
           CLOSE CONTROL-FILE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-PERIOD IS NUMERIC
                       AND PARM-PERIOD NOT = ZERO
                       MOVE PARM-PERIOD TO WS-PERIOD
                   END-IF
                   IF PARM-REVERSAL = 'Y'
                       MOVE 'Y' TO WS-REVERSAL-FLAG
                       DISPLAY "GLDIST: ACCRUAL REVERSAL INCLUDED"
                   END-IF
           END-READ
           CLOSE PARM-FILE
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "GLDIST: PERIOD " WS-PERIOD
                   " NOT VALID - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PAYPARM-FILE
           READ PAYPARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PAYPARM-INCLUDE-LEAVERS = 'Y'
                       MOVE 'Y' TO WS-INCLUDE-LEAVERS
                       DISPLAY "GLDIST: LEAVERS INCLUDED AS IN PAYREG"
                   END-IF
           END-READ
           CLOSE PAYPARM-FILE
           PERFORM SET-PERIOD-DATES.

      *    The accrual is dated the last day of the period and its
      *    reversal the first day of the next, which is also the
      *    day before the period end is found from.
       SET-PERIOD-DATES.
           MOVE WS-PERIOD-YEAR  TO WS-WORK-YEAR
           MOVE WS-PERIOD-MONTH TO WS-WORK-MONTH
           MOVE 1               TO WS-WORK-DAY
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE WS-WORK-DATE TO WS-REVERSAL-DATE
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-END-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

      *    A compensation record is costed only when its employee is
      *    on the master, in the register's population, and in a
      *    department the ledger knows; the first two misses are the
      *    PAYREG exception and exclusion rules, the third is this
      *    feed's own.
       COST-ONE-EMPLOYEE.
           ADD 1 TO WS-COMP-READ-COUNT
           COMPUTE WS-MONTHLY-SALARY ROUNDED =
               COMP-ANNUAL-SALARY / 12
           MOVE COMP-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO RPT-RJ-DEPT-CODE
                   MOVE "COMPENSATION WITHOUT EMPLOYEE"
                       TO RPT-RJ-REASON
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM CHARGE-TO-DEPARTMENT
           END-READ.

       CHARGE-TO-DEPARTMENT.
           IF WS-INCLUDE-LEAVERS NOT = 'Y'
               AND EMP-STATUS NOT = 'A' AND EMP-STATUS NOT = SPACE
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               MOVE DEPT-CODE TO WS-DIST-DEPT-CODE
               PERFORM LOCATE-DIST-SLOT
               IF WS-DIST-COST-CENTER(WS-DIST-SLOT) = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE DEPT-CODE TO RPT-RJ-DEPT-CODE
                   MOVE "DEPT-CODE HAS NO GL MAPPING"
                       TO RPT-RJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   ADD 1 TO WS-COSTED-COUNT
                   ADD 1 TO WS-DIST-HEADCOUNT(WS-DIST-SLOT)
                   ADD WS-MONTHLY-SALARY
                       TO WS-DIST-AMOUNT(WS-DIST-SLOT)
               END-IF
           END-IF.

       WRITE-REJECT-LINE.
           MOVE COMP-EMP-ID       TO RPT-RJ-EMP-ID
           MOVE WS-MONTHLY-SALARY TO RPT-RJ-SALARY
           WRITE REGISTER-RECORD FROM RPT-REJECT-LINE.

      *    The distribution table is kept in DEPT-CODE order as it is
      *    built, as in DEPTREORG. A department's GL mapping is read
      *    once, when it first enters the table; an unmapped
      *    department keeps a blank cost center and is never posted.
       LOCATE-DIST-SLOT.
           MOVE 'N'  TO WS-DIST-FOUND-FLAG
           MOVE ZERO TO WS-DIST-SLOT
           PERFORM MATCH-ONE-DIST-SLOT
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-COUNT
                   OR WS-DIST-SLOT NOT = ZERO
           IF WS-DIST-FOUND-FLAG = 'N'
               IF WS-DIST-COUNT NOT < 100
                   DISPLAY "GLDIST: TOO MANY DEPARTMENTS FOR "
                       "DISTRIBUTION TABLE (MAX 100)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-DIST-SLOT = ZERO
                   COMPUTE WS-DIST-SLOT = WS-DIST-COUNT + 1
               END-IF
               PERFORM SHIFT-ONE-DIST-ENTRY
                   VARYING WS-DIST-SUB FROM WS-DIST-COUNT BY -1
                   UNTIL WS-DIST-SUB < WS-DIST-SLOT
               INITIALIZE WS-DIST-ENTRY(WS-DIST-SLOT)
               MOVE WS-DIST-DEPT-CODE TO WS-DIST-DEPT(WS-DIST-SLOT)
               ADD 1 TO WS-DIST-COUNT
               MOVE WS-DIST-DEPT-CODE TO GLM-DEPT-CODE
               READ GLMAP-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-DIST-COST-CENTER(WS-DIST-SLOT)
                   NOT INVALID KEY
                       MOVE GLM-COST-CENTER
                           TO WS-DIST-COST-CENTER(WS-DIST-SLOT)
                       MOVE GLM-EXPENSE-ACCOUNT
                           TO WS-DIST-EXPENSE(WS-DIST-SLOT)
                       MOVE GLM-ACCRUAL-ACCOUNT
                           TO WS-DIST-ACCRUAL(WS-DIST-SLOT)
               END-READ
           END-IF.

       MATCH-ONE-DIST-SLOT.
           IF WS-DIST-DEPT(WS-DIST-SUB) = WS-DIST-DEPT-CODE
               MOVE WS-DIST-SUB TO WS-DIST-SLOT
               MOVE 'Y' TO WS-DIST-FOUND-FLAG
           ELSE
               IF WS-DIST-DEPT(WS-DIST-SUB) > WS-DIST-DEPT-CODE
                   MOVE WS-DIST-SUB TO WS-DIST-SLOT
               END-IF
           END-IF.

       SHIFT-ONE-DIST-ENTRY.
           MOVE WS-DIST-ENTRY(WS-DIST-SUB)
               TO WS-DIST-ENTRY(WS-DIST-SUB + 1).

       WRITE-GL-FEED.
           OPEN OUTPUT GL-FILE
           IF WS-GL-STATUS NOT = '00'
               DISPLAY "GLDIST: UNABLE TO OPEN GL-FILE, STATUS="
                   WS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PERIOD           TO GLH-PERIOD
           MOVE WS-CURRENT-DATE-NUM TO GLH-RUN-DATE
           MOVE WS-REVERSAL-FLAG    TO GLH-REVERSAL
           WRITE GL-RECORD FROM GL-HEADER-RECORD
           MOVE 'A' TO WS-ENTRY-TYPE
           PERFORM WRITE-DEPT-ENTRIES
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-COUNT
           IF WS-WRITE-REVERSAL
               MOVE 'R' TO WS-ENTRY-TYPE
               PERFORM WRITE-DEPT-ENTRIES
                   VARYING WS-DIST-SUB FROM 1 BY 1
                   UNTIL WS-DIST-SUB > WS-DIST-COUNT
           END-IF
           MOVE WS-ENTRY-COUNT   TO GLT-ENTRY-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLT-TOTAL-CREDITS
           WRITE GL-RECORD FROM GL-TRAILER-RECORD
           CLOSE GL-FILE.

      *    Each mapped department with cost posts a debit to its
      *    expense account and the matching credit to its accrual
      *    account; the reversal posts the same pair the other way
      *    round on the first day of the next period.
       WRITE-DEPT-ENTRIES.
           IF WS-DIST-COST-CENTER(WS-DIST-SUB) NOT = SPACES
               AND WS-DIST-AMOUNT(WS-DIST-SUB) > ZERO
               MOVE WS-ENTRY-TYPE TO GLD-ENTRY-TYPE
               MOVE WS-DIST-COST-CENTER(WS-DIST-SUB)
                   TO GLD-COST-CENTER
               MOVE WS-DIST-AMOUNT(WS-DIST-SUB)    TO GLD-AMOUNT
               MOVE WS-DIST-DEPT(WS-DIST-SUB)      TO GLD-DEPT-CODE
               MOVE WS-DIST-HEADCOUNT(WS-DIST-SUB) TO GLD-HEADCOUNT
               IF WS-ENTRY-TYPE = 'R'
                   MOVE WS-REVERSAL-DATE   TO GLD-ENTRY-DATE
               ELSE
                   MOVE WS-PERIOD-END-DATE TO GLD-ENTRY-DATE
               END-IF
               MOVE WS-DIST-EXPENSE(WS-DIST-SUB) TO GLD-ACCOUNT
               IF WS-ENTRY-TYPE = 'R'
                   MOVE 'C' TO GLD-DEBIT-CREDIT
               ELSE
                   MOVE 'D' TO GLD-DEBIT-CREDIT
               END-IF
               PERFORM WRITE-ONE-ENTRY
               MOVE WS-DIST-ACCRUAL(WS-DIST-SUB) TO GLD-ACCOUNT
               IF WS-ENTRY-TYPE = 'R'
                   MOVE 'D' TO GLD-DEBIT-CREDIT
               ELSE
                   MOVE 'C' TO GLD-DEBIT-CREDIT
               END-IF
               PERFORM WRITE-ONE-ENTRY
           END-IF.

       WRITE-ONE-ENTRY.
           WRITE GL-RECORD FROM GL-DETAIL-RECORD
           ADD 1 TO WS-ENTRY-COUNT
           IF GLD-DEBIT-CREDIT = 'D'
               ADD GLD-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD GLD-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

       WRITE-DISTRIBUTION-REGISTER.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-HEADER-2
           PERFORM WRITE-ONE-DEPT-LINE
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > WS-DIST-COUNT
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-COMP-READ-COUNT TO RPT-TR-READ
           MOVE WS-COSTED-COUNT    TO RPT-TR-COSTED
           MOVE WS-EXCLUDED-COUNT  TO RPT-TR-EXCLUDED
           MOVE WS-ORPHAN-COUNT    TO RPT-TR-ORPHAN
           MOVE WS-UNMAPPED-COUNT  TO RPT-TR-UNMAPPED
           MOVE WS-ENTRY-COUNT     TO RPT-TR-ENTRIES
           MOVE WS-TOTAL-DEBITS    TO RPT-TR-DEBITS
           MOVE WS-TOTAL-CREDITS   TO RPT-TR-CREDITS
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2
           WRITE REGISTER-RECORD FROM RPT-TRAILER-3
           WRITE REGISTER-RECORD FROM RPT-TRAILER-4
           WRITE REGISTER-RECORD FROM RPT-TRAILER-5
           WRITE REGISTER-RECORD FROM RPT-TRAILER-6
           WRITE REGISTER-RECORD FROM RPT-TRAILER-7
           WRITE REGISTER-RECORD FROM RPT-TRAILER-8.

       WRITE-ONE-DEPT-LINE.
           IF WS-DIST-COST-CENTER(WS-DIST-SUB) NOT = SPACES
               MOVE WS-DIST-DEPT(WS-DIST-SUB)      TO RPT-DL-DEPT-CODE
               MOVE WS-DIST-COST-CENTER(WS-DIST-SUB)
                   TO RPT-DL-COST-CENTER
               MOVE WS-DIST-EXPENSE(WS-DIST-SUB)   TO RPT-DL-EXPENSE
               MOVE WS-DIST-ACCRUAL(WS-DIST-SUB)   TO RPT-DL-ACCRUAL
               MOVE WS-DIST-HEADCOUNT(WS-DIST-SUB) TO RPT-DL-HEADCOUNT
               MOVE WS-DIST-AMOUNT(WS-DIST-SUB)    TO RPT-DL-AMOUNT
               WRITE REGISTER-RECORD FROM RPT-DEPT-LINE
           END-IF.

      *    Same audit-trail append as TEST-EMPLOYEE: compensation
      *    records read against those that could not be posted.
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
           MOVE "GLDIST"             TO AUD-PROGRAM
           MOVE WS-REPORT-DATE       TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME       TO AUD-RUN-TIME
           MOVE "data/comp.dat"      TO AUD-INPUT-FILE
           MOVE WS-COMP-READ-COUNT   TO AUD-RECORDS-READ
           MOVE WS-REJECTED-COUNT    TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
