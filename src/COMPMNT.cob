      *  or one below the compensation-maintenance
      *  authority level, ends the session before the file
      *  is opened.
      *  Every applied ADD, every CHANGE that moves the
      *  grade or the salary, and every DELETE is written to
      *  the salary history ledger data/salhist.dat
      *  (SALHIST.cpy) with the old and new grade and
      *  salary, the effective date (the keyed last-increase
      *  date, or the run date when none is keyed), and the
      *  signed-on operator; PAYPROG reports the ledger.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-FILE ASSIGN TO "data/operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           SELECT SALHIST-FILE ASSIGN TO "data/salhist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COMP-FILE.
       COPY "GRADEREF.cpy".
       FD  OPERATOR-FILE.
       COPY "OPERATOR.cpy".
       FD  SALHIST-FILE.
       COPY "SALHIST.cpy".
       WORKING-STORAGE SECTION.
       01  WS-COMP-STATUS           PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-TRANS-SALARY          PIC 9(7)V99.
       01  WS-TRANS-HIRE-DATE       PIC 9(8).
       01  WS-TRANS-INCR-DATE       PIC 9(8).
       01  WS-SALHIST-STATUS        PIC XX VALUE '00'.
       01  WS-HIST-ACTION           PIC X.
       01  WS-HIST-OLD-GRADE        PIC X(2).
       01  WS-HIST-NEW-GRADE        PIC X(2).
       01  WS-HIST-OLD-SALARY       PIC 9(7)V99.
       01  WS-HIST-NEW-SALARY       PIC 9(7)V99.
       01  WS-HIST-EFF-DATE         PIC 9(8).
       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CURRENT-TIME          PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
                   NOT INVALID KEY
                       DISPLAY "COMPMNT: EMP-ID " WS-TRANS-EMP-ID
                           " COMPENSATION ADDED"
                       MOVE 'A'                TO WS-HIST-ACTION
                       MOVE SPACES             TO WS-HIST-OLD-GRADE
                       MOVE ZERO               TO WS-HIST-OLD-SALARY
                       MOVE WS-TRANS-PAY-GRADE TO WS-HIST-NEW-GRADE
                       MOVE WS-TRANS-SALARY    TO WS-HIST-NEW-SALARY
                       MOVE WS-TRANS-INCR-DATE TO WS-HIST-EFF-DATE
                       IF WS-HIST-EFF-DATE = ZERO
                           MOVE WS-TRANS-HIRE-DATE TO WS-HIST-EFF-DATE
                       END-IF
                       PERFORM WRITE-SALARY-HISTORY
               END-WRITE
           END-IF.

                   DISPLAY "COMPMNT: CHANGE FAILED - EMP-ID "
                       WS-TRANS-EMP-ID " HAS NO COMPENSATION"
               NOT INVALID KEY
                   MOVE COMP-PAY-GRADE     TO WS-HIST-OLD-GRADE
                   MOVE COMP-ANNUAL-SALARY TO WS-HIST-OLD-SALARY
                   MOVE WS-TRANS-PAY-GRADE TO COMP-PAY-GRADE
                   MOVE WS-TRANS-SALARY    TO COMP-ANNUAL-SALARY
                   MOVE WS-TRANS-HIRE-DATE TO COMP-HIRE-DATE
                       NOT INVALID KEY
                           DISPLAY "COMPMNT: EMP-ID " WS-TRANS-EMP-ID
                               " COMPENSATION CHANGED"
                           PERFORM RECORD-CHANGE-HISTORY
                   END-REWRITE
           END-READ.

                   DISPLAY "COMPMNT: DELETE FAILED - EMP-ID "
                       WS-TRANS-EMP-ID " HAS NO COMPENSATION"
               NOT INVALID KEY
                   MOVE COMP-PAY-GRADE     TO WS-HIST-OLD-GRADE
                   MOVE COMP-ANNUAL-SALARY TO WS-HIST-OLD-SALARY
                   DELETE COMP-FILE
                       INVALID KEY
                           DISPLAY "COMPMNT: DELETE FAILED FOR EMP-ID "
                       NOT INVALID KEY
                           DISPLAY "COMPMNT: EMP-ID " WS-TRANS-EMP-ID
                               " COMPENSATION DELETED"
                           MOVE 'D'    TO WS-HIST-ACTION
                           MOVE SPACES TO WS-HIST-NEW-GRADE
                           MOVE ZERO   TO WS-HIST-NEW-SALARY
                           MOVE ZERO   TO WS-HIST-EFF-DATE
                           PERFORM WRITE-SALARY-HISTORY
                   END-DELETE
           END-READ.

      *    A CHANGE that only corrects the hire or last-increase
      *    date is not a pay event and leaves the ledger alone; one
      *    that moves the grade or the salary is recorded as taking
      *    effect on the keyed last-increase date.
       RECORD-CHANGE-HISTORY.
           IF WS-HIST-OLD-GRADE NOT = WS-TRANS-PAY-GRADE
               OR WS-HIST-OLD-SALARY NOT = WS-TRANS-SALARY
               MOVE 'C'                TO WS-HIST-ACTION
               MOVE WS-TRANS-PAY-GRADE TO WS-HIST-NEW-GRADE
               MOVE WS-TRANS-SALARY    TO WS-HIST-NEW-SALARY
               MOVE WS-TRANS-INCR-DATE TO WS-HIST-EFF-DATE
               PERFORM WRITE-SALARY-HISTORY
           END-IF.

      *    Opened per entry, as EMPMAINT opens its journal, so a
      *    completed transaction's ledger entry is on disk even if
      *    the session later dies. An effective date left zero is
      *    taken as the day the change was keyed.
       WRITE-SALARY-HISTORY.
           OPEN EXTEND SALHIST-FILE
           IF WS-SALHIST-STATUS = '05' OR WS-SALHIST-STATUS = '35'
               CLOSE SALHIST-FILE
               OPEN OUTPUT SALHIST-FILE
           END-IF
           IF WS-SALHIST-STATUS NOT = '00'
               DISPLAY "COMPMNT: UNABLE TO OPEN SALHIST-FILE, STATUS="
                   WS-SALHIST-STATUS
               STOP RUN
           END-IF
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           IF WS-HIST-EFF-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-HIST-EFF-DATE
           END-IF
           MOVE WS-TRANS-EMP-ID      TO SH-EMP-ID
           MOVE WS-HIST-EFF-DATE     TO SH-EFFECTIVE-DATE
           MOVE WS-CURRENT-DATE      TO SH-RECORDED-DATE
           MOVE WS-CURRENT-TIME(1:6) TO SH-RECORDED-TIME
           MOVE "COMPMNT"            TO SH-SOURCE-PROGRAM
           MOVE WS-OPERATOR-ID       TO SH-OPERATOR
           MOVE WS-HIST-ACTION       TO SH-ACTION
           MOVE WS-HIST-OLD-GRADE    TO SH-OLD-PAY-GRADE
           MOVE WS-HIST-NEW-GRADE    TO SH-NEW-PAY-GRADE
           MOVE WS-HIST-OLD-SALARY   TO SH-OLD-SALARY
           MOVE WS-HIST-NEW-SALARY   TO SH-NEW-SALARY
           WRITE SALHIST-RECORD
           CLOSE SALHIST-FILE.
