      *  the failed step; the next run reads that control
      *  record and resumes from the failed step instead
      *  of starting the cycle over.
      *  Not every step belongs to every night. Each
      *  run-stream line carries the step's frequency after
      *  its name - DAILY, BUSDAY (business days only),
      *  MONTHEND, QTREND, YEAREND or REQUEST - and the
      *  business calendar data/buscal.dat (BUSCAL.cpy)
      *  supplies the holidays and fiscal period ends.
      *  Saturdays, Sundays and listed holidays are not
      *  business days: on those nights only the DAILY steps
      *  run, so the merge never runs against branch files
      *  that were never sent. A period-end step runs on the
      *  last business day on or before the period end, the
      *  night the period's work is last in hand; without
      *  any period ends on the calendar the calendar month
      *  ends are used. A REQUEST step runs only on a night
      *  its name is listed in data/streamreq.dat, which is
      *  emptied once the stream completes. A step that is
      *  not due is skipped and recorded as not due - never
      *  as failed - in the control record, which carries
      *  one outcome letter per step (R ran, N not due,
      *  F failed) beside the cycle date and whether it was
      *  a business day. A resumed stream finishes the
      *  failed night's cycle, so its steps are judged due
      *  against that night's date, not the rerun's.
      *  A requested EMPPURGE step signs on with the operator
      *  ID its supervisor keyed in data/purgeopr.dat. That
      *  ID is good for the one run: the file is emptied
      *  after the step whatever its outcome, and a missing
      *  or empty file fails the step before the purge
      *  starts, so a rerun needs the ID keyed again.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHECKPOINT-FILE ASSIGN TO "data/checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "data/buscal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO "data/streamreq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "data/purgeopr.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNON-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-FILE.
       01  STREAM-RECORD.
           05  STREAM-STEP-NAME        PIC X(13).
           05  FILLER                  PIC X.
           05  STREAM-FREQUENCY        PIC X(8).
           05  FILLER                  PIC X.
           05  STREAM-COMMAND          PIC X(60).
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
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CKPT-STATUS             PIC X(8).
           05  CKPT-REC-COUNT          PIC 9(7).
           05  CKPT-LAST-EMP-ID        PIC 9(5).
           05  CKPT-EXCEPTION-COUNT    PIC 9(5).
       FD  CALENDAR-FILE.
       COPY "BUSCAL.cpy".
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  REQ-STEP-NAME           PIC X(13).
       FD  SIGNON-FILE.
       01  SIGNON-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-STREAM-STATUS         PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS        PIC XX VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS       PIC XX VALUE '00'.
       01  WS-REQUEST-STATUS        PIC XX VALUE '00'.
       01  WS-SIGNON-STATUS         PIC XX VALUE '00'.
       01  WS-STREAM-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-STREAM-FAILED-FLAG    PIC X  VALUE 'N'.
       01  WS-CALENDAR-EOF-FLAG     PIC X  VALUE 'N'.
       01  WS-REQUEST-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-STEP-NUMBER           PIC 9(2) VALUE ZERO.
       01  WS-RESUME-STEP           PIC 9(2) VALUE 1.
       01  WS-STEPS-RUN-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-STEPS-NOT-DUE-COUNT   PIC 9(2) VALUE ZERO.
       01  WS-MAX-STEPS             PIC 9(2) VALUE 30.
       01  WS-STEP-NAME             PIC X(13).
       01  WS-STEP-FREQUENCY        PIC X(8).
       01  WS-STEP-COMMAND          PIC X(60).
       01  WS-STEP-DUE-FLAG         PIC X  VALUE 'N'.
       01  WS-STEP-RETURN-CODE      PIC S9(9) COMP VALUE ZERO.
       01  WS-STEP-OUTCOMES         PIC X(30) VALUE SPACES.
       01  WS-CURRENT-DATE          PIC 9(8).
       01  WS-CYCLE-DATE            PIC 9(8).
       01  WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
           05  WS-CYCLE-YEAR        PIC 9(4).
           05  WS-CYCLE-MONTH       PIC 9(2).
           05  WS-CYCLE-DAY         PIC 9(2).
       01  WS-CYCLE-BUSINESS-FLAG   PIC X  VALUE 'Y'.
       01  WS-CYCLE-DAY-DESC        PIC X(20).
       01  WS-NEXT-BUSINESS-DATE    PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END-FLAG        PIC X  VALUE 'N'.
       01  WS-QUARTER-END-FLAG      PIC X  VALUE 'N'.
       01  WS-YEAR-END-FLAG         PIC X  VALUE 'N'.
       01  WS-TEST-DATE             PIC 9(8).
       01  WS-TEST-DAY-NUMBER       PIC 9(7).
       01  WS-WEEKDAY               PIC 9.
       01  WS-BUSINESS-DAY-FLAG     PIC X  VALUE 'Y'.
       01  WS-DAY-DESC              PIC X(20).
       01  WS-MONTH-END-DATE        PIC 9(8).
       01  WS-WORK-DATE             PIC 9(8).
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-TABLE-SUB             PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 100 TIMES.
               10  WS-HOL-DATE      PIC 9(8).
               10  WS-HOL-DESC      PIC X(20).
       01  WS-PERIOD-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 100 TIMES.
               10  WS-PE-DATE       PIC 9(8).
               10  WS-PE-TYPE       PIC X.
       01  WS-REQUEST-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-REQUEST-TABLE.
           05  WS-REQ-STEP OCCURS 20 TIMES PIC X(13).

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.
           PERFORM READ-STREAM-CONTROL.
           PERFORM LOAD-BUSINESS-CALENDAR.
           PERFORM LOAD-STEP-REQUESTS.
           PERFORM CLASSIFY-CYCLE-DATE.
           MOVE "INPROG" TO CTL-STREAM-STATUS
           MOVE WS-RESUME-STEP TO CTL-RESUME-STEP
           PERFORM WRITE-STREAM-CONTROL.
           OPEN INPUT STREAM-FILE.
           IF WS-STREAM-STATUS NOT = '00'
               DISPLAY "EMPNIGHT: UNABLE TO OPEN STREAM-FILE, STATUS="
               MOVE "COMPLETE" TO CTL-STREAM-STATUS
               MOVE 1          TO CTL-RESUME-STEP
               PERFORM WRITE-STREAM-CONTROL
               PERFORM CLEAR-STEP-REQUESTS
               DISPLAY "EMPNIGHT: STREAM COMPLETE - "
                   WS-STEPS-RUN-COUNT " STEPS RUN, "
                   WS-STEPS-NOT-DUE-COUNT " NOT DUE"
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.
      *    starting point forward to the step that failed; anything
      *    earlier already ran clean that night and must not run
      *    twice. A COMPLETE (or missing) record starts at step 1.
      *    The rerun is finishing the failed night, so that night's
      *    cycle date and step outcomes are carried forward with it;
      *    a record written before the cycle date was kept has only
      *    its run date to go by.
       READ-STREAM-CONTROL.
           OPEN INPUT CONTROL-FILE.
           IF WS-CONTROL-STATUS = '00'
                   NOT AT END
                       IF CTL-STREAM-STATUS = "FAILED"
                           MOVE CTL-RESUME-STEP TO WS-RESUME-STEP
                           PERFORM RESUME-FAILED-CYCLE
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

       RESUME-FAILED-CYCLE.
           IF CTL-CYCLE-DATE IS NUMERIC
               AND CTL-CYCLE-DATE NOT = ZERO
               MOVE CTL-CYCLE-DATE TO WS-CYCLE-DATE
           ELSE
               IF CTL-RUN-DATE IS NUMERIC
                   AND CTL-RUN-DATE NOT = ZERO
                   MOVE CTL-RUN-DATE TO WS-CYCLE-DATE
               END-IF
           END-IF
           MOVE CTL-STEP-OUTCOMES TO WS-STEP-OUTCOMES
           DISPLAY "EMPNIGHT: PRIOR STREAM FAILED AT "
               "STEP " CTL-RESUME-STEP
               " - RESUMING THERE FOR CYCLE " WS-CYCLE-DATE.

      *    The outcome letters are the record of the whole cycle,
      *    resumed runs included, so the run and not-due counts are
      *    taken from them rather than from this invocation alone.
       WRITE-STREAM-CONTROL.
           MOVE WS-CURRENT-DATE  TO CTL-RUN-DATE
           MOVE WS-CYCLE-DATE    TO CTL-CYCLE-DATE
           IF WS-CYCLE-BUSINESS-FLAG = 'Y'
               MOVE 'B' TO CTL-DAY-TYPE
           ELSE
               MOVE 'N' TO CTL-DAY-TYPE
           END-IF
           MOVE WS-STEP-OUTCOMES TO CTL-STEP-OUTCOMES
           MOVE ZERO TO CTL-STEPS-RUN
           MOVE ZERO TO CTL-STEPS-NOT-DUE
           INSPECT CTL-STEP-OUTCOMES TALLYING
               CTL-STEPS-RUN     FOR ALL 'R'
               CTL-STEPS-NOT-DUE FOR ALL 'N'
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

      *    The calendar is small enough to hold whole: holidays in
      *    one table, period ends in another. A night with no
      *    calendar on file still knows its weekends.
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '05'
               DISPLAY "EMPNIGHT: NO BUSINESS CALENDAR - WEEKENDS "
                   "AND CALENDAR MONTH ENDS ONLY"
               MOVE 'Y' TO WS-CALENDAR-EOF-FLAG
           ELSE
               IF WS-CALENDAR-STATUS NOT = '00'
                   DISPLAY "EMPNIGHT: UNABLE TO OPEN CALENDAR-FILE, "
                       "STATUS=" WS-CALENDAR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM UNTIL WS-CALENDAR-EOF-FLAG = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CALENDAR-EOF-FLAG
                   NOT AT END PERFORM LOAD-ONE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

       LOAD-ONE-CALENDAR-ENTRY.
           IF CAL-DATE NOT NUMERIC
               DISPLAY "EMPNIGHT: CALENDAR ENTRY " CAL-DATE
                   " NOT A DATE - IGNORED"
           ELSE
               EVALUATE CAL-DAY-TYPE
                   WHEN 'H'
                       IF WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                           MOVE CAL-DESCRIPTION
                               TO WS-HOL-DESC(WS-HOLIDAY-COUNT)
                       ELSE
                           DISPLAY "EMPNIGHT: MORE THAN 100 HOLIDAYS "
                               "ON CALENDAR - " CAL-DATE " IGNORED"
                       END-IF
                   WHEN 'M'
                   WHEN 'Q'
                   WHEN 'Y'
                       IF WS-PERIOD-COUNT < 100
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE CAL-DATE
                               TO WS-PE-DATE(WS-PERIOD-COUNT)
                           MOVE CAL-DAY-TYPE
                               TO WS-PE-TYPE(WS-PERIOD-COUNT)
                       ELSE
                           DISPLAY "EMPNIGHT: MORE THAN 100 PERIOD "
                               "ENDS ON CALENDAR - " CAL-DATE
                               " IGNORED"
                       END-IF
                   WHEN OTHER
                       DISPLAY "EMPNIGHT: CALENDAR ENTRY " CAL-DATE
                           " DAY TYPE " CAL-DAY-TYPE " - IGNORED"
               END-EVALUATE
           END-IF.

       LOAD-STEP-REQUESTS.
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
               MOVE 'Y' TO WS-REQUEST-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-REQUEST-EOF-FLAG = 'Y'
               READ REQUEST-FILE
                   AT END MOVE 'Y' TO WS-REQUEST-EOF-FLAG
                   NOT AT END
                       IF REQ-STEP-NAME NOT = SPACES
                           AND WS-REQUEST-COUNT < 20
                           ADD 1 TO WS-REQUEST-COUNT
                           MOVE REQ-STEP-NAME
                               TO WS-REQ-STEP(WS-REQUEST-COUNT)
                           DISPLAY "EMPNIGHT: " REQ-STEP-NAME
                               " REQUESTED FOR THIS CYCLE"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REQUEST-FILE.

      *    A request is good for one completed cycle. It survives a
      *    failed stream so the resumed run still honors it.
       CLEAR-STEP-REQUESTS.
           IF WS-REQUEST-COUNT > ZERO
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF.

      *    The period-end steps are due on the last business day on
      *    or before the period end: a period end falling between
      *    tonight and the next business day belongs to tonight,
      *    because no business night comes after it in the period.
       CLASSIFY-CYCLE-DATE.
           MOVE WS-CYCLE-DATE TO WS-TEST-DATE
           PERFORM TEST-BUSINESS-DAY
           MOVE WS-BUSINESS-DAY-FLAG TO WS-CYCLE-BUSINESS-FLAG
           MOVE WS-DAY-DESC          TO WS-CYCLE-DAY-DESC
           IF WS-CYCLE-BUSINESS-FLAG = 'N'
               DISPLAY "EMPNIGHT: " WS-CYCLE-DATE " IS NOT A "
                   "BUSINESS DAY (" FUNCTION TRIM(WS-CYCLE-DAY-DESC)
                   ") - ONLY DAILY STEPS ARE DUE"
           ELSE
               PERFORM FIND-NEXT-BUSINESS-DATE
               IF WS-PERIOD-COUNT > ZERO
                   PERFORM CHECK-ONE-PERIOD-END
                       VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-PERIOD-COUNT
               ELSE
                   PERFORM CHECK-CALENDAR-MONTH-END
               END-IF
               IF WS-YEAR-END-FLAG = 'Y'
                   DISPLAY "EMPNIGHT: YEAR-END STEPS DUE"
               END-IF
               IF WS-QUARTER-END-FLAG = 'Y'
                   DISPLAY "EMPNIGHT: QUARTER-END STEPS DUE"
               END-IF
               IF WS-MONTH-END-FLAG = 'Y'
                   DISPLAY "EMPNIGHT: MONTH-END STEPS DUE"
               END-IF
           END-IF.

       FIND-NEXT-BUSINESS-DATE.
           COMPUTE WS-TEST-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE)
           MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           PERFORM ADVANCE-ONE-DAY
               UNTIL WS-BUSINESS-DAY-FLAG = 'Y'
           MOVE WS-TEST-DATE TO WS-NEXT-BUSINESS-DATE.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-TEST-DAY-NUMBER
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-DAY-NUMBER)
           PERFORM TEST-BUSINESS-DAY.

      *    A year end is also a quarter and a period end, and a
      *    quarter end also a period end.
       CHECK-ONE-PERIOD-END.
           IF WS-PE-DATE(WS-TABLE-SUB) >= WS-CYCLE-DATE
               AND WS-PE-DATE(WS-TABLE-SUB) < WS-NEXT-BUSINESS-DATE
               MOVE 'Y' TO WS-MONTH-END-FLAG
               IF WS-PE-TYPE(WS-TABLE-SUB) = 'Q'
                   OR WS-PE-TYPE(WS-TABLE-SUB) = 'Y'
                   MOVE 'Y' TO WS-QUARTER-END-FLAG
               END-IF
               IF WS-PE-TYPE(WS-TABLE-SUB) = 'Y'
                   MOVE 'Y' TO WS-YEAR-END-FLAG
               END-IF
           END-IF.

      *    With no fiscal period ends on file the fiscal year is the
      *    calendar year: the month end is the day before the first
      *    of the following month.
       CHECK-CALENDAR-MONTH-END.
           MOVE WS-CYCLE-YEAR  TO WS-WORK-YEAR
           MOVE WS-CYCLE-MONTH TO WS-WORK-MONTH
           MOVE 1              TO WS-WORK-DAY
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1)
           IF WS-MONTH-END-DATE < WS-NEXT-BUSINESS-DATE
               MOVE 'Y' TO WS-MONTH-END-FLAG
               IF WS-CYCLE-MONTH = 3 OR WS-CYCLE-MONTH = 6
                   OR WS-CYCLE-MONTH = 9 OR WS-CYCLE-MONTH = 12
                   MOVE 'Y' TO WS-QUARTER-END-FLAG
               END-IF
               IF WS-CYCLE-MONTH = 12
                   MOVE 'Y' TO WS-YEAR-END-FLAG
               END-IF
           END-IF.

      *    Day 1 of the day count (1 January 1601) was a Monday, so
      *    the remainder by seven is 6 on a Saturday and 0 on a
      *    Sunday.
       TEST-BUSINESS-DAY.
           MOVE 'Y'    TO WS-BUSINESS-DAY-FLAG
           MOVE SPACES TO WS-DAY-DESC
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE), 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N'       TO WS-BUSINESS-DAY-FLAG
               MOVE "WEEKEND" TO WS-DAY-DESC
           ELSE
               PERFORM MATCH-ONE-HOLIDAY
                   VARYING WS-TABLE-SUB FROM 1 BY 1
                   UNTIL WS-TABLE-SUB > WS-HOLIDAY-COUNT
                       OR WS-BUSINESS-DAY-FLAG = 'N'
           END-IF.

       MATCH-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-TABLE-SUB) = WS-TEST-DATE
               MOVE 'N' TO WS-BUSINESS-DAY-FLAG
               MOVE WS-HOL-DESC(WS-TABLE-SUB) TO WS-DAY-DESC
           END-IF.

       CONTROL-ONE-STEP.
           ADD 1 TO WS-STEP-NUMBER
           IF WS-STEP-NUMBER > WS-MAX-STEPS
               DISPLAY "EMPNIGHT: MORE THAN " WS-MAX-STEPS
                   " STEPS IN THE RUN STREAM"
               PERFORM FAIL-THE-STREAM
           ELSE
               IF WS-STEP-NUMBER < WS-RESUME-STEP
                   IF WS-STEP-OUTCOMES(WS-STEP-NUMBER:1) = 'N'
                       DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
                           STREAM-STEP-NAME " NOT DUE THIS CYCLE"
                           " - SKIPPED"
                   ELSE
                       DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
                           STREAM-STEP-NAME " ALREADY RAN - SKIPPED"
                   END-IF
               ELSE
                   MOVE STREAM-STEP-NAME TO WS-STEP-NAME
                   MOVE STREAM-FREQUENCY TO WS-STEP-FREQUENCY
                   MOVE STREAM-COMMAND   TO WS-STEP-COMMAND
                   PERFORM DECIDE-STEP-DUE
                   IF WS-STREAM-FAILED-FLAG = 'N'
                       IF WS-STEP-DUE-FLAG = 'Y'
                           PERFORM RUN-ONE-STEP
                       ELSE
                           PERFORM SKIP-STEP-NOT-DUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A blank frequency is a line written before frequencies
      *    existed, when every step ran every night. An unknown one
      *    is a stream definition error and stops the stream there
      *    rather than guessing.
       DECIDE-STEP-DUE.
           MOVE 'N' TO WS-STEP-DUE-FLAG
           EVALUATE WS-STEP-FREQUENCY
               WHEN SPACES
               WHEN "DAILY"
                   MOVE 'Y' TO WS-STEP-DUE-FLAG
               WHEN "BUSDAY"
                   MOVE WS-CYCLE-BUSINESS-FLAG TO WS-STEP-DUE-FLAG
               WHEN "MONTHEND"
                   MOVE WS-MONTH-END-FLAG      TO WS-STEP-DUE-FLAG
               WHEN "QTREND"
                   MOVE WS-QUARTER-END-FLAG    TO WS-STEP-DUE-FLAG
               WHEN "YEAREND"
                   MOVE WS-YEAR-END-FLAG       TO WS-STEP-DUE-FLAG
               WHEN "REQUEST"
                   PERFORM MATCH-ONE-REQUEST
                       VARYING WS-TABLE-SUB FROM 1 BY 1
                       UNTIL WS-TABLE-SUB > WS-REQUEST-COUNT
                           OR WS-STEP-DUE-FLAG = 'Y'
               WHEN OTHER
                   DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
                       WS-STEP-NAME " HAS UNKNOWN FREQUENCY "
                       WS-STEP-FREQUENCY
                   PERFORM FAIL-THE-STREAM
           END-EVALUATE.

       MATCH-ONE-REQUEST.
           IF WS-REQ-STEP(WS-TABLE-SUB) = WS-STEP-NAME
               MOVE 'Y' TO WS-STEP-DUE-FLAG
           END-IF.

       SKIP-STEP-NOT-DUE.
           MOVE 'N' TO WS-STEP-OUTCOMES(WS-STEP-NUMBER:1)
           ADD 1 TO WS-STEPS-NOT-DUE-COUNT
           DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
               WS-STEP-NAME " " FUNCTION TRIM(WS-STEP-FREQUENCY)
               " - NOT DUE, SKIPPED".

       RUN-ONE-STEP.
           DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " STARTING "
               WS-STEP-NAME
           IF WS-STEP-NAME = "EMPPURGE"
               PERFORM CHECK-PURGE-SIGNON
           END-IF
           IF WS-STREAM-FAILED-FLAG = 'N'
               PERFORM EXECUTE-STEP-COMMAND
           END-IF.

       EXECUTE-STEP-COMMAND.
           CALL "SYSTEM" USING BY CONTENT WS-STEP-COMMAND
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           IF WS-STEP-NAME = "EMPPURGE"
               PERFORM CLEAR-PURGE-SIGNON
           END-IF
           MOVE WS-STEP-RETURN-CODE TO RETURN-CODE
           IF RETURN-CODE NOT = ZERO
               DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
                   WS-STEP-NAME " ENDED WITH CODE " RETURN-CODE
               END-IF
               IF WS-STREAM-FAILED-FLAG = 'N'
                   ADD 1 TO WS-STEPS-RUN-COUNT
                   MOVE 'R' TO WS-STEP-OUTCOMES(WS-STEP-NUMBER:1)
                   DISPLAY "EMPNIGHT: STEP " WS-STEP-NUMBER " "
                       WS-STEP-NAME " COMPLETE"
               END-IF
           END-IF.

      *    The purge's sign-on is fed from a file rather than keyed at
      *    a terminal, so the file must hold an ID tonight; an ID
      *    left over from an earlier run never reaches here, because
      *    CLEAR-PURGE-SIGNON empties the file after every purge.
       CHECK-PURGE-SIGNON.
           MOVE SPACES TO SIGNON-RECORD
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
               READ SIGNON-FILE
                   AT END MOVE SPACES TO SIGNON-RECORD
               END-READ
           END-IF
           CLOSE SIGNON-FILE
           IF SIGNON-RECORD = SPACES
               DISPLAY "EMPNIGHT: NO OPERATOR ID IN data/purgeopr.dat "
                   "FOR " FUNCTION TRIM(WS-STEP-NAME)
                   " - KEY IT AND RERUN"
               PERFORM FAIL-THE-STREAM
           END-IF.

      *    Emptied whether the purge ran clean or not: a failed purge
      *    is resumed only once a supervisor signs on for it again.
       CLEAR-PURGE-SIGNON.
           OPEN OUTPUT SIGNON-FILE
           IF WS-SIGNON-STATUS NOT = '00'
               AND WS-SIGNON-STATUS NOT = '05'
               DISPLAY "EMPNIGHT: UNABLE TO CLEAR data/purgeopr.dat, "
                   "STATUS=" WS-SIGNON-STATUS
               MOVE 8 TO WS-STEP-RETURN-CODE
           END-IF
           CLOSE SIGNON-FILE.

      *    A zero exit code from TEST-EMPLOYEE is not proof enough:
      *    its own restart logic keys off data/checkpoint.dat, so the
      *    stream trusts the same evidence and refuses to go on while
      *    script) sees the night failed.
       FAIL-THE-STREAM.
           MOVE 'Y' TO WS-STREAM-FAILED-FLAG
           IF WS-STEP-NUMBER NOT > WS-MAX-STEPS
               MOVE 'F' TO WS-STEP-OUTCOMES(WS-STEP-NUMBER:1)
           END-IF
           MOVE "FAILED" TO CTL-STREAM-STATUS
           MOVE WS-STEP-NUMBER TO CTL-RESUME-STEP
           PERFORM WRITE-STREAM-CONTROL
