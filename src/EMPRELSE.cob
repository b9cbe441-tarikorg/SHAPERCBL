      *  received. The release register data/emprelse.rpt
      *  shows what was released and what is still pending
      *  with the number of days it has been held.
      *  With the business calendar data/buscal.dat on file
      *  the due test is made in business days: an effective
      *  date falling on a Saturday, Sunday or listed
      *  holiday is released on the next working day, the
      *  first day anyone is in to act on it, and the
      *  register shows that release date beside the
      *  effective date. Without a calendar every day counts
      *  and the release date is the effective date.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HOLD-OUT-FILE ASSIGN TO "data/emphold.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-OUT-STATUS.
           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "data/buscal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DUE-FILE ASSIGN TO "data/empdue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUE-STATUS.
       01  HOLD-OUT-RECORD.
           05  HOUT-RECEIVED-DATE      PIC 9(8).
           05  HOUT-TRANS              PIC X(80).
       FD  CALENDAR-FILE.
       COPY "BUSCAL.cpy".
       FD  DUE-FILE.
       01  DUE-RECORD                  PIC X(80).
       FD  REGISTER-FILE.
       01  WS-HOLD-IN-STATUS        PIC XX VALUE '00'.
       01  WS-HOLD-OUT-STATUS       PIC XX VALUE '00'.
       01  WS-DUE-STATUS            PIC XX VALUE '00'.
       01  WS-CALENDAR-STATUS       PIC XX VALUE '00'.
       01  WS-CALENDAR-EOF-FLAG     PIC X  VALUE 'N'.
       01  WS-BUSINESS-DAYS-FLAG    PIC X  VALUE 'N'.
       01  WS-BUSINESS-DAY-FLAG     PIC X  VALUE 'Y'.
       01  WS-EFF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RELEASE-DATE          PIC 9(8) VALUE ZERO.
       01  WS-RELEASE-DAY-NUMBER    PIC 9(7) VALUE ZERO.
       01  WS-WEEKDAY               PIC 9.
       01  WS-HOLIDAY-SUB           PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-HOLIDAY-TABLE.
           05  WS-HOL-DATE OCCURS 100 TIMES PIC 9(8).
       01  WS-TRANS-EOF-FLAG        PIC X  VALUE 'N'.
       01  WS-HOLD-EOF-FLAG         PIC X  VALUE 'N'.
       01  WS-COPY-EOF-FLAG         PIC X  VALUE 'N'.
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(10) VALUE "DISP".
           05  FILLER               PIC X(10) VALUE "EFF-DATE".
           05  FILLER               PIC X(10) VALUE "REL-DATE".
           05  FILLER               PIC X(9)  VALUE "DAYS-HELD".

       01  REG-DETAIL-LINE.
           05  REG-DT-DISP          PIC X(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-DT-EFF-DATE      PIC 9(8).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  REG-DT-REL-DATE      PIC 9(8).
           05  FILLER               PIC X(4)  VALUE SPACES.
           05  REG-DT-DAYS-HELD     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-BUSINESS-CALENDAR
           PERFORM PROCESS-ARRIVALS
           PERFORM PROCESS-HELD-TRANSACTIONS
           CLOSE DUE-FILE
      *    flowing through unchanged.
       ROUTE-ONE-ARRIVAL.
           ADD 1 TO WS-ARRIVED-COUNT
           IF TRANS-EFF-DATE NUMERIC
               MOVE TRANS-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE ZERO           TO WS-EFF-DATE
           END-IF
           PERFORM SET-RELEASE-DATE
           IF WS-RELEASE-DATE <= WS-CURRENT-DATE-NUM
               PERFORM RELEASE-ARRIVAL
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO HOUT-RECEIVED-DATE
               MOVE TRANS-NAME     TO REG-DT-NAME
               MOVE "PENDING"      TO REG-DT-DISP
               MOVE TRANS-EFF-DATE TO REG-DT-EFF-DATE
               MOVE WS-RELEASE-DATE TO REG-DT-REL-DATE
               MOVE ZERO           TO REG-DT-DAYS-HELD
               WRITE REGISTER-RECORD FROM REG-DETAIL-LINE
           END-IF.
           MOVE TRANS-EMP-ID   TO REG-DT-EMP-ID
           MOVE TRANS-NAME     TO REG-DT-NAME
           MOVE "RELEASED"     TO REG-DT-DISP
           MOVE WS-EFF-DATE     TO REG-DT-EFF-DATE
           MOVE WS-RELEASE-DATE TO REG-DT-REL-DATE
           MOVE ZERO           TO REG-DT-DAYS-HELD
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.


       ROUTE-ONE-HELD.
           ADD 1 TO WS-HELD-IN-COUNT
           IF HIN-EFF-DATE NUMERIC
               MOVE HIN-EFF-DATE TO WS-EFF-DATE
           ELSE
               MOVE ZERO         TO WS-EFF-DATE
           END-IF
           PERFORM SET-RELEASE-DATE
           IF WS-RELEASE-DATE <= WS-CURRENT-DATE-NUM
               WRITE DUE-RECORD FROM HIN-TRANS
               ADD 1 TO WS-RELEASED-COUNT
               MOVE "RELEASED" TO REG-DT-DISP
           MOVE HIN-ACTION   TO REG-DT-ACTION
           MOVE HIN-EMP-ID   TO REG-DT-EMP-ID
           MOVE HIN-NAME     TO REG-DT-NAME
           MOVE WS-EFF-DATE     TO REG-DT-EFF-DATE
           MOVE WS-RELEASE-DATE TO REG-DT-REL-DATE
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - FUNCTION INTEGER-OF-DATE(HIN-RECEIVED-DATE)
           MOVE WS-DAYS-HELD TO REG-DT-DAYS-HELD
           WRITE REGISTER-RECORD FROM REG-DETAIL-LINE.

      *    Only the holidays matter here; the period ends on the
      *    calendar are the stream controller's business.
       LOAD-BUSINESS-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = '00'
               MOVE 'Y' TO WS-BUSINESS-DAYS-FLAG
           ELSE
               IF WS-CALENDAR-STATUS NOT = '05'
                   DISPLAY "EMPRELSE: UNABLE TO OPEN CALENDAR-FILE, "
                       "STATUS=" WS-CALENDAR-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-CALENDAR-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-CALENDAR-EOF-FLAG = 'Y'
               READ CALENDAR-FILE
                   AT END MOVE 'Y' TO WS-CALENDAR-EOF-FLAG
                   NOT AT END
                       IF CAL-DAY-TYPE = 'H' AND CAL-DATE NUMERIC
                           AND WS-HOLIDAY-COUNT < 100
                           ADD 1 TO WS-HOLIDAY-COUNT
                           MOVE CAL-DATE
                               TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.

      *    A zero effective date (or a blank one, read back as zero)
      *    is due at once. In business days a dated transaction is
      *    due on the first working day on or after its effective
      *    date; a date that is not a real calendar date is left as
      *    keyed rather than guessed at.
       SET-RELEASE-DATE.
           MOVE WS-EFF-DATE TO WS-RELEASE-DATE
           IF WS-BUSINESS-DAYS-FLAG = 'Y'
               AND WS-EFF-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) = ZERO
               COMPUTE WS-RELEASE-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(WS-EFF-DATE)
               PERFORM TEST-BUSINESS-DAY
               PERFORM ADVANCE-ONE-DAY
                   UNTIL WS-BUSINESS-DAY-FLAG = 'Y'
           END-IF.

       ADVANCE-ONE-DAY.
           ADD 1 TO WS-RELEASE-DAY-NUMBER
           COMPUTE WS-RELEASE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RELEASE-DAY-NUMBER)
           PERFORM TEST-BUSINESS-DAY.

      *    Same weekday rule as EMPNIGHT: day 1 of the day count was
      *    a Monday, so a remainder of 6 is Saturday and 0 Sunday.
       TEST-BUSINESS-DAY.
           MOVE 'Y' TO WS-BUSINESS-DAY-FLAG
           COMPUTE WS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE), 7)
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           ELSE
               PERFORM MATCH-ONE-HOLIDAY
                   VARYING WS-HOLIDAY-SUB FROM 1 BY 1
                   UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                       OR WS-BUSINESS-DAY-FLAG = 'N'
           END-IF.

       MATCH-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-HOLIDAY-SUB) = WS-RELEASE-DATE
               MOVE 'N' TO WS-BUSINESS-DAY-FLAG
           END-IF.

      *    The surviving holds are written to a work file while the
      *    holding file is still open for input, then copied back so
      *    data/emphold.dat is always the complete parked set - the
