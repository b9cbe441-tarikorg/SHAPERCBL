       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMOVE.
      *****************************************************
      *  EMPMOVE
      *  Monthly workforce movement and turnover report.
      *  Reads the change journal (data/chgjrnl.dat), the
      *  employee master and the purge archive
      *  (data/emparchive.dat) and prints, per DEPT-CODE,
      *  the opening headcount, hires, terminations,
      *  transfers in and out, leave starts and returns,
      *  other adjustments, the closing headcount and the
      *  turnover rate for the period, to data/empmove.rpt.
      *  Headcount is everyone on the books: status A (or
      *  blank) and status L. Every journal entry is read
      *  through its before and after images: an entry whose
      *  before image was on the books takes one off the
      *  department it shows, and one whose after image is
      *  on the books adds one to its department. Hires are
      *  A entries and R rehires (a former employee brought
      *  back under the original EMP-ID, listed as REHIRE),
      *  terminations are T entries (or C entries
      *  that turn the status to T), transfers are C entries
      *  whose DEPT-CODE differs between the before and after
      *  images (department reorganizations included), and
      *  leave starts/returns are C entries turning the
      *  status to or from L. Deletes-in-error and
      *  reinstatements of a wrongly-terminated record are
      *  shown as adjustments so that every department ties:
      *      OPENING + HIRES - TERMS + XFER IN - XFER OUT
      *              + ADJUSTMENTS = CLOSING.
      *  The closing headcount is today's master with the
      *  net effect of every entry journaled after the
      *  period backed out, and the opening is the closing
      *  with the period's own movements backed out, so the
      *  journal must reach back to the start of the period.
      *  Entries JRNCLOSE has moved out of the active
      *  journal are read first from the indexed history
      *  data/chghist.dat, starting on its date-and-time key
      *  at the period's low date, so a closed period
      *  reports exactly as it did before the close.
      *  Turnover is terminations over the average of the
      *  opening and closing headcount, as a percentage.
      *  Each movement in the period is also listed with the
      *  employee's present disposition from the master or,
      *  once purged, the archive.
      *  The period comes from the optional parameter file
      *  data/moveparm.dat: a month as YYYYMM, or, with the
      *  month zero, a low and high date (a high date of
      *  zero runs to today). Without a parameter file the
      *  report covers the previous calendar month.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT DATA-FILE ASSIGN TO "data/small.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS NAME WITH DUPLICATES
               FILE STATUS IS WS-DATA-FILE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN TO "data/emparchive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "data/chghist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ENTRY-STAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/moveparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "data/empmove.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "data/audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".

       FD  HISTORY-FILE.
       COPY "CHGHIST.cpy".

       FD  DATA-FILE.
       COPY "EMPLOYEE.cpy".

       FD  ARCHIVE-FILE.
       COPY "EMPLOYEE.cpy"
           REPLACING ==EMPLOYEE-RECORD== BY ==ARCH-RECORD==
                     ==EMP-ID==          BY ==ARCH-EMP-ID==
                     ==NAME==            BY ==ARCH-NAME==
                     ==DEPT-CODE==       BY ==ARCH-DEPT-CODE==
                     ==DEPT-NAME==       BY ==ARCH-DEPT-NAME==
                     ==EMP-STATUS==      BY ==ARCH-EMP-STATUS==
                     ==TERM-DATE==       BY ==ARCH-TERM-DATE==.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD-MONTH       PIC 9(6).
           05  PARM-LOW-DATE           PIC 9(8).
           05  PARM-HIGH-DATE          PIC 9(8).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD             PIC X(100).

       FD  AUDIT-FILE.
       COPY "AUDITLOG.cpy".

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-DATA-FILE-STATUS      PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01  WS-HISTORY-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-PARM-STATUS           PIC XX VALUE '00'.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-MASTER-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-JOURNAL-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-ARCHIVE-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-PERIOD-LOW-DATE       PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-HIGH-DATE      PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE             PIC 9(8) VALUE ZERO.
       01  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05  WS-WORK-YEAR         PIC 9(4).
           05  WS-WORK-MONTH        PIC 9(2).
           05  WS-WORK-DAY          PIC 9(2).
       01  WS-PERIOD-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-PERIOD-MONTH-PARTS REDEFINES WS-PERIOD-MONTH.
           05  WS-PERIOD-YEAR       PIC 9(4).
           05  WS-PERIOD-MM         PIC 9(2).
       01  WS-DAY-NUMBER            PIC 9(7) VALUE ZERO.
       01  WS-JOURNAL-READ-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-ENTRY-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-UNKNOWN-ACTION-COUNT  PIC 9(5) VALUE ZERO.
       01  WS-MOVEMENT-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-BEFORE-ON-BOOKS       PIC X  VALUE 'N'.
       01  WS-AFTER-ON-BOOKS        PIC X  VALUE 'N'.
       01  WS-MOVEMENT-TYPE         PIC X(12).
       01  WS-LEAVE-MOVEMENT        PIC X(12).
       01  WS-DISPOSITION           PIC X(12).
       01  WS-ARCH-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-ARCH-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-ARCH-SUB              PIC 9(4) VALUE ZERO.
       01  WS-ARCH-TABLE.
           05  WS-ARCH-ENTRY-ID     PIC 9(5) OCCURS 5000 TIMES.
       01  WS-BEFORE-IMAGE          PIC X(52).
       01  WS-BEFORE-RECORD REDEFINES WS-BEFORE-IMAGE.
           05  BIMG-EMP-ID          PIC 9(5).
           05  BIMG-NAME            PIC X(20).
           05  BIMG-DEPT-CODE       PIC X(3).
           05  BIMG-DEPT-NAME       PIC X(15).
           05  BIMG-EMP-STATUS      PIC X.
           05  BIMG-TERM-DATE       PIC 9(8).
       01  WS-AFTER-IMAGE           PIC X(52).
       01  WS-AFTER-RECORD REDEFINES WS-AFTER-IMAGE.
           05  AIMG-EMP-ID          PIC 9(5).
           05  AIMG-NAME            PIC X(20).
           05  AIMG-DEPT-CODE       PIC X(3).
           05  AIMG-DEPT-NAME       PIC X(15).
           05  AIMG-EMP-STATUS      PIC X.
           05  AIMG-TERM-DATE       PIC 9(8).
       01  WS-TALLY-DEPT-CODE       PIC X(3).
       01  WS-HEAD-FOUND-FLAG       PIC X  VALUE 'N'.
       01  WS-HEAD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-HEAD-SUB              PIC 9(3) VALUE ZERO.
       01  WS-HEAD-SLOT             PIC 9(3) VALUE ZERO.
       01  WS-HEAD-TABLE.
           05  WS-HEAD-ENTRY OCCURS 100 TIMES.
               10  WS-HEAD-DEPT-CODE   PIC X(3).
               10  WS-HEAD-NOW         PIC 9(5).
               10  WS-HEAD-POST-NET    PIC S9(5).
               10  WS-HEAD-HIRES       PIC 9(5).
               10  WS-HEAD-TERMS       PIC 9(5).
               10  WS-HEAD-XFER-IN     PIC 9(5).
               10  WS-HEAD-XFER-OUT    PIC 9(5).
               10  WS-HEAD-LEAVE-START PIC 9(5).
               10  WS-HEAD-LEAVE-END   PIC 9(5).
               10  WS-HEAD-ADJUST      PIC S9(5).
       01  WS-OPENING               PIC S9(5) VALUE ZERO.
       01  WS-CLOSING               PIC S9(5) VALUE ZERO.
       01  WS-PERIOD-NET            PIC S9(5) VALUE ZERO.
       01  WS-AVERAGE-HEADCOUNT     PIC S9(5)V9 VALUE ZERO.
       01  WS-TURNOVER-PCT          PIC 9(3)V99 VALUE ZERO.
       01  WS-TOTAL-OPENING         PIC S9(7) VALUE ZERO.
       01  WS-TOTAL-HIRES           PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-TERMS           PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-XFER-IN         PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-XFER-OUT        PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-LEAVE-START     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-LEAVE-END       PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ADJUST          PIC S9(7) VALUE ZERO.
       01  WS-TOTAL-CLOSING         PIC S9(7) VALUE ZERO.
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
               "WORKFORCE MOVEMENT".
           05  FILLER               PIC X(5)  VALUE "DATE:".
           05  RPT-H1-DATE          PIC X(10).

       01  RPT-HEADER-2.
           05  FILLER               PIC X(8)  VALUE "PERIOD: ".
           05  RPT-H2-LOW-DATE      PIC 9(8).
           05  FILLER               PIC X(6)  VALUE " THRU ".
           05  RPT-H2-HIGH-DATE     PIC 9(8).

       01  RPT-MOVE-HEADER.
           05  FILLER               PIC X(9)  VALUE "DATE".
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(21) VALUE "NAME".
           05  FILLER               PIC X(2)  VALUE "A".
           05  FILLER               PIC X(13) VALUE "MOVEMENT".
           05  FILLER               PIC X(5)  VALUE "FROM".
           05  FILLER               PIC X(5)  VALUE "TO".
           05  FILLER               PIC X(12) VALUE "NOW".

       01  RPT-MOVE-LINE.
           05  RPT-MV-DATE          PIC 9(8).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-MV-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE " | ".
           05  RPT-MV-NAME          PIC X(20).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-MV-ACTION        PIC X.
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-MV-TYPE          PIC X(12).
           05  FILLER               PIC X     VALUE SPACE.
           05  RPT-MV-FROM-DEPT     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-MV-TO-DEPT       PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-MV-DISPOSITION   PIC X(12).

       01  RPT-SUMMARY-HEADER-1.
           05  FILLER               PIC X(40) VALUE
               "MOVEMENT SUMMARY BY DEPARTMENT".

       01  RPT-SUMMARY-HEADER-2.
           05  FILLER               PIC X(5)  VALUE "DEPT".
           05  FILLER               PIC X(8)  VALUE " OPENING".
           05  FILLER               PIC X(7)  VALUE "  HIRES".
           05  FILLER               PIC X(7)  VALUE "  TERMS".
           05  FILLER               PIC X(7)  VALUE " XFR-IN".
           05  FILLER               PIC X(7)  VALUE " XFR-OT".
           05  FILLER               PIC X(7)  VALUE " LV-OUT".
           05  FILLER               PIC X(7)  VALUE " LV-RET".
           05  FILLER               PIC X(7)  VALUE "    ADJ".
           05  FILLER               PIC X(8)  VALUE " CLOSING".
           05  FILLER               PIC X(9)  VALUE " TURNOVER".

       01  RPT-SUMMARY-LINE.
           05  RPT-SM-DEPT-CODE     PIC X(3).
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-SM-OPENING       PIC -ZZZZZZ9.
           05  RPT-SM-HIRES         PIC ZZZZZZ9.
           05  RPT-SM-TERMS         PIC ZZZZZZ9.
           05  RPT-SM-XFER-IN       PIC ZZZZZZ9.
           05  RPT-SM-XFER-OUT      PIC ZZZZZZ9.
           05  RPT-SM-LEAVE-START   PIC ZZZZZZ9.
           05  RPT-SM-LEAVE-END     PIC ZZZZZZ9.
           05  RPT-SM-ADJUST        PIC -ZZZZZ9.
           05  RPT-SM-CLOSING       PIC -ZZZZZZ9.
           05  FILLER               PIC X(2)  VALUE SPACES.
           05  RPT-SM-TURNOVER      PIC ZZ9.99.
           05  FILLER               PIC X     VALUE '%'.

       01  RPT-TRAILER-1.
           05  FILLER          PIC X(24) VALUE
               "JOURNAL ENTRIES READ   :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-READ     PIC ZZZZZZ9.

       01  RPT-TRAILER-2.
           05  FILLER          PIC X(24) VALUE
               "ENTRIES IN PERIOD      :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-PERIOD   PIC ZZZZZZ9.

       01  RPT-TRAILER-3.
           05  FILLER          PIC X(24) VALUE
               "MOVEMENTS LISTED       :".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-MOVES    PIC ZZZZZZ9.

       01  RPT-TRAILER-4.
           05  FILLER          PIC X(24) VALUE
               "UNKNOWN JOURNAL ACTIONS:".
           05  FILLER          PIC X     VALUE SPACE.
           05  RPT-TR-UNKNOWN  PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-CONTROL.
           PERFORM INITIALIZE-REPORT
           PERFORM READ-RUN-PARAMETERS
           PERFORM LOAD-ARCHIVE-IDS
           OPEN INPUT DATA-FILE.
           IF WS-DATA-FILE-STATUS NOT = '00'
               DISPLAY "EMPMOVE: UNABLE TO OPEN DATA-FILE, STATUS="
                   WS-DATA-FILE-STATUS
               STOP RUN
           END-IF
           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               READ DATA-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
                   NOT AT END PERFORM COUNT-CURRENT-HEADCOUNT
               END-READ
           END-PERFORM
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
               DISPLAY "EMPMOVE: NO JOURNAL ON FILE - MOVEMENTS "
                   "CANNOT BE DERIVED"
               CLOSE DATA-FILE
               STOP RUN
           END-IF
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY "EMPMOVE: UNABLE TO OPEN JOURNAL-FILE, STATUS="
                   WS-JOURNAL-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           MOVE WS-REPORT-DATE      TO RPT-H1-DATE
           MOVE WS-PERIOD-LOW-DATE  TO RPT-H2-LOW-DATE
           MOVE WS-PERIOD-HIGH-DATE TO RPT-H2-HIGH-DATE
           WRITE REGISTER-RECORD FROM RPT-HEADER-1
           WRITE REGISTER-RECORD FROM RPT-HEADER-2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-MOVE-HEADER
           PERFORM READ-CLOSED-HISTORY
           PERFORM UNTIL WS-JOURNAL-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
                   NOT AT END PERFORM CLASSIFY-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           CLOSE DATA-FILE.
           PERFORM WRITE-SUMMARY-SECTION.
           PERFORM WRITE-REPORT-TRAILER.
           CLOSE REGISTER-FILE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "EMPMOVE: " WS-MOVEMENT-COUNT " MOVEMENTS FOR "
               WS-PERIOD-LOW-DATE " THRU " WS-PERIOD-HIGH-DATE
               " REPORTED TO data/empmove.rpt".
           STOP RUN.

       INITIALIZE-REPORT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-YEAR  TO WS-REPORT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH
           MOVE WS-CURRENT-DAY   TO WS-REPORT-DAY.

      *    A keyed month wins over a keyed range; with neither the
      *    report covers the calendar month before the run date,
      *    which is what the month-end run wants.
       READ-RUN-PARAMETERS.
           MOVE ZERO TO WS-PERIOD-MONTH
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF PARM-PERIOD-MONTH IS NUMERIC
                       AND PARM-PERIOD-MONTH NOT = ZERO
                       MOVE PARM-PERIOD-MONTH TO WS-PERIOD-MONTH
                   ELSE
                       IF PARM-LOW-DATE IS NUMERIC
                           MOVE PARM-LOW-DATE TO WS-PERIOD-LOW-DATE
                       END-IF
                       IF PARM-HIGH-DATE IS NUMERIC
                           MOVE PARM-HIGH-DATE TO WS-PERIOD-HIGH-DATE
                       END-IF
                       IF WS-PERIOD-HIGH-DATE = ZERO
                           MOVE WS-CURRENT-DATE-NUM
                               TO WS-PERIOD-HIGH-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE PARM-FILE
           IF WS-PERIOD-MONTH = ZERO AND WS-PERIOD-LOW-DATE = ZERO
               IF WS-CURRENT-MONTH = 1
                   COMPUTE WS-PERIOD-YEAR = WS-CURRENT-YEAR - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-CURRENT-YEAR TO WS-PERIOD-YEAR
                   COMPUTE WS-PERIOD-MM = WS-CURRENT-MONTH - 1
               END-IF
           END-IF
           IF WS-PERIOD-MONTH NOT = ZERO
               PERFORM SET-MONTH-BOUNDARIES
           END-IF
           IF WS-PERIOD-LOW-DATE > WS-PERIOD-HIGH-DATE
               DISPLAY "EMPMOVE: PERIOD " WS-PERIOD-LOW-DATE " THRU "
                   WS-PERIOD-HIGH-DATE " IS EMPTY - NOTHING REPORTED"
               STOP RUN
           END-IF.

      *    The last day of the month is the day before the first of
      *    the next one.
       SET-MONTH-BOUNDARIES.
           MOVE WS-PERIOD-YEAR TO WS-WORK-YEAR
           MOVE WS-PERIOD-MM   TO WS-WORK-MONTH
           MOVE 1              TO WS-WORK-DAY
           MOVE WS-WORK-DATE   TO WS-PERIOD-LOW-DATE
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           COMPUTE WS-PERIOD-HIGH-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).

      *    The archive is only consulted for the disposition column,
      *    so it is held as a list of EMP-IDs; an archive larger than
      *    the table simply leaves the overflow reported as NOT ON
      *    FILE.
       LOAD-ARCHIVE-IDS.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-ARCHIVE-EOF-FLAG = 'Y'
               READ ARCHIVE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVE-EOF-FLAG
                   NOT AT END
                       IF WS-ARCH-COUNT < 5000
                           ADD 1 TO WS-ARCH-COUNT
                           MOVE ARCH-EMP-ID
                               TO WS-ARCH-ENTRY-ID(WS-ARCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ARCHIVE-STATUS = '00' OR WS-ARCHIVE-STATUS = '10'
               CLOSE ARCHIVE-FILE
           END-IF.

       COUNT-CURRENT-HEADCOUNT.
           MOVE DEPT-CODE TO WS-TALLY-DEPT-CODE
           PERFORM LOCATE-HEAD-SLOT
           IF EMP-STATUS NOT = 'T'
               ADD 1 TO WS-HEAD-NOW(WS-HEAD-SLOT)
           END-IF.

      *    Closed entries all predate the active journal, so reading
      *    them first keeps the movements in journal order. Nothing
      *    before the period's low date is needed, so the read
      *    starts there on the date-and-time key.
       READ-CLOSED-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '05'
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "EMPMOVE: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HISTORY-STATUS
                   STOP RUN
               END-IF
               MOVE WS-PERIOD-LOW-DATE TO HST-STAMP-DATE
               MOVE ZERO               TO HST-STAMP-TIME
               START HISTORY-FILE KEY IS >= HST-ENTRY-STAMP
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END
                       MOVE HST-JOURNAL-ENTRY TO JOURNAL-RECORD
                       PERFORM CLASSIFY-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *    Entries before the period are history already inside the
      *    opening figure; entries after it are backed out of
      *    today's master to reach the closing figure; entries in
      *    the period are the movements themselves.
       CLASSIFY-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-READ-COUNT
           IF JRN-ACTION NOT = 'A' AND JRN-ACTION NOT = 'C'
               AND JRN-ACTION NOT = 'T' AND JRN-ACTION NOT = 'D'
               AND JRN-ACTION NOT = 'P' AND JRN-ACTION NOT = 'R'
               ADD 1 TO WS-UNKNOWN-ACTION-COUNT
           ELSE
               IF JRN-DATE >= WS-PERIOD-LOW-DATE
                   MOVE JRN-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                   MOVE JRN-AFTER-IMAGE  TO WS-AFTER-IMAGE
                   MOVE 'N' TO WS-BEFORE-ON-BOOKS
                   MOVE 'N' TO WS-AFTER-ON-BOOKS
                   IF WS-BEFORE-IMAGE NOT = SPACES
                       AND BIMG-EMP-STATUS NOT = 'T'
                       MOVE 'Y' TO WS-BEFORE-ON-BOOKS
                   END-IF
                   IF WS-AFTER-IMAGE NOT = SPACES
                       AND AIMG-EMP-STATUS NOT = 'T'
                       MOVE 'Y' TO WS-AFTER-ON-BOOKS
                   END-IF
                   IF JRN-DATE > WS-PERIOD-HIGH-DATE
                       PERFORM NET-POST-PERIOD-ENTRY
                   ELSE
                       ADD 1 TO WS-PERIOD-ENTRY-COUNT
                       PERFORM TALLY-PERIOD-MOVEMENT
                   END-IF
               END-IF
           END-IF.

       NET-POST-PERIOD-ENTRY.
           IF WS-BEFORE-ON-BOOKS = 'Y'
               MOVE BIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
               PERFORM LOCATE-HEAD-SLOT
               SUBTRACT 1 FROM WS-HEAD-POST-NET(WS-HEAD-SLOT)
           END-IF
           IF WS-AFTER-ON-BOOKS = 'Y'
               MOVE AIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
               PERFORM LOCATE-HEAD-SLOT
               ADD 1 TO WS-HEAD-POST-NET(WS-HEAD-SLOT)
           END-IF.

      *    Every entry that moves the headcount lands in exactly one
      *    pair of columns, so the department ties: on to the books
      *    is a hire for an A entry or an R rehire and an
      *    adjustment otherwise (a wrongly-terminated record
      *    reinstated through a CHANGE); off the books is
      *    a termination for a T entry or a status turned T, and an
      *    adjustment for a delete-in-error. Leave starts and
      *    returns are reported alongside but move no headcount.
       TALLY-PERIOD-MOVEMENT.
           MOVE SPACES TO WS-MOVEMENT-TYPE
           MOVE SPACES TO WS-LEAVE-MOVEMENT
           EVALUATE TRUE
               WHEN WS-BEFORE-ON-BOOKS = 'N'
                    AND WS-AFTER-ON-BOOKS = 'Y'
                   MOVE AIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
                   PERFORM LOCATE-HEAD-SLOT
                   EVALUATE JRN-ACTION
                       WHEN 'A'
                           ADD 1 TO WS-HEAD-HIRES(WS-HEAD-SLOT)
                           MOVE "HIRE" TO WS-MOVEMENT-TYPE
                       WHEN 'R'
                           ADD 1 TO WS-HEAD-HIRES(WS-HEAD-SLOT)
                           MOVE "REHIRE" TO WS-MOVEMENT-TYPE
                       WHEN OTHER
                           ADD 1 TO WS-HEAD-ADJUST(WS-HEAD-SLOT)
                           MOVE "REINSTATED" TO WS-MOVEMENT-TYPE
                   END-EVALUATE
               WHEN WS-BEFORE-ON-BOOKS = 'Y'
                    AND WS-AFTER-ON-BOOKS = 'N'
                   MOVE BIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
                   PERFORM LOCATE-HEAD-SLOT
                   IF JRN-ACTION = 'T' OR JRN-ACTION = 'C'
                       ADD 1 TO WS-HEAD-TERMS(WS-HEAD-SLOT)
                       MOVE "TERMINATION" TO WS-MOVEMENT-TYPE
                   ELSE
                       SUBTRACT 1 FROM WS-HEAD-ADJUST(WS-HEAD-SLOT)
                       MOVE "DELETED" TO WS-MOVEMENT-TYPE
                   END-IF
               WHEN WS-BEFORE-ON-BOOKS = 'Y'
                    AND WS-AFTER-ON-BOOKS = 'Y'
                   IF BIMG-DEPT-CODE NOT = AIMG-DEPT-CODE
                       MOVE BIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
                       PERFORM LOCATE-HEAD-SLOT
                       ADD 1 TO WS-HEAD-XFER-OUT(WS-HEAD-SLOT)
                       MOVE AIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
                       PERFORM LOCATE-HEAD-SLOT
                       ADD 1 TO WS-HEAD-XFER-IN(WS-HEAD-SLOT)
                       MOVE "TRANSFER" TO WS-MOVEMENT-TYPE
                   END-IF
                   PERFORM TALLY-LEAVE-MOVEMENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOVEMENT-TYPE NOT = SPACES
               PERFORM WRITE-MOVEMENT-LINE
           END-IF
           IF WS-LEAVE-MOVEMENT NOT = SPACES
               MOVE WS-LEAVE-MOVEMENT TO WS-MOVEMENT-TYPE
               PERFORM WRITE-MOVEMENT-LINE
           END-IF.

       TALLY-LEAVE-MOVEMENT.
           MOVE AIMG-DEPT-CODE TO WS-TALLY-DEPT-CODE
           PERFORM LOCATE-HEAD-SLOT
           IF BIMG-EMP-STATUS NOT = 'L' AND AIMG-EMP-STATUS = 'L'
               ADD 1 TO WS-HEAD-LEAVE-START(WS-HEAD-SLOT)
               MOVE "LEAVE START" TO WS-LEAVE-MOVEMENT
           END-IF
           IF BIMG-EMP-STATUS = 'L' AND AIMG-EMP-STATUS NOT = 'L'
               ADD 1 TO WS-HEAD-LEAVE-END(WS-HEAD-SLOT)
               MOVE "LEAVE RETURN" TO WS-LEAVE-MOVEMENT
           END-IF.

       WRITE-MOVEMENT-LINE.
           ADD 1 TO WS-MOVEMENT-COUNT
           PERFORM FIND-DISPOSITION
           MOVE JRN-DATE         TO RPT-MV-DATE
           MOVE JRN-EMP-ID       TO RPT-MV-EMP-ID
           MOVE JRN-ACTION       TO RPT-MV-ACTION
           MOVE WS-MOVEMENT-TYPE TO RPT-MV-TYPE
           MOVE WS-DISPOSITION   TO RPT-MV-DISPOSITION
           IF WS-AFTER-IMAGE NOT = SPACES
               MOVE AIMG-NAME TO RPT-MV-NAME
           ELSE
               MOVE BIMG-NAME TO RPT-MV-NAME
           END-IF
           IF WS-BEFORE-ON-BOOKS = 'Y'
               MOVE BIMG-DEPT-CODE TO RPT-MV-FROM-DEPT
           ELSE
               MOVE SPACES         TO RPT-MV-FROM-DEPT
           END-IF
           IF WS-AFTER-ON-BOOKS = 'Y'
               MOVE AIMG-DEPT-CODE TO RPT-MV-TO-DEPT
           ELSE
               MOVE SPACES         TO RPT-MV-TO-DEPT
           END-IF
           WRITE REGISTER-RECORD FROM RPT-MOVE-LINE.

       FIND-DISPOSITION.
           MOVE JRN-EMP-ID TO EMP-ID
           READ DATA-FILE
               INVALID KEY
                   PERFORM SEARCH-ARCHIVE-IDS
                   IF WS-ARCH-FOUND-FLAG = 'Y'
                       MOVE "ARCHIVED"    TO WS-DISPOSITION
                   ELSE
                       MOVE "NOT ON FILE" TO WS-DISPOSITION
                   END-IF
               NOT INVALID KEY
                   EVALUATE EMP-STATUS
                       WHEN 'T'   MOVE "TERMINATED" TO WS-DISPOSITION
                       WHEN 'L'   MOVE "ON LEAVE"   TO WS-DISPOSITION
                       WHEN OTHER MOVE "ACTIVE"     TO WS-DISPOSITION
                   END-EVALUATE
           END-READ.

       SEARCH-ARCHIVE-IDS.
           MOVE 'N' TO WS-ARCH-FOUND-FLAG
           PERFORM MATCH-ONE-ARCHIVE-ID
               VARYING WS-ARCH-SUB FROM 1 BY 1
               UNTIL WS-ARCH-SUB > WS-ARCH-COUNT
                   OR WS-ARCH-FOUND-FLAG = 'Y'.

       MATCH-ONE-ARCHIVE-ID.
           IF WS-ARCH-ENTRY-ID(WS-ARCH-SUB) = JRN-EMP-ID
               MOVE 'Y' TO WS-ARCH-FOUND-FLAG
           END-IF.

      *    The department table is kept in DEPT-CODE order as it is
      *    built, as in DEPTREORG: a code not yet seen is slotted in
      *    ahead of the first higher code.
       LOCATE-HEAD-SLOT.
           MOVE 'N'  TO WS-HEAD-FOUND-FLAG
           MOVE ZERO TO WS-HEAD-SLOT
           PERFORM MATCH-ONE-HEAD-SLOT
               VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
                   OR WS-HEAD-SLOT NOT = ZERO
           IF WS-HEAD-FOUND-FLAG = 'N'
               IF WS-HEAD-COUNT NOT < 100
                   DISPLAY "EMPMOVE: TOO MANY DEPARTMENTS FOR "
                       "MOVEMENT TABLE (MAX 100)"
                   STOP RUN
               END-IF
               IF WS-HEAD-SLOT = ZERO
                   COMPUTE WS-HEAD-SLOT = WS-HEAD-COUNT + 1
               END-IF
               PERFORM SHIFT-ONE-HEAD-ENTRY
                   VARYING WS-HEAD-SUB FROM WS-HEAD-COUNT BY -1
                   UNTIL WS-HEAD-SUB < WS-HEAD-SLOT
               INITIALIZE WS-HEAD-ENTRY(WS-HEAD-SLOT)
               MOVE WS-TALLY-DEPT-CODE
                   TO WS-HEAD-DEPT-CODE(WS-HEAD-SLOT)
               ADD 1 TO WS-HEAD-COUNT
           END-IF.

       MATCH-ONE-HEAD-SLOT.
           IF WS-HEAD-DEPT-CODE(WS-HEAD-SUB) = WS-TALLY-DEPT-CODE
               MOVE WS-HEAD-SUB TO WS-HEAD-SLOT
               MOVE 'Y' TO WS-HEAD-FOUND-FLAG
           ELSE
               IF WS-HEAD-DEPT-CODE(WS-HEAD-SUB) > WS-TALLY-DEPT-CODE
                   MOVE WS-HEAD-SUB TO WS-HEAD-SLOT
               END-IF
           END-IF.

       SHIFT-ONE-HEAD-ENTRY.
           MOVE WS-HEAD-ENTRY(WS-HEAD-SUB)
               TO WS-HEAD-ENTRY(WS-HEAD-SUB + 1).

       WRITE-SUMMARY-SECTION.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           WRITE REGISTER-RECORD FROM RPT-SUMMARY-HEADER-1
           WRITE REGISTER-RECORD FROM RPT-SUMMARY-HEADER-2
           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING WS-HEAD-SUB FROM 1 BY 1
               UNTIL WS-HEAD-SUB > WS-HEAD-COUNT
           MOVE "ALL"                TO RPT-SM-DEPT-CODE
           MOVE WS-TOTAL-OPENING     TO RPT-SM-OPENING
           MOVE WS-TOTAL-HIRES       TO RPT-SM-HIRES
           MOVE WS-TOTAL-TERMS       TO RPT-SM-TERMS
           MOVE WS-TOTAL-XFER-IN     TO RPT-SM-XFER-IN
           MOVE WS-TOTAL-XFER-OUT    TO RPT-SM-XFER-OUT
           MOVE WS-TOTAL-LEAVE-START TO RPT-SM-LEAVE-START
           MOVE WS-TOTAL-LEAVE-END   TO RPT-SM-LEAVE-END
           MOVE WS-TOTAL-ADJUST      TO RPT-SM-ADJUST
           MOVE WS-TOTAL-CLOSING     TO RPT-SM-CLOSING
           MOVE WS-TOTAL-OPENING     TO WS-OPENING
           MOVE WS-TOTAL-CLOSING     TO WS-CLOSING
           MOVE WS-TOTAL-TERMS       TO WS-PERIOD-NET
           PERFORM COMPUTE-TURNOVER
           MOVE WS-TURNOVER-PCT      TO RPT-SM-TURNOVER
           WRITE REGISTER-RECORD FROM RPT-SUMMARY-LINE
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD.

      *    Closing is today's count with the later entries backed
      *    out; opening is closing with the period's own net
      *    movement backed out.
       WRITE-ONE-SUMMARY-LINE.
           COMPUTE WS-CLOSING = WS-HEAD-NOW(WS-HEAD-SUB)
               - WS-HEAD-POST-NET(WS-HEAD-SUB)
           COMPUTE WS-PERIOD-NET = WS-HEAD-HIRES(WS-HEAD-SUB)
               - WS-HEAD-TERMS(WS-HEAD-SUB)
               + WS-HEAD-XFER-IN(WS-HEAD-SUB)
               - WS-HEAD-XFER-OUT(WS-HEAD-SUB)
               + WS-HEAD-ADJUST(WS-HEAD-SUB)
           COMPUTE WS-OPENING = WS-CLOSING - WS-PERIOD-NET
           MOVE WS-HEAD-DEPT-CODE(WS-HEAD-SUB)   TO RPT-SM-DEPT-CODE
           MOVE WS-OPENING                       TO RPT-SM-OPENING
           MOVE WS-HEAD-HIRES(WS-HEAD-SUB)       TO RPT-SM-HIRES
           MOVE WS-HEAD-TERMS(WS-HEAD-SUB)       TO RPT-SM-TERMS
           MOVE WS-HEAD-XFER-IN(WS-HEAD-SUB)     TO RPT-SM-XFER-IN
           MOVE WS-HEAD-XFER-OUT(WS-HEAD-SUB)    TO RPT-SM-XFER-OUT
           MOVE WS-HEAD-LEAVE-START(WS-HEAD-SUB) TO RPT-SM-LEAVE-START
           MOVE WS-HEAD-LEAVE-END(WS-HEAD-SUB)   TO RPT-SM-LEAVE-END
           MOVE WS-HEAD-ADJUST(WS-HEAD-SUB)      TO RPT-SM-ADJUST
           MOVE WS-CLOSING                       TO RPT-SM-CLOSING
           MOVE WS-HEAD-TERMS(WS-HEAD-SUB)       TO WS-PERIOD-NET
           PERFORM COMPUTE-TURNOVER
           MOVE WS-TURNOVER-PCT                  TO RPT-SM-TURNOVER
           WRITE REGISTER-RECORD FROM RPT-SUMMARY-LINE
           ADD WS-OPENING                       TO WS-TOTAL-OPENING
           ADD WS-HEAD-HIRES(WS-HEAD-SUB)       TO WS-TOTAL-HIRES
           ADD WS-HEAD-TERMS(WS-HEAD-SUB)       TO WS-TOTAL-TERMS
           ADD WS-HEAD-XFER-IN(WS-HEAD-SUB)     TO WS-TOTAL-XFER-IN
           ADD WS-HEAD-XFER-OUT(WS-HEAD-SUB)    TO WS-TOTAL-XFER-OUT
           ADD WS-HEAD-LEAVE-START(WS-HEAD-SUB) TO WS-TOTAL-LEAVE-START
           ADD WS-HEAD-LEAVE-END(WS-HEAD-SUB)   TO WS-TOTAL-LEAVE-END
           ADD WS-HEAD-ADJUST(WS-HEAD-SUB)      TO WS-TOTAL-ADJUST
           ADD WS-CLOSING                       TO WS-TOTAL-CLOSING.

      *    Terminations (carried in WS-PERIOD-NET by the caller)
      *    over the average of opening and closing headcount.
       COMPUTE-TURNOVER.
           MOVE ZERO TO WS-TURNOVER-PCT
           COMPUTE WS-AVERAGE-HEADCOUNT = (WS-OPENING + WS-CLOSING) / 2
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-PCT ROUNDED =
                   WS-PERIOD-NET * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR MOVE 999.99 TO WS-TURNOVER-PCT
               END-COMPUTE
           END-IF.

       WRITE-REPORT-TRAILER.
           MOVE WS-JOURNAL-READ-COUNT   TO RPT-TR-READ
           MOVE WS-PERIOD-ENTRY-COUNT   TO RPT-TR-PERIOD
           MOVE WS-MOVEMENT-COUNT       TO RPT-TR-MOVES
           MOVE WS-UNKNOWN-ACTION-COUNT TO RPT-TR-UNKNOWN
           WRITE REGISTER-RECORD FROM RPT-TRAILER-1
           WRITE REGISTER-RECORD FROM RPT-TRAILER-2
           WRITE REGISTER-RECORD FROM RPT-TRAILER-3
           WRITE REGISTER-RECORD FROM RPT-TRAILER-4.

      *    Same audit-trail append as TEST-EMPLOYEE: journal entries
      *    read against those carrying an action code this report
      *    does not recognize.
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
           MOVE SPACES                  TO AUDIT-RECORD
           MOVE "EMPMOVE"               TO AUD-PROGRAM
           MOVE WS-REPORT-DATE          TO AUD-RUN-DATE
           MOVE WS-REPORT-TIME          TO AUD-RUN-TIME
           MOVE "data/chgjrnl.dat"      TO AUD-INPUT-FILE
           MOVE WS-JOURNAL-READ-COUNT   TO AUD-RECORDS-READ
           MOVE WS-UNKNOWN-ACTION-COUNT TO AUD-RECORDS-REJECTED
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
