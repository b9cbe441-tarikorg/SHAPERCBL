      *  change journal (data/chgjrnl.dat) written by
      *  EMPMAINT and EMPBATCH. Prints every journal entry
      *  for a given EMP-ID, a given date range, or both,
      *  with operator, action (the code and its meaning -
      *  a rehire shows as R, REHIRE) and the full
      *  before/after record images. Selection comes from the optional
      *  parameter file data/histparm.dat (EMP-ID of zero
      *  means all employees; dates of zero leave that end
      *  of the range open); with no parameter file the
      *  whole journal is listed.
      *  Entries JRNCLOSE has moved out of the active
      *  journal are read first from the indexed history
      *  data/chghist.dat, so the listing covers the closed
      *  periods and the active journal as one run: for a
      *  single EMP-ID a keyed START on the employee and low
      *  date, otherwise a START on the date-and-time key at
      *  the low date, reading forward until the range is
      *  passed. No history on file simply means nothing has
      *  been closed yet.
      *****************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOURNAL-FILE ASSIGN TO "data/chgjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "data/chghist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY
               ALTERNATE RECORD KEY IS HST-ENTRY-STAMP
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OPTIONAL PARM-FILE ASSIGN TO "data/histparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY "CHGJRNL.cpy".
       FD  HISTORY-FILE.
       COPY "CHGHIST.cpy".
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-EMP-ID             PIC 9(5).
       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS        PIC XX VALUE '00'.
       01  WS-PARM-STATUS           PIC XX VALUE '00'.
       01  WS-HISTORY-STATUS        PIC XX VALUE '00'.
       01  WS-JOURNAL-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-HISTORY-EOF-FLAG      PIC X  VALUE 'N'.
       01  WS-FILTER-EMP-ID         PIC 9(5) VALUE ZERO.
       01  WS-FILTER-LOW-DATE       PIC 9(8) VALUE ZERO.
       01  WS-FILTER-HIGH-DATE      PIC 9(8) VALUE 99999999.
           05  FILLER               PIC X(7)  VALUE "TIME".
           05  FILLER               PIC X(9)  VALUE "OPERATOR".
           05  FILLER               PIC X(4)  VALUE "ACT".
           05  FILLER               PIC X(8)  VALUE "EMP-ID".
           05  FILLER               PIC X(10) VALUE "ACTION".

       01  RPT-ENTRY-LINE.
           05  RPT-EN-DATE          PIC 9(8).
           05  RPT-EN-ACTION        PIC X.
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-EN-EMP-ID        PIC 9(5).
           05  FILLER               PIC X(3)  VALUE SPACES.
           05  RPT-EN-ACTION-DESC   PIC X(10).

       01  RPT-BEFORE-LINE.
           05  FILLER               PIC X(10) VALUE "  BEFORE: ".
           END-IF
           DISPLAY RPT-HEADER-1
           DISPLAY RPT-HEADER-2
           PERFORM LIST-CLOSED-HISTORY
           PERFORM UNTIL WS-JOURNAL-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-JOURNAL-EOF-FLAG
           END-READ
           CLOSE PARM-FILE.

      *    History entries come back oldest first within the key
      *    used - by date within the employee, or by date across
      *    everyone - and all predate the active journal, so the
      *    listing stays in journal order. Each is moved over the
      *    journal record and printed by the same paragraph.
       LIST-CLOSED-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = '05'
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           ELSE
               IF WS-HISTORY-STATUS NOT = '00'
                   DISPLAY "EMPHIST: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS=" WS-HISTORY-STATUS
                   STOP RUN
               END-IF
               PERFORM START-CLOSED-HISTORY
           END-IF
           PERFORM UNTIL WS-HISTORY-EOF-FLAG = 'Y'
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HISTORY-EOF-FLAG
                   NOT AT END PERFORM PRINT-CLOSED-ENTRY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       START-CLOSED-HISTORY.
           IF WS-FILTER-EMP-ID NOT = ZERO
               MOVE WS-FILTER-EMP-ID   TO HST-EMP-ID
               MOVE WS-FILTER-LOW-DATE TO HST-DATE
               MOVE ZERO               TO HST-TIME
               MOVE ZERO               TO HST-SEQUENCE
               START HISTORY-FILE KEY IS >= HST-KEY
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               END-START
           ELSE
               MOVE WS-FILTER-LOW-DATE TO HST-STAMP-DATE
               MOVE ZERO               TO HST-STAMP-TIME
               START HISTORY-FILE KEY IS >= HST-ENTRY-STAMP
                   INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-FLAG
               END-START
           END-IF.

       PRINT-CLOSED-ENTRY.
           IF (WS-FILTER-EMP-ID NOT = ZERO
                AND HST-EMP-ID NOT = WS-FILTER-EMP-ID)
               OR HST-DATE > WS-FILTER-HIGH-DATE
               MOVE 'Y' TO WS-HISTORY-EOF-FLAG
           ELSE
               MOVE HST-JOURNAL-ENTRY TO JOURNAL-RECORD
               PERFORM SELECT-AND-PRINT-ENTRY
           END-IF.

       SELECT-AND-PRINT-ENTRY.
           IF (WS-FILTER-EMP-ID = ZERO
                OR JRN-EMP-ID = WS-FILTER-EMP-ID)
               MOVE JRN-OPERATOR     TO RPT-EN-OPERATOR
               MOVE JRN-ACTION       TO RPT-EN-ACTION
               MOVE JRN-EMP-ID       TO RPT-EN-EMP-ID
               PERFORM DESCRIBE-JOURNAL-ACTION
               DISPLAY RPT-ENTRY-LINE
               MOVE JRN-BEFORE-IMAGE TO RPT-BF-IMAGE
               DISPLAY RPT-BEFORE-LINE
               DISPLAY RPT-AFTER-LINE
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

      *    The action byte spelled out beside the code, so a reader
      *    of the listing need not carry the journal's action codes
      *    in their head - in particular an R, whose before image is
      *    a terminated record and whose after image is the same
      *    EMP-ID back on the books.
       DESCRIBE-JOURNAL-ACTION.
           EVALUATE JRN-ACTION
               WHEN 'A'   MOVE "ADD"        TO RPT-EN-ACTION-DESC
               WHEN 'C'   MOVE "CHANGE"     TO RPT-EN-ACTION-DESC
               WHEN 'T'   MOVE "TERMINATE"  TO RPT-EN-ACTION-DESC
               WHEN 'D'   MOVE "DELETE"     TO RPT-EN-ACTION-DESC
               WHEN 'P'   MOVE "PURGE"      TO RPT-EN-ACTION-DESC
               WHEN 'R'   MOVE "REHIRE"     TO RPT-EN-ACTION-DESC
               WHEN OTHER MOVE "UNKNOWN"    TO RPT-EN-ACTION-DESC
           END-EVALUATE.
