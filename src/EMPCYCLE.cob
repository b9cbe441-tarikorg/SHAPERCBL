      *  recent night's audit records from data/audit.log
      *  (one per program, as appended by EMPMERGE,
      *  EMPRELSE, EMPBATCH, TEST-EMPLOYEE, DEPTRPT,
      *  EMPEXTR, EMPRECON, EMPSNAP and the EMPINTEG
      *  integrity sweep, whose rejected column is its
      *  exception count), the stream outcome
      *  from data/streamctl.dat and the TEST-EMPLOYEE
      *  checkpoint from data/checkpoint.dat onto one page
      *  in data/empcycle.rpt.
      *  a VARIANCE flag on the line and a nonzero return
      *  code - the short branch file caught the same
      *  morning instead of three days later.
      *  Steps the controller skipped as not due tonight
      *  (a month-end step mid-month, a business-day step on
      *  a holiday) are matched by name from the outcome
      *  letters on the control record against
      *  data/runstream.dat and shown as NOT DUE TONIGHT
      *  rather than flagged as missing.
      *  Only the steps named in data/runstream.dat are
      *  expected every night. The on-demand utilities that
      *  also leave audit records (DEPTREORG, EMPMOVE,
      *  PAYPROG, EMPREHIR) are compared when they ran
      *  tonight and shown as ON DEMAND otherwise, never
      *  flagged for being absent. With no run stream on
      *  file every program is expected, as before.
      *  Run after EMPNIGHT ends, not as a stream step: the
      *  stream outcome it reports is only final once the
      *  controller has written it.
               ASSIGN TO "data/checkpoint.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT OPTIONAL STREAM-FILE ASSIGN TO "data/runstream.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-STATUS.
           SELECT REPORT-FILE ASSIGN TO "data/empcycle.rpt"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  CTL-STREAM-STATUS       PIC X(8).
           05  CTL-RESUME-STEP         PIC 9(2).
           05  CTL-RUN-DATE            PIC 9(8).
           05  CTL-CYCLE-DATE          PIC 9(8).
           05  CTL-DAY-TYPE            PIC X.
           05  CTL-STEPS-RUN           PIC 9(2).
           05  CTL-STEPS-NOT-DUE       PIC 9(2).
           05  CTL-STEP-OUTCOMES       PIC X(30).

       FD  STREAM-FILE.
       01  STREAM-RECORD.
           05  STREAM-STEP-NAME        PIC X(13).
           05  FILLER                  PIC X.
           05  STREAM-FREQUENCY        PIC X(8).
           05  FILLER                  PIC X.
           05  STREAM-COMMAND          PIC X(60).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
       01  WS-AUDIT-STATUS          PIC XX VALUE '00'.
       01  WS-CONTROL-STATUS        PIC XX VALUE '00'.
       01  WS-CHECKPOINT-STATUS     PIC XX VALUE '00'.
       01  WS-STREAM-STATUS         PIC XX VALUE '00'.
       01  WS-AUDIT-EOF-FLAG        PIC X  VALUE 'N'.
       01  WS-STREAM-EOF-FLAG       PIC X  VALUE 'N'.
       01  WS-STEP-OUTCOMES         PIC X(30) VALUE SPACES.
       01  WS-STEP-NUMBER           PIC 9(2) VALUE ZERO.
       01  WS-NOT-DUE-COUNT         PIC 9(2) VALUE ZERO.
       01  WS-NOT-DUE-SUB           PIC 9(2) VALUE ZERO.
       01  WS-NOT-DUE-FLAG          PIC X  VALUE 'N'.
       01  WS-NOT-DUE-TABLE.
           05  WS-NOT-DUE-STEP OCCURS 30 TIMES PIC X(13).
       01  WS-STREAM-STEP-COUNT     PIC 9(2) VALUE ZERO.
       01  WS-STREAM-STEP-SUB       PIC 9(2) VALUE ZERO.
       01  WS-IN-STREAM-FLAG        PIC X  VALUE 'N'.
       01  WS-STREAM-STEP-TABLE.
           05  WS-STREAM-STEP OCCURS 30 TIMES PIC X(13).
       01  WS-REPORT-DATE-NUM       PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-DATE-NUM        PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-READ            PIC 9(7) VALUE ZERO.
       01  WS-REJECT-MULTIPLIER     PIC 9(2) VALUE 3.

       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 30 TIMES.
               10  WS-PG-NAME          PIC X(13).
               10  WS-PG-CUR-FOUND     PIC X.
               10  WS-PG-CUR-READ      PIC 9(7).
           05  FILLER               PIC X(11) VALUE "  RUN DATE ".
           05  RPT-SL-DATE          PIC 9(8).

       01  RPT-CYCLE-LINE.
           05  FILLER               PIC X(16) VALUE "CYCLE DATE:     ".
           05  RPT-CY-DATE          PIC 9(8).
           05  FILLER               PIC X(11) VALUE "  DAY TYPE ".
           05  RPT-CY-DAY-TYPE      PIC X(12).
           05  FILLER               PIC X(6)  VALUE "  RUN ".
           05  RPT-CY-RUN           PIC Z9.
           05  FILLER               PIC X(10) VALUE "  NOT DUE ".
           05  RPT-CY-NOT-DUE       PIC Z9.
           05  FILLER               PIC X(11) VALUE "  OUTCOMES ".
           05  RPT-CY-OUTCOMES      PIC X(20).

       01  RPT-CKPT-LINE.
           05  FILLER               PIC X(25) VALUE
               "TEST-EMPLOYEE CHECKPOINT:".
       MAIN-CONTROL.
           PERFORM FIND-LATEST-CYCLE-DATE
           PERFORM COLLECT-AUDIT-ENTRIES
           PERFORM LOAD-STREAM-STEPS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-DATE-NUM(5:2) TO RPT-H1-DATE(1:2)
           MOVE "/"                     TO RPT-H1-DATE(3:1)
               UNTIL WS-PROGRAM-SUB > WS-PROGRAM-COUNT
                   OR WS-SLOT-SUB NOT = ZERO
           IF WS-SLOT-SUB = ZERO
               IF WS-PROGRAM-COUNT < 30
                   ADD 1 TO WS-PROGRAM-COUNT
                   MOVE WS-PROGRAM-COUNT TO WS-SLOT-SUB
                   MOVE AUD-PROGRAM TO WS-PG-NAME(WS-SLOT-SUB)
                   MOVE ZERO TO WS-PG-PREV-READ(WS-SLOT-SUB)
                   MOVE ZERO TO WS-PG-PREV-REJECTED(WS-SLOT-SUB)
               ELSE
                   DISPLAY "EMPCYCLE: MORE THAN 30 PROGRAMS ON THE "
                       "AUDIT LOG - " AUD-PROGRAM " NOT REPORTED"
               END-IF
           END-IF.
                       MOVE CTL-RESUME-STEP   TO RPT-SL-STEP
                       MOVE CTL-RUN-DATE      TO RPT-SL-DATE
                       WRITE REPORT-RECORD FROM RPT-STREAM-LINE
                       IF CTL-CYCLE-DATE IS NUMERIC
                           PERFORM REPORT-CYCLE-OUTCOMES
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           ELSE
               END-IF
           END-IF.

      *    The control record carries one outcome letter per
      *    run-stream step (R ran, N not due, F failed); the run
      *    stream itself supplies the name that goes with each.
       REPORT-CYCLE-OUTCOMES.
           MOVE CTL-CYCLE-DATE    TO RPT-CY-DATE
           IF CTL-DAY-TYPE = 'B'
               MOVE "BUSINESS"     TO RPT-CY-DAY-TYPE
           ELSE
               MOVE "NON-BUSINESS" TO RPT-CY-DAY-TYPE
           END-IF
           MOVE CTL-STEPS-RUN     TO RPT-CY-RUN
           MOVE CTL-STEPS-NOT-DUE TO RPT-CY-NOT-DUE
           MOVE CTL-STEP-OUTCOMES TO RPT-CY-OUTCOMES
           WRITE REPORT-RECORD FROM RPT-CYCLE-LINE
           MOVE CTL-STEP-OUTCOMES TO WS-STEP-OUTCOMES
           PERFORM LOAD-NOT-DUE-STEPS.

       LOAD-NOT-DUE-STEPS.
           PERFORM NOTE-ONE-NOT-DUE
               VARYING WS-STREAM-STEP-SUB FROM 1 BY 1
               UNTIL WS-STREAM-STEP-SUB > WS-STREAM-STEP-COUNT.

       NOTE-ONE-NOT-DUE.
           IF WS-STEP-OUTCOMES(WS-STREAM-STEP-SUB:1) = 'N'
               ADD 1 TO WS-NOT-DUE-COUNT
               MOVE WS-STREAM-STEP(WS-STREAM-STEP-SUB)
                   TO WS-NOT-DUE-STEP(WS-NOT-DUE-COUNT)
           END-IF.

      *    The step names, in stream order, so each outcome letter
      *    can be matched to its step and so a program absent
      *    tonight can be told apart from one that is not
      *    scheduled at all.
       LOAD-STREAM-STEPS.
           OPEN INPUT STREAM-FILE
           IF WS-STREAM-STATUS NOT = '00'
               MOVE 'Y' TO WS-STREAM-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-STREAM-EOF-FLAG = 'Y'
               READ STREAM-FILE
                   AT END MOVE 'Y' TO WS-STREAM-EOF-FLAG
                   NOT AT END
                       IF WS-STREAM-STEP-COUNT < 30
                           ADD 1 TO WS-STREAM-STEP-COUNT
                           MOVE STREAM-STEP-NAME TO
                               WS-STREAM-STEP(WS-STREAM-STEP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-FILE.

       REPORT-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = '00'
      *    Tolerances agreed with operations: a read volume moving
      *    more than ten percent either way, rejects more than
      *    tripling, rejects appearing where the prior run had none,
      *    or a stream step missing from the night entirely (unless
      *    the stream skipped it as not due tonight). An on-demand
      *    utility not run tonight is simply noted, as is a
      *    first-ever run with nothing to compare against.
       JUDGE-ONE-VARIANCE.
           MOVE SPACES TO RPT-DT-FLAG
           MOVE 'N'    TO WS-NOT-DUE-FLAG
           PERFORM MATCH-ONE-NOT-DUE
               VARYING WS-NOT-DUE-SUB FROM 1 BY 1
               UNTIL WS-NOT-DUE-SUB > WS-NOT-DUE-COUNT
                   OR WS-NOT-DUE-FLAG = 'Y'
           IF WS-STREAM-STEP-COUNT = ZERO
               MOVE 'Y' TO WS-IN-STREAM-FLAG
           ELSE
               MOVE 'N' TO WS-IN-STREAM-FLAG
               PERFORM MATCH-ONE-STREAM-STEP
                   VARYING WS-STREAM-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STREAM-STEP-SUB > WS-STREAM-STEP-COUNT
                       OR WS-IN-STREAM-FLAG = 'Y'
           END-IF
           EVALUATE TRUE
               WHEN WS-PG-CUR-FOUND(WS-PROGRAM-SUB) = 'N'
                   AND WS-NOT-DUE-FLAG = 'Y'
                   MOVE "NOT DUE TONIGHT" TO RPT-DT-FLAG
               WHEN WS-PG-CUR-FOUND(WS-PROGRAM-SUB) = 'N'
                   AND WS-IN-STREAM-FLAG = 'N'
                   MOVE "ON DEMAND - NOT RUN TONIGHT" TO RPT-DT-FLAG
               WHEN WS-PG-CUR-FOUND(WS-PROGRAM-SUB) = 'N'
                   MOVE "*VARIANCE* DID NOT RUN TONIGHT"
                       TO RPT-DT-FLAG
                   PERFORM COMPARE-AGAINST-PRIOR
           END-EVALUATE.

       MATCH-ONE-NOT-DUE.
           IF WS-NOT-DUE-STEP(WS-NOT-DUE-SUB)
               = WS-PG-NAME(WS-PROGRAM-SUB)
               MOVE 'Y' TO WS-NOT-DUE-FLAG
           END-IF.

       MATCH-ONE-STREAM-STEP.
           IF WS-STREAM-STEP(WS-STREAM-STEP-SUB)
               = WS-PG-NAME(WS-PROGRAM-SUB)
               MOVE 'Y' TO WS-IN-STREAM-FLAG
           END-IF.

       COMPARE-AGAINST-PRIOR.
           COMPUTE WS-CUR-SCALED =
               WS-PG-CUR-READ(WS-PROGRAM-SUB) * 100
