      *****************************************************
      *  SALHIST.cpy
      *  Salary history ledger record, appended to
      *  data/salhist.dat for every change to an
      *  employee's pay grade or annual salary: the old
      *  and new grade, the old and new salary, the date
      *  the change took effect, the date/time it was
      *  recorded, and the program and operator that made
      *  it. Actions are A (compensation added - old
      *  fields blank/zero), C (compensation changed), D
      *  (compensation deleted - new fields blank/zero) and
      *  I (increase applied by the pay-review batch).
      *  PAYPROG reports the ledger as pay progression.
      *****************************************************
       01  SALHIST-RECORD.
           05  SH-EMP-ID               PIC 9(5).
           05  SH-EFFECTIVE-DATE       PIC 9(8).
           05  SH-RECORDED-DATE        PIC 9(8).
           05  SH-RECORDED-TIME        PIC 9(6).
           05  SH-SOURCE-PROGRAM       PIC X(8).
           05  SH-OPERATOR             PIC X(8).
           05  SH-ACTION               PIC X.
           05  SH-OLD-PAY-GRADE        PIC X(2).
           05  SH-NEW-PAY-GRADE        PIC X(2).
           05  SH-OLD-SALARY           PIC 9(7)V99.
           05  SH-NEW-SALARY           PIC 9(7)V99.
