      *****************************************************
      *  ACCRULE.cpy
      *  Time-off accrual rule file (data/accrule.dat), read
      *  whole by PTOACCR and PTORPT. Two record types share
      *  the file, told apart by the first byte:
      *  G - a grade and service rule: the pay grade (blank
      *      for the house rule that applies to any grade
      *      with no rule of its own), the years of service
      *      from which the rule applies, the vacation and
      *      sick hours credited each month, and the most
      *      vacation and sick hours that may be carried
      *      into a new year (zero for no cap). The rule used
      *      is the one for the grade with the highest
      *      starting year the employee has reached.
      *  L - a leave-type rule for staff on status L: the
      *      LV-LEAVE-TYPE code and Y if the leave still
      *      earns time off, N if accrual stops for it. A
      *      leave type with no rule earns nothing.
      *  Hours carry two implied decimal places.
      *****************************************************
       01  ACCRUAL-RULE-RECORD.
           05  ACR-RULE-TYPE           PIC X.
           05  FILLER                  PIC X.
           05  ACR-GRADE-CODE          PIC X(2).
           05  FILLER                  PIC X.
           05  ACR-FROM-YEARS          PIC 9(2).
           05  FILLER                  PIC X.
           05  ACR-VACATION-HOURS      PIC 9(3)V99.
           05  FILLER                  PIC X.
           05  ACR-SICK-HOURS          PIC 9(3)V99.
           05  FILLER                  PIC X.
           05  ACR-VACATION-CAP        PIC 9(4)V99.
           05  FILLER                  PIC X.
           05  ACR-SICK-CAP            PIC 9(4)V99.
           05  FILLER                  PIC X.
           05  ACR-DESCRIPTION         PIC X(20).
       01  ACCRUAL-LEAVE-RECORD.
           05  ACL-RULE-TYPE           PIC X.
           05  FILLER                  PIC X.
           05  ACL-LEAVE-TYPE          PIC X(3).
           05  FILLER                  PIC X.
           05  ACL-ACCRUE-FLAG         PIC X.
           05  FILLER                  PIC X.
           05  ACL-DESCRIPTION         PIC X(20).
