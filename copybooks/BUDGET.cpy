      *****************************************************
      *  BUDGET.cpy
      *  Department budget record layout, keyed on the
      *  DEPT-CODE and the fiscal period (fiscal year and
      *  period number, YYYYPP): the headcount and the
      *  annual salary cost budgeted for the department in
      *  that period. Maintained by BUDGMNT, reported
      *  against actuals by BUDGVAR and shown against the
      *  proposed cost in the PAYREVW proposal pass.
      *****************************************************
       01  BUDGET-RECORD.
           05  BUD-KEY.
               10  BUD-DEPT-CODE       PIC X(3).
               10  BUD-FISCAL-PERIOD   PIC 9(6).
           05  BUD-HEADCOUNT           PIC 9(5).
           05  BUD-SALARY              PIC 9(9)V99.
