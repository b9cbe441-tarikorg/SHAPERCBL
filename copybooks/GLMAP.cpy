      *****************************************************
      *  GLMAP.cpy
      *  General-ledger mapping record layout, keyed on
      *  DEPT-CODE and kept beside the department reference
      *  file: the cost center a department's labor cost is
      *  charged to, the salary expense account it is
      *  debited to and the accrued-payroll account the
      *  matching credit goes to. Maintained by GLMAPMNT,
      *  read by the GLDIST labor-cost distribution.
      *****************************************************
       01  GLMAP-RECORD.
           05  GLM-DEPT-CODE           PIC X(3).
           05  GLM-COST-CENTER         PIC X(6).
           05  GLM-EXPENSE-ACCOUNT     PIC X(8).
           05  GLM-ACCRUAL-ACCOUNT     PIC X(8).
