      *****************************************************
      *  PTOBAL.cpy
      *  Paid time-off balance record (data/ptobal.dat),
      *  keyed on the same EMP-ID as the employee master:
      *  the vacation and sick balances in hours, which go
      *  negative when more is taken than has been earned.
      *  PTO-LAST-ACCRUAL is the YYYYMM period last credited
      *  by PTOACCR, so a rerun of a month credits nothing
      *  twice; PTO-CARRYOVER-YEAR is the last year whose
      *  year-end carry-over caps were applied, with the
      *  hours forfeited over each cap at that year end.
      *  PTO-PAYOUT-DATE and PTO-PAYOUT-HOURS record the
      *  unused vacation last listed for payout after a
      *  termination; a payout dated on or after the
      *  TERM-DATE means that termination is settled.
      *  Created by PTOACCR on an employee's first accrual
      *  (or by PTOTAKE for time taken before it), debited
      *  by PTOTAKE, reported by PTORPT.
      *****************************************************
       01  PTO-BALANCE-RECORD.
           05  PTO-EMP-ID              PIC 9(5).
           05  PTO-VACATION-HOURS      PIC S9(4)V99.
           05  PTO-SICK-HOURS          PIC S9(4)V99.
           05  PTO-LAST-ACCRUAL        PIC 9(6).
           05  PTO-CARRYOVER-YEAR      PIC 9(4).
           05  PTO-VACATION-FORFEIT    PIC 9(4)V99.
           05  PTO-SICK-FORFEIT        PIC 9(4)V99.
           05  PTO-PAYOUT-DATE         PIC 9(8).
           05  PTO-PAYOUT-HOURS        PIC 9(4)V99.
