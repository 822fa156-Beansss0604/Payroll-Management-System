      *> Department budget record layout for DEPT-BUDGET-FILE
      *> (DeptBudget.txt), one per department per calendar month. It
      *> holds the approved headcount and the monthly payroll budget
      *> (gross pay plus employer SSS, Pag-IBIG and PhilHealth shares)
      *> that the budget-vs-actual report measures Payslip.txt against.
       01  DEPT-BUDGET-RECORD.
           02  BUD-KEY.
               03  BUD-DEPT-CODE        PIC X(10).
               03  BUD-YEAR             PIC 9(4).
               03  BUD-MONTH            PIC 9(2).
           02  BUD-HEADCOUNT            PIC 9(5).
           02  BUD-PAYROLL              PIC S9(11)V99 COMP-3.
           02  BUD-UPDATED-BY           PIC X(30).
           02  BUD-UPDATED-TIME         PIC X(21).
