      *> Deferred deduction record layout for DEFER-FILE
      *> (DeferredDed.txt), keyed by the PAYSLIP-KEY of the slip that
      *> could not take them (slip code + period). When a loan
      *> amortization or the arrears recovery would push net pay below
      *> the take-home floor in DeductionPolicy.txt, it is skipped in
      *> priority order and the amount lands here; the loan balance is
      *> left as it was. The slip view and export show these amounts
      *> and the deferred-deductions report lists them.
       01  DEFER-RECORD.
           02  DEFER-KEY.
               03  DEF-USERNAME         PIC X(30).
               03  DEF-PERIOD           PIC X(30).
           02  DEF-USER-ID              PIC X(30).
           02  DEF-LOAN-SSS             PIC S9(5)V99 COMP-3.
           02  DEF-LOAN-PAGIBIG         PIC S9(5)V99 COMP-3.
           02  DEF-LOAN-CASHADV         PIC S9(5)V99 COMP-3.
           02  DEF-ARREARS              PIC S9(7)V99 COMP-3.
           02  DEF-TOTAL                PIC S9(7)V99 COMP-3.
      *> Pay left after contributions, tax and attendance deductions,
      *> and the take-home floor that applied when the slip was run.
           02  DEF-AVAILABLE            PIC S9(7)V99 COMP-3.
           02  DEF-FLOOR                PIC S9(7)V99 COMP-3.
           02  DEF-RUN-TIME             PIC X(21).
