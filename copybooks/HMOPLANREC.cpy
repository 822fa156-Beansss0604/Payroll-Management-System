      *> HMO plan rate table layout for HMO-PLAN-FILE (HmoPlan.txt),
      *> keyed by plan code. The monthly rate is what the HMO bills
      *> per enrolled dependent; the period deduction is what payroll
      *> takes from the employee per enrolled dependent on each slip
      *> (half the monthly rate on a semi-monthly payroll). The billing
      *> reconciliation sets one against the other.
       01  HMO-PLAN-RECORD.
           02  HMO-PLAN-CODE            PIC X(10).
           02  HMO-PLAN-NAME            PIC X(30).
           02  HMO-PLAN-MONTHLY-RATE    PIC 9(5)V99.
           02  HMO-PLAN-PERIOD-DEDUCT   PIC 9(5)V99.
