      *> Loan application record layout for LOAN-APP-FILE
      *> (LoanApplication.txt), keyed by the applicant's user-id and
      *> the date and time the application was filed. Employees file
      *> from the employee menu after a pay-capacity check against
      *> their recent net pay, their ACTIVE loans and LoanPolicy.txt;
      *> the figures the check used are kept on the application so
      *> payroll sees what the employee saw. Approving an application
      *> in the admin queue writes the LOAN-RECORD on Loan.txt.
       01  LOAN-APP-RECORD.
           02  LAPP-KEY.
               03  LAPP-USER-ID         PIC X(30).
               03  LAPP-FILED-STAMP     PIC X(14).
           02  LAPP-LOAN-TYPE           PIC X(10).
               88  LAPP-SSS             VALUE "SSS".
               88  LAPP-PAGIBIG         VALUE "PAGIBIG".
               88  LAPP-CASH-ADV        VALUE "CASH-ADV".
           02  LAPP-AMOUNT              PIC 9(7)V99.
           02  LAPP-TERM                PIC 9(3).
           02  LAPP-AMORTIZATION        PIC 9(5)V99.
      *> Pay-capacity figures at filing: average net pay over the
      *> slips averaged, the amortizations of loans already ACTIVE,
      *> and the most all amortizations together may take per period.
      *> NO-HISTORY means there was no computed slip to average, so
      *> payroll has to judge capacity by hand.
           02  LAPP-AVG-NETPAY          PIC S9(7)V99.
           02  LAPP-SLIPS-USED          PIC 9(2).
           02  LAPP-EXISTING-AMORT      PIC 9(6)V99.
           02  LAPP-CAPACITY-LIMIT      PIC 9(7)V99.
           02  LAPP-CHECK-RESULT        PIC X(10).
               88  LAPP-FITS            VALUE "FITS".
               88  LAPP-NO-HISTORY      VALUE "NO-HISTORY".
           02  LAPP-STATUS              PIC X(10).
               88  LAPP-PENDING         VALUE "PENDING".
               88  LAPP-APPROVED        VALUE "APPROVED".
               88  LAPP-REJECTED        VALUE "REJECTED".
           02  LAPP-DECIDED-BY          PIC X(30).
           02  LAPP-DECIDED-DATE        PIC X(8).
           02  LAPP-REMARKS             PIC X(60).
