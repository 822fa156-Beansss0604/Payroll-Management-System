           02  USER-PWD-DATE            PIC X(8).
           02  USER-TEMP-FLAG           PIC X.
               88  USER-TEMP-PASSWORD   VALUE "Y".
      *> Pay basis: MONTHLY staff earn EMPLOYEE-BASIC-SALARY per month;
      *> DAILY and HOURLY staff earn EMPLOYEE-PAY-RATE per day or per
      *> hour actually worked on the daily time records. A blank basis
      *> (records written before the field existed) reads as MONTHLY.
           02  EMPLOYEE-PAY-BASIS       PIC X(7).
               88  PAY-BASIS-MONTHLY    VALUES "MONTHLY" SPACES.
               88  PAY-BASIS-DAILY      VALUE "DAILY".
               88  PAY-BASIS-HOURLY     VALUE "HOURLY".
           02  EMPLOYEE-PAY-RATE        PIC S9(5)V99 COMP-3.
      *> Employing company, validated against COMPANY-FILE
      *> (Company.txt). Blank on records written before the field
      *> existed, which reads as the default company.
           02  EMPLOYEE-COMPANY-CODE    PIC X(10).
