      *> Employer (company) master record layout for COMPANY-FILE
      *> (Company.txt), keyed by company code. Each company carries its
      *> own BIR, SSS, PhilHealth and Pag-IBIG employer registrations
      *> and the bank account payroll is funded from, so the statutory
      *> and bank files can be produced separately per employer.
      *> Employees carry EMPLOYEE-COMPANY-CODE; a blank or unknown code
      *> belongs to the default company (the one flagged Y here, or the
      *> lowest code when none is flagged).
       01  COMPANY-RECORD.
           02  COMPANY-CODE             PIC X(10).
           02  COMPANY-NAME             PIC X(40).
           02  COMPANY-ADDRESS          PIC X(40).
           02  COMPANY-TIN              PIC X(15).
           02  COMPANY-SSS-ER-NO        PIC X(15).
           02  COMPANY-PHILHEALTH-ER-NO PIC X(15).
           02  COMPANY-PAGIBIG-ER-NO    PIC X(15).
           02  COMPANY-BANK-NAME        PIC X(20).
           02  COMPANY-BANK-BRANCH      PIC X(10).
           02  COMPANY-BANK-ACCT-NO     PIC X(16).
           02  COMPANY-DEFAULT-FLAG     PIC X.
               88  COMPANY-IS-DEFAULT   VALUE "Y".
