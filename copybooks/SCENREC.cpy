      *> Payroll simulation record layout for SCENARIO-FILE
      *> (Scenario.txt), keyed by scenario name + payslip code. A
      *> what-if run pushes every active employee through the batch
      *> payroll computation for the chosen period and keeps the
      *> results here instead of on Payslip.txt, so nothing live is
      *> touched. Re-running a scenario name replaces its rows.
      *> Simulated extra headcount is carried as SIM-HIRE-nnn rows
      *> with SCN-SYNTHETIC set.
       01  SCENARIO-RECORD.
           02  SCN-KEY.
               03  SCN-NAME             PIC X(20).
               03  SCN-SLIP-CODE        PIC X(30).
           02  SCN-PERIOD               PIC X(30).
           02  SCN-USER-ID              PIC X(30).
           02  SCN-EMP-NAME             PIC X(30).
           02  SCN-DEPT-CODE            PIC X(10).
           02  SCN-SYNTHETIC            PIC X.
               88  SCN-SYNTHETIC-HIRE   VALUE "Y".
           02  SCN-SALARY-PCT           PIC S9(3)V99 COMP-3.
           02  SCN-BASIC                PIC S9(7)V99 COMP-3.
           02  SCN-PREMIUMS             PIC S9(7)V99 COMP-3.
           02  SCN-ALLOWANCES           PIC S9(7)V99 COMP-3.
           02  SCN-GROSS                PIC S9(7)V99 COMP-3.
           02  SCN-EE-CONTRIB           PIC S9(7)V99 COMP-3.
           02  SCN-ER-CONTRIB           PIC S9(7)V99 COMP-3.
           02  SCN-WTAX                 PIC S9(7)V99 COMP-3.
           02  SCN-LOANS                PIC S9(7)V99 COMP-3.
           02  SCN-OTHER-DED            PIC S9(7)V99 COMP-3.
           02  SCN-NETPAY               PIC S9(7)V99 COMP-3.
           02  SCN-RUN-BY               PIC X(30).
           02  SCN-RUN-TIME             PIC X(21).
