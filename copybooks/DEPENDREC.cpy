      *> Dependent and beneficiary record layout for DEPENDENT-FILE
      *> (Dependent.txt), keyed by USER-ID + a two-digit sequence, so
      *> an employee may carry up to 99 dependents. HR keeps the SSS
      *> beneficiary designation here. A dependent flagged for HMO
      *> enrolment is billed under a plan code on HMO-PLAN-FILE
      *> (HmoPlan.txt), and the batch payroll deducts that plan's
      *> per-period premium for every enrolled dependent.
       01  DEPENDENT-RECORD.
           02  DEP-KEY.
               03  DEP-USER-ID          PIC X(30).
               03  DEP-SEQ              PIC 99.
           02  DEP-NAME                 PIC X(40).
           02  DEP-RELATIONSHIP         PIC X(10).
               88  DEP-SPOUSE           VALUE "SPOUSE".
               88  DEP-CHILD            VALUE "CHILD".
               88  DEP-PARENT           VALUE "PARENT".
               88  DEP-SIBLING          VALUE "SIBLING".
               88  DEP-OTHER            VALUE "OTHER".
      *> Birth date (mm/dd/yy), as on the employee master.
           02  DEP-BIRTH-DATE           PIC X(15).
           02  DEP-HMO-FLAG             PIC X.
               88  DEP-HMO-ENROLLED     VALUE "Y".
           02  DEP-HMO-PLAN             PIC X(10).
      *> SSS beneficiary designation: primary, secondary or none, and
      *> the share in percent. The primary shares of one employee are
      *> expected to add up to 100.
           02  DEP-BENEFICIARY-FLAG     PIC X.
               88  DEP-BENEF-PRIMARY    VALUE "P".
               88  DEP-BENEF-SECONDARY  VALUE "S".
               88  DEP-BENEF-NONE       VALUES "N" SPACE.
           02  DEP-BENEFIT-PCT          PIC 999.
