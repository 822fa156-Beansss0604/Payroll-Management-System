      *> Payroll release record layout for RELEASE-FILE (PayRelease.txt),
      *> one per payslip period. The batch payroll writes the period
      *> PENDING with its control totals and the admin who ran it; a
      *> second, different PAYROLL-ADMIN then RELEASES or REJECTS it.
      *> Disbursement and remittance refuse any period not RELEASED,
      *> and a rejection backs the run out so the period is recomputed.
       01  RELEASE-RECORD.
           02  REL-PERIOD               PIC X(30).
           02  REL-STATUS               PIC X(10).
               88  REL-PENDING          VALUE "PENDING".
               88  REL-RELEASED         VALUE "RELEASED".
               88  REL-REJECTED         VALUE "REJECTED".
           02  REL-PREPARED-BY          PIC X(30).
           02  REL-PREPARED-TIME        PIC X(21).
           02  REL-SLIP-COUNT           PIC 9(5).
           02  REL-TOTAL-GROSS          PIC S9(11)V99 COMP-3.
           02  REL-TOTAL-DEDUCTION      PIC S9(11)V99 COMP-3.
           02  REL-TOTAL-NET            PIC S9(11)V99 COMP-3.
           02  REL-DECIDED-BY           PIC X(30).
           02  REL-DECIDED-TIME         PIC X(21).
           02  REL-REMARKS              PIC X(50).
