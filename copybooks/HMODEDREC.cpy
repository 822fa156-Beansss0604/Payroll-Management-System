      *> HMO premium deduction record layout for HMO-DEDUCT-FILE
      *> (HmoDeduct.txt), keyed by the PAYSLIP-KEY of the slip that
      *> took it (slip code + period), as DeferredDed.txt is. The
      *> premium is part of the slip's FD-TOTAL-DEDUCTION; this record
      *> carries the amount and the enrolled headcount behind it for
      *> the slip views and the HMO billing reconciliation. A
      *> recompute that finds nothing to deduct deletes it.
       01  HMO-DEDUCT-RECORD.
           02  HMD-KEY.
               03  HMD-USERNAME         PIC X(30).
               03  HMD-PERIOD           PIC X(30).
           02  HMD-USER-ID              PIC X(30).
           02  HMD-MEMBERS              PIC 99.
           02  HMD-PREMIUM              PIC S9(7)V99 COMP-3.
           02  HMD-RUN-TIME             PIC X(21).
