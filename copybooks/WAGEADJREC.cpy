      *> Mass salary adjustment batch record layout for WAGE-ADJ-FILE
      *> (WageAdjust.txt), keyed by the batch id (CURRENT-DATE to the
      *> hundredth of a second when the preview was run). The preview
      *> stores the selection and the adjustment together with the
      *> head count and monthly cost it priced; sign-off re-prices the
      *> same selection and refuses to apply if either has moved, so
      *> what is applied is what was previewed and approved.
       01  WAGE-ADJ-RECORD.
           02  WGA-BATCH-ID             PIC X(16).
           02  WGA-DESCRIPTION          PIC X(30).
      *> Selection: blank (or zero band limits) means "any".
           02  WGA-SEL-BASIS            PIC X(7).
           02  WGA-SEL-POSITION         PIC X(15).
           02  WGA-SEL-DEPT             PIC X(10).
           02  WGA-SEL-BAND-LOW         PIC S9(7)V99 COMP-3.
           02  WGA-SEL-BAND-HIGH        PIC S9(7)V99 COMP-3.
      *> FLAT adds the amount to the current rate, PERCENT raises it
      *> by the percentage, FLOOR lifts anyone below the amount up to
      *> it. Amounts are in the unit of each employee's pay basis.
           02  WGA-ADJ-TYPE             PIC X(7).
               88  WGA-ADJ-FLAT         VALUE "FLAT".
               88  WGA-ADJ-PERCENT      VALUE "PERCENT".
               88  WGA-ADJ-FLOOR        VALUE "FLOOR".
           02  WGA-ADJ-AMOUNT           PIC S9(7)V99 COMP-3.
           02  WGA-EFF-PERIOD           PIC X(30).
           02  WGA-STATUS               PIC X(10).
               88  WGA-PREVIEWED        VALUE "PREVIEWED".
               88  WGA-APPLIED          VALUE "APPLIED".
               88  WGA-CANCELLED        VALUE "CANCELLED".
           02  WGA-EMP-COUNT            PIC 9(5).
           02  WGA-RETRO-COUNT          PIC 9(5).
           02  WGA-MONTHLY-IMPACT       PIC S9(11)V99 COMP-3.
           02  WGA-PREPARED-BY          PIC X(30).
           02  WGA-PREPARED-TIME        PIC X(21).
           02  WGA-APPROVED-BY          PIC X(30).
           02  WGA-APPROVED-TIME        PIC X(21).
