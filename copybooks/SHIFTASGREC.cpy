      *> Effective-dated shift assignment record layout for
      *> SHIFT-ASG-FILE (ShiftAssign.txt), keyed by USER-ID + from-date
      *> (YYYYMMDD so the history reads back in date order). Each
      *> record says "this employee works this shift from this date";
      *> the DTR derivation measures each day's punches against the
      *> latest assignment on or before that day. An employee with no
      *> assignment is measured against the standard 08:00-17:00 day.
       01  SHIFT-ASG-RECORD.
           02  SHIFT-ASG-KEY.
               03  SHA-USER-ID          PIC X(30).
               03  SHA-FROM-DATE        PIC X(8).
           02  SHA-SHIFT-CODE           PIC X(10).
