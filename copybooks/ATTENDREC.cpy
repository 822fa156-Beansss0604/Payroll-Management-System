      *> subsystem (Attendance.py / admin-att.py) for ATTENDANCE-FILE
      *> (Attendance.txt), keyed by payslip code + period so payroll can
      *> pull late/absent/undertime figures instead of re-keying them.
      *> ATT-NIGHT-DIFF-HOURS is filled when the summary is derived from
      *> the daily time records (hours punched inside 22:00-06:00); the
      *> batch payroll pays night differential from it when present.
       01  ATTENDANCE-RECORD.
           02  ATTENDANCE-KEY.
               03  ATT-SLIP-CODE        PIC X(30).
           02  ATT-LATE-MINUTES         PIC 999.
           02  ATT-ABSENT-DAYS          PIC 999.
           02  ATT-UNDERTIME-HOURS      PIC 999.
           02  ATT-NIGHT-DIFF-HOURS     PIC 999.
