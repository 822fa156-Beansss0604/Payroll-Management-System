      *> Shift schedule master record layout for SHIFT-FILE
      *> (Shift.txt), keyed by shift code. Start and end are HH:MM on
      *> the 24-hour clock; an end time at or before the start time
      *> means the shift runs past midnight (e.g. 22:00-06:00). The
      *> break is unpaid time inside the shift, the grace is how many
      *> minutes after the start a time-in is still on time, and the
      *> rest-day flags run Monday (1) to Sunday (7) - "Y" marks a day
      *> off, on which no absence, lateness or undertime is charged.
       01  SHIFT-RECORD.
           02  SHIFT-CODE               PIC X(10).
           02  SHIFT-NAME               PIC X(30).
           02  SHIFT-START-TIME         PIC X(5).
           02  SHIFT-END-TIME           PIC X(5).
           02  SHIFT-BREAK-MINUTES      PIC 999.
           02  SHIFT-GRACE-MINUTES      PIC 99.
           02  SHIFT-REST-DAYS.
               03  SHIFT-REST-FLAG      PIC X OCCURS 7 TIMES.
