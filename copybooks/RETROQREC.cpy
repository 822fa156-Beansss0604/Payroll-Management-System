      *> Retro pay queue record layout for RETRO-QUEUE-FILE
      *> (RetroQueue.txt), keyed by USER-ID. A mass salary adjustment
      *> whose effective period has already been paid queues each
      *> affected employee here with the old and new rate; the retro
      *> run offers the queued values, prices the back pay from them
      *> and marks the entry POSTED. Rates are in the unit of the pay
      *> basis (monthly salary, or the daily/hourly rate).
       01  RETRO-QUEUE-RECORD.
           02  RTQ-USER-ID              PIC X(30).
           02  RTQ-EFF-PERIOD           PIC X(30).
           02  RTQ-PAY-BASIS            PIC X(7).
           02  RTQ-OLD-RATE             PIC S9(7)V99 COMP-3.
           02  RTQ-NEW-RATE             PIC S9(7)V99 COMP-3.
           02  RTQ-SOURCE               PIC X(16).
           02  RTQ-STATUS               PIC X(10).
               88  RTQ-PENDING          VALUE "PENDING".
               88  RTQ-POSTED           VALUE "POSTED".
           02  RTQ-QUEUED-TIME          PIC X(21).
           02  RTQ-POSTED-TIME          PIC X(21).
