      *> Run-control record layout for RUN-CONTROL-FILE (RunControl.txt),
      *> keyed by period + program (BATCH, B-<company> or DISBURSE).
      *> An all-company batch runs as BATCH and a COMPANY= batch as
      *> B-<company code>, each with its own lock. The batch locks
      *> its period's record (status RUNNING) at start and releases it
      *> (status COMPLETE, with end timestamp and counts) at end, so a
      *> second concurrent run of the same period is refused and a
      *> completed period can only be re-run after a loud warning.
      *> The payroll chain driver keeps one record per chain step
      *> (program CHN-<step>) so a rerun restarts at the step that
      *> FAILED or was GATED instead of from the top. A batch whose
      *> period release was rejected is marked REJECTED: its YTD
      *> postings have been backed out, so it re-runs without warning.
       01  RUN-CONTROL-RECORD.
           02  RUN-KEY.
               03  RUN-PERIOD           PIC X(30).
           02  RUN-STATUS               PIC X(10).
               88  RUN-IN-PROGRESS      VALUE "RUNNING".
               88  RUN-COMPLETED        VALUE "COMPLETE".
               88  RUN-STEP-FAILED      VALUE "FAILED".
               88  RUN-STEP-GATED       VALUE "GATED".
               88  RUN-REJECTED         VALUE "REJECTED".
           02  RUN-OPERATOR             PIC X(30).
           02  RUN-START-TIME           PIC X(21).
           02  RUN-END-TIME             PIC X(21).
