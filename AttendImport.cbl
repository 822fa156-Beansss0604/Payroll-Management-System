            SELECT LISTING-FILE ASSIGN TO "DTRListing.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SHIFT-FILE ASSIGN TO "Shift.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-CODE
                FILE STATUS IS WS-SHIFT-STATUS.

            SELECT SHIFT-ASG-FILE ASSIGN TO "ShiftAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-ASG-KEY
                FILE STATUS IS WS-SHFASG-STATUS.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD LISTING-FILE.
        01 LISTING-LINE PIC X(120).

        FD SHIFT-FILE.
            COPY "SHIFTREC.cpy".

        FD SHIFT-ASG-FILE.
            COPY "SHIFTASGREC.cpy".

      *> BatchParm.txt block PROGRAM=IMPORT with a PERIOD= line lets
      *> the overnight chain load DailyPunch.csv and derive that
      *> period's attendance summary without the menu.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-RAW-STATUS PIC XX.
        01 WS-ATTEND-STATUS PIC XX.
        01 WS-TIME-MIN PIC 9(4).
        01 WS-TIME-HH PIC 99.
        01 WS-TIME-NN PIC 99.
        01 WS-IN-MIN PIC S9(4).
        01 WS-OUT-MIN PIC S9(4).
        01 WS-LATE-RAW PIC S9(4).
        01 WS-LATE-UNITS PIC 9(4).
        01 WS-DAY-LATE PIC 9(4).
        01 WS-UT-RAW PIC S9(4).
        01 WS-DAY-UT-HOURS PIC 9(2).
        01 WS-DERIVE-PERIOD PIC X(30).
        01 WS-DERIVE-OK PIC X VALUE "N".
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12) VALUE "IMPORT".
        01 WS-PARM-FOUND PIC X VALUE "N".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-PARM-PERIOD PIC X(30).
        01 WS-LIST-CODE PIC X(30).
        01 WS-LIST-PERIOD PIC X(30).
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.

      *> Derivation rules: each day is measured against the shift the
      *> employee is assigned to on that date (ShiftAssign.txt /
      *> Shift.txt); with no assignment the workday runs 08:00-17:00
      *> with a 10-minute grace. Beyond grace the lateness is charged
      *> from the shift start rounded up to the next 5 minutes.
      *> Undertime is whole hours short of the shift end, rounded up.
      *> A blank time-in is one absent day unless the date is one of
      *> the shift's rest days.
        01 WS-DEFAULT-START-MIN PIC 9(4) VALUE 480.
        01 WS-DEFAULT-END-MIN PIC 9(4) VALUE 1020.
        01 WS-DEFAULT-GRACE PIC 99 VALUE 10.
        01 WS-DAY-START-MIN PIC 9(4) VALUE 480.
        01 WS-DAY-END-MIN PIC 9(4) VALUE 1020.
        01 WS-GRACE-MINUTES PIC 99 VALUE 10.
        01 WS-DEFAULT-BREAK PIC 999 VALUE 60.
        01 WS-DAY-BREAK-MIN PIC 999 VALUE 60.
        01 WS-REST-DAY PIC X VALUE "N".
        01 WS-DAY-SHIFT-CODE PIC X(10).
        01 WS-DAY-YMD PIC X(8).
        01 WS-DAY-OF-WEEK PIC 9.

      *> Night-differential window 22:00-06:00, in minutes from the
      *> midnight that starts the shift day. A punch span can run from
      *> the evening before (early time-in) into the next morning, so
      *> three windows cover every overlap.
        01 WS-ND-WINDOW-DATA.
            05 FILLER PIC S9(4) VALUE -120.
            05 FILLER PIC S9(4) VALUE 360.
            05 FILLER PIC S9(4) VALUE 1320.
            05 FILLER PIC S9(4) VALUE 1800.
            05 FILLER PIC S9(4) VALUE 2760.
            05 FILLER PIC S9(4) VALUE 3240.
        01 WS-ND-WINDOW-TABLE REDEFINES WS-ND-WINDOW-DATA.
            05 WS-ND-WINDOW OCCURS 3 TIMES.
                10 WS-ND-FROM PIC S9(4).
                10 WS-ND-TO PIC S9(4).
        01 WS-ND-IDX PIC 9.
        01 WS-ND-LO PIC S9(4).
        01 WS-ND-HI PIC S9(4).
      *> The unpaid break is taken as falling in the middle of the
      *> scheduled shift; the part of it inside a night window is not
      *> night-differential time.
        01 WS-BRK-FROM PIC S9(4).
        01 WS-BRK-TO PIC S9(4).
        01 WS-BRK-LO PIC S9(4).
        01 WS-BRK-HI PIC S9(4).

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).

        01 WS-SHIFT-STATUS PIC XX.
        01 WS-SHFASG-STATUS PIC XX.
        01 WS-SHIFT-OPEN PIC X VALUE "N".
        01 WS-SHFASG-OPEN PIC X VALUE "N".
        01 WS-SHIFT-FOUND PIC X VALUE "N".
        01 WS-SHIFT-LIST-END PIC X VALUE "N".
        01 WS-SHFASG-END PIC X VALUE "N".
        01 WS-SHIFT-ENTRY-OK PIC X VALUE "N".
        01 WS-SHIFT-CODE-ENTRY PIC X(10).
        01 WS-SHIFT-USER-ENTRY PIC X(30).
        01 WS-SHIFT-FROM-ENTRY PIC X(15).
        01 WS-SHIFT-TIME-ENTRY PIC X(5).
        01 WS-SHIFT-REST-ENTRY PIC X(7).
        01 WS-SHIFT-REST-IDX PIC 9.
        01 WS-SHIFT-CHOICE PIC X.

        01 WS-SUM-TABLE.
            05 WS-SUM-ENTRY OCCURS 100 TIMES.
                10 WS-SUM-LATE PIC 9(5).
                10 WS-SUM-ABSENT PIC 9(3).
                10 WS-SUM-UNDERTIME PIC 9(4).
                10 WS-SUM-USER-ID PIC X(30).
                10 WS-SUM-ND-MIN PIC 9(5).
        01 WS-SUM-USED PIC 999 VALUE ZERO.
        01 WS-SUM-IDX PIC 999.
        01 WS-SUM-HIT PIC 999.

        PROCEDURE DIVISION.
        MAINLINE.
           MOVE "IMPORT" TO WS-PARM-PROGRAM
           PERFORM READ-BATCH-PARMS
           IF WS-PARM-FOUND = "Y" AND WS-PARM-PERIOD NOT = SPACES
              DISPLAY "PERIOD TAKEN FROM PARAMETER FILE: "
                 WS-PARM-PERIOD
              PERFORM IMPORT-DAILY-PUNCH
              PERFORM DERIVE-PERIOD-SUMMARY
              IF WS-DERIVE-OK = "Y"
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF
           PERFORM UNTIL CHOICE = 6
           DISPLAY "|=================================================|"
           DISPLAY "|||||      ATTENDANCE IMPORT / VALIDATION     |||||"
           DISPLAY "|=================================================|"
           DISPLAY "|||||   [4] - DAILY LISTING FOR AN EMPLOYEE   |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [5] - SHIFT SCHEDULE MAINTENANCE      |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [6] - EXIT                            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
           ACCEPT CHOICE
              WHEN 4
                 PERFORM DAILY-LISTING
              WHEN 5
                 PERFORM SHIFT-MAINTENANCE
              WHEN 6
                 CONTINUE
              WHEN OTHER
                 DISPLAY "INVALID OPTION"
              MOVE WS-LATE-VALUE TO ATT-LATE-MINUTES
              MOVE WS-ABSENT-VALUE TO ATT-ABSENT-DAYS
              MOVE WS-UNDERTIME-VALUE TO ATT-UNDERTIME-HOURS
              MOVE ZERO TO ATT-NIGHT-DIFF-HOURS
              WRITE ATTENDANCE-RECORD
                 INVALID KEY
                    MOVE "DUPLICATE SLIP CODE / PERIOD KEY"
           END-IF.

      *> The per-period summary is derived from the daily ledger, not
      *> from whatever totals arrive on AttendanceRaw.csv: each day is
      *> measured against the employee's own shift for that date -
      *> late beyond the shift grace is charged from the shift start
      *> rounded up to 5 minutes, undertime is whole hours short of the
      *> shift end rounded up, a blank time-in is one absent day except
      *> on a rest day. Minutes punched inside 22:00-06:00 are totalled
      *> as night-differential hours for the period.
        DERIVE-PERIOD-SUMMARY.
           MOVE "N" TO WS-DERIVE-OK
           IF WS-PARM-FOUND = "Y" AND WS-PARM-PERIOD NOT = SPACES
              MOVE WS-PARM-PERIOD TO WS-DERIVE-PERIOD
           ELSE
              DISPLAY "[ENTER PAYSLIP PERIOD TO DERIVE]: "
                 WITH NO ADVANCING
              ACCEPT WS-DERIVE-PERIOD
           END-IF
           MOVE ZERO TO WS-SUM-USED
           MOVE ZERO TO WS-SUM-WRITTEN
           MOVE "N" TO WS-DTR-END
              DISPLAY "NO DAILY LEDGER ON FILE. NOTHING TO DERIVE."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SHIFT-OPEN
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "00"
              MOVE "Y" TO WS-SHIFT-OPEN
           END-IF
           MOVE "N" TO WS-SHFASG-OPEN
           OPEN INPUT SHIFT-ASG-FILE
           IF WS-SHFASG-STATUS = "00"
              MOVE "Y" TO WS-SHFASG-OPEN
           END-IF
           IF WS-SHIFT-OPEN = "N" OR WS-SHFASG-OPEN = "N"
              DISPLAY "NOTE: NO SHIFT SCHEDULE ON FILE. STANDARD "
                 "08:00-17:00 DAY APPLIED."
           END-IF
           PERFORM UNTIL WS-DTR-END = "Y"
              READ DTR-FILE NEXT
                 AT END
              END-READ
           END-PERFORM
           CLOSE DTR-FILE
           IF WS-SHIFT-OPEN = "Y"
              CLOSE SHIFT-FILE
           END-IF
           IF WS-SHFASG-OPEN = "Y"
              CLOSE SHIFT-ASG-FILE
           END-IF

           OPEN I-O ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = "00"
              PERFORM WRITE-DERIVED-SUMMARY
           END-PERFORM
           CLOSE ATTENDANCE-FILE
           MOVE "Y" TO WS-DERIVE-OK

           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEES DERIVED: " WS-SUM-USED
                 MOVE ZERO TO WS-SUM-LATE(WS-SUM-HIT)
                 MOVE ZERO TO WS-SUM-ABSENT(WS-SUM-HIT)
                 MOVE ZERO TO WS-SUM-UNDERTIME(WS-SUM-HIT)
                 MOVE ZERO TO WS-SUM-ND-MIN(WS-SUM-HIT)
                 MOVE SPACES TO WS-SUM-USER-ID(WS-SUM-HIT)
                 MOVE DTR-SLIP-CODE TO WS-CSV-CODE
                 PERFORM LOOKUP-EMPLOYEE-BY-CSV-CODE
                 IF WS-EMP-FOUND = "Y"
                    MOVE USER-ID TO WS-SUM-USER-ID(WS-SUM-HIT)
                 END-IF
              ELSE
                 DISPLAY "WARNING: MORE THAN 100 EMPLOYEES IN "
                    "PERIOD. TABLE FULL - CODE SKIPPED: "
              END-IF
           END-IF
           IF WS-SUM-HIT > ZERO
              PERFORM LOAD-DAY-SHIFT
              IF DTR-TIME-IN = SPACES
                 IF WS-REST-DAY = "N"
                    ADD 1 TO WS-SUM-ABSENT(WS-SUM-HIT)
                 END-IF
              ELSE
                 MOVE DTR-TIME-IN TO WS-TIME-CHECK
                 PERFORM VALIDATE-TIME
                    MOVE WS-TIME-MIN TO WS-IN-MIN
                    COMPUTE WS-LATE-RAW =
                       WS-IN-MIN - WS-DAY-START-MIN
      *> A time-in more than 12 hours from the shift start belongs to
      *> the other side of midnight (00:30 on a 22:00 shift is late,
      *> 23:50 on a 00:00 shift is early).
                    IF WS-LATE-RAW < -720
                       ADD 1440 TO WS-IN-MIN
                       ADD 1440 TO WS-LATE-RAW
                    END-IF
                    IF WS-LATE-RAW > 720
                       SUBTRACT 1440 FROM WS-IN-MIN
                       SUBTRACT 1440 FROM WS-LATE-RAW
                    END-IF
                    IF WS-LATE-RAW > WS-GRACE-MINUTES
                       AND WS-REST-DAY = "N"
                       COMPUTE WS-LATE-UNITS =
                          (WS-LATE-RAW + 4) / 5
                       COMPUTE WS-DAY-LATE = WS-LATE-UNITS * 5
                       ADD WS-DAY-LATE TO WS-SUM-LATE(WS-SUM-HIT)
                    END-IF
                    IF DTR-TIME-OUT NOT = SPACES
                       MOVE DTR-TIME-OUT TO WS-TIME-CHECK
                       PERFORM VALIDATE-TIME
                       IF WS-TIME-VALID = "Y"
                          MOVE WS-TIME-MIN TO WS-OUT-MIN
                          IF WS-OUT-MIN <= WS-IN-MIN
                             ADD 1440 TO WS-OUT-MIN
                          END-IF
                          IF WS-OUT-MIN < WS-DAY-END-MIN
                             AND WS-REST-DAY = "N"
                             COMPUTE WS-UT-RAW =
                                WS-DAY-END-MIN - WS-OUT-MIN
                             COMPUTE WS-DAY-UT-HOURS =
                                (WS-UT-RAW + 59) / 60
                             ADD WS-DAY-UT-HOURS TO
                                WS-SUM-UNDERTIME(WS-SUM-HIT)
                          END-IF
                          PERFORM ADD-NIGHT-MINUTES
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> Picks up the shift in force on DTR-DATE for the employee in
      *> WS-SUM-HIT: the latest ShiftAssign.txt entry dated on or
      *> before the day. Falls back to the standard day when there is
      *> no assignment or the shift code is not on Shift.txt.
        LOAD-DAY-SHIFT.
           MOVE WS-DEFAULT-START-MIN TO WS-DAY-START-MIN
           MOVE WS-DEFAULT-END-MIN TO WS-DAY-END-MIN
           MOVE WS-DEFAULT-GRACE TO WS-GRACE-MINUTES
           MOVE WS-DEFAULT-BREAK TO WS-DAY-BREAK-MIN
           MOVE "N" TO WS-REST-DAY
           MOVE SPACES TO WS-DAY-SHIFT-CODE
           IF WS-SHIFT-OPEN = "N" OR WS-SHFASG-OPEN = "N"
              OR WS-SUM-USER-ID(WS-SUM-HIT) = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE DTR-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-YMD TO WS-DAY-YMD
           MOVE WS-SUM-USER-ID(WS-SUM-HIT) TO SHA-USER-ID
           MOVE SPACES TO SHA-FROM-DATE
           MOVE "N" TO WS-SHFASG-END
           START SHIFT-ASG-FILE KEY IS NOT LESS THAN SHIFT-ASG-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SHFASG-END
           END-START
           PERFORM UNTIL WS-SHFASG-END = "Y"
              READ SHIFT-ASG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SHFASG-END
                 NOT AT END
                    IF SHA-USER-ID NOT = WS-SUM-USER-ID(WS-SUM-HIT)
                       OR SHA-FROM-DATE > WS-DAY-YMD
                       MOVE "Y" TO WS-SHFASG-END
                    ELSE
                       MOVE SHA-SHIFT-CODE TO WS-DAY-SHIFT-CODE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DAY-SHIFT-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-SHIFT-CODE TO SHIFT-CODE
           READ SHIFT-FILE KEY IS SHIFT-CODE
              INVALID KEY
                 MOVE "N" TO WS-SHIFT-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-SHIFT-FOUND
           END-READ
           IF WS-SHIFT-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE SHIFT-START-TIME TO WS-TIME-CHECK
           PERFORM VALIDATE-TIME
           IF WS-TIME-VALID = "Y"
              MOVE WS-TIME-MIN TO WS-DAY-START-MIN
           END-IF
           MOVE SHIFT-END-TIME TO WS-TIME-CHECK
           PERFORM VALIDATE-TIME
           IF WS-TIME-VALID = "Y"
              MOVE WS-TIME-MIN TO WS-DAY-END-MIN
           END-IF
           IF WS-DAY-END-MIN <= WS-DAY-START-MIN
              ADD 1440 TO WS-DAY-END-MIN
           END-IF
           MOVE SHIFT-GRACE-MINUTES TO WS-GRACE-MINUTES
           MOVE SHIFT-BREAK-MINUTES TO WS-DAY-BREAK-MIN
           IF WS-DAY-BREAK-MIN > WS-DAY-END-MIN - WS-DAY-START-MIN
              MOVE ZERO TO WS-DAY-BREAK-MIN
           END-IF
      *> Day 1 of the integer calendar (01/01/1601) was a Monday.
           COMPUTE WS-DAY-OF-WEEK =
              FUNCTION MOD(WS-CVT-INT - 1, 7) + 1
           IF SHIFT-REST-FLAG(WS-DAY-OF-WEEK) = "Y"
              MOVE "Y" TO WS-REST-DAY
           END-IF.

        ADD-NIGHT-MINUTES.
           COMPUTE WS-BRK-FROM = WS-DAY-START-MIN
              + (WS-DAY-END-MIN - WS-DAY-START-MIN - WS-DAY-BREAK-MIN)
              / 2
           COMPUTE WS-BRK-TO = WS-BRK-FROM + WS-DAY-BREAK-MIN
           PERFORM VARYING WS-ND-IDX FROM 1 BY 1 UNTIL WS-ND-IDX > 3
              IF WS-IN-MIN > WS-ND-FROM(WS-ND-IDX)
                 MOVE WS-IN-MIN TO WS-ND-LO
              ELSE
                 MOVE WS-ND-FROM(WS-ND-IDX) TO WS-ND-LO
              END-IF
              IF WS-OUT-MIN < WS-ND-TO(WS-ND-IDX)
                 MOVE WS-OUT-MIN TO WS-ND-HI
              ELSE
                 MOVE WS-ND-TO(WS-ND-IDX) TO WS-ND-HI
              END-IF
              IF WS-ND-HI > WS-ND-LO
                 COMPUTE WS-SUM-ND-MIN(WS-SUM-HIT) =
                    WS-SUM-ND-MIN(WS-SUM-HIT) + WS-ND-HI - WS-ND-LO
                 IF WS-BRK-FROM > WS-ND-LO
                    MOVE WS-BRK-FROM TO WS-BRK-LO
                 ELSE
                    MOVE WS-ND-LO TO WS-BRK-LO
                 END-IF
                 IF WS-BRK-TO < WS-ND-HI
                    MOVE WS-BRK-TO TO WS-BRK-HI
                 ELSE
                    MOVE WS-ND-HI TO WS-BRK-HI
                 END-IF
                 IF WS-BRK-HI > WS-BRK-LO
                    COMPUTE WS-SUM-ND-MIN(WS-SUM-HIT) =
                       WS-SUM-ND-MIN(WS-SUM-HIT)
                       - (WS-BRK-HI - WS-BRK-LO)
                 END-IF
              END-IF
           END-PERFORM.

        WRITE-DERIVED-SUMMARY.
           MOVE WS-SUM-CODE(WS-SUM-IDX) TO ATT-SLIP-CODE
           MOVE WS-DERIVE-PERIOD TO ATT-PERIOD
              MOVE WS-SUM-UNDERTIME(WS-SUM-IDX)
                 TO ATT-UNDERTIME-HOURS
           END-IF
      *> Night differential is paid on whole hours only.
           IF WS-SUM-ND-MIN(WS-SUM-IDX) > 59940
              MOVE 999 TO ATT-NIGHT-DIFF-HOURS
           ELSE
              COMPUTE ATT-NIGHT-DIFF-HOURS =
                 WS-SUM-ND-MIN(WS-SUM-IDX) / 60
           END-IF
           WRITE ATTENDANCE-RECORD
              INVALID KEY
                 REWRITE ATTENDANCE-RECORD
           DISPLAY "DAYS LISTED: " WS-LIST-COUNT
           DISPLAY "LISTING FILE: DTRListing.txt".

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE SPACES TO WS-PARM-PERIOD
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARM-END = "Y"
              READ PARM-FILE
                 AT END
                    MOVE "Y" TO WS-PARM-END
                 NOT AT END
                    IF PARM-LINE(1:8) = "PROGRAM="
                       IF PARM-LINE(9:12) = WS-PARM-PROGRAM
                          MOVE "Y" TO WS-PARM-IN-BLOCK
                          MOVE "Y" TO WS-PARM-FOUND
                       ELSE
                          MOVE "N" TO WS-PARM-IN-BLOCK
                       END-IF
                    ELSE
                       IF WS-PARM-IN-BLOCK = "Y"
                          IF PARM-LINE(1:7) = "PERIOD="
                             MOVE PARM-LINE(8:30) TO WS-PARM-PERIOD
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.

        VALIDATE-DATE-FORMAT.
           MOVE "N" TO WS-DATE-VALID
           MOVE WS-DATE-CHECK(1:2) TO WS-DATE-MM
                 MOVE "Y" TO WS-TIME-VALID
              END-IF
           END-IF.

        CONVERT-DATE-TO-INT.
           MOVE ZERO TO WS-CVT-INT
           IF WS-CVT-DATE(1:2) IS NUMERIC AND
              WS-CVT-DATE(4:2) IS NUMERIC AND
              WS-CVT-DATE(7:2) IS NUMERIC
              MOVE WS-CVT-DATE(1:2) TO WS-CVT-MM
              MOVE WS-CVT-DATE(4:2) TO WS-CVT-DD
              MOVE WS-CVT-DATE(7:2) TO WS-CVT-YY
              COMPUTE WS-CVT-YMD = ((2000 + WS-CVT-YY) * 10000)
                 + (WS-CVT-MM * 100) + WS-CVT-DD
              MOVE FUNCTION INTEGER-OF-DATE(WS-CVT-YMD) TO WS-CVT-INT
           END-IF.

      *> Shift master and effective-dated assignments, maintained the
      *> same way as departments and transfers on the admin menu.
        SHIFT-MAINTENANCE.
           OPEN I-O SHIFT-FILE
           IF WS-SHIFT-STATUS NOT = "00"
              OPEN OUTPUT SHIFT-FILE
              CLOSE SHIFT-FILE
              OPEN I-O SHIFT-FILE
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "CODE       START END   BREAK GRACE REST    NAME"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-SHIFT-LIST-END
           PERFORM UNTIL WS-SHIFT-LIST-END = "Y"
              READ SHIFT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SHIFT-LIST-END
                 NOT AT END
                    DISPLAY SHIFT-CODE " " SHIFT-START-TIME " "
                       SHIFT-END-TIME " " SHIFT-BREAK-MINUTES "   "
                       SHIFT-GRACE-MINUTES "    " SHIFT-REST-DAYS " "
                       SHIFT-NAME
              END-READ
           END-PERFORM
           DISPLAY "|=================================================|"
           DISPLAY "[ADD OR UPDATE A SHIFT]? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-SHIFT-CHOICE
           IF WS-SHIFT-CHOICE = "Y" OR WS-SHIFT-CHOICE = "y"
              PERFORM ENTER-SHIFT
           END-IF
           CLOSE SHIFT-FILE
           DISPLAY "[ASSIGN A SHIFT TO AN EMPLOYEE]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-SHIFT-CHOICE
           IF WS-SHIFT-CHOICE = "Y" OR WS-SHIFT-CHOICE = "y"
              PERFORM RECORD-SHIFT-ASSIGNMENT
           END-IF
           DISPLAY "[LIST SHIFT HISTORY FOR AN EMPLOYEE]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-SHIFT-CHOICE
           IF WS-SHIFT-CHOICE = "Y" OR WS-SHIFT-CHOICE = "y"
              PERFORM LIST-SHIFT-HISTORY
           END-IF.

        ENTER-SHIFT.
           DISPLAY "[ENTER SHIFT CODE]: " WITH NO ADVANCING
           ACCEPT SHIFT-CODE
           DISPLAY "[ENTER SHIFT NAME]: " WITH NO ADVANCING
           ACCEPT SHIFT-NAME
           DISPLAY "[ENTER START TIME (HH:MM)]: " WITH NO ADVANCING
           ACCEPT WS-SHIFT-TIME-ENTRY
           MOVE WS-SHIFT-TIME-ENTRY TO WS-TIME-CHECK
           PERFORM VALIDATE-TIME
           PERFORM UNTIL WS-TIME-VALID = "Y"
              DISPLAY "INVALID TIME. ENTER HH:MM (00:00-23:59): "
                 WITH NO ADVANCING
              ACCEPT WS-SHIFT-TIME-ENTRY
              MOVE WS-SHIFT-TIME-ENTRY TO WS-TIME-CHECK
              PERFORM VALIDATE-TIME
           END-PERFORM
           MOVE WS-SHIFT-TIME-ENTRY TO SHIFT-START-TIME
           DISPLAY "[ENTER END TIME (HH:MM)]: " WITH NO ADVANCING
           ACCEPT WS-SHIFT-TIME-ENTRY
           MOVE WS-SHIFT-TIME-ENTRY TO WS-TIME-CHECK
           PERFORM VALIDATE-TIME
           PERFORM UNTIL WS-TIME-VALID = "Y"
              DISPLAY "INVALID TIME. ENTER HH:MM (00:00-23:59): "
                 WITH NO ADVANCING
              ACCEPT WS-SHIFT-TIME-ENTRY
              MOVE WS-SHIFT-TIME-ENTRY TO WS-TIME-CHECK
              PERFORM VALIDATE-TIME
           END-PERFORM
           MOVE WS-SHIFT-TIME-ENTRY TO SHIFT-END-TIME
           DISPLAY "[ENTER UNPAID BREAK MINUTES]: " WITH NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           PERFORM CHECK-CSV-NUMBER
           PERFORM UNTIL WS-NUM-OK = "Y" AND WS-NUM-VALUE <= 240
              DISPLAY "INVALID: MINUTES 0-240: " WITH NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              PERFORM CHECK-CSV-NUMBER
           END-PERFORM
           MOVE WS-NUM-VALUE TO SHIFT-BREAK-MINUTES
           DISPLAY "[ENTER GRACE MINUTES]: " WITH NO ADVANCING
           ACCEPT WS-NUM-ENTRY
           PERFORM CHECK-CSV-NUMBER
           PERFORM UNTIL WS-NUM-OK = "Y" AND WS-NUM-VALUE <= 60
              DISPLAY "INVALID: MINUTES 0-60: " WITH NO ADVANCING
              ACCEPT WS-NUM-ENTRY
              PERFORM CHECK-CSV-NUMBER
           END-PERFORM
           MOVE WS-NUM-VALUE TO SHIFT-GRACE-MINUTES
           DISPLAY "[REST DAYS MON-SUN AS Y/N (E.G. NNNNNYY)]: "
              WITH NO ADVANCING
           ACCEPT WS-SHIFT-REST-ENTRY
           PERFORM CHECK-REST-ENTRY
           PERFORM UNTIL WS-SHIFT-ENTRY-OK = "Y"
              DISPLAY "INVALID: SEVEN Y/N FLAGS, MONDAY FIRST: "
                 WITH NO ADVANCING
              ACCEPT WS-SHIFT-REST-ENTRY
              PERFORM CHECK-REST-ENTRY
           END-PERFORM
           MOVE WS-SHIFT-REST-ENTRY TO SHIFT-REST-DAYS
           WRITE SHIFT-RECORD
              INVALID KEY
                 REWRITE SHIFT-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: SHIFT NOT RECORDED!"
                 END-REWRITE
           END-WRITE
           DISPLAY "SHIFT RECORDED: " SHIFT-CODE.

        CHECK-REST-ENTRY.
           MOVE "Y" TO WS-SHIFT-ENTRY-OK
           MOVE FUNCTION UPPER-CASE(WS-SHIFT-REST-ENTRY)
              TO WS-SHIFT-REST-ENTRY
           PERFORM VARYING WS-SHIFT-REST-IDX FROM 1 BY 1
              UNTIL WS-SHIFT-REST-IDX > 7
              IF WS-SHIFT-REST-ENTRY(WS-SHIFT-REST-IDX:1) NOT = "Y"
                 AND WS-SHIFT-REST-ENTRY(WS-SHIFT-REST-IDX:1)
                    NOT = "N"
                 MOVE "N" TO WS-SHIFT-ENTRY-OK
              END-IF
           END-PERFORM.

        RECORD-SHIFT-ASSIGNMENT.
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
           ACCEPT WS-SHIFT-USER-ENTRY
           OPEN INPUT USER-FILE
           MOVE WS-SHIFT-USER-ENTRY TO USER-ID
           MOVE "Y" TO WS-EMP-FOUND
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 MOVE "N" TO WS-EMP-FOUND
           END-READ
           CLOSE USER-FILE
           IF WS-EMP-FOUND = "N"
              DISPLAY "EMPLOYEE NOT FOUND. SHIFT NOT ASSIGNED."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[ENTER SHIFT CODE]: " WITH NO ADVANCING
           ACCEPT WS-SHIFT-CODE-ENTRY
           MOVE "N" TO WS-SHIFT-FOUND
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "00"
              MOVE WS-SHIFT-CODE-ENTRY TO SHIFT-CODE
              READ SHIFT-FILE KEY IS SHIFT-CODE
                 INVALID KEY
                    MOVE "N" TO WS-SHIFT-FOUND
                 NOT INVALID KEY
                    MOVE "Y" TO WS-SHIFT-FOUND
              END-READ
              CLOSE SHIFT-FILE
           END-IF
           IF WS-SHIFT-FOUND = "N"
              DISPLAY "SHIFT CODE NOT ON FILE. SHIFT NOT ASSIGNED."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[ENTER EFFECTIVE DATE (mm/dd/yy)]: "
              WITH NO ADVANCING
           ACCEPT WS-SHIFT-FROM-ENTRY
           MOVE WS-SHIFT-FROM-ENTRY TO WS-DATE-CHECK
           PERFORM VALIDATE-DATE-FORMAT
           MOVE WS-SHIFT-FROM-ENTRY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-DATE-VALID = "N" OR WS-CVT-INT = ZERO
              DISPLAY "INVALID DATE. SHIFT NOT ASSIGNED."
              EXIT PARAGRAPH
           END-IF
           OPEN I-O SHIFT-ASG-FILE
           IF WS-SHFASG-STATUS NOT = "00"
              OPEN OUTPUT SHIFT-ASG-FILE
              CLOSE SHIFT-ASG-FILE
              OPEN I-O SHIFT-ASG-FILE
           END-IF
           MOVE WS-SHIFT-USER-ENTRY TO SHA-USER-ID
           MOVE WS-CVT-YMD TO SHA-FROM-DATE
           MOVE WS-SHIFT-CODE-ENTRY TO SHA-SHIFT-CODE
           WRITE SHIFT-ASG-RECORD
              INVALID KEY
                 REWRITE SHIFT-ASG-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: SHIFT ASSIGNMENT NOT RECORDED!"
                 END-REWRITE
           END-WRITE
           CLOSE SHIFT-ASG-FILE
           DISPLAY "SHIFT " WS-SHIFT-CODE-ENTRY " ASSIGNED EFFECTIVE "
              WS-SHIFT-FROM-ENTRY.

        LIST-SHIFT-HISTORY.
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
           ACCEPT WS-SHIFT-USER-ENTRY
           MOVE "N" TO WS-SHFASG-END
           OPEN INPUT SHIFT-ASG-FILE
           IF WS-SHFASG-STATUS NOT = "00"
              DISPLAY "NO SHIFT ASSIGNMENTS ON FILE."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SHIFT-USER-ENTRY TO SHA-USER-ID
           MOVE SPACES TO SHA-FROM-DATE
           START SHIFT-ASG-FILE KEY IS NOT LESS THAN SHIFT-ASG-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SHFASG-END
           END-START
           DISPLAY "FROM DATE  SHIFT"
           PERFORM UNTIL WS-SHFASG-END = "Y"
              READ SHIFT-ASG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SHFASG-END
                 NOT AT END
                    IF SHA-USER-ID NOT = WS-SHIFT-USER-ENTRY
                       MOVE "Y" TO WS-SHFASG-END
                    ELSE
                       DISPLAY SHA-FROM-DATE "   " SHA-SHIFT-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SHIFT-ASG-FILE.
