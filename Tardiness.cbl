        IDENTIFICATION DIVISION.
        PROGRAM-ID. Tardiness.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

            SELECT DTR-FILE ASSIGN TO "DailyTime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTR-KEY
                FILE STATUS IS WS-DTR-STATUS.

            SELECT LEAVE-FILE ASSIGN TO "Leave.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-KEY
                FILE STATUS IS WS-LEAVE-STATUS.

            SELECT HOLIDAY-FILE ASSIGN TO "Holiday.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS WS-HOLIDAY-STATUS.

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

            SELECT ATT-POLICY-FILE ASSIGN TO "AttendancePolicy.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APOL-STATUS.

            SELECT REPORT-FILE ASSIGN TO "TardinessReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD DTR-FILE.
            COPY "DTRREC.cpy".

        FD LEAVE-FILE.
            COPY "LEAVEREC.cpy".

        FD HOLIDAY-FILE.
            COPY "HOLREC.cpy".

        FD SHIFT-FILE.
            COPY "SHIFTREC.cpy".

        FD SHIFT-ASG-FILE.
            COPY "SHIFTASGREC.cpy".

      *> KEYWORD=VALUE lines, as LoanPolicy.txt: WINDOW-DAYS,
      *> LATE-DAYS, LATE-MINUTES, ABSENT-DAYS and ADJACENT-ABSENCES.
      *> An employee reaching any one threshold inside the window is
      *> flagged.
        FD ATT-POLICY-FILE.
        01 ATT-POLICY-LINE PIC X(40).

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-DTR-STATUS PIC XX.
        01 WS-LEAVE-STATUS PIC XX.
        01 WS-HOLIDAY-STATUS PIC XX.
        01 WS-SHIFT-STATUS PIC XX.
        01 WS-SHFASG-STATUS PIC XX.
        01 WS-APOL-STATUS PIC XX.
        01 WS-LEAVE-OPEN PIC X VALUE "N".
        01 WS-HOLIDAY-OPEN PIC X VALUE "N".
        01 WS-SHIFT-OPEN PIC X VALUE "N".
        01 WS-SHFASG-OPEN PIC X VALUE "N".
        01 WS-USER-END PIC X VALUE "N".
        01 WS-DTR-END PIC X VALUE "N".
        01 WS-LEAVE-END PIC X VALUE "N".
        01 WS-SHFASG-END PIC X VALUE "N".
        01 WS-APOL-END PIC X VALUE "N".

        01 WS-APOL-KEYWORD PIC X(20).
        01 WS-APOL-VALUE PIC X(20).
        01 WS-APOL-WINDOW PIC 9(3) VALUE 30.
        01 WS-APOL-LATE-DAYS PIC 9(3) VALUE 4.
        01 WS-APOL-LATE-MIN PIC 9(5) VALUE 60.
        01 WS-APOL-ABSENT PIC 9(3) VALUE 3.
        01 WS-APOL-ADJACENT PIC 9(3) VALUE 2.

      *> Rolling window: the WINDOW-DAYS days ending on the as-of date.
        01 WS-ASOF-ENTRY PIC X(15).
        01 WS-DAYS-ENTRY PIC X(5).
        01 WS-TODAY-YMD PIC 9(8).
        01 WS-START-INT PIC 9(8).
        01 WS-END-INT PIC 9(8).
        01 WS-START-DATE PIC X(8).
        01 WS-END-DATE PIC X(8).

      *> Day measurement follows the DTR derivation: the shift in
      *> force on the day (standard 08:00-17:00 with 10 minutes grace
      *> when none), lateness beyond grace charged from the shift start
      *> rounded up to 5 minutes, and no absence or lateness on a rest
      *> day. A blank time-in on a Holiday.txt date is not an absence.
        01 WS-DEFAULT-START-MIN PIC 9(4) VALUE 480.
        01 WS-DEFAULT-GRACE PIC 99 VALUE 10.
        01 WS-DAY-START-MIN PIC 9(4) VALUE 480.
        01 WS-GRACE-MINUTES PIC 99 VALUE 10.
        01 WS-DAY-SHIFT-CODE PIC X(10).
        01 WS-HAVE-SHIFT PIC X VALUE "N".
        01 WS-REST-DAY PIC X VALUE "N".
        01 WS-SHIFT-FOUND PIC X VALUE "N".
        01 WS-DAY-INT PIC 9(8).
        01 WS-DAY-YMD PIC X(8).
        01 WS-DAY-OF-WEEK PIC 9.
        01 WS-CHK-INT PIC 9(8).
        01 WS-CHK-DOW PIC 9.
        01 WS-IS-HOLIDAY PIC X VALUE "N".
        01 WS-IS-OFF PIC X VALUE "N".
        01 WS-ON-LEAVE PIC X VALUE "N".
        01 WS-NEXT-TO-OFF PIC X VALUE "N".
        01 WS-TIME-CHECK PIC X(5).
        01 WS-TIME-VALID PIC X VALUE "N".
        01 WS-TIME-MIN PIC 9(4).
        01 WS-TIME-HH PIC 99.
        01 WS-TIME-NN PIC 99.
        01 WS-LATE-RAW PIC S9(4).
        01 WS-LATE-UNITS PIC 9(4).
        01 WS-DAY-LATE PIC 9(4).
        01 WS-DAY-REMARK PIC X(40).
        01 WS-DOW-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".

        01 WS-LEAVE-TABLE.
            05 WS-LV-ENTRY OCCURS 30 TIMES.
                10 WS-LV-FROM-INT PIC 9(8).
                10 WS-LV-TO-INT PIC 9(8).
        01 WS-LV-USED PIC 99 VALUE ZERO.
        01 WS-LV-IDX PIC 99.

      *> Figures for the employee in storage over the window.
        01 WS-WRITE-DETAIL PIC X VALUE "N".
        01 WS-EMP-DAYS PIC 9(4).
        01 WS-EMP-LATE-DAYS PIC 9(4).
        01 WS-EMP-LATE-MIN PIC 9(6).
        01 WS-EMP-ABSENT PIC 9(4).
        01 WS-EMP-EXCUSED PIC 9(4).
        01 WS-EMP-ADJACENT PIC 9(4).
        01 WS-EMP-FLAGGED PIC X VALUE "N".
        01 WS-EMP-FLAGS PIC X(60).
        01 WS-FLAG-PTR PIC 99.

        01 WS-FLAG-TABLE.
            05 WS-FLG-ENTRY OCCURS 300 TIMES.
                10 WS-FLG-USER-ID PIC X(30).
                10 WS-FLG-DEPT PIC X(10).
        01 WS-FLG-USED PIC 999 VALUE ZERO.
        01 WS-FLG-IDX PIC 999.
        01 WS-FLG-DROPPED PIC 9(5) VALUE ZERO.

      *> Departments with a flagged employee, kept in code order.
        01 WS-DEPT-TABLE.
            05 WS-DPT-CODE PIC X(10) OCCURS 50 TIMES.
        01 WS-DPT-USED PIC 99 VALUE ZERO.
        01 WS-DPT-IDX PIC 99.
        01 WS-DPT-HIT PIC 99.
        01 WS-DPT-SHIFT PIC 99.
        01 WS-DPT-FIND PIC X(10).
        01 WS-DPT-FLAGGED PIC 9(5).

        01 WS-SCAN-COUNT PIC 9(5) VALUE ZERO.
        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).
        01 WS-FMT-INT PIC 9(8).
        01 WS-FMT-YMD PIC 9(8).
        01 WS-FMT-DATE PIC X(8).

        01 WS-ED-N1 PIC ZZZZ9.
        01 WS-ED-N2 PIC ZZZZ9.
        01 WS-ED-N3 PIC ZZZZ9.
        01 WS-ED-N4 PIC ZZZZ9.
        01 WS-ED-N5 PIC ZZZZ9.
        01 WS-ED-MIN PIC ZZZZZ9.
        01 WS-ED-LATE PIC ZZZ9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||    TARDINESS / ABSENTEEISM REPORT       |||||"
           DISPLAY "|=================================================|"
           PERFORM GET-ATTENDANCE-POLICY
           PERFORM ACCEPT-WINDOW
           IF WS-END-INT = ZERO
              STOP RUN
           END-IF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = "00"
              DISPLAY "ERROR: Record.txt COULD NOT BE OPENED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT DTR-FILE
           IF WS-DTR-STATUS NOT = "00"
              DISPLAY "NO DAILY LEDGER ON FILE. NOTHING TO REPORT."
              CLOSE USER-FILE
              STOP RUN
           END-IF
           PERFORM OPEN-REFERENCE-FILES

           MOVE "N" TO WS-USER-END
           PERFORM UNTIL WS-USER-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-USER-END
                 NOT AT END
                    IF USER-ID NOT = SPACES
                       AND SLIP-CODE NOT = SPACES
                       AND STATUS-ACTIVE
                       PERFORM SCAN-ONE-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED
              PERFORM WRITE-DEPARTMENT
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REPORT-FILE

           PERFORM CLOSE-REFERENCE-FILES
           CLOSE DTR-FILE
           CLOSE USER-FILE

           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEES SCANNED: " WS-SCAN-COUNT
              "   FLAGGED: " WS-FLG-USED
           IF WS-FLG-DROPPED > ZERO
              DISPLAY "WARNING: " WS-FLG-DROPPED
                 " FLAGGED EMPLOYEE(S) OVER THE LISTING LIMIT."
           END-IF
           DISPLAY "REPORT FILE: TardinessReport.txt"
           DISPLAY "|=================================================|"
           STOP RUN.

        GET-ATTENDANCE-POLICY.
           OPEN INPUT ATT-POLICY-FILE
           IF WS-APOL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-APOL-END
           PERFORM UNTIL WS-APOL-END = "Y"
              READ ATT-POLICY-FILE
                 AT END
                    MOVE "Y" TO WS-APOL-END
                 NOT AT END
                    MOVE SPACES TO WS-APOL-KEYWORD WS-APOL-VALUE
                    UNSTRING ATT-POLICY-LINE DELIMITED BY "="
                       INTO WS-APOL-KEYWORD WS-APOL-VALUE
                    END-UNSTRING
                    IF WS-APOL-VALUE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-APOL-VALUE) = ZERO
                       AND FUNCTION NUMVAL(WS-APOL-VALUE) > ZERO
                       PERFORM SET-ATTENDANCE-POLICY-VALUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ATT-POLICY-FILE.

        SET-ATTENDANCE-POLICY-VALUE.
           EVALUATE WS-APOL-KEYWORD
              WHEN "WINDOW-DAYS"
                 IF FUNCTION NUMVAL(WS-APOL-VALUE) <= 366
                    COMPUTE WS-APOL-WINDOW =
                       FUNCTION NUMVAL(WS-APOL-VALUE)
                 END-IF
              WHEN "LATE-DAYS"
                 IF FUNCTION NUMVAL(WS-APOL-VALUE) < 1000
                    COMPUTE WS-APOL-LATE-DAYS =
                       FUNCTION NUMVAL(WS-APOL-VALUE)
                 END-IF
              WHEN "LATE-MINUTES"
                 IF FUNCTION NUMVAL(WS-APOL-VALUE) < 100000
                    COMPUTE WS-APOL-LATE-MIN =
                       FUNCTION NUMVAL(WS-APOL-VALUE)
                 END-IF
              WHEN "ABSENT-DAYS"
                 IF FUNCTION NUMVAL(WS-APOL-VALUE) < 1000
                    COMPUTE WS-APOL-ABSENT =
                       FUNCTION NUMVAL(WS-APOL-VALUE)
                 END-IF
              WHEN "ADJACENT-ABSENCES"
                 IF FUNCTION NUMVAL(WS-APOL-VALUE) < 1000
                    COMPUTE WS-APOL-ADJACENT =
                       FUNCTION NUMVAL(WS-APOL-VALUE)
                 END-IF
           END-EVALUATE.

        ACCEPT-WINDOW.
           MOVE ZERO TO WS-END-INT
           DISPLAY "[WINDOW ENDS ON (mm/dd/yy, BLANK = TODAY)]: "
              WITH NO ADVANCING
           ACCEPT WS-ASOF-ENTRY
           IF WS-ASOF-ENTRY = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YMD
              MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-YMD)
                 TO WS-CVT-INT
           ELSE
              MOVE WS-ASOF-ENTRY TO WS-CVT-DATE
              PERFORM CONVERT-DATE-TO-INT
           END-IF
           IF WS-CVT-INT = ZERO
              DISPLAY "INVALID DATE. REPORT NOT RUN."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[WINDOW LENGTH IN DAYS (BLANK = " WS-APOL-WINDOW
              ")]: " WITH NO ADVANCING
           ACCEPT WS-DAYS-ENTRY
           IF WS-DAYS-ENTRY NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-DAYS-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-DAYS-ENTRY) >= 1
                 AND FUNCTION NUMVAL(WS-DAYS-ENTRY) <= 366
                 COMPUTE WS-APOL-WINDOW =
                    FUNCTION NUMVAL(WS-DAYS-ENTRY)
              ELSE
                 DISPLAY "INVALID: WINDOW MUST BE 1-366 DAYS. "
                    "REPORT NOT RUN."
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-CVT-INT TO WS-END-INT
           COMPUTE WS-START-INT = WS-END-INT - WS-APOL-WINDOW + 1
           MOVE WS-START-INT TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-START-DATE
           MOVE WS-END-INT TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-END-DATE.

        OPEN-REFERENCE-FILES.
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00"
              MOVE "Y" TO WS-LEAVE-OPEN
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
              MOVE "Y" TO WS-HOLIDAY-OPEN
           END-IF
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "00"
              MOVE "Y" TO WS-SHIFT-OPEN
           END-IF
           OPEN INPUT SHIFT-ASG-FILE
           IF WS-SHFASG-STATUS = "00"
              MOVE "Y" TO WS-SHFASG-OPEN
           END-IF
           IF WS-SHIFT-OPEN = "N" OR WS-SHFASG-OPEN = "N"
              DISPLAY "NOTE: NO SHIFT SCHEDULE ON FILE. STANDARD "
                 "08:00-17:00 DAY APPLIED."
           END-IF.

        CLOSE-REFERENCE-FILES.
           IF WS-LEAVE-OPEN = "Y"
              CLOSE LEAVE-FILE
           END-IF
           IF WS-HOLIDAY-OPEN = "Y"
              CLOSE HOLIDAY-FILE
           END-IF
           IF WS-SHIFT-OPEN = "Y"
              CLOSE SHIFT-FILE
           END-IF
           IF WS-SHFASG-OPEN = "Y"
              CLOSE SHIFT-ASG-FILE
           END-IF.

        SCAN-ONE-EMPLOYEE.
           ADD 1 TO WS-SCAN-COUNT
           MOVE "N" TO WS-WRITE-DETAIL
           PERFORM MEASURE-EMPLOYEE
           IF WS-EMP-FLAGGED = "N"
              EXIT PARAGRAPH
           END-IF
           IF WS-FLG-USED = 300
              ADD 1 TO WS-FLG-DROPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FLG-USED
           MOVE USER-ID TO WS-FLG-USER-ID(WS-FLG-USED)
           MOVE EMPLOYEE-DEPT-CODE TO WS-DPT-FIND
           IF WS-DPT-FIND = SPACES
              MOVE "UNKNOWN" TO WS-DPT-FIND
           END-IF
           PERFORM ADD-DEPT-CODE
           MOVE WS-DPT-FIND TO WS-FLG-DEPT(WS-FLG-USED).

      *> Keeps the department list in code order so the report reads
      *> department by department. Past 50 codes the rest pool on
      *> "OTHERS".
        ADD-DEPT-CODE.
           MOVE ZERO TO WS-DPT-HIT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED
              IF WS-DPT-CODE(WS-DPT-IDX) = WS-DPT-FIND
                 MOVE WS-DPT-IDX TO WS-DPT-HIT
                 MOVE WS-DPT-USED TO WS-DPT-IDX
              END-IF
           END-PERFORM
           IF WS-DPT-HIT > ZERO
              EXIT PARAGRAPH
           END-IF
           IF WS-DPT-USED = 50
              MOVE "OTHERS" TO WS-DPT-FIND
              MOVE "OTHERS" TO WS-DPT-CODE(50)
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DPT-USED
           MOVE WS-DPT-USED TO WS-DPT-HIT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX >= WS-DPT-USED
              IF WS-DPT-CODE(WS-DPT-IDX) > WS-DPT-FIND
                 MOVE WS-DPT-IDX TO WS-DPT-HIT
                 MOVE WS-DPT-USED TO WS-DPT-IDX
              END-IF
           END-PERFORM
           PERFORM VARYING WS-DPT-SHIFT FROM WS-DPT-USED BY -1
              UNTIL WS-DPT-SHIFT <= WS-DPT-HIT
              MOVE WS-DPT-CODE(WS-DPT-SHIFT - 1)
                 TO WS-DPT-CODE(WS-DPT-SHIFT)
           END-PERFORM
           MOVE WS-DPT-FIND TO WS-DPT-CODE(WS-DPT-HIT).

      *> Walks the employee's daily time records inside the window and
      *> totals late days, late minutes and absences. With
      *> WS-WRITE-DETAIL = "Y" each day is also written to the report.
        MEASURE-EMPLOYEE.
           MOVE ZERO TO WS-EMP-DAYS WS-EMP-LATE-DAYS WS-EMP-LATE-MIN
              WS-EMP-ABSENT WS-EMP-EXCUSED WS-EMP-ADJACENT
           MOVE "N" TO WS-EMP-FLAGGED
           MOVE SPACES TO WS-EMP-FLAGS
           PERFORM LOAD-APPROVED-LEAVES
           MOVE SLIP-CODE TO DTR-SLIP-CODE
           MOVE SPACES TO DTR-DATE
           MOVE "N" TO WS-DTR-END
           START DTR-FILE KEY IS NOT LESS THAN DTR-KEY
              INVALID KEY
                 MOVE "Y" TO WS-DTR-END
           END-START
           PERFORM UNTIL WS-DTR-END = "Y"
              READ DTR-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-DTR-END
                 NOT AT END
                    IF DTR-SLIP-CODE NOT = SLIP-CODE
                       MOVE "Y" TO WS-DTR-END
                    ELSE
                       PERFORM MEASURE-ONE-DAY
                    END-IF
              END-READ
           END-PERFORM

           MOVE 1 TO WS-FLAG-PTR
           IF WS-EMP-LATE-DAYS >= WS-APOL-LATE-DAYS
              STRING "LATE-DAYS " DELIMITED BY SIZE
                 INTO WS-EMP-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-EMP-LATE-MIN >= WS-APOL-LATE-MIN
              STRING "LATE-MINUTES " DELIMITED BY SIZE
                 INTO WS-EMP-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-EMP-ABSENT >= WS-APOL-ABSENT
              STRING "ABSENT-DAYS " DELIMITED BY SIZE
                 INTO WS-EMP-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-EMP-ADJACENT >= WS-APOL-ADJACENT
              STRING "ADJACENT-ABSENCES " DELIMITED BY SIZE
                 INTO WS-EMP-FLAGS WITH POINTER WS-FLAG-PTR
           END-IF
           IF WS-EMP-FLAGS NOT = SPACES
              MOVE "Y" TO WS-EMP-FLAGGED
           END-IF.

        MEASURE-ONE-DAY.
           MOVE DTR-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT < WS-START-INT OR WS-CVT-INT > WS-END-INT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-INT TO WS-DAY-INT
           MOVE WS-CVT-YMD TO WS-DAY-YMD
           ADD 1 TO WS-EMP-DAYS
           PERFORM LOAD-DAY-SHIFT
           MOVE WS-DAY-INT TO WS-CHK-INT
           PERFORM CHECK-HOLIDAY
           MOVE ZERO TO WS-DAY-LATE
           MOVE SPACES TO WS-DAY-REMARK
           IF DTR-TIME-IN = SPACES
              EVALUATE TRUE
                 WHEN WS-REST-DAY = "Y"
                    MOVE "REST DAY" TO WS-DAY-REMARK
                 WHEN WS-IS-HOLIDAY = "Y"
                    MOVE "HOLIDAY" TO WS-DAY-REMARK
                 WHEN OTHER
                    PERFORM CHECK-ON-LEAVE
                    IF WS-ON-LEAVE = "Y"
                       ADD 1 TO WS-EMP-EXCUSED
                       MOVE "ABSENT - APPROVED LEAVE" TO WS-DAY-REMARK
                    ELSE
                       ADD 1 TO WS-EMP-ABSENT
                       PERFORM CHECK-NEXT-TO-OFF-DAY
                       IF WS-NEXT-TO-OFF = "Y"
                          ADD 1 TO WS-EMP-ADJACENT
                          MOVE "ABSENT - UNEXCUSED, NEXT TO DAY OFF"
                             TO WS-DAY-REMARK
                       ELSE
                          MOVE "ABSENT - UNEXCUSED" TO WS-DAY-REMARK
                       END-IF
                    END-IF
              END-EVALUATE
           ELSE
              MOVE DTR-TIME-IN TO WS-TIME-CHECK
              PERFORM VALIDATE-TIME
              IF WS-TIME-VALID = "Y" AND WS-REST-DAY = "N"
                 COMPUTE WS-LATE-RAW = WS-TIME-MIN - WS-DAY-START-MIN
      *> A time-in more than 12 hours from the shift start belongs to
      *> the other side of midnight, as in the derivation.
                 IF WS-LATE-RAW < -720
                    ADD 1440 TO WS-LATE-RAW
                 END-IF
                 IF WS-LATE-RAW > 720
                    SUBTRACT 1440 FROM WS-LATE-RAW
                 END-IF
                 IF WS-LATE-RAW > WS-GRACE-MINUTES
                    COMPUTE WS-LATE-UNITS = (WS-LATE-RAW + 4) / 5
                    COMPUTE WS-DAY-LATE = WS-LATE-UNITS * 5
                    ADD 1 TO WS-EMP-LATE-DAYS
                    ADD WS-DAY-LATE TO WS-EMP-LATE-MIN
                    MOVE "LATE" TO WS-DAY-REMARK
                 END-IF
              END-IF
           END-IF
           IF WS-WRITE-DETAIL = "Y"
              PERFORM WRITE-DAY-LINE
           END-IF.

      *> Shift in force on WS-DAY-YMD: the latest ShiftAssign.txt entry
      *> on or before the day, the standard day when there is none.
        LOAD-DAY-SHIFT.
           MOVE WS-DEFAULT-START-MIN TO WS-DAY-START-MIN
           MOVE WS-DEFAULT-GRACE TO WS-GRACE-MINUTES
           MOVE "N" TO WS-REST-DAY
           MOVE "N" TO WS-HAVE-SHIFT
           MOVE SPACES TO WS-DAY-SHIFT-CODE
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1
           IF WS-SHIFT-OPEN = "N" OR WS-SHFASG-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO SHA-USER-ID
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
                    IF SHA-USER-ID NOT = USER-ID
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
           MOVE "Y" TO WS-HAVE-SHIFT
           MOVE SHIFT-START-TIME TO WS-TIME-CHECK
           PERFORM VALIDATE-TIME
           IF WS-TIME-VALID = "Y"
              MOVE WS-TIME-MIN TO WS-DAY-START-MIN
           END-IF
           MOVE SHIFT-GRACE-MINUTES TO WS-GRACE-MINUTES
           IF SHIFT-REST-FLAG(WS-DAY-OF-WEEK) = "Y"
              MOVE "Y" TO WS-REST-DAY
           END-IF.

        CHECK-HOLIDAY.
           MOVE "N" TO WS-IS-HOLIDAY
           IF WS-HOLIDAY-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-INT TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO HOL-DATE
           READ HOLIDAY-FILE KEY IS HOL-DATE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-IS-HOLIDAY
           END-READ.

      *> An absence sits next to a day off when the day before or the
      *> day after is a holiday or a rest day - the shift's rest days
      *> when a shift is assigned, otherwise Saturday and Sunday.
        CHECK-NEXT-TO-OFF-DAY.
           MOVE "N" TO WS-NEXT-TO-OFF
           COMPUTE WS-CHK-INT = WS-DAY-INT - 1
           PERFORM CHECK-DAY-OFF
           IF WS-IS-OFF = "Y"
              MOVE "Y" TO WS-NEXT-TO-OFF
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHK-INT = WS-DAY-INT + 1
           PERFORM CHECK-DAY-OFF
           IF WS-IS-OFF = "Y"
              MOVE "Y" TO WS-NEXT-TO-OFF
           END-IF.

        CHECK-DAY-OFF.
           MOVE "N" TO WS-IS-OFF
           COMPUTE WS-CHK-DOW = FUNCTION MOD(WS-CHK-INT - 1, 7) + 1
           IF WS-HAVE-SHIFT = "Y"
              IF SHIFT-REST-FLAG(WS-CHK-DOW) = "Y"
                 MOVE "Y" TO WS-IS-OFF
              END-IF
           ELSE
              IF WS-CHK-DOW > 5
                 MOVE "Y" TO WS-IS-OFF
              END-IF
           END-IF
           IF WS-IS-OFF = "N"
              PERFORM CHECK-HOLIDAY
              MOVE WS-IS-HOLIDAY TO WS-IS-OFF
           END-IF.

      *> Leave that excuses an absence: APPROVED, or CLOSED (approved
      *> and already paid), with the day inside its start-end dates.
        LOAD-APPROVED-LEAVES.
           MOVE ZERO TO WS-LV-USED
           IF WS-LEAVE-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO LEAVE-USER-ID
           MOVE SPACES TO LEAVE-PERIOD
           MOVE "N" TO WS-LEAVE-END
           START LEAVE-FILE KEY IS NOT LESS THAN LEAVE-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LEAVE-END
           END-START
           PERFORM UNTIL WS-LEAVE-END = "Y"
              READ LEAVE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LEAVE-END
                 NOT AT END
                    IF LEAVE-USER-ID NOT = USER-ID
                       MOVE "Y" TO WS-LEAVE-END
                    ELSE
                       IF (LEAVE-APPROVED OR LEAVE-CLOSED)
                          AND WS-LV-USED < 30
                          PERFORM KEEP-LEAVE-DATES
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

        KEEP-LEAVE-DATES.
           MOVE LEAVE-START-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LV-USED
           MOVE WS-CVT-INT TO WS-LV-FROM-INT(WS-LV-USED)
           MOVE LEAVE-END-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT < WS-LV-FROM-INT(WS-LV-USED)
              MOVE WS-LV-FROM-INT(WS-LV-USED) TO WS-CVT-INT
           END-IF
           MOVE WS-CVT-INT TO WS-LV-TO-INT(WS-LV-USED).

        CHECK-ON-LEAVE.
           MOVE "N" TO WS-ON-LEAVE
           PERFORM VARYING WS-LV-IDX FROM 1 BY 1
              UNTIL WS-LV-IDX > WS-LV-USED
              IF WS-DAY-INT >= WS-LV-FROM-INT(WS-LV-IDX)
                 AND WS-DAY-INT <= WS-LV-TO-INT(WS-LV-IDX)
                 MOVE "Y" TO WS-ON-LEAVE
                 MOVE WS-LV-USED TO WS-LV-IDX
              END-IF
           END-PERFORM.

        WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "HABITUAL TARDINESS AND ABSENTEEISM REPORT - "
              WS-START-DATE " TO " WS-END-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-APOL-LATE-DAYS TO WS-ED-N1
           MOVE WS-APOL-LATE-MIN TO WS-ED-MIN
           MOVE WS-APOL-ABSENT TO WS-ED-N3
           MOVE WS-APOL-ADJACENT TO WS-ED-N4
           MOVE SPACES TO REPORT-LINE
           STRING "THRESHOLDS - LATE DAYS:" WS-ED-N1
              "  LATE MINUTES:" WS-ED-MIN
              "  UNEXCUSED ABSENCES:" WS-ED-N3
              "  ABSENCES NEXT TO A DAY OFF:" WS-ED-N4
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AN ABSENCE IS EXCUSED WHEN AN APPROVED LEAVE COVERS "
              "THE DAY. NO ABSENCE IS CHARGED ON A REST DAY OR HOLIDAY."
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLG-USED = ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "NO EMPLOYEE REACHED A THRESHOLD IN THE WINDOW."
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        WRITE-DEPARTMENT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENT: " WS-DPT-CODE(WS-DPT-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-DPT-FLAGGED
           PERFORM VARYING WS-FLG-IDX FROM 1 BY 1
              UNTIL WS-FLG-IDX > WS-FLG-USED
              IF WS-FLG-DEPT(WS-FLG-IDX) = WS-DPT-CODE(WS-DPT-IDX)
                 MOVE WS-FLG-USER-ID(WS-FLG-IDX) TO USER-ID
                 READ USER-FILE KEY IS USER-ID
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       ADD 1 TO WS-DPT-FLAGGED
                       PERFORM WRITE-EMPLOYEE
                 END-READ
              END-IF
           END-PERFORM
           MOVE WS-DPT-FLAGGED TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEES FLAGGED IN " WS-DPT-CODE(WS-DPT-IDX)
              ": " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        WRITE-EMPLOYEE.
           MOVE "N" TO WS-WRITE-DETAIL
           PERFORM MEASURE-EMPLOYEE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  " USER-ID(1:20) " " EMPLOYEE-NAME(1:30)
              " POSITION: " EMPLOYEE-POSITION
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-EMP-LATE-DAYS TO WS-ED-N1
           MOVE WS-EMP-LATE-MIN TO WS-ED-MIN
           MOVE WS-EMP-ABSENT TO WS-ED-N3
           MOVE WS-EMP-ADJACENT TO WS-ED-N4
           MOVE WS-EMP-EXCUSED TO WS-ED-N5
           MOVE SPACES TO REPORT-LINE
           STRING "    LATE DAYS:" WS-ED-N1 "  LATE MIN:" WS-ED-MIN
              "  UNEXCUSED:" WS-ED-N3 "  NEXT TO DAY OFF:" WS-ED-N4
              "  ON LEAVE:" WS-ED-N5
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    OVER THRESHOLD: " WS-EMP-FLAGS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    DATE     DAY  IN     OUT    SHIFT       LATE  "
              "REMARK"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "Y" TO WS-WRITE-DETAIL
           PERFORM MEASURE-EMPLOYEE.

        WRITE-DAY-LINE.
           MOVE WS-DAY-LATE TO WS-ED-LATE
           MOVE SPACES TO REPORT-LINE
           STRING "    " DTR-DATE(1:8) " "
              WS-DOW-NAMES((WS-DAY-OF-WEEK - 1) * 3 + 1:3) "  "
              DTR-TIME-IN "  " DTR-TIME-OUT "  " WS-DAY-SHIFT-CODE
              "  " WS-ED-LATE "  " WS-DAY-REMARK
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SCAN-COUNT TO WS-ED-N1
           MOVE WS-FLG-USED TO WS-ED-N2
           MOVE SPACES TO REPORT-LINE
           STRING "ACTIVE EMPLOYEES SCANNED: " WS-ED-N1
              "   FLAGGED: " WS-ED-N2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FLG-DROPPED > ZERO
              MOVE WS-FLG-DROPPED TO WS-ED-N1
              MOVE SPACES TO REPORT-LINE
              STRING "NOT LISTED (OVER 300 FLAGGED): " WS-ED-N1
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        VALIDATE-TIME.
           MOVE "N" TO WS-TIME-VALID
           MOVE ZERO TO WS-TIME-MIN
           IF WS-TIME-CHECK(1:2) IS NUMERIC AND
              WS-TIME-CHECK(3:1) = ":" AND
              WS-TIME-CHECK(4:2) IS NUMERIC
              MOVE WS-TIME-CHECK(1:2) TO WS-TIME-HH
              MOVE WS-TIME-CHECK(4:2) TO WS-TIME-NN
              IF WS-TIME-HH <= 23 AND WS-TIME-NN <= 59
                 COMPUTE WS-TIME-MIN = (WS-TIME-HH * 60) + WS-TIME-NN
                 MOVE "Y" TO WS-TIME-VALID
              END-IF
           END-IF.

        FORMAT-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FMT-INT) TO WS-FMT-YMD
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-FMT-YMD(5:2) "/" WS-FMT-YMD(7:2) "/"
              WS-FMT-YMD(3:2)
              DELIMITED BY SIZE INTO WS-FMT-DATE.

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
