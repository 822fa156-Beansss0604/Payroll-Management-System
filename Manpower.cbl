        IDENTIFICATION DIVISION.
        PROGRAM-ID. Manpower.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-DEPTASG-STATUS.

            SELECT REPORT-FILE ASSIGN TO "ManpowerReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-ASG-OPEN PIC X VALUE "N".
        01 WS-USER-END PIC X VALUE "N".
        01 WS-ASG-END PIC X VALUE "N".

      *> Range being reported. Headcount on a day counts everyone hired
      *> on or before it and not separated by the end of it, so the
      *> opening figure is taken at the end of the day before FROM.
        01 WS-FROM-ENTRY PIC X(15).
        01 WS-TO-ENTRY PIC X(15).
        01 WS-FROM-INT PIC 9(8).
        01 WS-TO-INT PIC 9(8).
        01 WS-OPEN-INT PIC 9(8).
        01 WS-HIRE-INT PIC 9(8).
        01 WS-SEP-INT PIC 9(8).
        01 WS-AT-INT PIC 9(8).

      *> Detail pass being written: H = hires, S = separations,
      *> T = transfers, X = separated with no separation date.
        01 WS-DETAIL-KIND PIC X.
        01 WS-DETAIL-COUNT PIC 9(5).

        01 WS-ASG-TABLE.
            05 WS-ASG-ENTRY OCCURS 20 TIMES.
                10 WS-ASG-FROM-INT PIC 9(8).
                10 WS-ASG-DEPT PIC X(10).
        01 WS-ASG-USED PIC 99 VALUE ZERO.
        01 WS-ASG-IDX PIC 99.
        01 WS-ASG-PREV PIC 99.
        01 WS-CUR-DEPT PIC X(10).

        01 WS-DEPT-TABLE.
            05 WS-DPT-ENTRY OCCURS 50 TIMES.
                10 WS-DPT-CODE PIC X(10).
                10 WS-DPT-OPEN PIC 9(5).
                10 WS-DPT-HIRE PIC 9(5).
                10 WS-DPT-RESIGN PIC 9(5).
                10 WS-DPT-TERM PIC 9(5).
                10 WS-DPT-XIN PIC 9(5).
                10 WS-DPT-XOUT PIC 9(5).
                10 WS-DPT-CLOSE PIC 9(5).
        01 WS-DPT-USED PIC 99 VALUE ZERO.
        01 WS-DPT-IDX PIC 99.
        01 WS-DPT-HIT PIC 99.
        01 WS-DPT-FIND PIC X(10).

        01 WS-POS-TABLE.
            05 WS-POS-ENTRY OCCURS 10 TIMES.
                10 WS-POS-CODE PIC X(15).
                10 WS-POS-OPEN PIC 9(5).
                10 WS-POS-HIRE PIC 9(5).
                10 WS-POS-RESIGN PIC 9(5).
                10 WS-POS-TERM PIC 9(5).
                10 WS-POS-CLOSE PIC 9(5).
        01 WS-POS-USED PIC 99 VALUE ZERO.
        01 WS-POS-IDX PIC 99.
        01 WS-POS-HIT PIC 99.
        01 WS-POS-FIND PIC X(15).

        01 WS-TOT-OPEN PIC 9(5) VALUE ZERO.
        01 WS-TOT-HIRE PIC 9(5) VALUE ZERO.
        01 WS-TOT-RESIGN PIC 9(5) VALUE ZERO.
        01 WS-TOT-TERM PIC 9(5) VALUE ZERO.
        01 WS-TOT-XFER PIC 9(5) VALUE ZERO.
        01 WS-TOT-CLOSE PIC 9(5) VALUE ZERO.
        01 WS-NO-SEP-DATE PIC 9(5) VALUE ZERO.

      *> Turnover = separations / average of opening and closing
      *> headcount, as a percentage.
        01 WS-RATE-SEPS PIC 9(5).
        01 WS-RATE-OPEN PIC 9(5).
        01 WS-RATE-CLOSE PIC 9(5).
        01 WS-TURNOVER PIC 9(5)V99.

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).
        01 WS-FMT-YMD PIC 9(8).
        01 WS-FMT-DATE PIC X(8).

        01 WS-ED-N1 PIC ZZZZ9.
        01 WS-ED-N2 PIC ZZZZ9.
        01 WS-ED-N3 PIC ZZZZ9.
        01 WS-ED-N4 PIC ZZZZ9.
        01 WS-ED-N5 PIC ZZZZ9.
        01 WS-ED-N6 PIC ZZZZ9.
        01 WS-ED-N7 PIC ZZZZ9.
        01 WS-ED-RATE PIC ZZZZ9.99.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||        MANPOWER MOVEMENT REPORT         |||||"
           DISPLAY "|=================================================|"
           PERFORM ACCEPT-DATE-RANGE
           IF WS-FROM-INT = ZERO
              STOP RUN
           END-IF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = "00"
              DISPLAY "ERROR: Record.txt COULD NOT BE OPENED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           OPEN INPUT DEPT-ASG-FILE
           IF WS-DEPTASG-STATUS = "00"
              MOVE "Y" TO WS-ASG-OPEN
           ELSE
              MOVE "N" TO WS-ASG-OPEN
           END-IF

           INITIALIZE WS-DEPT-TABLE
           INITIALIZE WS-POS-TABLE
           MOVE "N" TO WS-USER-END
           PERFORM UNTIL WS-USER-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-USER-END
                 NOT AT END
                    IF USER-ID NOT = SPACES
                       PERFORM TALLY-ONE-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-SUMMARY
           PERFORM WRITE-DEPT-BREAKDOWN
           PERFORM WRITE-POSITION-BREAKDOWN
           MOVE "H" TO WS-DETAIL-KIND
           PERFORM WRITE-DETAIL-SECTION
           MOVE "S" TO WS-DETAIL-KIND
           PERFORM WRITE-DETAIL-SECTION
           MOVE "T" TO WS-DETAIL-KIND
           PERFORM WRITE-DETAIL-SECTION
           IF WS-NO-SEP-DATE > ZERO
              MOVE "X" TO WS-DETAIL-KIND
              PERFORM WRITE-DETAIL-SECTION
           END-IF
           CLOSE REPORT-FILE
           IF WS-ASG-OPEN = "Y"
              CLOSE DEPT-ASG-FILE
           END-IF
           CLOSE USER-FILE

           DISPLAY "|=================================================|"
           DISPLAY "OPENING HEADCOUNT: " WS-TOT-OPEN
              "   CLOSING HEADCOUNT: " WS-TOT-CLOSE
           COMPUTE WS-RATE-SEPS = WS-TOT-RESIGN + WS-TOT-TERM
           DISPLAY "HIRES: " WS-TOT-HIRE "   SEPARATIONS: "
              WS-RATE-SEPS "   TRANSFERS: " WS-TOT-XFER
           IF WS-NO-SEP-DATE > ZERO
              DISPLAY "WARNING: " WS-NO-SEP-DATE
                 " SEPARATED EMPLOYEE(S) HAVE NO SEPARATION DATE"
                 " AND ARE NOT COUNTED."
           END-IF
           DISPLAY "REPORT FILE: ManpowerReport.txt"
           DISPLAY "|=================================================|"
           STOP RUN.

        ACCEPT-DATE-RANGE.
           MOVE ZERO TO WS-FROM-INT
           DISPLAY "[FROM DATE (mm/dd/yy)]: " WITH NO ADVANCING
           ACCEPT WS-FROM-ENTRY
           DISPLAY "[TO DATE (mm/dd/yy)]: " WITH NO ADVANCING
           ACCEPT WS-TO-ENTRY
           MOVE WS-TO-ENTRY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-CVT-INT TO WS-TO-INT
           MOVE WS-FROM-ENTRY TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO OR WS-TO-INT = ZERO
              DISPLAY "INVALID DATE. REPORT NOT RUN."
              EXIT PARAGRAPH
           END-IF
           IF WS-TO-INT < WS-CVT-INT
              DISPLAY "TO DATE IS BEFORE FROM DATE. REPORT NOT RUN."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-INT TO WS-FROM-INT
           COMPUTE WS-OPEN-INT = WS-FROM-INT - 1.

      *> Hire and separation day numbers for the employee in storage.
      *> A blank or unreadable hire date counts as hired before any
      *> range asked for.
        GET-EMPLOYEE-DATES.
           MOVE EMPLOYEE-HIRE-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-CVT-INT TO WS-HIRE-INT
           MOVE EMPLOYEE-SEPARATION-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-CVT-INT TO WS-SEP-INT.

        TALLY-ONE-EMPLOYEE.
           PERFORM GET-EMPLOYEE-DATES
           IF NOT STATUS-ACTIVE AND WS-SEP-INT = ZERO
              ADD 1 TO WS-NO-SEP-DATE
              EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEPT-ASSIGNMENTS
           MOVE EMPLOYEE-POSITION TO WS-POS-FIND
           PERFORM FIND-POS-LINE

           IF WS-HIRE-INT NOT > WS-OPEN-INT
              AND (WS-SEP-INT = ZERO OR WS-SEP-INT > WS-OPEN-INT)
              MOVE WS-OPEN-INT TO WS-AT-INT
              PERFORM FIND-DEPT-AT-DATE
              ADD 1 TO WS-DPT-OPEN(WS-DPT-HIT)
              ADD 1 TO WS-POS-OPEN(WS-POS-HIT)
              ADD 1 TO WS-TOT-OPEN
           END-IF
           IF WS-HIRE-INT NOT < WS-FROM-INT
              AND WS-HIRE-INT NOT > WS-TO-INT
              MOVE WS-HIRE-INT TO WS-AT-INT
              PERFORM FIND-DEPT-AT-DATE
              ADD 1 TO WS-DPT-HIRE(WS-DPT-HIT)
              ADD 1 TO WS-POS-HIRE(WS-POS-HIT)
              ADD 1 TO WS-TOT-HIRE
           END-IF
           IF WS-SEP-INT NOT < WS-FROM-INT
              AND WS-SEP-INT NOT > WS-TO-INT
              MOVE WS-SEP-INT TO WS-AT-INT
              PERFORM FIND-DEPT-AT-DATE
              IF STATUS-TERMINATED
                 ADD 1 TO WS-DPT-TERM(WS-DPT-HIT)
                 ADD 1 TO WS-POS-TERM(WS-POS-HIT)
                 ADD 1 TO WS-TOT-TERM
              ELSE
                 ADD 1 TO WS-DPT-RESIGN(WS-DPT-HIT)
                 ADD 1 TO WS-POS-RESIGN(WS-POS-HIT)
                 ADD 1 TO WS-TOT-RESIGN
              END-IF
           END-IF
           IF WS-HIRE-INT NOT > WS-TO-INT
              AND (WS-SEP-INT = ZERO OR WS-SEP-INT > WS-TO-INT)
              MOVE WS-TO-INT TO WS-AT-INT
              PERFORM FIND-DEPT-AT-DATE
              ADD 1 TO WS-DPT-CLOSE(WS-DPT-HIT)
              ADD 1 TO WS-POS-CLOSE(WS-POS-HIT)
              ADD 1 TO WS-TOT-CLOSE
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 2 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              PERFORM CHECK-TRANSFER
              IF WS-ASG-PREV > ZERO
                 MOVE WS-ASG-DEPT(WS-ASG-PREV) TO WS-DPT-FIND
                 PERFORM FIND-DEPT-LINE
                 ADD 1 TO WS-DPT-XOUT(WS-DPT-HIT)
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-DPT-FIND
                 PERFORM FIND-DEPT-LINE
                 ADD 1 TO WS-DPT-XIN(WS-DPT-HIT)
                 ADD 1 TO WS-TOT-XFER
              END-IF
           END-PERFORM.

      *> A transfer is an assignment inside the range that changes the
      *> department of someone already employed the day before it and
      *> not separated before it takes effect. WS-ASG-PREV points at
      *> the assignment it replaces, zero when it is not a transfer.
        CHECK-TRANSFER.
           MOVE ZERO TO WS-ASG-PREV
           IF WS-ASG-FROM-INT(WS-ASG-IDX) < WS-FROM-INT
              OR WS-ASG-FROM-INT(WS-ASG-IDX) > WS-TO-INT
              EXIT PARAGRAPH
           END-IF
           IF WS-ASG-DEPT(WS-ASG-IDX) = WS-ASG-DEPT(WS-ASG-IDX - 1)
              EXIT PARAGRAPH
           END-IF
           IF WS-HIRE-INT NOT < WS-ASG-FROM-INT(WS-ASG-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-SEP-INT NOT = ZERO
              AND WS-SEP-INT < WS-ASG-FROM-INT(WS-ASG-IDX)
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ASG-PREV = WS-ASG-IDX - 1.

        LOAD-DEPT-ASSIGNMENTS.
           MOVE ZERO TO WS-ASG-USED
           IF WS-ASG-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ASG-END
           MOVE USER-ID TO ASG-USER-ID
           MOVE SPACES TO ASG-FROM-DATE
           START DEPT-ASG-FILE KEY IS NOT LESS THAN DEPT-ASG-KEY
              INVALID KEY
                 MOVE "Y" TO WS-ASG-END
           END-START
           PERFORM UNTIL WS-ASG-END = "Y"
              READ DEPT-ASG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-ASG-END
                 NOT AT END
                    IF ASG-USER-ID NOT = USER-ID
                       MOVE "Y" TO WS-ASG-END
                    ELSE
                       IF WS-ASG-USED < 20
                          AND ASG-FROM-DATE IS NUMERIC
                          ADD 1 TO WS-ASG-USED
                          MOVE ASG-FROM-DATE TO WS-CVT-YMD
                          MOVE FUNCTION INTEGER-OF-DATE(WS-CVT-YMD)
                             TO WS-ASG-FROM-INT(WS-ASG-USED)
                          MOVE ASG-DEPT-CODE
                             TO WS-ASG-DEPT(WS-ASG-USED)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

      *> Department on WS-AT-INT from the assignment history, the
      *> master's current department before the first assignment
      *> (same rule as the payroll register's day-split).
        FIND-DEPT-AT-DATE.
           MOVE EMPLOYEE-DEPT-CODE TO WS-CUR-DEPT
           IF WS-CUR-DEPT = SPACES
              MOVE "UNKNOWN" TO WS-CUR-DEPT
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-FROM-INT(WS-ASG-IDX) <= WS-AT-INT
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-CUR-DEPT
              END-IF
           END-PERFORM
           MOVE WS-CUR-DEPT TO WS-DPT-FIND
           PERFORM FIND-DEPT-LINE.

      *> Finds (or adds) the line for WS-DPT-FIND; WS-DPT-HIT points
      *> at it. Once the table is full the rest pool on "OTHERS".
        FIND-DEPT-LINE.
           MOVE ZERO TO WS-DPT-HIT
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED
              IF WS-DPT-CODE(WS-DPT-IDX) = WS-DPT-FIND
                 MOVE WS-DPT-IDX TO WS-DPT-HIT
                 MOVE WS-DPT-USED TO WS-DPT-IDX
              END-IF
           END-PERFORM
           IF WS-DPT-HIT = ZERO
              IF WS-DPT-USED < 50
                 ADD 1 TO WS-DPT-USED
                 MOVE WS-DPT-USED TO WS-DPT-HIT
                 MOVE WS-DPT-FIND TO WS-DPT-CODE(WS-DPT-HIT)
              ELSE
                 MOVE 50 TO WS-DPT-HIT
                 MOVE "OTHERS" TO WS-DPT-CODE(50)
              END-IF
           END-IF.

        FIND-POS-LINE.
           IF WS-POS-FIND = SPACES
              MOVE "UNSPECIFIED" TO WS-POS-FIND
           END-IF
           MOVE ZERO TO WS-POS-HIT
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-USED
              IF WS-POS-CODE(WS-POS-IDX) = WS-POS-FIND
                 MOVE WS-POS-IDX TO WS-POS-HIT
                 MOVE WS-POS-USED TO WS-POS-IDX
              END-IF
           END-PERFORM
           IF WS-POS-HIT = ZERO
              IF WS-POS-USED < 10
                 ADD 1 TO WS-POS-USED
                 MOVE WS-POS-USED TO WS-POS-HIT
                 MOVE WS-POS-FIND TO WS-POS-CODE(WS-POS-HIT)
              ELSE
                 MOVE 10 TO WS-POS-HIT
                 MOVE "OTHERS" TO WS-POS-CODE(10)
              END-IF
           END-IF.

        COMPUTE-TURNOVER.
           MOVE ZERO TO WS-TURNOVER
           IF WS-RATE-OPEN + WS-RATE-CLOSE > ZERO
              COMPUTE WS-TURNOVER ROUNDED = WS-RATE-SEPS * 200
                 / (WS-RATE-OPEN + WS-RATE-CLOSE)
           END-IF
           MOVE WS-TURNOVER TO WS-ED-RATE.

        WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "MANPOWER MOVEMENT REPORT - "
              FUNCTION TRIM(WS-FROM-ENTRY) " TO "
              FUNCTION TRIM(WS-TO-ENTRY)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-OPEN TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "OPENING HEADCOUNT          " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-HIRE TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "  ADD: NEW HIRES           " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-RESIGN TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "  LESS: RESIGNED           " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-TERM TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "  LESS: TERMINATED         " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-CLOSE TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "CLOSING HEADCOUNT          " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-XFER TO WS-ED-N1
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENT TRANSFERS       " WS-ED-N1
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           COMPUTE WS-RATE-SEPS = WS-TOT-RESIGN + WS-TOT-TERM
           MOVE WS-TOT-OPEN TO WS-RATE-OPEN
           MOVE WS-TOT-CLOSE TO WS-RATE-CLOSE
           PERFORM COMPUTE-TURNOVER
           MOVE SPACES TO REPORT-LINE
           STRING "TURNOVER RATE (%)       " WS-ED-RATE
              "  (SEPARATIONS / AVERAGE OF OPENING AND CLOSING)"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NO-SEP-DATE > ZERO
              MOVE WS-NO-SEP-DATE TO WS-ED-N1
              MOVE SPACES TO REPORT-LINE
              STRING "NOT COUNTED - SEPARATED WITH NO SEPARATION DATE "
                 WS-ED-N1
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        WRITE-DEPT-BREAKDOWN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY DEPARTMENT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT        OPENING  HIRES RESIGN   TERM XFR-IN"
              " XFR-OUT CLOSING  TURNOVER%"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED
              MOVE WS-DPT-OPEN(WS-DPT-IDX) TO WS-ED-N1
              MOVE WS-DPT-HIRE(WS-DPT-IDX) TO WS-ED-N2
              MOVE WS-DPT-RESIGN(WS-DPT-IDX) TO WS-ED-N3
              MOVE WS-DPT-TERM(WS-DPT-IDX) TO WS-ED-N4
              MOVE WS-DPT-XIN(WS-DPT-IDX) TO WS-ED-N5
              MOVE WS-DPT-XOUT(WS-DPT-IDX) TO WS-ED-N6
              MOVE WS-DPT-CLOSE(WS-DPT-IDX) TO WS-ED-N7
              COMPUTE WS-RATE-SEPS = WS-DPT-RESIGN(WS-DPT-IDX)
                 + WS-DPT-TERM(WS-DPT-IDX)
              MOVE WS-DPT-OPEN(WS-DPT-IDX) TO WS-RATE-OPEN
              MOVE WS-DPT-CLOSE(WS-DPT-IDX) TO WS-RATE-CLOSE
              PERFORM COMPUTE-TURNOVER
              MOVE SPACES TO REPORT-LINE
              STRING WS-DPT-CODE(WS-DPT-IDX) "   " WS-ED-N1 "  "
                 WS-ED-N2 "  " WS-ED-N3 "  " WS-ED-N4 "  "
                 WS-ED-N5 "   " WS-ED-N6 "   " WS-ED-N7 "   "
                 WS-ED-RATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.

        WRITE-POSITION-BREAKDOWN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY POSITION" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "POSITION         OPENING  HIRES RESIGN   TERM"
              " CLOSING  TURNOVER%"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-USED
              MOVE WS-POS-OPEN(WS-POS-IDX) TO WS-ED-N1
              MOVE WS-POS-HIRE(WS-POS-IDX) TO WS-ED-N2
              MOVE WS-POS-RESIGN(WS-POS-IDX) TO WS-ED-N3
              MOVE WS-POS-TERM(WS-POS-IDX) TO WS-ED-N4
              MOVE WS-POS-CLOSE(WS-POS-IDX) TO WS-ED-N7
              COMPUTE WS-RATE-SEPS = WS-POS-RESIGN(WS-POS-IDX)
                 + WS-POS-TERM(WS-POS-IDX)
              MOVE WS-POS-OPEN(WS-POS-IDX) TO WS-RATE-OPEN
              MOVE WS-POS-CLOSE(WS-POS-IDX) TO WS-RATE-CLOSE
              PERFORM COMPUTE-TURNOVER
              MOVE SPACES TO REPORT-LINE
              STRING WS-POS-CODE(WS-POS-IDX) "   " WS-ED-N1 "  "
                 WS-ED-N2 "  " WS-ED-N3 "  " WS-ED-N4 "   "
                 WS-ED-N7 "   " WS-ED-RATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM.

      *> One pass of Record.txt per detail section so every count in
      *> the summary has its names behind it.
        WRITE-DETAIL-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE WS-DETAIL-KIND
              WHEN "H"
                 MOVE "DETAIL - NEW HIRES" TO REPORT-LINE
              WHEN "S"
                 MOVE "DETAIL - SEPARATIONS" TO REPORT-LINE
              WHEN "T"
                 MOVE "DETAIL - DEPARTMENT TRANSFERS" TO REPORT-LINE
              WHEN "X"
                 STRING "DETAIL - SEPARATED WITH NO SEPARATION DATE"
                    " (NOT COUNTED)"
                    DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE WS-DETAIL-KIND
              WHEN "T"
                 STRING "USER-ID              NAME                     "
                    "  EFFECTIVE FROM       TO"
                    DELIMITED BY SIZE INTO REPORT-LINE
              WHEN OTHER
                 STRING "USER-ID              NAME                     "
                    "  DATE     DEPT       POSITION        STATUS"
                    DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE LOW-VALUES TO USER-ID
           MOVE "N" TO WS-USER-END
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE "Y" TO WS-USER-END
           END-START
           PERFORM UNTIL WS-USER-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-USER-END
                 NOT AT END
                    IF USER-ID NOT = SPACES
                       PERFORM DETAIL-ONE-EMPLOYEE
                    END-IF
              END-READ
           END-PERFORM
           IF WS-DETAIL-COUNT = ZERO
              MOVE "  (NONE)" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        DETAIL-ONE-EMPLOYEE.
           PERFORM GET-EMPLOYEE-DATES
           IF NOT STATUS-ACTIVE AND WS-SEP-INT = ZERO
              IF WS-DETAIL-KIND = "X"
                 MOVE ZERO TO WS-AT-INT
                 MOVE SPACES TO WS-CUR-DEPT
                 MOVE EMPLOYEE-DEPT-CODE TO WS-CUR-DEPT
                 PERFORM WRITE-PERSON-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF
           EVALUATE WS-DETAIL-KIND
              WHEN "H"
                 IF WS-HIRE-INT NOT < WS-FROM-INT
                    AND WS-HIRE-INT NOT > WS-TO-INT
                    PERFORM LOAD-DEPT-ASSIGNMENTS
                    MOVE WS-HIRE-INT TO WS-AT-INT
                    PERFORM FIND-DEPT-AT-DATE
                    PERFORM WRITE-PERSON-LINE
                 END-IF
              WHEN "S"
                 IF WS-SEP-INT NOT < WS-FROM-INT
                    AND WS-SEP-INT NOT > WS-TO-INT
                    PERFORM LOAD-DEPT-ASSIGNMENTS
                    MOVE WS-SEP-INT TO WS-AT-INT
                    PERFORM FIND-DEPT-AT-DATE
                    PERFORM WRITE-PERSON-LINE
                 END-IF
              WHEN "T"
                 PERFORM LOAD-DEPT-ASSIGNMENTS
                 PERFORM VARYING WS-ASG-IDX FROM 2 BY 1
                    UNTIL WS-ASG-IDX > WS-ASG-USED
                    PERFORM CHECK-TRANSFER
                    IF WS-ASG-PREV > ZERO
                       PERFORM WRITE-TRANSFER-LINE
                    END-IF
                 END-PERFORM
           END-EVALUATE.

        WRITE-PERSON-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE SPACES TO WS-FMT-DATE
           IF WS-AT-INT > ZERO
              MOVE FUNCTION DATE-OF-INTEGER(WS-AT-INT) TO WS-FMT-YMD
              STRING WS-FMT-YMD(5:2) "/" WS-FMT-YMD(7:2) "/"
                 WS-FMT-YMD(3:2)
                 DELIMITED BY SIZE INTO WS-FMT-DATE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING USER-ID(1:20) " " EMPLOYEE-NAME(1:25) "  "
              WS-FMT-DATE " " WS-CUR-DEPT " " EMPLOYEE-POSITION " "
              EMPLOYEE-STATUS
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        WRITE-TRANSFER-LINE.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE FUNCTION DATE-OF-INTEGER(WS-ASG-FROM-INT(WS-ASG-IDX))
              TO WS-FMT-YMD
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-FMT-YMD(5:2) "/" WS-FMT-YMD(7:2) "/"
              WS-FMT-YMD(3:2)
              DELIMITED BY SIZE INTO WS-FMT-DATE
           MOVE SPACES TO REPORT-LINE
           STRING USER-ID(1:20) " " EMPLOYEE-NAME(1:25) "  "
              WS-FMT-DATE "  " WS-ASG-DEPT(WS-ASG-PREV) " "
              WS-ASG-DEPT(WS-ASG-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

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
