        IDENTIFICATION DIVISION.
        PROGRAM-ID. DeptBudget.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

            SELECT XREF-FILE ASSIGN TO "SlipIndex.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-SLIP-CODE
                FILE STATUS IS WS-XREF-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT DEPT-FILE ASSIGN TO "Department.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-DEPTASG-STATUS.

            SELECT DEPT-BUDGET-FILE ASSIGN TO "DeptBudget.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BUD-KEY
                FILE STATUS IS WS-BUDGET-STATUS.

            SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT AUDIT-SEQ-FILE ASSIGN TO "AuditSeq.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-SEQ-STATUS.

            SELECT AUDIT-CHAIN-FILE ASSIGN TO "AuditChain.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHAIN-STATUS.

            SELECT ADMIN-SESSION-FILE ASSIGN TO "AdminSession.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD XREF-FILE.
            COPY "XREFREC.cpy".

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD DEPT-FILE.
            COPY "DEPTREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD DEPT-BUDGET-FILE.
            COPY "DEPTBUDREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        FD AUDIT-FILE.
            COPY "AUDITREC.cpy".

        FD AUDIT-SEQ-FILE.
        01 AUDIT-SEQ-LINE PIC X(10).

        FD AUDIT-CHAIN-FILE.
        01 AUDIT-CHAIN-LINE PIC X(10).

        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-DEPT-STATUS PIC XX.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-BUDGET-STATUS PIC XX.
        01 WS-REPORT-FILENAME PIC X(40).
        01 WS-MENU-CHOICE PIC X VALUE SPACE.
        01 WS-LIST-END PIC X VALUE "N".
        01 WS-SLIP-END PIC X VALUE "N".
        01 WS-ASG-END PIC X VALUE "N".
        01 WS-ENTRY-OK PIC X VALUE "N".
        01 WS-XREF-OPEN PIC X VALUE "N".
        01 WS-ASG-OPEN PIC X VALUE "N".
        01 WS-EMP-FOUND PIC X VALUE "N".

      *> Budget maintenance entry.
        01 WS-DEPT-ENTRY PIC X(10).
        01 WS-YEAR-ENTRY PIC X(4).
        01 WS-MONTH-ENTRY PIC X(2).
        01 WS-COUNT-ENTRY PIC X(6).
        01 WS-AMOUNT-ENTRY PIC X(16).
        01 WS-BUD-YEAR PIC 9(4).
        01 WS-BUD-MONTH PIC 9(2).
        01 WS-BUD-FROM-MONTH PIC 9(2).
        01 WS-BUD-TO-MONTH PIC 9(2).
        01 WS-BUD-HEADCOUNT PIC 9(5).
        01 WS-BUD-PAYROLL PIC S9(11)V99 COMP-3.
        01 WS-BUD-FOUND PIC X VALUE "N".
        01 WS-BUD-WRITTEN PIC 99.

      *> Report month and the pay periods that fall in its year up to
      *> and including it (by period end date). The headcount period is
      *> the last one ending in the report month.
        01 WS-RPT-YEAR PIC 9(4).
        01 WS-RPT-MONTH PIC 9(2).
        01 WS-PER-TABLE.
            05 WS-PER-ENTRY OCCURS 60 TIMES.
                10 WS-PER-CODE PIC X(30).
                10 WS-PER-START-INT PIC 9(8).
                10 WS-PER-END-INT PIC 9(8).
                10 WS-PER-DAYS PIC 9(3).
                10 WS-PER-IN-MONTH PIC X.
        01 WS-PER-USED PIC 99 VALUE ZERO.
        01 WS-PER-IDX PIC 99.
        01 WS-PER-HIT PIC 99.
        01 WS-HEAD-PERIOD PIC X(30).
        01 WS-HEAD-END-INT PIC 9(8).
        01 WS-PERIOD-BASE PIC X(30).
        01 WS-END-YEAR PIC 9(4).
        01 WS-END-MONTH PIC 9(2).

      *> Effective-dated department history of the employee on the
      *> slip being split (same day-split as the payroll register).
        01 WS-ASG-TABLE.
            05 WS-ASG-ENTRY OCCURS 10 TIMES.
                10 WS-ASG-FROM-INT PIC 9(8).
                10 WS-ASG-DEPT PIC X(10).
        01 WS-ASG-USED PIC 99 VALUE ZERO.
        01 WS-ASG-IDX PIC 99.
        01 WS-CUR-DEPT PIC X(10).
        01 WS-SEG-START-INT PIC 9(8).
        01 WS-SEG-END-INT PIC 9(8).
        01 WS-SEG-DAYS PIC 9(3).
        01 WS-DAYS-LEFT PIC 9(3).

      *> Slip amounts being apportioned, and what is still to go.
        01 WS-SLIP-GROSS PIC S9(9)V99.
        01 WS-SLIP-OT PIC S9(9)V99.
        01 WS-SLIP-ER PIC S9(9)V99.
        01 WS-LEFT-GROSS PIC S9(9)V99.
        01 WS-LEFT-OT PIC S9(9)V99.
        01 WS-LEFT-ER PIC S9(9)V99.
        01 WS-SEG-GROSS PIC S9(9)V99.
        01 WS-SEG-OT PIC S9(9)V99.
        01 WS-SEG-ER PIC S9(9)V99.
        01 WS-SLIP-COUNT PIC 9(5) VALUE ZERO.

        01 WS-BVA-TABLE.
            05 WS-BVA-ENTRY OCCURS 50 TIMES.
                10 WS-BVA-DEPT PIC X(10).
                10 WS-BVA-BUD-HC PIC 9(5).
                10 WS-BVA-ACT-HC PIC 9(5).
                10 WS-BVA-BUD-MONTH PIC S9(11)V99.
                10 WS-BVA-BUD-YTD PIC S9(11)V99.
                10 WS-BVA-MTH-GROSS PIC S9(11)V99.
                10 WS-BVA-MTH-OT PIC S9(11)V99.
                10 WS-BVA-MTH-ER PIC S9(11)V99.
                10 WS-BVA-YTD-GROSS PIC S9(11)V99.
                10 WS-BVA-YTD-OT PIC S9(11)V99.
                10 WS-BVA-YTD-ER PIC S9(11)V99.
        01 WS-BVA-IDX PIC 99.
        01 WS-BVA-USED PIC 99 VALUE ZERO.
        01 WS-BVA-HIT PIC 99.
        01 WS-BVA-CODE PIC X(10).

        01 WS-TOT-BUD-HC PIC 9(6).
        01 WS-TOT-ACT-HC PIC 9(6).
        01 WS-TOT-BUD-MONTH PIC S9(11)V99.
        01 WS-TOT-BUD-YTD PIC S9(11)V99.
        01 WS-TOT-MTH-GROSS PIC S9(11)V99.
        01 WS-TOT-MTH-OT PIC S9(11)V99.
        01 WS-TOT-MTH-ER PIC S9(11)V99.
        01 WS-TOT-YTD-GROSS PIC S9(11)V99.
        01 WS-TOT-YTD-OT PIC S9(11)V99.
        01 WS-TOT-YTD-ER PIC S9(11)V99.

      *> One report line's figures, set by the caller before
      *> WRITE-COMPARE-LINE.
        01 WS-LINE-LABEL PIC X(10).
        01 WS-LINE-BUD-HC PIC S9(6).
        01 WS-LINE-ACT-HC PIC S9(6).
        01 WS-LINE-GROSS PIC S9(11)V99.
        01 WS-LINE-OT PIC S9(11)V99.
        01 WS-LINE-ER PIC S9(11)V99.
        01 WS-LINE-COST PIC S9(11)V99.
        01 WS-LINE-BUDGET PIC S9(11)V99.
        01 WS-LINE-VARIANCE PIC S9(11)V99.
        01 WS-LINE-SHOW-HC PIC X VALUE "N".
        01 WS-LINE-FLAG PIC X(9).
        01 WS-OVER-COUNT PIC 9(3) VALUE ZERO.
        01 WS-DEPT-OVER PIC X VALUE "N".

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).

        01 WS-ED-AMOUNT PIC -Z(9)9.99.
        01 WS-ED-AMOUNT2 PIC -Z(9)9.99.
        01 WS-ED-AMOUNT3 PIC -Z(9)9.99.
        01 WS-ED-AMOUNT4 PIC -Z(9)9.99.
        01 WS-ED-AMOUNT5 PIC -Z(9)9.99.
        01 WS-ED-AMOUNT6 PIC -Z(9)9.99.
        01 WS-COUNT-ED PIC ZZZZ9.
        01 WS-COUNT-ED2 PIC ZZZZ9.
        01 WS-HC-VAR-ED PIC -ZZZZ9.

        01 WS-AUDIT-STATUS PIC XX.
        01 WS-AUDIT-SEQ-STATUS PIC XX.
        01 WS-AUDIT-SEQ PIC 9(7) VALUE ZERO.
        01 WS-CHAIN-STATUS PIC XX.
        01 WS-AUDIT-PREV-HASH PIC X(10).
        01 WS-AUDIT-NEW-HASH PIC 9(10).
        01 WS-CHAIN-VALUE PIC 9(10).
        01 WS-CHAIN-IDX PIC 999.
        01 WS-CHAIN-LEN PIC 999.
        01 WS-AUDIT-WORK-LINE PIC X(180).
        01 WS-AUDIT-ACTOR PIC X(30).
        01 WS-AUDIT-KEY PIC X(30).
        01 WS-AUDIT-FIELD PIC X(20).
        01 WS-AUDIT-OLD-VALUE PIC X(30).
        01 WS-AUDIT-NEW-VALUE PIC X(30).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-SESSION-STATUS PIC XX.
        01 WS-SESSION-ROLE PIC X(15) VALUE SPACES.
        01 WS-SESSION-USER PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        MAINLINE.
           PERFORM GET-SESSION-ROLE
           PERFORM UNTIL WS-MENU-CHOICE = "4"
           DISPLAY "|=================================================|"
           DISPLAY "|||||    DEPARTMENT BUDGET VS ACTUAL          |||||"
           DISPLAY "|=================================================|"
           DISPLAY "|||||  [1] - MAINTAIN DEPARTMENT BUDGET       |||||"
           DISPLAY "|||||  [2] - LIST BUDGETS FOR A YEAR          |||||"
           DISPLAY "|||||  [3] - BUDGET VS ACTUAL REPORT          |||||"
           DISPLAY "|||||  [4] - EXIT                             |||||"
           DISPLAY "|=================================================|"
              DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
              ACCEPT WS-MENU-CHOICE
              EVALUATE WS-MENU-CHOICE
                 WHEN "1"
                    PERFORM MAINTAIN-BUDGET
                 WHEN "2"
                    PERFORM LIST-BUDGETS
                 WHEN "3"
                    PERFORM BUDGET-VS-ACTUAL
                 WHEN "4"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID OPTION!"
              END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> Approved headcount and payroll budget for one department,
      *> for a single month or (month 00) every month of the year.
        MAINTAIN-BUDGET.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[DEPARTMENT CODE]: " WITH NO ADVANCING
              ACCEPT WS-DEPT-ENTRY
              MOVE FUNCTION UPPER-CASE(WS-DEPT-ENTRY) TO WS-DEPT-ENTRY
              OPEN INPUT DEPT-FILE
              IF WS-DEPT-STATUS NOT = "00"
                 DISPLAY "NO DEPARTMENT FILE ON RECORD. SET UP "
                    "DEPARTMENTS FIRST."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-DEPT-ENTRY TO DEPT-CODE
              READ DEPT-FILE KEY IS DEPT-CODE
                 INVALID KEY
                    DISPLAY "DEPARTMENT NOT ON FILE."
                 NOT INVALID KEY
                    DISPLAY "DEPARTMENT: " DEPT-NAME
                    MOVE "Y" TO WS-ENTRY-OK
              END-READ
              CLOSE DEPT-FILE
           END-PERFORM
           PERFORM ACCEPT-YEAR
           MOVE WS-RPT-YEAR TO WS-BUD-YEAR
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[MONTH 01-12, OR 00 FOR EVERY MONTH]: "
                 WITH NO ADVANCING
              ACCEPT WS-MONTH-ENTRY
              IF WS-MONTH-ENTRY IS NUMERIC
                 MOVE WS-MONTH-ENTRY TO WS-BUD-MONTH
                 IF WS-BUD-MONTH <= 12
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
              IF WS-ENTRY-OK = "N"
                 DISPLAY "INVALID: TWO-DIGIT MONTH 00 TO 12."
              END-IF
           END-PERFORM
           IF WS-BUD-MONTH = ZERO
              MOVE 1 TO WS-BUD-FROM-MONTH
              MOVE 12 TO WS-BUD-TO-MONTH
           ELSE
              MOVE WS-BUD-MONTH TO WS-BUD-FROM-MONTH
              MOVE WS-BUD-MONTH TO WS-BUD-TO-MONTH
           END-IF
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[APPROVED HEADCOUNT]: " WITH NO ADVANCING
              ACCEPT WS-COUNT-ENTRY
              IF WS-COUNT-ENTRY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-COUNT-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-COUNT-ENTRY) >= ZERO
                 AND FUNCTION NUMVAL(WS-COUNT-ENTRY) < 100000
                 COMPUTE WS-BUD-HEADCOUNT =
                    FUNCTION NUMVAL(WS-COUNT-ENTRY)
                 MOVE "Y" TO WS-ENTRY-OK
              ELSE
                 DISPLAY "INVALID: WHOLE NUMBER OF EMPLOYEES ONLY."
              END-IF
           END-PERFORM
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[MONTHLY PAYROLL BUDGET (GROSS + EMPLOYER "
                 "SHARES)]: " WITH NO ADVANCING
              ACCEPT WS-AMOUNT-ENTRY
              IF WS-AMOUNT-ENTRY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-AMOUNT-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY) >= ZERO
                 AND FUNCTION NUMVAL(WS-AMOUNT-ENTRY) < 100000000000
                 COMPUTE WS-BUD-PAYROLL =
                    FUNCTION NUMVAL(WS-AMOUNT-ENTRY)
                 MOVE "Y" TO WS-ENTRY-OK
              ELSE
                 DISPLAY "INVALID: NUMERIC AMOUNT ONLY."
              END-IF
           END-PERFORM

           OPEN I-O DEPT-BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              OPEN OUTPUT DEPT-BUDGET-FILE
              CLOSE DEPT-BUDGET-FILE
              OPEN I-O DEPT-BUDGET-FILE
           END-IF
           PERFORM SET-AUDIT-ACTOR
           MOVE ZERO TO WS-BUD-WRITTEN
           PERFORM VARYING WS-BUD-MONTH FROM WS-BUD-FROM-MONTH BY 1
              UNTIL WS-BUD-MONTH > WS-BUD-TO-MONTH
              PERFORM SAVE-ONE-BUDGET
           END-PERFORM
           CLOSE DEPT-BUDGET-FILE
           DISPLAY WS-BUD-WRITTEN " MONTH(S) OF BUDGET SAVED FOR "
              WS-DEPT-ENTRY.

        SAVE-ONE-BUDGET.
           MOVE WS-DEPT-ENTRY TO BUD-DEPT-CODE
           MOVE WS-BUD-YEAR TO BUD-YEAR
           MOVE WS-BUD-MONTH TO BUD-MONTH
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(WS-DEPT-ENTRY) " " WS-BUD-YEAR
              WS-BUD-MONTH DELIMITED BY SIZE INTO WS-AUDIT-KEY
           READ DEPT-BUDGET-FILE KEY IS BUD-KEY
              INVALID KEY
                 MOVE "N" TO WS-BUD-FOUND
                 MOVE "NONE" TO WS-AUDIT-OLD-VALUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-BUD-FOUND
                 MOVE BUD-HEADCOUNT TO WS-COUNT-ED
                 MOVE BUD-PAYROLL TO WS-ED-AMOUNT
                 MOVE SPACES TO WS-AUDIT-OLD-VALUE
                 STRING "HC " FUNCTION TRIM(WS-COUNT-ED) " PAY "
                    FUNCTION TRIM(WS-ED-AMOUNT)
                    DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
           END-READ
           MOVE WS-BUD-HEADCOUNT TO BUD-HEADCOUNT
           MOVE WS-BUD-PAYROLL TO BUD-PAYROLL
           MOVE WS-AUDIT-ACTOR TO BUD-UPDATED-BY
           MOVE FUNCTION CURRENT-DATE TO BUD-UPDATED-TIME
           IF WS-BUD-FOUND = "Y"
              REWRITE DEPT-BUDGET-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: BUDGET NOT SAVED FOR MONTH "
                       WS-BUD-MONTH
                    EXIT PARAGRAPH
              END-REWRITE
           ELSE
              WRITE DEPT-BUDGET-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: BUDGET NOT SAVED FOR MONTH "
                       WS-BUD-MONTH
                    EXIT PARAGRAPH
              END-WRITE
           END-IF
           ADD 1 TO WS-BUD-WRITTEN
           MOVE WS-BUD-HEADCOUNT TO WS-COUNT-ED
           MOVE WS-BUD-PAYROLL TO WS-ED-AMOUNT
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING "HC " FUNCTION TRIM(WS-COUNT-ED) " PAY "
              FUNCTION TRIM(WS-ED-AMOUNT)
              DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           MOVE "DEPT-BUDGET" TO WS-AUDIT-FIELD
           PERFORM APPEND-AUDIT-LOG.

        LIST-BUDGETS.
           PERFORM ACCEPT-YEAR
           OPEN INPUT DEPT-BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              DISPLAY "NO DEPARTMENT BUDGETS ON FILE."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "DEPT       YEAR MM  HEADCOUNT   PAYROLL BUDGET  "
              "UPDATED BY"
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ DEPT-BUDGET-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    IF BUD-YEAR = WS-RPT-YEAR
                       MOVE BUD-HEADCOUNT TO WS-COUNT-ED
                       MOVE BUD-PAYROLL TO WS-ED-AMOUNT
                       DISPLAY BUD-DEPT-CODE " " BUD-YEAR " "
                          BUD-MONTH "      " WS-COUNT-ED " "
                          WS-ED-AMOUNT "  " BUD-UPDATED-BY
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET-FILE.

        ACCEPT-YEAR.
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[YEAR (YYYY)]: " WITH NO ADVANCING
              ACCEPT WS-YEAR-ENTRY
              IF WS-YEAR-ENTRY IS NUMERIC
                 MOVE WS-YEAR-ENTRY TO WS-RPT-YEAR
                 IF WS-RPT-YEAR >= 2000 AND WS-RPT-YEAR <= 2099
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
              IF WS-ENTRY-OK = "N"
                 DISPLAY "INVALID: FOUR-DIGIT YEAR 2000 TO 2099."
              END-IF
           END-PERFORM.

      *> Month and year-to-date actual cost per department against
      *> budget. A slip counts in the month its pay period ends; its
      *> gross, overtime and employer shares are split across the
      *> departments the employee belonged to during the period in
      *> proportion to days, from DeptAssign.txt. Headcount is taken
      *> from the last period ending in the month, each employee
      *> counted in the department held on that period's end date.
        BUDGET-VS-ACTUAL.
           PERFORM ACCEPT-YEAR
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[REPORT MONTH (01-12)]: " WITH NO ADVANCING
              ACCEPT WS-MONTH-ENTRY
              IF WS-MONTH-ENTRY IS NUMERIC
                 MOVE WS-MONTH-ENTRY TO WS-RPT-MONTH
                 IF WS-RPT-MONTH >= 1 AND WS-RPT-MONTH <= 12
                    MOVE "Y" TO WS-ENTRY-OK
                 END-IF
              END-IF
              IF WS-ENTRY-OK = "N"
                 DISPLAY "INVALID: TWO-DIGIT MONTH 01 TO 12."
              END-IF
           END-PERFORM

           PERFORM LOAD-REPORT-PERIODS
           IF WS-PER-USED = ZERO
              DISPLAY "NO PAY PERIODS ON THE CALENDAR END IN "
                 WS-RPT-YEAR " UP TO MONTH " WS-RPT-MONTH "."
              EXIT PARAGRAPH
           END-IF

           INITIALIZE WS-BVA-TABLE
           MOVE ZERO TO WS-BVA-USED
           MOVE ZERO TO WS-SLIP-COUNT
           PERFORM LOAD-DEPARTMENTS
           PERFORM LOAD-BUDGETS
           PERFORM ACCUMULATE-ACTUALS
           PERFORM WRITE-BVA-REPORT

           DISPLAY "|=================================================|"
           DISPLAY "SLIPS ANALYSED: " WS-SLIP-COUNT
              "   PERIODS: " WS-PER-USED
           DISPLAY "DEPARTMENTS OVER BUDGET: " WS-OVER-COUNT
           PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
              UNTIL WS-BVA-IDX > WS-BVA-USED
              PERFORM CHECK-DEPT-OVER
              IF WS-DEPT-OVER = "Y"
                 DISPLAY "   *** " WS-BVA-DEPT(WS-BVA-IDX)
              END-IF
           END-PERFORM
           DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILENAME
          DISPLAY "|=================================================|".

        LOAD-REPORT-PERIODS.
           MOVE ZERO TO WS-PER-USED
           MOVE SPACES TO WS-HEAD-PERIOD
           MOVE ZERO TO WS-HEAD-END-INT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    PERFORM TAKE-REPORT-PERIOD
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

        TAKE-REPORT-PERIOD.
           MOVE PERIOD-END-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-END-YEAR = 2000 + WS-CVT-YY
           MOVE WS-CVT-MM TO WS-END-MONTH
           IF WS-END-YEAR NOT = WS-RPT-YEAR
              OR WS-END-MONTH > WS-RPT-MONTH
              EXIT PARAGRAPH
           END-IF
           IF WS-PER-USED >= 60
              DISPLAY "WARNING: MORE THAN 60 PERIODS IN THE YEAR. "
                 "PERIOD " PERIOD-CODE " LEFT OUT."
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PER-USED
           MOVE PERIOD-CODE TO WS-PER-CODE(WS-PER-USED)
           MOVE WS-CVT-INT TO WS-PER-END-INT(WS-PER-USED)
           MOVE PERIOD-START-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              OR WS-CVT-INT > WS-PER-END-INT(WS-PER-USED)
              MOVE WS-PER-END-INT(WS-PER-USED) TO WS-CVT-INT
           END-IF
           MOVE WS-CVT-INT TO WS-PER-START-INT(WS-PER-USED)
           COMPUTE WS-PER-DAYS(WS-PER-USED) =
              WS-PER-END-INT(WS-PER-USED) - WS-CVT-INT + 1
           IF WS-END-MONTH = WS-RPT-MONTH
              MOVE "Y" TO WS-PER-IN-MONTH(WS-PER-USED)
              IF WS-PER-END-INT(WS-PER-USED) > WS-HEAD-END-INT
                 MOVE WS-PER-END-INT(WS-PER-USED) TO WS-HEAD-END-INT
                 MOVE PERIOD-CODE TO WS-HEAD-PERIOD
              END-IF
           ELSE
              MOVE "N" TO WS-PER-IN-MONTH(WS-PER-USED)
           END-IF.

      *> Every department on file gets a line even with no budget and
      *> no pay, so a department missing its budget shows up.
        LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ DEPT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    MOVE DEPT-CODE TO WS-BVA-CODE
                    PERFORM FIND-BVA-DEPT
              END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

        LOAD-BUDGETS.
           OPEN INPUT DEPT-BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              DISPLAY "WARNING: NO DEPARTMENT BUDGETS ON FILE."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ DEPT-BUDGET-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    IF BUD-YEAR = WS-RPT-YEAR
                       AND BUD-MONTH <= WS-RPT-MONTH
                       MOVE BUD-DEPT-CODE TO WS-BVA-CODE
                       PERFORM FIND-BVA-DEPT
                       ADD BUD-PAYROLL TO WS-BVA-BUD-YTD(WS-BVA-HIT)
                       IF BUD-MONTH = WS-RPT-MONTH
                          ADD BUD-PAYROLL
                             TO WS-BVA-BUD-MONTH(WS-BVA-HIT)
                          ADD BUD-HEADCOUNT
                             TO WS-BVA-BUD-HC(WS-BVA-HIT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET-FILE.

        ACCUMULATE-ACTUALS.
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = "00"
              DISPLAY "WARNING: Record.txt CANNOT BE OPENED (STATUS "
                 WS-USER-STATUS "). NO ACTUALS ACCUMULATED."
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
              MOVE "Y" TO WS-XREF-OPEN
           ELSE
              MOVE "N" TO WS-XREF-OPEN
           END-IF
           OPEN INPUT DEPT-ASG-FILE
           IF WS-DEPTASG-STATUS = "00"
              MOVE "Y" TO WS-ASG-OPEN
           ELSE
              MOVE "N" TO WS-ASG-OPEN
           END-IF
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
              MOVE "Y" TO WS-SLIP-END
           ELSE
              MOVE "N" TO WS-SLIP-END
           END-IF
           PERFORM UNTIL WS-SLIP-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SLIP-END
                 NOT AT END
                    IF NOT SLIP-REVERSED
                       PERFORM ACCUMULATE-ONE-SLIP
                    END-IF
              END-READ
           END-PERFORM
           IF WS-PAYSLIP-STATUS NOT = "35"
              CLOSE PAYSLIP-FILE
           END-IF
           IF WS-ASG-OPEN = "Y"
              CLOSE DEPT-ASG-FILE
           END-IF
           IF WS-XREF-OPEN = "Y"
              CLOSE XREF-FILE
           END-IF
           CLOSE USER-FILE.

        ACCUMULATE-ONE-SLIP.
           MOVE SPACES TO WS-PERIOD-BASE
           UNSTRING PAYSLIP-PERIOD DELIMITED BY "*ADJ"
              INTO WS-PERIOD-BASE
           MOVE ZERO TO WS-PER-HIT
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
              UNTIL WS-PER-IDX > WS-PER-USED
              IF WS-PER-CODE(WS-PER-IDX) = WS-PERIOD-BASE
                 MOVE WS-PER-IDX TO WS-PER-HIT
                 MOVE WS-PER-USED TO WS-PER-IDX
              END-IF
           END-PERFORM
           IF WS-PER-HIT = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SLIP-COUNT
           PERFORM FIND-SLIP-EMPLOYEE
           PERFORM LOAD-DEPT-ASSIGNMENTS

           MOVE FD-TOTAL-PAY TO WS-SLIP-GROSS
           MOVE FD-OVERTIME TO WS-SLIP-OT
           COMPUTE WS-SLIP-ER = FD-SSS-ER + FD-PAGIBIG-ER
              + FD-PHILHEALTH-ER
           MOVE WS-SLIP-GROSS TO WS-LEFT-GROSS
           MOVE WS-SLIP-OT TO WS-LEFT-OT
           MOVE WS-SLIP-ER TO WS-LEFT-ER
           MOVE WS-PER-DAYS(WS-PER-HIT) TO WS-DAYS-LEFT

      *> Department at the start of the period, then one segment per
      *> transfer dated inside it.
           MOVE EMPLOYEE-DEPT-CODE TO WS-CUR-DEPT
           IF WS-EMP-FOUND = "N" OR WS-CUR-DEPT = SPACES
              MOVE "UNKNOWN" TO WS-CUR-DEPT
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-FROM-INT(WS-ASG-IDX) <=
                 WS-PER-START-INT(WS-PER-HIT)
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-CUR-DEPT
              END-IF
           END-PERFORM
           MOVE WS-PER-START-INT(WS-PER-HIT) TO WS-SEG-START-INT
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-FROM-INT(WS-ASG-IDX) >
                 WS-PER-START-INT(WS-PER-HIT) AND
                 WS-ASG-FROM-INT(WS-ASG-IDX) <=
                 WS-PER-END-INT(WS-PER-HIT)
                 COMPUTE WS-SEG-END-INT =
                    WS-ASG-FROM-INT(WS-ASG-IDX) - 1
                 PERFORM APPORTION-SEGMENT
                 MOVE WS-ASG-FROM-INT(WS-ASG-IDX) TO WS-SEG-START-INT
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-CUR-DEPT
              END-IF
           END-PERFORM
           MOVE WS-PER-END-INT(WS-PER-HIT) TO WS-SEG-END-INT
           PERFORM APPORTION-SEGMENT

      *> WS-CUR-DEPT is now the department held on the period end.
           IF WS-PER-CODE(WS-PER-HIT) = WS-HEAD-PERIOD
              AND PAYSLIP-PERIOD = WS-PERIOD-BASE
              MOVE WS-CUR-DEPT TO WS-BVA-CODE
              PERFORM FIND-BVA-DEPT
              ADD 1 TO WS-BVA-ACT-HC(WS-BVA-HIT)
           END-IF.

      *> The last segment takes whatever is left so the split adds
      *> back exactly to the slip.
        APPORTION-SEGMENT.
           IF WS-SEG-END-INT < WS-SEG-START-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEG-DAYS = WS-SEG-END-INT - WS-SEG-START-INT + 1
           IF WS-SEG-DAYS >= WS-DAYS-LEFT
              MOVE WS-LEFT-GROSS TO WS-SEG-GROSS
              MOVE WS-LEFT-OT TO WS-SEG-OT
              MOVE WS-LEFT-ER TO WS-SEG-ER
              MOVE ZERO TO WS-DAYS-LEFT
           ELSE
              COMPUTE WS-SEG-GROSS ROUNDED = WS-SLIP-GROSS
                 * WS-SEG-DAYS / WS-PER-DAYS(WS-PER-HIT)
              COMPUTE WS-SEG-OT ROUNDED = WS-SLIP-OT
                 * WS-SEG-DAYS / WS-PER-DAYS(WS-PER-HIT)
              COMPUTE WS-SEG-ER ROUNDED = WS-SLIP-ER
                 * WS-SEG-DAYS / WS-PER-DAYS(WS-PER-HIT)
              SUBTRACT WS-SEG-DAYS FROM WS-DAYS-LEFT
           END-IF
           SUBTRACT WS-SEG-GROSS FROM WS-LEFT-GROSS
           SUBTRACT WS-SEG-OT FROM WS-LEFT-OT
           SUBTRACT WS-SEG-ER FROM WS-LEFT-ER
           MOVE WS-CUR-DEPT TO WS-BVA-CODE
           PERFORM FIND-BVA-DEPT
           ADD WS-SEG-GROSS TO WS-BVA-YTD-GROSS(WS-BVA-HIT)
           ADD WS-SEG-OT TO WS-BVA-YTD-OT(WS-BVA-HIT)
           ADD WS-SEG-ER TO WS-BVA-YTD-ER(WS-BVA-HIT)
           IF WS-PER-IN-MONTH(WS-PER-HIT) = "Y"
              ADD WS-SEG-GROSS TO WS-BVA-MTH-GROSS(WS-BVA-HIT)
              ADD WS-SEG-OT TO WS-BVA-MTH-OT(WS-BVA-HIT)
              ADD WS-SEG-ER TO WS-BVA-MTH-ER(WS-BVA-HIT)
           END-IF.

        FIND-SLIP-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           IF WS-XREF-OPEN = "Y"
              MOVE USERNAME TO XREF-SLIP-CODE
              READ XREF-FILE KEY IS XREF-SLIP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE XREF-USER-ID TO USER-ID
                    READ USER-FILE KEY IS USER-ID
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF SLIP-CODE = USERNAME
                             MOVE "Y" TO WS-EMP-FOUND
                          END-IF
                    END-READ
              END-READ
           END-IF
           IF WS-EMP-FOUND = "N"
              MOVE LOW-VALUES TO USER-ID
              MOVE "N" TO WS-LIST-END
              START USER-FILE KEY IS NOT LESS THAN USER-ID
                 INVALID KEY
                    MOVE "Y" TO WS-LIST-END
              END-START
              PERFORM UNTIL WS-LIST-END = "Y" OR WS-EMP-FOUND = "Y"
                 READ USER-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-LIST-END
                    NOT AT END
                       IF SLIP-CODE = USERNAME
                          MOVE "Y" TO WS-EMP-FOUND
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           IF WS-EMP-FOUND = "N"
              MOVE SPACES TO USER-ID
              MOVE SPACES TO EMPLOYEE-DEPT-CODE
           END-IF.

        LOAD-DEPT-ASSIGNMENTS.
           MOVE ZERO TO WS-ASG-USED
           IF WS-EMP-FOUND = "N" OR WS-ASG-OPEN = "N"
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
                       IF WS-ASG-USED < 10
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

      *> Finds (or adds) the line for WS-BVA-CODE; WS-BVA-HIT points
      *> at it. Once the table is full the rest pool on "OTHERS".
        FIND-BVA-DEPT.
           MOVE ZERO TO WS-BVA-HIT
           PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
              UNTIL WS-BVA-IDX > WS-BVA-USED
              IF WS-BVA-DEPT(WS-BVA-IDX) = WS-BVA-CODE
                 MOVE WS-BVA-IDX TO WS-BVA-HIT
                 MOVE WS-BVA-USED TO WS-BVA-IDX
              END-IF
           END-PERFORM
           IF WS-BVA-HIT = ZERO
              IF WS-BVA-USED < 50
                 ADD 1 TO WS-BVA-USED
                 MOVE WS-BVA-USED TO WS-BVA-HIT
                 MOVE WS-BVA-CODE TO WS-BVA-DEPT(WS-BVA-HIT)
              ELSE
                 MOVE 50 TO WS-BVA-HIT
                 MOVE "OTHERS" TO WS-BVA-DEPT(50)
              END-IF
           END-IF.

        CHECK-DEPT-OVER.
           MOVE "N" TO WS-DEPT-OVER
           IF WS-BVA-MTH-GROSS(WS-BVA-IDX) + WS-BVA-MTH-ER(WS-BVA-IDX)
              > WS-BVA-BUD-MONTH(WS-BVA-IDX)
              OR WS-BVA-YTD-GROSS(WS-BVA-IDX)
              + WS-BVA-YTD-ER(WS-BVA-IDX)
              > WS-BVA-BUD-YTD(WS-BVA-IDX)
              OR WS-BVA-ACT-HC(WS-BVA-IDX) > WS-BVA-BUD-HC(WS-BVA-IDX)
              MOVE "Y" TO WS-DEPT-OVER
           END-IF.

        WRITE-BVA-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "BudgetVsActual-" WS-RPT-YEAR WS-RPT-MONTH ".txt"
              DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENT BUDGET VS ACTUAL - MONTH " WS-RPT-YEAR
              "/" WS-RPT-MONTH "   RUN "
              FUNCTION CURRENT-DATE(1:8) " BY "
              FUNCTION TRIM(WS-SESSION-USER)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COST = GROSS PAY + EMPLOYER SSS/PAG-IBIG/PHILHEALTH"
              " SHARES. HEADCOUNT AS OF PERIOD "
              FUNCTION TRIM(WS-HEAD-PERIOD)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAY SPLIT BY DAYS IN EACH DEPARTMENT (DEPTASSIGN). "
              "*OVER* = ABOVE BUDGET. NO BUDGET = NONE ON FILE."
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT        BUD HC ACT HC  VAR       GROSS PAY"
              "       OVERTIME  EMPLOYER SHARE"
              "     ACTUAL COST         BUDGET       VARIANCE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           MOVE ZERO TO WS-TOT-BUD-HC
           MOVE ZERO TO WS-TOT-ACT-HC
           MOVE ZERO TO WS-TOT-BUD-MONTH
           MOVE ZERO TO WS-TOT-BUD-YTD
           MOVE ZERO TO WS-TOT-MTH-GROSS
           MOVE ZERO TO WS-TOT-MTH-OT
           MOVE ZERO TO WS-TOT-MTH-ER
           MOVE ZERO TO WS-TOT-YTD-GROSS
           MOVE ZERO TO WS-TOT-YTD-OT
           MOVE ZERO TO WS-TOT-YTD-ER
           MOVE ZERO TO WS-OVER-COUNT
           PERFORM VARYING WS-BVA-IDX FROM 1 BY 1
              UNTIL WS-BVA-IDX > WS-BVA-USED
              PERFORM WRITE-DEPT-LINES
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAL" TO WS-LINE-LABEL
           MOVE "Y" TO WS-LINE-SHOW-HC
           MOVE WS-TOT-BUD-HC TO WS-LINE-BUD-HC
           MOVE WS-TOT-ACT-HC TO WS-LINE-ACT-HC
           MOVE WS-TOT-MTH-GROSS TO WS-LINE-GROSS
           MOVE WS-TOT-MTH-OT TO WS-LINE-OT
           MOVE WS-TOT-MTH-ER TO WS-LINE-ER
           MOVE WS-TOT-BUD-MONTH TO WS-LINE-BUDGET
           PERFORM WRITE-COMPARE-LINE
           MOVE " YTD" TO WS-LINE-LABEL
           MOVE "N" TO WS-LINE-SHOW-HC
           MOVE WS-TOT-YTD-GROSS TO WS-LINE-GROSS
           MOVE WS-TOT-YTD-OT TO WS-LINE-OT
           MOVE WS-TOT-YTD-ER TO WS-LINE-ER
           MOVE WS-TOT-BUD-YTD TO WS-LINE-BUDGET
           PERFORM WRITE-COMPARE-LINE
           MOVE WS-OVER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "DEPARTMENTS OVER BUDGET (MONTH, YTD OR HEADCOUNT): "
              WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

      *> Two lines per department: the report month, then the year to
      *> date.
        WRITE-DEPT-LINES.
           PERFORM CHECK-DEPT-OVER
           IF WS-DEPT-OVER = "Y"
              ADD 1 TO WS-OVER-COUNT
           END-IF
           ADD WS-BVA-BUD-HC(WS-BVA-IDX) TO WS-TOT-BUD-HC
           ADD WS-BVA-ACT-HC(WS-BVA-IDX) TO WS-TOT-ACT-HC
           ADD WS-BVA-BUD-MONTH(WS-BVA-IDX) TO WS-TOT-BUD-MONTH
           ADD WS-BVA-BUD-YTD(WS-BVA-IDX) TO WS-TOT-BUD-YTD
           ADD WS-BVA-MTH-GROSS(WS-BVA-IDX) TO WS-TOT-MTH-GROSS
           ADD WS-BVA-MTH-OT(WS-BVA-IDX) TO WS-TOT-MTH-OT
           ADD WS-BVA-MTH-ER(WS-BVA-IDX) TO WS-TOT-MTH-ER
           ADD WS-BVA-YTD-GROSS(WS-BVA-IDX) TO WS-TOT-YTD-GROSS
           ADD WS-BVA-YTD-OT(WS-BVA-IDX) TO WS-TOT-YTD-OT
           ADD WS-BVA-YTD-ER(WS-BVA-IDX) TO WS-TOT-YTD-ER

           MOVE WS-BVA-DEPT(WS-BVA-IDX) TO WS-LINE-LABEL
           MOVE "Y" TO WS-LINE-SHOW-HC
           MOVE WS-BVA-BUD-HC(WS-BVA-IDX) TO WS-LINE-BUD-HC
           MOVE WS-BVA-ACT-HC(WS-BVA-IDX) TO WS-LINE-ACT-HC
           MOVE WS-BVA-MTH-GROSS(WS-BVA-IDX) TO WS-LINE-GROSS
           MOVE WS-BVA-MTH-OT(WS-BVA-IDX) TO WS-LINE-OT
           MOVE WS-BVA-MTH-ER(WS-BVA-IDX) TO WS-LINE-ER
           MOVE WS-BVA-BUD-MONTH(WS-BVA-IDX) TO WS-LINE-BUDGET
           PERFORM WRITE-COMPARE-LINE
           MOVE " YTD" TO WS-LINE-LABEL
           MOVE "N" TO WS-LINE-SHOW-HC
           MOVE WS-BVA-YTD-GROSS(WS-BVA-IDX) TO WS-LINE-GROSS
           MOVE WS-BVA-YTD-OT(WS-BVA-IDX) TO WS-LINE-OT
           MOVE WS-BVA-YTD-ER(WS-BVA-IDX) TO WS-LINE-ER
           MOVE WS-BVA-BUD-YTD(WS-BVA-IDX) TO WS-LINE-BUDGET
           PERFORM WRITE-COMPARE-LINE.

        WRITE-COMPARE-LINE.
           COMPUTE WS-LINE-COST = WS-LINE-GROSS + WS-LINE-ER
           COMPUTE WS-LINE-VARIANCE = WS-LINE-COST - WS-LINE-BUDGET
           MOVE SPACES TO WS-LINE-FLAG
           IF WS-LINE-COST > WS-LINE-BUDGET
              IF WS-LINE-BUDGET = ZERO
                 MOVE "NO BUDGET" TO WS-LINE-FLAG
              ELSE
                 MOVE "*OVER*" TO WS-LINE-FLAG
              END-IF
           END-IF
           IF WS-LINE-SHOW-HC = "Y"
              AND WS-LINE-ACT-HC > WS-LINE-BUD-HC
              AND WS-LINE-FLAG = SPACES
              MOVE "*OVER HC*" TO WS-LINE-FLAG
           END-IF
           MOVE WS-LINE-GROSS TO WS-ED-AMOUNT
           MOVE WS-LINE-OT TO WS-ED-AMOUNT2
           MOVE WS-LINE-ER TO WS-ED-AMOUNT3
           MOVE WS-LINE-COST TO WS-ED-AMOUNT4
           MOVE WS-LINE-BUDGET TO WS-ED-AMOUNT5
           MOVE WS-LINE-VARIANCE TO WS-ED-AMOUNT6
           MOVE SPACES TO REPORT-LINE
           IF WS-LINE-SHOW-HC = "Y"
              MOVE WS-LINE-BUD-HC TO WS-COUNT-ED
              MOVE WS-LINE-ACT-HC TO WS-COUNT-ED2
              COMPUTE WS-HC-VAR-ED = WS-LINE-ACT-HC - WS-LINE-BUD-HC
              STRING WS-LINE-LABEL "  " WS-COUNT-ED "  " WS-COUNT-ED2
                 WS-HC-VAR-ED " " WS-ED-AMOUNT " " WS-ED-AMOUNT2 " "
                 WS-ED-AMOUNT3 " " WS-ED-AMOUNT4 " " WS-ED-AMOUNT5
                 " " WS-ED-AMOUNT6 " " WS-LINE-FLAG
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING WS-LINE-LABEL "                     "
                 WS-ED-AMOUNT " " WS-ED-AMOUNT2 " "
                 WS-ED-AMOUNT3 " " WS-ED-AMOUNT4 " " WS-ED-AMOUNT5
                 " " WS-ED-AMOUNT6 " " WS-LINE-FLAG
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

        SET-AUDIT-ACTOR.
           IF WS-SESSION-USER NOT = SPACES
              MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           ELSE
              IF WS-SESSION-ROLE NOT = SPACES
                 MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
              ELSE
                 MOVE "DEPT-BUDGET" TO WS-AUDIT-ACTOR
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

        GET-SESSION-ROLE.
           MOVE SPACES TO WS-SESSION-ROLE
           MOVE SPACES TO WS-SESSION-USER
           OPEN INPUT ADMIN-SESSION-FILE
           IF WS-SESSION-STATUS = "00"
              READ ADMIN-SESSION-FILE
                 AT END
                    MOVE SPACES TO WS-SESSION-ROLE
                 NOT AT END
                    MOVE ADMIN-SESSION-LINE(1:15) TO WS-SESSION-ROLE
                    MOVE ADMIN-SESSION-LINE(36:30) TO WS-SESSION-USER
              END-READ
              CLOSE ADMIN-SESSION-FILE
           END-IF.

        APPEND-AUDIT-LOG.
           PERFORM GET-NEXT-AUDIT-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO AUDIT-LINE
           STRING "SEQ=" DELIMITED BY SIZE
              WS-AUDIT-SEQ DELIMITED BY SIZE
              " | " DELIMITED BY SIZE
              WS-CURRENT-DATETIME DELIMITED BY SIZE
              " | ACTOR=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-ACTOR) DELIMITED BY SIZE
              " | KEY=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-KEY) DELIMITED BY SIZE
              " | FIELD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-FIELD) DELIMITED BY SIZE
              " | OLD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-OLD-VALUE) DELIMITED BY SIZE
              " | NEW=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-AUDIT-NEW-VALUE) DELIMITED BY SIZE
              INTO AUDIT-LINE
           PERFORM GET-PREV-AUDIT-HASH
           PERFORM HASH-AUDIT-LINE
           MOVE SPACES TO WS-AUDIT-WORK-LINE
           STRING FUNCTION TRIM(AUDIT-LINE) " | HASH="
              WS-AUDIT-NEW-HASH DELIMITED BY SIZE
              INTO WS-AUDIT-WORK-LINE
           MOVE WS-AUDIT-WORK-LINE TO AUDIT-LINE
           MOVE "00" TO WS-AUDIT-STATUS
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE
           PERFORM PUT-AUDIT-CHAIN.

        GET-NEXT-AUDIT-SEQ.
           MOVE "00" TO WS-AUDIT-SEQ-STATUS
           OPEN INPUT AUDIT-SEQ-FILE
           IF WS-AUDIT-SEQ-STATUS = "00"
              READ AUDIT-SEQ-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AUDIT-SEQ-LINE(1:7) IS NUMERIC
                       MOVE AUDIT-SEQ-LINE(1:7) TO WS-AUDIT-SEQ
                    END-IF
              END-READ
              CLOSE AUDIT-SEQ-FILE
           END-IF
           ADD 1 TO WS-AUDIT-SEQ
           OPEN OUTPUT AUDIT-SEQ-FILE
           MOVE SPACES TO AUDIT-SEQ-LINE
           MOVE WS-AUDIT-SEQ TO AUDIT-SEQ-LINE(1:7)
           WRITE AUDIT-SEQ-LINE
           CLOSE AUDIT-SEQ-FILE.

        GET-PREV-AUDIT-HASH.
           MOVE "0000000000" TO WS-AUDIT-PREV-HASH
           MOVE "00" TO WS-CHAIN-STATUS
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-CHAIN-STATUS = "00"
              READ AUDIT-CHAIN-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AUDIT-CHAIN-LINE IS NUMERIC
                       MOVE AUDIT-CHAIN-LINE TO WS-AUDIT-PREV-HASH
                    END-IF
              END-READ
              CLOSE AUDIT-CHAIN-FILE
           END-IF.

        PUT-AUDIT-CHAIN.
           OPEN OUTPUT AUDIT-CHAIN-FILE
           MOVE WS-AUDIT-NEW-HASH TO AUDIT-CHAIN-LINE
           WRITE AUDIT-CHAIN-LINE
           CLOSE AUDIT-CHAIN-FILE.

      *> Chain hash: the previous line's hash is folded in ahead of this
      *> line's text (same fold HASH-PASSWORD uses), so editing any line
      *> in place breaks every hash after it. The running value is kept
      *> in AuditChain.txt between program runs.
        HASH-AUDIT-LINE.
           MOVE 5381 TO WS-CHAIN-VALUE
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 10
              COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 (WS-CHAIN-VALUE * 131) +
                 FUNCTION ORD(WS-AUDIT-PREV-HASH(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM
           MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-LINE))
              TO WS-CHAIN-LEN
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > WS-CHAIN-LEN
              COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(
                 (WS-CHAIN-VALUE * 131) +
                 FUNCTION ORD(AUDIT-LINE(WS-CHAIN-IDX:1)),
                 999999937)
           END-PERFORM
           MOVE WS-CHAIN-VALUE TO WS-AUDIT-NEW-HASH.
