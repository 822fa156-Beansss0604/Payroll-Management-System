        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayAccrual.

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

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-DEPTASG-STATUS.

            SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RUN-HISTORY-FILE ASSIGN TO "RunHistory.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNHIST-STATUS.

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

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

      *> Accrual journal: the month-end entry dated the last day of
      *> the month and its reversing entry dated the first day of the
      *> next, in fixed columns - entry date, entry type, account,
      *> department, debit, credit. Expense lines are by department;
      *> the accrued liability lines are company-wide. Each entry
      *> balances and is followed by its debit and credit totals.
        FD JOURNAL-FILE.
        01 JOURNAL-LINE PIC X(132).

        FD RUN-HISTORY-FILE.
        01 RUN-HISTORY-LINE PIC X(200).

        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-RUNHIST-STATUS PIC XX.
        01 WS-RUNHIST-END PIC X VALUE "N".
        01 WS-SESSION-STATUS PIC XX.
        01 WS-SESSION-ROLE PIC X(15) VALUE SPACES.
        01 WS-SESSION-USER PIC X(30) VALUE SPACES.
        01 WS-JOURNAL-FILENAME PIC X(40).
        01 WS-LIST-END PIC X VALUE "N".
        01 WS-SLIP-END PIC X VALUE "N".
        01 WS-ASG-END PIC X VALUE "N".
        01 WS-XREF-OPEN PIC X VALUE "N".
        01 WS-ASG-OPEN PIC X VALUE "N".
        01 WS-EMP-FOUND PIC X VALUE "N".
        01 WS-CHOICE PIC X.
        01 WS-ALREADY-RUN PIC X VALUE "N".
        01 WS-HISTORY-EXPECT PIC X(200).

      *> Month being closed, its last day and the first day of the
      *> next month (day numbers and display forms).
        01 WS-MONTH-ENTRY PIC X(6).
        01 WS-ACR-YEAR PIC 9(4).
        01 WS-ACR-MONTH PIC 9(2).
        01 WS-NEXT-YEAR PIC 9(4).
        01 WS-NEXT-MONTH PIC 9(2).
        01 WS-WORK-YMD PIC 9(8).
        01 WS-MONTH-END-INT PIC 9(8).
        01 WS-NEXT-FIRST-INT PIC 9(8).
        01 WS-MONTH-END-YMD PIC 9(8).
        01 WS-NEXT-FIRST-YMD PIC 9(8).
        01 WS-MONTH-END-DATE PIC X(10).
        01 WS-NEXT-FIRST-DATE PIC X(10).
        01 WS-ENTRY-DATE PIC X(10).
        01 WS-ENTRY-TYPE PIC X(8).

      *> Pay periods that start on or before the month end and end
      *> after it. The accrual takes each one's days inside the month
      *> from its own slips when it has been computed, otherwise from
      *> the slips of the period just before it as the estimate.
        01 WS-STR-TABLE.
            05 WS-STR-ENTRY OCCURS 10 TIMES.
                10 WS-STR-CODE PIC X(30).
                10 WS-STR-START-DATE PIC X(15).
                10 WS-STR-END-DATE PIC X(15).
                10 WS-STR-START-INT PIC 9(8).
                10 WS-STR-END-INT PIC 9(8).
                10 WS-STR-DAYS PIC 9(3).
                10 WS-STR-DAYS-IN PIC 9(3).
                10 WS-STR-SOURCE PIC X(30).
                10 WS-STR-BASIS PIC X(8).
                10 WS-STR-SLIPS PIC 9(5).
        01 WS-STR-USED PIC 99 VALUE ZERO.
        01 WS-STR-IDX PIC 99.
        01 WS-SOURCE-COUNT PIC 9(5).
        01 WS-PRIOR-BEST-INT PIC 9(8).
        01 WS-PRIOR-CODE PIC X(30).
        01 WS-PERIOD-BASE PIC X(30).
        01 WS-SLIP-BASE PIC X(30).

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

        01 WS-SLIP-BASIC PIC S9(9)V99.
        01 WS-SLIP-OT PIC S9(9)V99.
        01 WS-SLIP-ALLOW PIC S9(9)V99.
        01 WS-SLIP-SSS-ER PIC S9(9)V99.
        01 WS-SLIP-PAGIBIG-ER PIC S9(9)V99.
        01 WS-SLIP-PHIC-ER PIC S9(9)V99.
        01 WS-SEG-AMOUNT PIC S9(9)V99.

        01 WS-ACR-TABLE.
            05 WS-ACR-ENTRY OCCURS 50 TIMES.
                10 WS-ACR-DEPT PIC X(10).
                10 WS-ACR-BASIC PIC S9(11)V99.
                10 WS-ACR-OT PIC S9(11)V99.
                10 WS-ACR-ALLOW PIC S9(11)V99.
                10 WS-ACR-SSS-ER PIC S9(11)V99.
                10 WS-ACR-PAGIBIG-ER PIC S9(11)V99.
                10 WS-ACR-PHIC-ER PIC S9(11)V99.
        01 WS-ACR-USED PIC 99 VALUE ZERO.
        01 WS-ACR-IDX PIC 99.
        01 WS-ACR-HIT PIC 99.
        01 WS-ACR-CODE PIC X(10).

        01 WS-TOT-WAGES PIC S9(11)V99.
        01 WS-TOT-SSS-ER PIC S9(11)V99.
        01 WS-TOT-PAGIBIG-ER PIC S9(11)V99.
        01 WS-TOT-PHIC-ER PIC S9(11)V99.
        01 WS-TOT-DEBIT PIC S9(11)V99.
        01 WS-TOT-CREDIT PIC S9(11)V99.
        01 WS-SLIP-COUNT PIC 9(5) VALUE ZERO.

      *> One journal line, set by the caller before WRITE-JOURNAL-LINE.
      *> WS-JNL-SIDE is D or C for the accrual; the reversing entry
      *> swaps it.
        01 WS-JNL-ACCOUNT PIC X(34).
        01 WS-JNL-DEPT PIC X(10).
        01 WS-JNL-AMOUNT PIC S9(11)V99.
        01 WS-JNL-SIDE PIC X.
        01 WS-REVERSING PIC X VALUE "N".

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).

        01 WS-ED-AMOUNT PIC Z(10)9.99.
        01 WS-ED-AMOUNT2 PIC Z(10)9.99.
        01 WS-ED-BLANK PIC X(14) VALUE SPACES.
        01 WS-COUNT-ED PIC ZZZZ9.
        01 WS-DAYS-ED PIC ZZ9.
        01 WS-DAYS-ED2 PIC ZZ9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||    MONTH-END PAYROLL ACCRUAL JOURNAL    |||||"
           DISPLAY "|=================================================|"
           PERFORM GET-SESSION-ROLE
           PERFORM ACCEPT-ACCRUAL-MONTH
           IF WS-MONTH-ENTRY = SPACES
              STOP RUN
           END-IF

           PERFORM CHECK-ALREADY-ACCRUED
           IF WS-ALREADY-RUN = "Y"
              DISPLAY "AN ACCRUAL JOURNAL HAS ALREADY BEEN PRODUCED "
                 "FOR " WS-ACR-YEAR "/" WS-ACR-MONTH "."
              DISPLAY "IF IT WAS POSTED, A NEW ONE WOULD DOUBLE THE "
                 "ACCRUAL."
              DISPLAY "[PRODUCE IT AGAIN ANYWAY]? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-CHOICE
              IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
                 DISPLAY "ACCRUAL NOT RUN."
                 STOP RUN
              END-IF
           END-IF

           PERFORM LOAD-STRADDLING-PERIODS
           IF WS-STR-USED = ZERO
              DISPLAY "NO PAY PERIOD CROSSES THE END OF "
                 WS-ACR-YEAR "/" WS-ACR-MONTH
                 ". NOTHING TO ACCRUE."
              STOP RUN
           END-IF

           INITIALIZE WS-ACR-TABLE
           MOVE ZERO TO WS-ACR-USED
           MOVE ZERO TO WS-SLIP-COUNT
           OPEN INPUT USER-FILE
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
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
              UNTIL WS-STR-IDX > WS-STR-USED
              PERFORM ACCRUE-ONE-PERIOD
           END-PERFORM
           IF WS-ASG-OPEN = "Y"
              CLOSE DEPT-ASG-FILE
           END-IF
           IF WS-XREF-OPEN = "Y"
              CLOSE XREF-FILE
           END-IF
           CLOSE USER-FILE

           PERFORM WRITE-JOURNAL
           PERFORM APPEND-ACCRUAL-HISTORY

           DISPLAY "|=================================================|"
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
              UNTIL WS-STR-IDX > WS-STR-USED
              MOVE WS-STR-DAYS-IN(WS-STR-IDX) TO WS-DAYS-ED
              MOVE WS-STR-DAYS(WS-STR-IDX) TO WS-DAYS-ED2
              DISPLAY "PERIOD " WS-STR-CODE(WS-STR-IDX) " "
                 WS-DAYS-ED " OF " WS-DAYS-ED2 " DAYS  "
                 WS-STR-BASIS(WS-STR-IDX)
           END-PERFORM
           MOVE WS-TOT-DEBIT TO WS-ED-AMOUNT
           DISPLAY "SLIPS ACCRUED: " WS-SLIP-COUNT
              "   AMOUNT ACCRUED: " WS-ED-AMOUNT
           DISPLAY "JOURNAL FILE: " WS-JOURNAL-FILENAME
           DISPLAY "|=================================================|"
           STOP RUN.

        ACCEPT-ACCRUAL-MONTH.
           DISPLAY "[MONTH TO CLOSE (YYYYMM)]: " WITH NO ADVANCING
           ACCEPT WS-MONTH-ENTRY
           IF WS-MONTH-ENTRY IS NOT NUMERIC
              DISPLAY "INVALID MONTH. ACCRUAL NOT RUN."
              MOVE SPACES TO WS-MONTH-ENTRY
              EXIT PARAGRAPH
           END-IF
           MOVE WS-MONTH-ENTRY(1:4) TO WS-ACR-YEAR
           MOVE WS-MONTH-ENTRY(5:2) TO WS-ACR-MONTH
           IF WS-ACR-YEAR < 2000 OR WS-ACR-YEAR > 2099
              OR WS-ACR-MONTH < 1 OR WS-ACR-MONTH > 12
              DISPLAY "INVALID MONTH. ACCRUAL NOT RUN."
              MOVE SPACES TO WS-MONTH-ENTRY
              EXIT PARAGRAPH
           END-IF
           IF WS-ACR-MONTH = 12
              COMPUTE WS-NEXT-YEAR = WS-ACR-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-ACR-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-ACR-MONTH + 1
           END-IF
           COMPUTE WS-WORK-YMD = (WS-NEXT-YEAR * 10000)
              + (WS-NEXT-MONTH * 100) + 1
           MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
              TO WS-NEXT-FIRST-INT
           COMPUTE WS-MONTH-END-INT = WS-NEXT-FIRST-INT - 1
           MOVE WS-WORK-YMD TO WS-NEXT-FIRST-YMD
           MOVE FUNCTION DATE-OF-INTEGER(WS-MONTH-END-INT)
              TO WS-MONTH-END-YMD
           MOVE SPACES TO WS-MONTH-END-DATE
           STRING WS-MONTH-END-YMD(5:2) "/" WS-MONTH-END-YMD(7:2) "/"
              WS-MONTH-END-YMD(1:4)
              DELIMITED BY SIZE INTO WS-MONTH-END-DATE
           MOVE SPACES TO WS-NEXT-FIRST-DATE
           STRING WS-NEXT-FIRST-YMD(5:2) "/" WS-NEXT-FIRST-YMD(7:2) "/"
              WS-NEXT-FIRST-YMD(1:4)
              DELIMITED BY SIZE INTO WS-NEXT-FIRST-DATE.

        LOAD-STRADDLING-PERIODS.
           MOVE ZERO TO WS-STR-USED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              DISPLAY "NO PAY-PERIOD CALENDAR ON FILE."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    PERFORM TAKE-STRADDLING-PERIOD
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

        TAKE-STRADDLING-PERIOD.
           MOVE PERIOD-START-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO OR WS-CVT-INT > WS-MONTH-END-INT
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-INT TO WS-SEG-START-INT
           MOVE PERIOD-END-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT NOT > WS-MONTH-END-INT
              EXIT PARAGRAPH
           END-IF
           IF WS-STR-USED >= 10
              DISPLAY "WARNING: MORE THAN 10 PERIODS CROSS THE MONTH "
                 "END. PERIOD " PERIOD-CODE " LEFT OUT."
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-STR-USED
           MOVE PERIOD-CODE TO WS-STR-CODE(WS-STR-USED)
           MOVE PERIOD-START-DATE TO WS-STR-START-DATE(WS-STR-USED)
           MOVE PERIOD-END-DATE TO WS-STR-END-DATE(WS-STR-USED)
           MOVE WS-SEG-START-INT TO WS-STR-START-INT(WS-STR-USED)
           MOVE WS-CVT-INT TO WS-STR-END-INT(WS-STR-USED)
           COMPUTE WS-STR-DAYS(WS-STR-USED) =
              WS-CVT-INT - WS-SEG-START-INT + 1
           COMPUTE WS-STR-DAYS-IN(WS-STR-USED) =
              WS-MONTH-END-INT - WS-SEG-START-INT + 1
           MOVE SPACES TO WS-STR-SOURCE(WS-STR-USED)
           MOVE SPACES TO WS-STR-BASIS(WS-STR-USED)
           MOVE ZERO TO WS-STR-SLIPS(WS-STR-USED).

      *> Picks the slips to accrue from - the period's own once it has
      *> been computed, else the period before it - then spreads each
      *> slip's in-month share over the employee's departments.
        ACCRUE-ONE-PERIOD.
           MOVE WS-STR-CODE(WS-STR-IDX) TO WS-PERIOD-BASE
           PERFORM COUNT-SOURCE-SLIPS
           IF WS-SOURCE-COUNT > ZERO
              MOVE WS-STR-CODE(WS-STR-IDX) TO WS-STR-SOURCE(WS-STR-IDX)
              MOVE "ACTUAL" TO WS-STR-BASIS(WS-STR-IDX)
           ELSE
              PERFORM FIND-PRIOR-PERIOD
              IF WS-PRIOR-CODE = SPACES
                 DISPLAY "WARNING: PERIOD " WS-STR-CODE(WS-STR-IDX)
                    " IS NOT COMPUTED AND HAS NO PRIOR PERIOD TO "
                    "ESTIMATE FROM. NOT ACCRUED."
                 MOVE "NONE" TO WS-STR-BASIS(WS-STR-IDX)
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-PRIOR-CODE TO WS-PERIOD-BASE
              PERFORM COUNT-SOURCE-SLIPS
              IF WS-SOURCE-COUNT = ZERO
                 DISPLAY "WARNING: PERIOD " WS-STR-CODE(WS-STR-IDX)
                    " IS NOT COMPUTED AND PRIOR PERIOD "
                    FUNCTION TRIM(WS-PRIOR-CODE)
                    " HAS NO SLIPS. NOT ACCRUED."
                 MOVE "NONE" TO WS-STR-BASIS(WS-STR-IDX)
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-PRIOR-CODE TO WS-STR-SOURCE(WS-STR-IDX)
              MOVE "ESTIMATE" TO WS-STR-BASIS(WS-STR-IDX)
           END-IF
           OPEN INPUT PAYSLIP-FILE
           MOVE "N" TO WS-SLIP-END
           PERFORM UNTIL WS-SLIP-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SLIP-END
                 NOT AT END
                    PERFORM CHECK-SOURCE-SLIP
                    IF WS-EMP-FOUND = "Y"
                       ADD 1 TO WS-STR-SLIPS(WS-STR-IDX)
                       ADD 1 TO WS-SLIP-COUNT
                       PERFORM ACCRUE-ONE-SLIP
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

      *> Sets WS-EMP-FOUND to Y when the current slip belongs to the
      *> source period in WS-PERIOD-BASE (corrections included,
      *> reversed slips left out).
        CHECK-SOURCE-SLIP.
           MOVE "N" TO WS-EMP-FOUND
           IF SLIP-REVERSED
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SLIP-BASE
           UNSTRING PAYSLIP-PERIOD DELIMITED BY "*ADJ"
              INTO WS-SLIP-BASE
           IF WS-SLIP-BASE = WS-PERIOD-BASE
              MOVE "Y" TO WS-EMP-FOUND
           END-IF.

        COUNT-SOURCE-SLIPS.
           MOVE ZERO TO WS-SOURCE-COUNT
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLIP-END
           PERFORM UNTIL WS-SLIP-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SLIP-END
                 NOT AT END
                    PERFORM CHECK-SOURCE-SLIP
                    IF WS-EMP-FOUND = "Y"
                       ADD 1 TO WS-SOURCE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

      *> The calendar period starting latest before this one.
        FIND-PRIOR-PERIOD.
           MOVE SPACES TO WS-PRIOR-CODE
           MOVE ZERO TO WS-PRIOR-BEST-INT
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
                    MOVE PERIOD-START-DATE TO WS-CVT-DATE
                    PERFORM CONVERT-DATE-TO-INT
                    IF WS-CVT-INT < WS-STR-START-INT(WS-STR-IDX)
                       AND WS-CVT-INT > WS-PRIOR-BEST-INT
                       MOVE WS-CVT-INT TO WS-PRIOR-BEST-INT
                       MOVE PERIOD-CODE TO WS-PRIOR-CODE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *> Each department segment of the period that falls on or before
      *> the month end takes segment days / period days of the slip.
        ACCRUE-ONE-SLIP.
           MOVE BASIC-SALARY TO WS-SLIP-BASIC
           COMPUTE WS-SLIP-OT = FD-OVERTIME + FD-NIGHT-DIFF
              + FD-HOLIDAY
           COMPUTE WS-SLIP-ALLOW = FD-ALLOW-TAXABLE + FD-ALLOW-NONTAX
           MOVE FD-SSS-ER TO WS-SLIP-SSS-ER
           MOVE FD-PAGIBIG-ER TO WS-SLIP-PAGIBIG-ER
           MOVE FD-PHILHEALTH-ER TO WS-SLIP-PHIC-ER
           PERFORM FIND-SLIP-EMPLOYEE
           PERFORM LOAD-DEPT-ASSIGNMENTS

           MOVE EMPLOYEE-DEPT-CODE TO WS-CUR-DEPT
           IF WS-EMP-FOUND = "N" OR WS-CUR-DEPT = SPACES
              MOVE "UNKNOWN" TO WS-CUR-DEPT
           END-IF
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-FROM-INT(WS-ASG-IDX) <=
                 WS-STR-START-INT(WS-STR-IDX)
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-CUR-DEPT
              END-IF
           END-PERFORM
           MOVE WS-STR-START-INT(WS-STR-IDX) TO WS-SEG-START-INT
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
              UNTIL WS-ASG-IDX > WS-ASG-USED
              IF WS-ASG-FROM-INT(WS-ASG-IDX) >
                 WS-STR-START-INT(WS-STR-IDX) AND
                 WS-ASG-FROM-INT(WS-ASG-IDX) <= WS-MONTH-END-INT
                 COMPUTE WS-SEG-END-INT =
                    WS-ASG-FROM-INT(WS-ASG-IDX) - 1
                 PERFORM ACCRUE-SEGMENT
                 MOVE WS-ASG-FROM-INT(WS-ASG-IDX) TO WS-SEG-START-INT
                 MOVE WS-ASG-DEPT(WS-ASG-IDX) TO WS-CUR-DEPT
              END-IF
           END-PERFORM
           MOVE WS-MONTH-END-INT TO WS-SEG-END-INT
           PERFORM ACCRUE-SEGMENT.

        ACCRUE-SEGMENT.
           IF WS-SEG-END-INT < WS-SEG-START-INT
              EXIT PARAGRAPH
           END-IF
           COMPUTE WS-SEG-DAYS = WS-SEG-END-INT - WS-SEG-START-INT + 1
           MOVE WS-CUR-DEPT TO WS-ACR-CODE
           PERFORM FIND-ACR-DEPT
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-BASIC
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-BASIC(WS-ACR-HIT)
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-OT
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-OT(WS-ACR-HIT)
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-ALLOW
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-ALLOW(WS-ACR-HIT)
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-SSS-ER
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-SSS-ER(WS-ACR-HIT)
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-PAGIBIG-ER
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-PAGIBIG-ER(WS-ACR-HIT)
           COMPUTE WS-SEG-AMOUNT ROUNDED = WS-SLIP-PHIC-ER
              * WS-SEG-DAYS / WS-STR-DAYS(WS-STR-IDX)
           ADD WS-SEG-AMOUNT TO WS-ACR-PHIC-ER(WS-ACR-HIT).

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

      *> Finds (or adds) the line for WS-ACR-CODE; WS-ACR-HIT points
      *> at it. Once the table is full the rest pool on "OTHERS".
        FIND-ACR-DEPT.
           MOVE ZERO TO WS-ACR-HIT
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
              UNTIL WS-ACR-IDX > WS-ACR-USED
              IF WS-ACR-DEPT(WS-ACR-IDX) = WS-ACR-CODE
                 MOVE WS-ACR-IDX TO WS-ACR-HIT
                 MOVE WS-ACR-USED TO WS-ACR-IDX
              END-IF
           END-PERFORM
           IF WS-ACR-HIT = ZERO
              IF WS-ACR-USED < 50
                 ADD 1 TO WS-ACR-USED
                 MOVE WS-ACR-USED TO WS-ACR-HIT
                 MOVE WS-ACR-CODE TO WS-ACR-DEPT(WS-ACR-HIT)
              ELSE
                 MOVE 50 TO WS-ACR-HIT
                 MOVE "OTHERS" TO WS-ACR-DEPT(50)
              END-IF
           END-IF.

        WRITE-JOURNAL.
           MOVE SPACES TO WS-JOURNAL-FILENAME
           STRING "AccrualJournal-" WS-ACR-YEAR WS-ACR-MONTH ".txt"
              DELIMITED BY SIZE INTO WS-JOURNAL-FILENAME
           MOVE ZERO TO WS-TOT-WAGES
           MOVE ZERO TO WS-TOT-SSS-ER
           MOVE ZERO TO WS-TOT-PAGIBIG-ER
           MOVE ZERO TO WS-TOT-PHIC-ER
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
              UNTIL WS-ACR-IDX > WS-ACR-USED
              ADD WS-ACR-BASIC(WS-ACR-IDX) WS-ACR-OT(WS-ACR-IDX)
                 WS-ACR-ALLOW(WS-ACR-IDX) TO WS-TOT-WAGES
              ADD WS-ACR-SSS-ER(WS-ACR-IDX) TO WS-TOT-SSS-ER
              ADD WS-ACR-PAGIBIG-ER(WS-ACR-IDX) TO WS-TOT-PAGIBIG-ER
              ADD WS-ACR-PHIC-ER(WS-ACR-IDX) TO WS-TOT-PHIC-ER
           END-PERFORM

           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO JOURNAL-LINE
           STRING "PAYROLL ACCRUAL JOURNAL - MONTH ENDING "
              WS-MONTH-END-DATE "   RUN "
              FUNCTION CURRENT-DATE(1:8) " BY "
              FUNCTION TRIM(WS-SESSION-USER)
              DELIMITED BY SIZE INTO JOURNAL-LINE
           WRITE JOURNAL-LINE
           PERFORM VARYING WS-STR-IDX FROM 1 BY 1
              UNTIL WS-STR-IDX > WS-STR-USED
              MOVE WS-STR-DAYS-IN(WS-STR-IDX) TO WS-DAYS-ED
              MOVE WS-STR-DAYS(WS-STR-IDX) TO WS-DAYS-ED2
              MOVE WS-STR-SLIPS(WS-STR-IDX) TO WS-COUNT-ED
              MOVE SPACES TO JOURNAL-LINE
              STRING "PERIOD " FUNCTION TRIM(WS-STR-CODE(WS-STR-IDX))
                 " (" FUNCTION TRIM(WS-STR-START-DATE(WS-STR-IDX))
                 " - " FUNCTION TRIM(WS-STR-END-DATE(WS-STR-IDX))
                 "): " WS-DAYS-ED " OF " WS-DAYS-ED2
                 " DAYS IN MONTH, " WS-STR-BASIS(WS-STR-IDX)
                 " FROM " FUNCTION TRIM(WS-STR-SOURCE(WS-STR-IDX))
                 " (" WS-COUNT-ED " SLIPS)"
                 DELIMITED BY SIZE INTO JOURNAL-LINE
              WRITE JOURNAL-LINE
           END-PERFORM
           MOVE SPACES TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "DATE       ENTRY    ACCOUNT"
              "                            DEPT"
              "                DEBIT          CREDIT"
              DELIMITED BY SIZE INTO JOURNAL-LINE
           WRITE JOURNAL-LINE

           MOVE "N" TO WS-REVERSING
           MOVE WS-MONTH-END-DATE TO WS-ENTRY-DATE
           MOVE "ACCRUAL" TO WS-ENTRY-TYPE
           PERFORM WRITE-JOURNAL-ENTRY
           MOVE SPACES TO JOURNAL-LINE
           WRITE JOURNAL-LINE
           MOVE "Y" TO WS-REVERSING
           MOVE WS-NEXT-FIRST-DATE TO WS-ENTRY-DATE
           MOVE "REVERSAL" TO WS-ENTRY-TYPE
           PERFORM WRITE-JOURNAL-ENTRY
           CLOSE JOURNAL-FILE.

      *> One balanced entry: expense debits by department, then the
      *> accrued liability credits. The reversing entry is the same
      *> lines with the sides swapped.
        WRITE-JOURNAL-ENTRY.
           MOVE ZERO TO WS-TOT-DEBIT
           MOVE ZERO TO WS-TOT-CREDIT
           MOVE "D" TO WS-JNL-SIDE
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
              UNTIL WS-ACR-IDX > WS-ACR-USED
              MOVE WS-ACR-DEPT(WS-ACR-IDX) TO WS-JNL-DEPT
              MOVE "SALARIES AND WAGES EXPENSE" TO WS-JNL-ACCOUNT
              MOVE WS-ACR-BASIC(WS-ACR-IDX) TO WS-JNL-AMOUNT
              PERFORM WRITE-JOURNAL-LINE
              MOVE "OVERTIME AND PREMIUM PAY EXPENSE" TO WS-JNL-ACCOUNT
              MOVE WS-ACR-OT(WS-ACR-IDX) TO WS-JNL-AMOUNT
              PERFORM WRITE-JOURNAL-LINE
              MOVE "ALLOWANCES EXPENSE" TO WS-JNL-ACCOUNT
              MOVE WS-ACR-ALLOW(WS-ACR-IDX) TO WS-JNL-AMOUNT
              PERFORM WRITE-JOURNAL-LINE
              MOVE "EMPLOYER CONTRIBUTIONS EXPENSE" TO WS-JNL-ACCOUNT
              COMPUTE WS-JNL-AMOUNT = WS-ACR-SSS-ER(WS-ACR-IDX)
                 + WS-ACR-PAGIBIG-ER(WS-ACR-IDX)
                 + WS-ACR-PHIC-ER(WS-ACR-IDX)
              PERFORM WRITE-JOURNAL-LINE
           END-PERFORM
           MOVE "C" TO WS-JNL-SIDE
           MOVE SPACES TO WS-JNL-DEPT
           MOVE "ACCRUED SALARIES AND WAGES" TO WS-JNL-ACCOUNT
           MOVE WS-TOT-WAGES TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "ACCRUED SSS EMPLOYER SHARE" TO WS-JNL-ACCOUNT
           MOVE WS-TOT-SSS-ER TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "ACCRUED PAG-IBIG EMPLOYER SHARE" TO WS-JNL-ACCOUNT
           MOVE WS-TOT-PAGIBIG-ER TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE "ACCRUED PHILHEALTH EMPLOYER SHARE" TO WS-JNL-ACCOUNT
           MOVE WS-TOT-PHIC-ER TO WS-JNL-AMOUNT
           PERFORM WRITE-JOURNAL-LINE
           MOVE WS-TOT-DEBIT TO WS-ED-AMOUNT
           MOVE WS-TOT-CREDIT TO WS-ED-AMOUNT2
           MOVE SPACES TO JOURNAL-LINE
           STRING WS-ENTRY-DATE " " WS-ENTRY-TYPE " "
              "TOTAL                                         "
              WS-ED-AMOUNT "  " WS-ED-AMOUNT2
              DELIMITED BY SIZE INTO JOURNAL-LINE
           WRITE JOURNAL-LINE.

        WRITE-JOURNAL-LINE.
           IF WS-JNL-AMOUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO JOURNAL-LINE
           MOVE WS-JNL-AMOUNT TO WS-ED-AMOUNT
           IF (WS-JNL-SIDE = "D" AND WS-REVERSING = "N")
              OR (WS-JNL-SIDE = "C" AND WS-REVERSING = "Y")
              ADD WS-JNL-AMOUNT TO WS-TOT-DEBIT
              STRING WS-ENTRY-DATE " " WS-ENTRY-TYPE " "
                 WS-JNL-ACCOUNT " " WS-JNL-DEPT " "
                 WS-ED-AMOUNT "  " WS-ED-BLANK
                 DELIMITED BY SIZE INTO JOURNAL-LINE
           ELSE
              ADD WS-JNL-AMOUNT TO WS-TOT-CREDIT
              STRING WS-ENTRY-DATE " " WS-ENTRY-TYPE " "
                 WS-JNL-ACCOUNT " " WS-JNL-DEPT " "
                 WS-ED-BLANK "  " WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO JOURNAL-LINE
           END-IF
           WRITE JOURNAL-LINE.

        CHECK-ALREADY-ACCRUED.
           MOVE "N" TO WS-ALREADY-RUN
           MOVE SPACES TO WS-HISTORY-EXPECT
           STRING "PAYACCRUAL | MONTH=" WS-ACR-YEAR WS-ACR-MONTH
              DELIMITED BY SIZE INTO WS-HISTORY-EXPECT
           MOVE "00" TO WS-RUNHIST-STATUS
           MOVE "N" TO WS-RUNHIST-END
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RUNHIST-END = "Y"
              READ RUN-HISTORY-FILE
                 AT END
                    MOVE "Y" TO WS-RUNHIST-END
                 NOT AT END
                    IF RUN-HISTORY-LINE = WS-HISTORY-EXPECT
                       MOVE "Y" TO WS-ALREADY-RUN
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-HISTORY-FILE.

        APPEND-ACCRUAL-HISTORY.
           MOVE SPACES TO RUN-HISTORY-LINE
           STRING "PAYACCRUAL | MONTH=" WS-ACR-YEAR WS-ACR-MONTH
              DELIMITED BY SIZE INTO RUN-HISTORY-LINE
           MOVE "00" TO WS-RUNHIST-STATUS
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

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
