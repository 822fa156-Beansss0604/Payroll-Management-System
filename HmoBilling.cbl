        IDENTIFICATION DIVISION.
        PROGRAM-ID. HmoBilling.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

            SELECT DEPENDENT-FILE ASSIGN TO "Dependent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-KEY
                FILE STATUS IS WS-DEPEND-STATUS.

            SELECT HMO-PLAN-FILE ASSIGN TO "HmoPlan.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HMO-PLAN-CODE
                FILE STATUS IS WS-HMO-PLAN-STATUS.

            SELECT HMO-DEDUCT-FILE ASSIGN TO "HmoDeduct.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HMD-KEY
                FILE STATUS IS WS-HMO-DED-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT REPORT-FILE ASSIGN TO "HmoBilling.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD DEPENDENT-FILE.
            COPY "DEPENDREC.cpy".

        FD HMO-PLAN-FILE.
            COPY "HMOPLANREC.cpy".

        FD HMO-DEDUCT-FILE.
            COPY "HMODEDREC.cpy".

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-DEPEND-STATUS PIC XX.
        01 WS-HMO-PLAN-STATUS PIC XX.
        01 WS-HMO-DED-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-DEP-END PIC X VALUE "N".
        01 WS-HMD-END PIC X VALUE "N".
        01 WS-PERIOD-END PIC X VALUE "N".
        01 WS-SLIP-FOUND PIC X VALUE "N".
        01 WS-EMP-FOUND PIC X VALUE "N".
        01 WS-PLAN-OPEN PIC X VALUE "N".
        01 WS-HMD-OPEN PIC X VALUE "N".
        01 WS-SLIP-OPEN PIC X VALUE "N".
        01 WS-USER-OPEN PIC X VALUE "N".
        01 WS-IN-MONTH PIC X VALUE "N".
        01 WS-MONTH-OK PIC X VALUE "N".
        01 WS-BILL-MONTH PIC X(5).
        01 WS-PERIOD-DATE PIC X(15).
        01 WS-CUR-USER PIC X(30).
        01 WS-CUR-NAME PIC X(30).
        01 WS-CUR-SLIP-CODE PIC X(30).
        01 WS-CUR-MEMBERS PIC 99 VALUE ZERO.
        01 WS-CUR-ENROLLED PIC X VALUE "N".

      *> Pay periods whose pay date (else end date) falls in the
      *> billing month; a semi-monthly payroll gives two.
        01 WS-MONTH-PERIODS.
           02 WS-MP-COUNT PIC 99 VALUE ZERO.
           02 WS-MP-CODE PIC X(30) OCCURS 10 TIMES.
        01 WS-MP-IDX PIC 99.

        01 WS-EMP-BILLED PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-EMP-COLLECTED PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-EMP-VARIANCE PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-BILLED PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-COLLECTED PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-VARIANCE PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-EMPLOYEES PIC 9(5) VALUE ZERO.
        01 WS-TOT-MEMBERS PIC 9(5) VALUE ZERO.
        01 WS-TOT-MISMATCH PIC 9(5) VALUE ZERO.
        01 WS-TOT-UNKNOWN PIC 9(5) VALUE ZERO.
        01 WS-TOT-ORPHAN PIC 9(5) VALUE ZERO.
        01 WS-TOT-SKIPPED PIC 9(5) VALUE ZERO.

        01 WS-ED-RATE PIC Z(6)9.99.
        01 WS-ED-BILLED PIC Z(6)9.99.
        01 WS-ED-COLLECTED PIC Z(6)9.99.
        01 WS-ED-VARIANCE PIC -Z(6)9.99.
        01 WS-ED-TOT-BILLED PIC Z(8)9.99.
        01 WS-ED-TOT-COLLECTED PIC Z(8)9.99.
        01 WS-ED-TOT-VARIANCE PIC -Z(8)9.99.
        01 WS-COUNT-ED PIC ZZZZ9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||     HMO BILLING RECONCILIATION          |||||"
           DISPLAY "|=================================================|"
           PERFORM UNTIL WS-MONTH-OK = "Y"
              DISPLAY "[ENTER BILLING MONTH (mm/yy)]: "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-BILL-MONTH
              ACCEPT WS-BILL-MONTH
              IF WS-BILL-MONTH(1:2) IS NUMERIC
                 AND WS-BILL-MONTH(3:1) = "/"
                 AND WS-BILL-MONTH(4:2) IS NUMERIC
                 AND WS-BILL-MONTH(1:2) >= "01"
                 AND WS-BILL-MONTH(1:2) <= "12"
                 MOVE "Y" TO WS-MONTH-OK
              ELSE
                 DISPLAY "INVALID MONTH. USE mm/yy."
              END-IF
           END-PERFORM

           PERFORM LOAD-MONTH-PERIODS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "HMO BILLING RECONCILIATION - MONTH "
              WS-BILL-MONTH
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "BILLED = PLAN MONTHLY RATE PER ENROLLED DEPENDENT. "
              "COLLECTED = HMO PREMIUMS DEDUCTED ON THE MONTH'S "
              "STANDING PAYSLIPS."
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PAY PERIODS:"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MP-COUNT = ZERO
              MOVE "  NONE - NO PAY PERIOD FALLS IN THIS MONTH."
                 TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
              UNTIL WS-MP-IDX > WS-MP-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  " WS-MP-CODE(WS-MP-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYEE / DEPENDENT            RELATION   "
              "PLAN       MONTHLY RATE     COLLECTED    VARIANCE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT HMO-PLAN-FILE
           IF WS-HMO-PLAN-STATUS = "00"
              MOVE "Y" TO WS-PLAN-OPEN
           END-IF
           OPEN INPUT HMO-DEDUCT-FILE
           IF WS-HMO-DED-STATUS = "00"
              MOVE "Y" TO WS-HMD-OPEN
           END-IF
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-SLIP-OPEN
           END-IF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS = "00"
              MOVE "Y" TO WS-USER-OPEN
           END-IF

           PERFORM BILL-ENROLLED-EMPLOYEES
           PERFORM LIST-UNBILLED-COLLECTIONS

           IF WS-USER-OPEN = "Y"
              CLOSE USER-FILE
           END-IF
           IF WS-SLIP-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           IF WS-HMD-OPEN = "Y"
              CLOSE HMO-DEDUCT-FILE
           END-IF
           IF WS-PLAN-OPEN = "Y"
              CLOSE HMO-PLAN-FILE
           END-IF

           COMPUTE WS-TOT-VARIANCE = WS-TOT-COLLECTED - WS-TOT-BILLED
           MOVE WS-TOT-BILLED TO WS-ED-TOT-BILLED
           MOVE WS-TOT-COLLECTED TO WS-ED-TOT-COLLECTED
           MOVE WS-TOT-VARIANCE TO WS-ED-TOT-VARIANCE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS                                          "
              "          " WS-ED-TOT-BILLED " " WS-ED-TOT-COLLECTED
              " " WS-ED-TOT-VARIANCE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-EMPLOYEES TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYEES BILLED: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-MEMBERS TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "MEMBERS BILLED: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-MISMATCH TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "EMPLOYEES WITH A VARIANCE: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-UNKNOWN TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "ENROLMENTS UNDER AN UNKNOWN PLAN: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-ORPHAN TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "COLLECTIONS WITH NO ENROLLED MEMBER: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "|=================================================|"
           DISPLAY "PAY PERIODS IN MONTH: " WS-MP-COUNT
              "   EMPLOYEES BILLED: " WS-TOT-EMPLOYEES
           DISPLAY "TOTAL BILLED:    " WS-ED-TOT-BILLED
           DISPLAY "TOTAL COLLECTED: " WS-ED-TOT-COLLECTED
           DISPLAY "VARIANCE:        " WS-ED-TOT-VARIANCE
           DISPLAY "EMPLOYEES WITH A VARIANCE: " WS-TOT-MISMATCH
              "   UNKNOWN PLANS: " WS-TOT-UNKNOWN
           DISPLAY "COLLECTIONS WITH NO ENROLLED MEMBER: "
              WS-TOT-ORPHAN
              "   SKIPPED (REVERSED/MISSING): " WS-TOT-SKIPPED
           DISPLAY "REPORT FILE: HmoBilling.txt"
           DISPLAY "|=================================================|"
           STOP RUN.

      *> A period belongs to the month it is paid in; a period with no
      *> pay date on the calendar falls back to its end date.
        LOAD-MONTH-PERIODS.
           MOVE ZERO TO WS-MP-COUNT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              DISPLAY "WARNING: PayPeriod.txt NOT FOUND. NOTHING "
                 "COLLECTED CAN BE MATCHED."
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PERIOD-END
           PERFORM UNTIL WS-PERIOD-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-PERIOD-END
                 NOT AT END
                    MOVE PERIOD-PAY-DATE TO WS-PERIOD-DATE
                    IF WS-PERIOD-DATE = SPACES
                       MOVE PERIOD-END-DATE TO WS-PERIOD-DATE
                    END-IF
                    IF WS-PERIOD-DATE(1:2) = WS-BILL-MONTH(1:2)
                       AND WS-PERIOD-DATE(7:2) = WS-BILL-MONTH(4:2)
                       IF WS-MP-COUNT < 10
                          ADD 1 TO WS-MP-COUNT
                          MOVE PERIOD-CODE TO WS-MP-CODE(WS-MP-COUNT)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *> Dependent.txt is in USER-ID order, so each employee's
      *> dependents arrive together; the employee's bill is closed off
      *> when the USER-ID changes.
        BILL-ENROLLED-EMPLOYEES.
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS NOT = "00"
              MOVE "NO DEPENDENTS ON FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CUR-USER
           MOVE "N" TO WS-CUR-ENROLLED
           MOVE "N" TO WS-DEP-END
           PERFORM UNTIL WS-DEP-END = "Y"
              READ DEPENDENT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-DEP-END
                 NOT AT END
                    IF DEP-HMO-ENROLLED
                       IF DEP-USER-ID NOT = WS-CUR-USER
                          IF WS-CUR-ENROLLED = "Y"
                             PERFORM CLOSE-EMPLOYEE-BILL
                          END-IF
                          PERFORM OPEN-EMPLOYEE-BILL
                       END-IF
                       PERFORM BILL-ONE-DEPENDENT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-CUR-ENROLLED = "Y"
              PERFORM CLOSE-EMPLOYEE-BILL
           END-IF
           CLOSE DEPENDENT-FILE.

        OPEN-EMPLOYEE-BILL.
           MOVE DEP-USER-ID TO WS-CUR-USER
           MOVE "Y" TO WS-CUR-ENROLLED
           MOVE ZERO TO WS-CUR-MEMBERS
           MOVE ZERO TO WS-EMP-BILLED
           MOVE ZERO TO WS-EMP-COLLECTED
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-CUR-SLIP-CODE
           MOVE "N" TO WS-EMP-FOUND
           IF WS-USER-OPEN = "Y"
              MOVE DEP-USER-ID TO USER-ID
              READ USER-FILE KEY IS USER-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-EMP-FOUND
                    MOVE EMPLOYEE-NAME TO WS-CUR-NAME
                    MOVE SLIP-CODE TO WS-CUR-SLIP-CODE
              END-READ
           END-IF
           IF WS-EMP-FOUND = "N"
              MOVE "** NOT ON Record.txt **" TO WS-CUR-NAME
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-CUR-USER) " - "
              FUNCTION TRIM(WS-CUR-NAME)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> A plan code missing from HmoPlan.txt is neither billed nor
      *> deducted; it is listed so HR can correct the enrolment.
        BILL-ONE-DEPENDENT.
           MOVE "N" TO WS-IN-MONTH
           IF WS-PLAN-OPEN = "Y"
              MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
              READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-IN-MONTH
              END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-IN-MONTH = "N"
              ADD 1 TO WS-TOT-UNKNOWN
              STRING "  " DEP-NAME(1:29) " " DEP-RELATIONSHIP " "
                 DEP-HMO-PLAN " ** PLAN NOT ON HmoPlan.txt - NOT "
                 "BILLED **"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUR-MEMBERS
           ADD HMO-PLAN-MONTHLY-RATE TO WS-EMP-BILLED
           MOVE HMO-PLAN-MONTHLY-RATE TO WS-ED-RATE
           STRING "  " DEP-NAME(1:29) " " DEP-RELATIONSHIP " "
              DEP-HMO-PLAN " " WS-ED-RATE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Collected is what the month's standing payslips deducted
      *> under the employee's slip code; reversed or deleted slips
      *> never reached the employee's pay.
        CLOSE-EMPLOYEE-BILL.
           IF WS-CUR-MEMBERS = ZERO
              MOVE "N" TO WS-CUR-ENROLLED
              EXIT PARAGRAPH
           END-IF
           IF WS-HMD-OPEN = "Y" AND WS-CUR-SLIP-CODE NOT = SPACES
              PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                 UNTIL WS-MP-IDX > WS-MP-COUNT
                 MOVE WS-CUR-SLIP-CODE TO HMD-USERNAME
                 MOVE WS-MP-CODE(WS-MP-IDX) TO HMD-PERIOD
                 READ HMO-DEDUCT-FILE KEY IS HMD-KEY
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM CHECK-SLIP-STANDS
                       IF WS-SLIP-FOUND = "Y"
                          ADD HMD-PREMIUM TO WS-EMP-COLLECTED
                       ELSE
                          ADD 1 TO WS-TOT-SKIPPED
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           COMPUTE WS-EMP-VARIANCE = WS-EMP-COLLECTED - WS-EMP-BILLED
           ADD 1 TO WS-TOT-EMPLOYEES
           ADD WS-CUR-MEMBERS TO WS-TOT-MEMBERS
           ADD WS-EMP-BILLED TO WS-TOT-BILLED
           ADD WS-EMP-COLLECTED TO WS-TOT-COLLECTED
           IF WS-EMP-VARIANCE NOT = ZERO
              ADD 1 TO WS-TOT-MISMATCH
           END-IF
           MOVE WS-EMP-BILLED TO WS-ED-BILLED
           MOVE WS-EMP-COLLECTED TO WS-ED-COLLECTED
           MOVE WS-EMP-VARIANCE TO WS-ED-VARIANCE
           MOVE SPACES TO REPORT-LINE
           STRING "  EMPLOYEE TOTAL                                 "
              "         " WS-ED-BILLED "    " WS-ED-COLLECTED " "
              WS-ED-VARIANCE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "N" TO WS-CUR-ENROLLED.

        CHECK-SLIP-STANDS.
           MOVE "N" TO WS-SLIP-FOUND
           IF WS-SLIP-OPEN = "Y"
              MOVE HMD-KEY TO PAYSLIP-KEY
              READ PAYSLIP-FILE KEY IS PAYSLIP-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF NOT SLIP-REVERSED
                       MOVE "Y" TO WS-SLIP-FOUND
                    END-IF
              END-READ
           END-IF.

      *> Premiums taken in the month from an employee who no longer
      *> has a member billed, e.g. a dependent dropped after payroll
      *> ran; the employee is owed a refund or the HMO is short.
        LIST-UNBILLED-COLLECTIONS.
           IF WS-HMD-OPEN = "N" OR WS-MP-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "COLLECTIONS WITH NO ENROLLED MEMBER:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO HMD-KEY
           MOVE "N" TO WS-HMD-END
           START HMO-DEDUCT-FILE KEY IS NOT LESS THAN HMD-KEY
              INVALID KEY
                 MOVE "Y" TO WS-HMD-END
           END-START
           PERFORM UNTIL WS-HMD-END = "Y"
              READ HMO-DEDUCT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HMD-END
                 NOT AT END
                    MOVE "N" TO WS-IN-MONTH
                    PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MP-COUNT
                       IF HMD-PERIOD = WS-MP-CODE(WS-MP-IDX)
                          MOVE "Y" TO WS-IN-MONTH
                       END-IF
                    END-PERFORM
                    IF WS-IN-MONTH = "Y"
                       PERFORM CHECK-UNBILLED-COLLECTION
                    END-IF
              END-READ
           END-PERFORM
           IF WS-TOT-ORPHAN = ZERO
              MOVE "  NONE" TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        CHECK-UNBILLED-COLLECTION.
           PERFORM CHECK-SLIP-STANDS
           IF WS-SLIP-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-CUR-MEMBERS
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS = "00"
              MOVE HMD-USER-ID TO DEP-USER-ID
              MOVE ZERO TO DEP-SEQ
              MOVE "N" TO WS-DEP-END
              START DEPENDENT-FILE KEY IS NOT LESS THAN DEP-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-DEP-END
              END-START
              PERFORM UNTIL WS-DEP-END = "Y"
                 READ DEPENDENT-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-DEP-END
                    NOT AT END
                       IF DEP-USER-ID NOT = HMD-USER-ID
                          MOVE "Y" TO WS-DEP-END
                       ELSE
                          IF DEP-HMO-ENROLLED
                             AND WS-PLAN-OPEN = "Y"
                             MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
                             READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   ADD 1 TO WS-CUR-MEMBERS
                             END-READ
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEPENDENT-FILE
           END-IF
           IF WS-CUR-MEMBERS > ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TOT-ORPHAN
           ADD HMD-PREMIUM TO WS-TOT-COLLECTED
           MOVE HMD-PREMIUM TO WS-ED-COLLECTED
           MOVE SPACES TO REPORT-LINE
           STRING "  " HMD-USER-ID(1:20) " " HMD-PERIOD(1:20) " "
              "COLLECTED " WS-ED-COLLECTED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
