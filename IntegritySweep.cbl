        IDENTIFICATION DIVISION.
        PROGRAM-ID. IntegritySweep.

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

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT LOAN-FILE ASSIGN TO "Loan.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LOAN-KEY
                FILE STATUS IS WS-LOAN-STATUS.

            SELECT ALLOWANCE-FILE ASSIGN TO "Allowance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALLOW-KEY
                FILE STATUS IS WS-ALLOW-STATUS.

            SELECT LEAVE-FILE ASSIGN TO "Leave.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-KEY
                FILE STATUS IS WS-LEAVE-STATUS.

            SELECT OT-FILE ASSIGN TO "Overtime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OT-KEY
                FILE STATUS IS WS-OT-STATUS.

            SELECT LEAVE-BAL-FILE ASSIGN TO "LeaveBalance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-BAL-USER-ID
                FILE STATUS IS WS-LEAVE-BAL-STATUS.

            SELECT ATTENDANCE-FILE ASSIGN TO "Attendance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ATTENDANCE-KEY
                FILE STATUS IS WS-ATTEND-STATUS.

            SELECT DTR-FILE ASSIGN TO "DailyTime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTR-KEY
                FILE STATUS IS WS-DTR-STATUS.

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-DEPTASG-STATUS.

            SELECT SHIFT-FILE ASSIGN TO "Shift.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-CODE
                FILE STATUS IS WS-SHIFT-STATUS.

            SELECT SHIFT-ASG-FILE ASSIGN TO "ShiftAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-ASG-KEY
                FILE STATUS IS WS-SHIFTASG-STATUS.

            SELECT DISPUTE-FILE ASSIGN TO "Dispute.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISPUTE-KEY
                FILE STATUS IS WS-DISPUTE-STATUS.

            SELECT DEFER-FILE ASSIGN TO "DeferredDed.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEFER-KEY
                FILE STATUS IS WS-DEFER-STATUS.

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

            SELECT HOLIDAY-FILE ASSIGN TO "Holiday.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS WS-HOLIDAY-STATUS.

            SELECT RELEASE-FILE ASSIGN TO "PayRelease.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-PERIOD
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT RETRO-QUEUE-FILE ASSIGN TO "RetroQueue.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTQ-USER-ID
                FILE STATUS IS WS-RETRO-STATUS.

            SELECT DEPT-BUDGET-FILE ASSIGN TO "DeptBudget.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BUD-KEY
                FILE STATUS IS WS-BUDGET-STATUS.

            SELECT LOAN-APP-FILE ASSIGN TO "LoanApplication.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LAPP-KEY
                FILE STATUS IS WS-LAPP-STATUS.

            SELECT REPORT-FILE ASSIGN TO "IntegrityReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

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

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

        FD LOAN-FILE.
            COPY "LOANREC.cpy".

        FD ALLOWANCE-FILE.
            COPY "ALLOWREC.cpy".

        FD LEAVE-FILE.
            COPY "LEAVEREC.cpy".

        FD OT-FILE.
            COPY "OTREC.cpy".

        FD LEAVE-BAL-FILE.
            COPY "LEAVEBALREC.cpy".

        FD ATTENDANCE-FILE.
            COPY "ATTENDREC.cpy".

        FD DTR-FILE.
            COPY "DTRREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD SHIFT-FILE.
            COPY "SHIFTREC.cpy".

        FD SHIFT-ASG-FILE.
            COPY "SHIFTASGREC.cpy".

        FD DISPUTE-FILE.
            COPY "DISPUTEREC.cpy".

        FD DEFER-FILE.
            COPY "DEFERREC.cpy".

        FD DEPENDENT-FILE.
            COPY "DEPENDREC.cpy".

        FD HMO-PLAN-FILE.
            COPY "HMOPLANREC.cpy".

        FD HMO-DEDUCT-FILE.
            COPY "HMODEDREC.cpy".

        FD HOLIDAY-FILE.
            COPY "HOLREC.cpy".

        FD RELEASE-FILE.
            COPY "RELEASEREC.cpy".

        FD RETRO-QUEUE-FILE.
            COPY "RETROQREC.cpy".

        FD DEPT-BUDGET-FILE.
            COPY "DEPTBUDREC.cpy".

        FD LOAN-APP-FILE.
            COPY "LOANAPPREC.cpy".

      *> One line per finding: severity, the file holding the bad
      *> record, its key and what is wrong with it, then counts by
      *> severity.
        FD REPORT-FILE.
        01 REPORT-LINE PIC X(135).

      *> BatchParm.txt block PROGRAM=INTEGRITY with a PERIOD= line lets
      *> the overnight chain run the sweep unattended. GATE= (HIGH,
      *> MEDIUM or LOW, default HIGH) is the lowest severity that ends
      *> the run with return code 4 so the chain stops for review.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-DEPT-STATUS PIC XX.
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-LOAN-STATUS PIC XX.
        01 WS-ALLOW-STATUS PIC XX.
        01 WS-LEAVE-STATUS PIC XX.
        01 WS-OT-STATUS PIC XX.
        01 WS-LEAVE-BAL-STATUS PIC XX.
        01 WS-ATTEND-STATUS PIC XX.
        01 WS-DTR-STATUS PIC XX.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-SHIFT-STATUS PIC XX.
        01 WS-SHIFTASG-STATUS PIC XX.
        01 WS-DISPUTE-STATUS PIC XX.
        01 WS-DEFER-STATUS PIC XX.
        01 WS-DEPEND-STATUS PIC XX.
        01 WS-HMO-PLAN-STATUS PIC XX.
        01 WS-HMO-DED-STATUS PIC XX.
        01 WS-HOLIDAY-STATUS PIC XX.
        01 WS-RELEASE-STATUS PIC XX.
        01 WS-RETRO-STATUS PIC XX.
        01 WS-BUDGET-STATUS PIC XX.
        01 WS-LAPP-STATUS PIC XX.
        01 WS-LAPP-LOAN-OPEN PIC XX.
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12) VALUE "INTEGRITY".
        01 WS-PARM-FOUND PIC X VALUE "N".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-PARM-PERIOD PIC X(30).
        01 WS-PARM-GATE PIC X(6).

      *> Lookup files that stay open for the whole sweep; a missing
      *> one is reported once and its checks are skipped.
        01 WS-XREF-OPEN PIC X VALUE "N".
        01 WS-PERIOD-OPEN PIC X VALUE "N".
        01 WS-DEPT-OPEN PIC X VALUE "N".
        01 WS-COMPANY-OPEN PIC X VALUE "N".
        01 WS-HMO-PLAN-OPEN PIC X VALUE "N".
        01 WS-SHIFT-OPEN PIC X VALUE "N".
        01 WS-BAL-OPEN PIC X VALUE "N".
        01 WS-SLIPS-OPEN PIC X VALUE "N".
        01 WS-FILE-END PIC X VALUE "N".
        01 WS-SCAN-END PIC X VALUE "N".

        01 WS-GATE-LEVEL PIC X(6) VALUE "HIGH".
        01 WS-HIGH-COUNT PIC 9(5) VALUE ZERO.
        01 WS-MEDIUM-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LOW-COUNT PIC 9(5) VALUE ZERO.
        01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
        01 WS-GATE-TRIPPED PIC X VALUE "N".

        01 WS-FND-SEVERITY PIC X(6).
        01 WS-FND-FILE PIC X(19).
        01 WS-FND-KEY PIC X(45).
        01 WS-FND-TEXT PIC X(60).

      *> Lookup arguments and results.
        01 WS-CHK-USER PIC X(30).
        01 WS-CHK-USER-FOUND PIC X.
        01 WS-CHK-SETTLED PIC X.
        01 WS-CHK-PERIOD PIC X(30).
        01 WS-CHK-PERIOD-FOUND PIC X.
        01 WS-CHK-DEPT PIC X(10).
        01 WS-CHK-DEPT-FOUND PIC X.
        01 WS-CHK-COMPANY-FOUND PIC X.
        01 WS-CHK-SLIP PIC X(30).
        01 WS-CHK-SLIP-INDEXED PIC X.
        01 WS-CHK-SLIP-FOUND PIC X.
        01 WS-LAST-SLIP PIC X(30).
        01 WS-LAST-PERIOD PIC X(30).
        01 WS-LAST-PERIOD-FOUND PIC X.
        01 WS-ADJ-POS PIC 99.

        01 WS-COUNT-ED PIC ZZZZ9.
        01 WS-COUNT-ED2 PIC Z(6)9.
        01 WS-ED-AMOUNT PIC Z(6)9.99.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "||||| CROSS-FILE REFERENTIAL INTEGRITY SWEEP  |||||"
           DISPLAY "|=================================================|"
           MOVE "INTEGRITY" TO WS-PARM-PROGRAM
           PERFORM READ-BATCH-PARMS
           IF WS-PARM-FOUND = "Y"
              DISPLAY "PARAMETERS TAKEN FROM PARAMETER FILE."
              IF WS-PARM-GATE = "HIGH" OR WS-PARM-GATE = "MEDIUM"
                 OR WS-PARM-GATE = "LOW"
                 MOVE WS-PARM-GATE TO WS-GATE-LEVEL
              END-IF
           END-IF

           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = "00"
              DISPLAY "EMPLOYEE MASTER Record.txt CANNOT BE OPENED. "
                 "SWEEP NOT RUN."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "CROSS-FILE INTEGRITY REPORT - RUN "
              FUNCTION CURRENT-DATE(1:8) " "
              FUNCTION CURRENT-DATE(9:6)
              "   PERIOD: " FUNCTION TRIM(WS-PARM-PERIOD)
              "   GATE: " WS-GATE-LEVEL
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "HIGH = PAY OR MONEY OWED IS WRONG OR UNTRACKED; "
              "MEDIUM = RECORD WILL BE SKIPPED OR MISREPORTED; "
              "LOW = HOUSEKEEPING"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "SEVERITY FILE                KEY"
              "                                           FINDING"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM OPEN-LOOKUP-FILES

           PERFORM SWEEP-EMPLOYEES
           PERFORM SWEEP-SLIP-INDEX
           PERFORM SWEEP-DEPARTMENTS
           PERFORM SWEEP-PAYSLIPS
           PERFORM SWEEP-LOANS
           PERFORM SWEEP-LOAN-APPS
           PERFORM SWEEP-ALLOWANCES
           PERFORM SWEEP-LEAVES
           PERFORM SWEEP-OVERTIME
           PERFORM SWEEP-LEAVE-BALANCES
           PERFORM SWEEP-ATTENDANCE
           PERFORM SWEEP-DAILY-TIME
           PERFORM SWEEP-DEPT-ASSIGN
           PERFORM SWEEP-SHIFT-ASSIGN
           PERFORM SWEEP-DISPUTES
           PERFORM SWEEP-DEFERRALS
           PERFORM SWEEP-DEPENDENTS
           PERFORM SWEEP-HMO-DEDUCTIONS
           PERFORM SWEEP-HOLIDAYS
           PERFORM SWEEP-RELEASES
           PERFORM SWEEP-RETRO-QUEUE
           PERFORM SWEEP-DEPT-BUDGETS

           PERFORM CLOSE-LOOKUP-FILES
           CLOSE USER-FILE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RECORD-COUNT TO WS-COUNT-ED2
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS CHECKED: " WS-COUNT-ED2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HIGH-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "HIGH:   " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-MEDIUM-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "MEDIUM: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LOW-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "LOW:    " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           EVALUATE WS-GATE-LEVEL
              WHEN "LOW"
                 IF WS-HIGH-COUNT + WS-MEDIUM-COUNT + WS-LOW-COUNT
                    > ZERO
                    MOVE "Y" TO WS-GATE-TRIPPED
                 END-IF
              WHEN "MEDIUM"
                 IF WS-HIGH-COUNT + WS-MEDIUM-COUNT > ZERO
                    MOVE "Y" TO WS-GATE-TRIPPED
                 END-IF
              WHEN OTHER
                 IF WS-HIGH-COUNT > ZERO
                    MOVE "Y" TO WS-GATE-TRIPPED
                 END-IF
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           IF WS-GATE-TRIPPED = "Y"
              STRING "GATE TRIPPED: FINDINGS AT OR ABOVE "
                 FUNCTION TRIM(WS-GATE-LEVEL) " MUST BE REVIEWED."
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "GATE PASSED: NO FINDINGS AT OR ABOVE "
                 FUNCTION TRIM(WS-GATE-LEVEL) "."
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "|=================================================|"
           DISPLAY "RECORDS CHECKED: " WS-RECORD-COUNT
           DISPLAY "HIGH: " WS-HIGH-COUNT "   MEDIUM: " WS-MEDIUM-COUNT
              "   LOW: " WS-LOW-COUNT
           DISPLAY "REPORT FILE: IntegrityReport.txt"
           DISPLAY "|=================================================|"
           IF WS-GATE-TRIPPED = "Y"
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

        OPEN-LOOKUP-FILES.
           MOVE "N" TO WS-XREF-OPEN
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "00"
              MOVE "Y" TO WS-XREF-OPEN
           ELSE
              MOVE "MEDIUM" TO WS-FND-SEVERITY
              MOVE "SlipIndex.txt" TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              MOVE "SLIP-CODE INDEX MISSING - RUN BUILD SLIP-CODE INDEX"
                 TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           MOVE "N" TO WS-PERIOD-OPEN
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
              MOVE "Y" TO WS-PERIOD-OPEN
           ELSE
              MOVE "MEDIUM" TO WS-FND-SEVERITY
              MOVE "PayPeriod.txt" TO WS-FND-FILE
              MOVE SPACES TO WS-FND-KEY
              MOVE "NO PAY-PERIOD CALENDAR - PERIOD CHECKS SKIPPED"
                 TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           MOVE "N" TO WS-DEPT-OPEN
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-DEPT-OPEN
           END-IF
           MOVE "N" TO WS-COMPANY-OPEN
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = "00"
              MOVE "Y" TO WS-COMPANY-OPEN
           END-IF
           MOVE "N" TO WS-SHIFT-OPEN
           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "00"
              MOVE "Y" TO WS-SHIFT-OPEN
           END-IF
           MOVE "N" TO WS-BAL-OPEN
           OPEN INPUT LEAVE-BAL-FILE
           IF WS-LEAVE-BAL-STATUS = "00"
              MOVE "Y" TO WS-BAL-OPEN
           END-IF.

        CLOSE-LOOKUP-FILES.
           IF WS-XREF-OPEN = "Y"
              CLOSE XREF-FILE
           END-IF
           IF WS-PERIOD-OPEN = "Y"
              CLOSE PERIOD-FILE
           END-IF
           IF WS-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF
           IF WS-COMPANY-OPEN = "Y"
              CLOSE COMPANY-FILE
           END-IF
           IF WS-SHIFT-OPEN = "Y"
              CLOSE SHIFT-FILE
           END-IF
           IF WS-BAL-OPEN = "Y"
              CLOSE LEAVE-BAL-FILE
           END-IF.

      *> Record.txt against SlipIndex.txt, Department.txt, Company.txt
      *> and LeaveBalance.txt.
        SWEEP-EMPLOYEES.
           MOVE "N" TO WS-FILE-END
           MOVE LOW-VALUES TO USER-ID
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM CHECK-ONE-EMPLOYEE
              END-READ
           END-PERFORM.

        CHECK-ONE-EMPLOYEE.
           MOVE "Record.txt" TO WS-FND-FILE
           MOVE USER-ID TO WS-FND-KEY
           IF SLIP-CODE = SPACES
              IF EMPLOYEE-STATUS = SPACES OR STATUS-ACTIVE
                 MOVE "HIGH" TO WS-FND-SEVERITY
                 MOVE "ACTIVE EMPLOYEE HAS NO PAYSLIP CODE"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              IF WS-XREF-OPEN = "Y"
                 MOVE SLIP-CODE TO XREF-SLIP-CODE
                 READ XREF-FILE KEY IS XREF-SLIP-CODE
                    INVALID KEY
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE "PAYSLIP CODE HAS NO SlipIndex.txt ENTRY"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    NOT INVALID KEY
                       IF XREF-USER-ID NOT = USER-ID
                          MOVE "HIGH" TO WS-FND-SEVERITY
                          MOVE SPACES TO WS-FND-TEXT
                          STRING "PAYSLIP CODE IS INDEXED TO USER "
                             FUNCTION TRIM(XREF-USER-ID)
                             DELIMITED BY SIZE INTO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                 END-READ
              END-IF
           END-IF
           IF EMPLOYEE-DEPT-CODE = SPACES
              IF EMPLOYEE-STATUS = SPACES OR STATUS-ACTIVE
                 MOVE "LOW" TO WS-FND-SEVERITY
                 MOVE "ACTIVE EMPLOYEE HAS NO DEPARTMENT CODE"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           ELSE
              MOVE EMPLOYEE-DEPT-CODE TO WS-CHK-DEPT
              PERFORM CHECK-DEPT-ON-FILE
              IF WS-CHK-DEPT-FOUND = "N"
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE SPACES TO WS-FND-TEXT
                 STRING "DEPARTMENT " FUNCTION TRIM(EMPLOYEE-DEPT-CODE)
                    " NOT ON Department.txt"
                    DELIMITED BY SIZE INTO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
      *> An unknown company code is paid and filed under the default
      *> company, which is almost never what HR meant.
           IF EMPLOYEE-COMPANY-CODE NOT = SPACES
              MOVE "N" TO WS-CHK-COMPANY-FOUND
              IF WS-COMPANY-OPEN = "Y"
                 MOVE EMPLOYEE-COMPANY-CODE TO COMPANY-CODE
                 READ COMPANY-FILE KEY IS COMPANY-CODE
                    INVALID KEY
                       MOVE "N" TO WS-CHK-COMPANY-FOUND
                    NOT INVALID KEY
                       MOVE "Y" TO WS-CHK-COMPANY-FOUND
                 END-READ
              END-IF
              IF WS-CHK-COMPANY-FOUND = "N"
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE SPACES TO WS-FND-TEXT
                 STRING "COMPANY "
                    FUNCTION TRIM(EMPLOYEE-COMPANY-CODE)
                    " NOT ON Company.txt"
                    DELIMITED BY SIZE INTO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
           IF (EMPLOYEE-STATUS = SPACES OR STATUS-ACTIVE)
              AND WS-BAL-OPEN = "Y"
              MOVE USER-ID TO LEAVE-BAL-USER-ID
              READ LEAVE-BAL-FILE KEY IS LEAVE-BAL-USER-ID
                 INVALID KEY
                    MOVE "LOW" TO WS-FND-SEVERITY
                    MOVE "ACTIVE EMPLOYEE HAS NO LEAVE BALANCE RECORD"
                       TO WS-FND-TEXT
                    PERFORM WRITE-FINDING
              END-READ
           END-IF.

        SWEEP-SLIP-INDEX.
           IF WS-XREF-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           MOVE LOW-VALUES TO XREF-SLIP-CODE
           START XREF-FILE KEY IS NOT LESS THAN XREF-SLIP-CODE
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ XREF-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "SlipIndex.txt" TO WS-FND-FILE
                    MOVE XREF-SLIP-CODE TO WS-FND-KEY
                    MOVE XREF-USER-ID TO USER-ID
                    READ USER-FILE KEY IS USER-ID
                       INVALID KEY
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                          MOVE SPACES TO WS-FND-TEXT
                          STRING "INDEXED USER "
                             FUNCTION TRIM(XREF-USER-ID)
                             " NOT ON Record.txt"
                             DELIMITED BY SIZE INTO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       NOT INVALID KEY
                          IF SLIP-CODE NOT = XREF-SLIP-CODE
                             MOVE "MEDIUM" TO WS-FND-SEVERITY
                             MOVE SPACES TO WS-FND-TEXT
                             STRING "STALE - USER "
                                FUNCTION TRIM(XREF-USER-ID)
                                " NOW HAS CODE "
                                FUNCTION TRIM(SLIP-CODE)
                                DELIMITED BY SIZE INTO WS-FND-TEXT
                             PERFORM WRITE-FINDING
                          END-IF
                    END-READ
              END-READ
           END-PERFORM.

      *> A department approver who has left (or was never on file)
      *> leaves the department's requests waiting out the escalation
      *> age before HR sees them.
        SWEEP-DEPARTMENTS.
           IF WS-DEPT-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           MOVE LOW-VALUES TO DEPT-CODE
           START DEPT-FILE KEY IS NOT LESS THAN DEPT-CODE
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DEPT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Department.txt" TO WS-FND-FILE
                    MOVE DEPT-CODE TO WS-FND-KEY
                    IF DEPT-HEAD-USER-ID NOT = SPACES
                       MOVE DEPT-HEAD-USER-ID TO WS-CHK-USER
                       PERFORM CHECK-APPROVER
                    END-IF
                    IF DEPT-ALT-APPROVER-ID NOT = SPACES
                       MOVE DEPT-ALT-APPROVER-ID TO WS-CHK-USER
                       PERFORM CHECK-APPROVER
                    END-IF
              END-READ
           END-PERFORM.

        CHECK-APPROVER.
           MOVE WS-CHK-USER TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE SPACES TO WS-FND-TEXT
                 STRING "APPROVER " FUNCTION TRIM(WS-CHK-USER)
                    " NOT ON Record.txt"
                    DELIMITED BY SIZE INTO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              NOT INVALID KEY
                 IF EMPLOYEE-STATUS NOT = SPACES AND NOT STATUS-ACTIVE
                    MOVE "MEDIUM" TO WS-FND-SEVERITY
                    MOVE SPACES TO WS-FND-TEXT
                    STRING "APPROVER " FUNCTION TRIM(WS-CHK-USER)
                       " IS " FUNCTION TRIM(EMPLOYEE-STATUS)
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                    PERFORM WRITE-FINDING
                 END-IF
           END-READ.

      *> Payslip.txt keys are grouped by slip code, so each code is
      *> looked up (and reported) once.
        SWEEP-PAYSLIPS.
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-LAST-SLIP
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Payslip.txt" TO WS-FND-FILE
                    IF USERNAME NOT = WS-LAST-SLIP
                       MOVE USERNAME TO WS-LAST-SLIP
                       MOVE USERNAME TO WS-FND-KEY
                       MOVE USERNAME TO WS-CHK-SLIP
                       PERFORM CHECK-SLIP-CODE
                       IF WS-CHK-SLIP-FOUND = "N"
                          MOVE "HIGH" TO WS-FND-SEVERITY
                          MOVE "NO EMPLOYEE ON Record.txt HAS THIS "
                             & "PAYSLIP CODE" TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       ELSE
                          IF WS-CHK-SLIP-INDEXED = "N"
                             AND WS-XREF-OPEN = "Y"
                             MOVE "MEDIUM" TO WS-FND-SEVERITY
                             MOVE "PAYSLIP CODE HAS NO SlipIndex.txt "
                                & "ENTRY" TO WS-FND-TEXT
                             PERFORM WRITE-FINDING
                          END-IF
                       END-IF
                    END-IF
                    MOVE PAYSLIP-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       PERFORM SET-PAYSLIP-KEY
                       MOVE "PERIOD NOT ON PayPeriod.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

        SET-PAYSLIP-KEY.
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(USERNAME) "/"
              FUNCTION TRIM(PAYSLIP-PERIOD)
              DELIMITED BY SIZE INTO WS-FND-KEY.

      *> Loans: owner on file, and nothing still collecting from an
      *> employee whose final pay has been settled.
        SWEEP-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ LOAN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM CHECK-ONE-LOAN
              END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

        CHECK-ONE-LOAN.
           MOVE "Loan.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(LOAN-USER-ID) "/" LOAN-TYPE
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE LOAN-USER-ID TO WS-CHK-USER
           PERFORM CHECK-USER-ON-FILE
           IF WS-CHK-USER-FOUND = "N"
              IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                 MOVE "HIGH" TO WS-FND-SEVERITY
                 MOVE LOAN-BALANCE TO WS-ED-AMOUNT
                 MOVE SPACES TO WS-FND-TEXT
                 STRING "ACTIVE LOAN, BALANCE "
                    FUNCTION TRIM(WS-ED-AMOUNT)
                    ", USER NOT ON Record.txt"
                    DELIMITED BY SIZE INTO WS-FND-TEXT
              ELSE
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE "LOAN FOR USER NOT ON Record.txt"
                    TO WS-FND-TEXT
              END-IF
              PERFORM WRITE-FINDING
              EXIT PARAGRAPH
           END-IF
           IF WS-CHK-SETTLED = "Y" AND LOAN-ACTIVE
              AND LOAN-BALANCE > ZERO
              MOVE "HIGH" TO WS-FND-SEVERITY
              MOVE LOAN-BALANCE TO WS-ED-AMOUNT
              MOVE SPACES TO WS-FND-TEXT
              STRING "ACTIVE LOAN AFTER FINAL PAY SETTLED, BALANCE "
                 FUNCTION TRIM(WS-ED-AMOUNT)
                 DELIMITED BY SIZE INTO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

      *> Loan applications: applicant on file, nothing still pending
      *> for an employee whose final pay has been settled, and every
      *> approved application backed by its loan on Loan.txt.
        SWEEP-LOAN-APPS.
           OPEN INPUT LOAN-APP-FILE
           IF WS-LAPP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-FILE
           MOVE WS-LOAN-STATUS TO WS-LAPP-LOAN-OPEN
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ LOAN-APP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM CHECK-ONE-LOAN-APP
              END-READ
           END-PERFORM
           IF WS-LAPP-LOAN-OPEN = "00"
              CLOSE LOAN-FILE
           END-IF
           CLOSE LOAN-APP-FILE.

        CHECK-ONE-LOAN-APP.
           MOVE "LoanApplication.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(LAPP-USER-ID) "/" LAPP-FILED-STAMP
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE LAPP-USER-ID TO WS-CHK-USER
           PERFORM CHECK-USER-ON-FILE
           IF WS-CHK-USER-FOUND = "N"
              IF LAPP-PENDING
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
              ELSE
                 MOVE "LOW" TO WS-FND-SEVERITY
              END-IF
              MOVE SPACES TO WS-FND-TEXT
              STRING FUNCTION TRIM(LAPP-STATUS)
                 " APPLICATION, USER NOT ON Record.txt"
                 DELIMITED BY SIZE INTO WS-FND-TEXT
              PERFORM WRITE-FINDING
              EXIT PARAGRAPH
           END-IF
           IF WS-CHK-SETTLED = "Y" AND LAPP-PENDING
              MOVE "MEDIUM" TO WS-FND-SEVERITY
              MOVE "PENDING APPLICATION AFTER FINAL PAY SETTLED"
                 TO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF
           IF LAPP-APPROVED AND WS-LAPP-LOAN-OPEN = "00"
              MOVE LAPP-USER-ID TO LOAN-USER-ID
              MOVE LAPP-LOAN-TYPE TO LOAN-TYPE
              READ LOAN-FILE KEY IS LOAN-KEY
                 INVALID KEY
                    MOVE "MEDIUM" TO WS-FND-SEVERITY
                    MOVE SPACES TO WS-FND-TEXT
                    STRING "APPROVED " FUNCTION TRIM(LAPP-LOAN-TYPE)
                       " APPLICATION, NO LOAN ON Loan.txt"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                    PERFORM WRITE-FINDING
              END-READ
           END-IF.

        SWEEP-ALLOWANCES.
           OPEN INPUT ALLOWANCE-FILE
           IF WS-ALLOW-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ ALLOWANCE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    PERFORM CHECK-ONE-ALLOWANCE
              END-READ
           END-PERFORM
           CLOSE ALLOWANCE-FILE.

        CHECK-ONE-ALLOWANCE.
           MOVE "Allowance.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(ALLOW-USER-ID) "/" ALLOW-TYPE
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE ALLOW-USER-ID TO WS-CHK-USER
           PERFORM CHECK-USER-ON-FILE
           IF WS-CHK-USER-FOUND = "N"
              IF ALLOW-ACTIVE
                 MOVE "HIGH" TO WS-FND-SEVERITY
                 MOVE "ACTIVE ALLOWANCE FOR USER NOT ON Record.txt"
                    TO WS-FND-TEXT
              ELSE
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE "ALLOWANCE FOR USER NOT ON Record.txt"
                    TO WS-FND-TEXT
              END-IF
              PERFORM WRITE-FINDING
           ELSE
              IF WS-CHK-SETTLED = "Y" AND ALLOW-ACTIVE
                 MOVE "MEDIUM" TO WS-FND-SEVERITY
                 MOVE "ACTIVE ALLOWANCE AFTER FINAL PAY SETTLED"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
           IF ALLOW-START-PERIOD NOT = SPACES
              MOVE ALLOW-START-PERIOD TO WS-CHK-PERIOD
              PERFORM CHECK-PERIOD-ON-FILE
              IF WS-CHK-PERIOD-FOUND = "N"
                 MOVE "LOW" TO WS-FND-SEVERITY
                 MOVE "START PERIOD NOT ON PayPeriod.txt"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF
           IF ALLOW-STOP-PERIOD NOT = SPACES
              MOVE ALLOW-STOP-PERIOD TO WS-CHK-PERIOD
              PERFORM CHECK-PERIOD-ON-FILE
              IF WS-CHK-PERIOD-FOUND = "N"
                 MOVE "LOW" TO WS-FND-SEVERITY
                 MOVE "STOP PERIOD NOT ON PayPeriod.txt"
                    TO WS-FND-TEXT
                 PERFORM WRITE-FINDING
              END-IF
           END-IF.

      *> An open request for a period missing from the calendar is
      *> never picked up by the batch; a closed one is history.
        SWEEP-LEAVES.
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ LEAVE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Leave.txt" TO WS-FND-FILE
                    MOVE SPACES TO WS-FND-KEY
                    STRING FUNCTION TRIM(LEAVE-USER-ID) "/"
                       FUNCTION TRIM(LEAVE-PERIOD)
                       DELIMITED BY SIZE INTO WS-FND-KEY
                    MOVE LEAVE-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE "LEAVE REQUEST FOR USER NOT ON Record.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    MOVE LEAVE-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       IF LEAVE-PENDING OR LEAVE-APPROVED
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                       ELSE
                          MOVE "LOW" TO WS-FND-SEVERITY
                       END-IF
                       MOVE SPACES TO WS-FND-TEXT
                       STRING FUNCTION TRIM(LEAVE-STATUS)
                          " REQUEST, PERIOD NOT ON PayPeriod.txt"
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LEAVE-FILE.

        SWEEP-OVERTIME.
           OPEN INPUT OT-FILE
           IF WS-OT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ OT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Overtime.txt" TO WS-FND-FILE
                    MOVE SPACES TO WS-FND-KEY
                    STRING FUNCTION TRIM(OT-USER-ID) "/"
                       FUNCTION TRIM(OT-PERIOD)
                       DELIMITED BY SIZE INTO WS-FND-KEY
                    MOVE OT-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE "OVERTIME REQUEST FOR USER NOT ON "
                          & "Record.txt" TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    MOVE OT-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       IF OT-PENDING OR OT-APPROVED
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                       ELSE
                          MOVE "LOW" TO WS-FND-SEVERITY
                       END-IF
                       MOVE SPACES TO WS-FND-TEXT
                       STRING FUNCTION TRIM(OT-STATUS)
                          " REQUEST, PERIOD NOT ON PayPeriod.txt"
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE OT-FILE.

        SWEEP-LEAVE-BALANCES.
           IF WS-BAL-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           MOVE LOW-VALUES TO LEAVE-BAL-USER-ID
           START LEAVE-BAL-FILE KEY IS NOT LESS THAN LEAVE-BAL-USER-ID
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ LEAVE-BAL-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE LEAVE-BAL-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE "LeaveBalance.txt" TO WS-FND-FILE
                       MOVE LEAVE-BAL-USER-ID TO WS-FND-KEY
                       MOVE "BALANCE FOR USER NOT ON Record.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM.

        SWEEP-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           IF WS-ATTEND-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-LAST-SLIP
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ ATTENDANCE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Attendance.txt" TO WS-FND-FILE
                    IF ATT-SLIP-CODE NOT = WS-LAST-SLIP
                       MOVE ATT-SLIP-CODE TO WS-LAST-SLIP
                       MOVE ATT-SLIP-CODE TO WS-CHK-SLIP
                       PERFORM CHECK-SLIP-CODE
                       IF WS-CHK-SLIP-FOUND = "N"
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                          MOVE ATT-SLIP-CODE TO WS-FND-KEY
                          MOVE "NO EMPLOYEE ON Record.txt HAS THIS "
                             & "PAYSLIP CODE" TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                    END-IF
                    MOVE ATT-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-KEY
                       STRING FUNCTION TRIM(ATT-SLIP-CODE) "/"
                          FUNCTION TRIM(ATT-PERIOD)
                          DELIMITED BY SIZE INTO WS-FND-KEY
                       MOVE "PERIOD NOT ON PayPeriod.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ATTENDANCE-FILE.

        SWEEP-DAILY-TIME.
           OPEN INPUT DTR-FILE
           IF WS-DTR-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO WS-LAST-SLIP
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DTR-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "DailyTime.txt" TO WS-FND-FILE
                    IF DTR-SLIP-CODE NOT = WS-LAST-SLIP
                       MOVE DTR-SLIP-CODE TO WS-LAST-SLIP
                       MOVE DTR-SLIP-CODE TO WS-CHK-SLIP
                       PERFORM CHECK-SLIP-CODE
                       IF WS-CHK-SLIP-FOUND = "N"
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                          MOVE DTR-SLIP-CODE TO WS-FND-KEY
                          MOVE "NO EMPLOYEE ON Record.txt HAS THIS "
                             & "PAYSLIP CODE" TO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                    END-IF
                    MOVE DTR-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-KEY
                       STRING FUNCTION TRIM(DTR-SLIP-CODE) "/"
                          FUNCTION TRIM(DTR-DATE)
                          DELIMITED BY SIZE INTO WS-FND-KEY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "PERIOD " FUNCTION TRIM(DTR-PERIOD)
                          " NOT ON PayPeriod.txt"
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DTR-FILE.

        SWEEP-DEPT-ASSIGN.
           OPEN INPUT DEPT-ASG-FILE
           IF WS-DEPTASG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DEPT-ASG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "DeptAssign.txt" TO WS-FND-FILE
                    MOVE SPACES TO WS-FND-KEY
                    STRING FUNCTION TRIM(ASG-USER-ID) "/"
                       ASG-FROM-DATE
                       DELIMITED BY SIZE INTO WS-FND-KEY
                    MOVE ASG-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE "ASSIGNMENT FOR USER NOT ON Record.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    MOVE ASG-DEPT-CODE TO WS-CHK-DEPT
                    PERFORM CHECK-DEPT-ON-FILE
                    IF WS-CHK-DEPT-FOUND = "N"
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE SPACES TO WS-FND-TEXT
                       STRING "DEPARTMENT " FUNCTION TRIM(ASG-DEPT-CODE)
                          " NOT ON Department.txt"
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPT-ASG-FILE.

      *> A shift code missing from Shift.txt leaves the DTR with no
      *> schedule to measure lateness and night differential against.
        SWEEP-SHIFT-ASSIGN.
           OPEN INPUT SHIFT-ASG-FILE
           IF WS-SHIFTASG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ SHIFT-ASG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "ShiftAssign.txt" TO WS-FND-FILE
                    MOVE SPACES TO WS-FND-KEY
                    STRING FUNCTION TRIM(SHA-USER-ID) "/"
                       SHA-FROM-DATE
                       DELIMITED BY SIZE INTO WS-FND-KEY
                    MOVE SHA-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "MEDIUM" TO WS-FND-SEVERITY
                       MOVE "ASSIGNMENT FOR USER NOT ON Record.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    PERFORM CHECK-SHIFT-ON-FILE
              END-READ
           END-PERFORM
           CLOSE SHIFT-ASG-FILE.

        CHECK-SHIFT-ON-FILE.
           IF WS-SHIFT-OPEN = "Y"
              MOVE SHA-SHIFT-CODE TO SHIFT-CODE
              READ SHIFT-FILE KEY IS SHIFT-CODE
                 INVALID KEY
                    MOVE "HIGH" TO WS-FND-SEVERITY
                    MOVE SPACES TO WS-FND-TEXT
                    STRING "SHIFT " FUNCTION TRIM(SHA-SHIFT-CODE)
                       " NOT ON Shift.txt"
                       DELIMITED BY SIZE INTO WS-FND-TEXT
                    PERFORM WRITE-FINDING
              END-READ
           ELSE
              MOVE "HIGH" TO WS-FND-SEVERITY
              MOVE SPACES TO WS-FND-TEXT
              STRING "SHIFT " FUNCTION TRIM(SHA-SHIFT-CODE)
                 " ASSIGNED BUT NO Shift.txt ON FILE"
                 DELIMITED BY SIZE INTO WS-FND-TEXT
              PERFORM WRITE-FINDING
           END-IF.

        SWEEP-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLIPS-OPEN
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-SLIPS-OPEN
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DISPUTE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF WS-SLIPS-OPEN = "Y"
                       MOVE DSP-USERNAME TO USERNAME
                       MOVE DSP-PERIOD TO PAYSLIP-PERIOD
                       READ PAYSLIP-FILE KEY IS PAYSLIP-KEY
                          INVALID KEY
                             PERFORM WRITE-DISPUTE-FINDING
                       END-READ
                    ELSE
                       PERFORM WRITE-DISPUTE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SLIPS-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           CLOSE DISPUTE-FILE.

        WRITE-DISPUTE-FINDING.
           IF DSP-OPEN
              MOVE "MEDIUM" TO WS-FND-SEVERITY
           ELSE
              MOVE "LOW" TO WS-FND-SEVERITY
           END-IF
           MOVE "Dispute.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(DSP-USERNAME) "/"
              FUNCTION TRIM(DSP-PERIOD)
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE SPACES TO WS-FND-TEXT
           STRING FUNCTION TRIM(DSP-STATUS)
              " DISPUTE, PAYSLIP NOT ON Payslip.txt"
              DELIMITED BY SIZE INTO WS-FND-TEXT
           PERFORM WRITE-FINDING.

        SWEEP-DEFERRALS.
           OPEN INPUT DEFER-FILE
           IF WS-DEFER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLIPS-OPEN
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-SLIPS-OPEN
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DEFER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF WS-SLIPS-OPEN = "Y"
                       MOVE DEF-USERNAME TO USERNAME
                       MOVE DEF-PERIOD TO PAYSLIP-PERIOD
                       READ PAYSLIP-FILE KEY IS PAYSLIP-KEY
                          INVALID KEY
                             PERFORM WRITE-DEFERRAL-FINDING
                       END-READ
                    ELSE
                       PERFORM WRITE-DEFERRAL-FINDING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SLIPS-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           CLOSE DEFER-FILE.

        WRITE-DEFERRAL-FINDING.
           MOVE "LOW" TO WS-FND-SEVERITY
           MOVE "DeferredDed.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(DEF-USERNAME) "/"
              FUNCTION TRIM(DEF-PERIOD)
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE "DEFERRED DEDUCTIONS, PAYSLIP NOT ON Payslip.txt"
              TO WS-FND-TEXT
           PERFORM WRITE-FINDING.

      *> An enrolled dependent whose plan is not on HmoPlan.txt is
      *> neither deducted nor billed, so the cover may lapse unpaid.
        SWEEP-DEPENDENTS.
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HMO-PLAN-OPEN
           OPEN INPUT HMO-PLAN-FILE
           IF WS-HMO-PLAN-STATUS = "00"
              MOVE "Y" TO WS-HMO-PLAN-OPEN
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DEPENDENT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "Dependent.txt" TO WS-FND-FILE
                    MOVE SPACES TO WS-FND-KEY
                    STRING FUNCTION TRIM(DEP-USER-ID) "/" DEP-SEQ
                       DELIMITED BY SIZE INTO WS-FND-KEY
                    MOVE DEP-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE "DEPENDENT FOR USER NOT ON Record.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    IF DEP-HMO-ENROLLED
                       PERFORM CHECK-DEPENDENT-PLAN
                    END-IF
              END-READ
           END-PERFORM
           IF WS-HMO-PLAN-OPEN = "Y"
              CLOSE HMO-PLAN-FILE
           END-IF
           CLOSE DEPENDENT-FILE.

        CHECK-DEPENDENT-PLAN.
           IF WS-HMO-PLAN-OPEN = "Y"
              MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
              READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EXIT PARAGRAPH
              END-READ
           END-IF
           MOVE "MEDIUM" TO WS-FND-SEVERITY
           MOVE SPACES TO WS-FND-TEXT
           STRING "HMO PLAN " FUNCTION TRIM(DEP-HMO-PLAN)
              " NOT ON HmoPlan.txt"
              DELIMITED BY SIZE INTO WS-FND-TEXT
           PERFORM WRITE-FINDING.

        SWEEP-HMO-DEDUCTIONS.
           OPEN INPUT HMO-DEDUCT-FILE
           IF WS-HMO-DED-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLIPS-OPEN
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-SLIPS-OPEN
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ HMO-DEDUCT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF WS-SLIPS-OPEN = "Y"
                       MOVE HMD-USERNAME TO USERNAME
                       MOVE HMD-PERIOD TO PAYSLIP-PERIOD
                       READ PAYSLIP-FILE KEY IS PAYSLIP-KEY
                          INVALID KEY
                             PERFORM WRITE-HMO-DEDUCT-FINDING
                       END-READ
                    ELSE
                       PERFORM WRITE-HMO-DEDUCT-FINDING
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SLIPS-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           CLOSE HMO-DEDUCT-FILE.

        WRITE-HMO-DEDUCT-FINDING.
           MOVE "LOW" TO WS-FND-SEVERITY
           MOVE "HmoDeduct.txt" TO WS-FND-FILE
           MOVE SPACES TO WS-FND-KEY
           STRING FUNCTION TRIM(HMD-USERNAME) "/"
              FUNCTION TRIM(HMD-PERIOD)
              DELIMITED BY SIZE INTO WS-FND-KEY
           MOVE "HMO PREMIUM DETAIL, PAYSLIP NOT ON Payslip.txt"
              TO WS-FND-TEXT
           PERFORM WRITE-FINDING.

        SWEEP-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ HOLIDAY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    IF HOL-PERIOD NOT = SPACES
                       MOVE HOL-PERIOD TO WS-CHK-PERIOD
                       PERFORM CHECK-PERIOD-ON-FILE
                       IF WS-CHK-PERIOD-FOUND = "N"
                          MOVE "LOW" TO WS-FND-SEVERITY
                          MOVE "Holiday.txt" TO WS-FND-FILE
                          MOVE HOL-DATE TO WS-FND-KEY
                          MOVE SPACES TO WS-FND-TEXT
                          STRING "PERIOD " FUNCTION TRIM(HOL-PERIOD)
                             " NOT ON PayPeriod.txt"
                             DELIMITED BY SIZE INTO WS-FND-TEXT
                          PERFORM WRITE-FINDING
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE.

        SWEEP-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ RELEASE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE REL-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE "PayRelease.txt" TO WS-FND-FILE
                       MOVE REL-PERIOD TO WS-FND-KEY
                       MOVE "PERIOD NOT ON PayPeriod.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RELEASE-FILE.

        SWEEP-RETRO-QUEUE.
           OPEN INPUT RETRO-QUEUE-FILE
           IF WS-RETRO-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ RETRO-QUEUE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE "RetroQueue.txt" TO WS-FND-FILE
                    MOVE RTQ-USER-ID TO WS-FND-KEY
                    MOVE RTQ-USER-ID TO WS-CHK-USER
                    PERFORM CHECK-USER-ON-FILE
                    IF WS-CHK-USER-FOUND = "N"
                       IF RTQ-PENDING
                          MOVE "MEDIUM" TO WS-FND-SEVERITY
                       ELSE
                          MOVE "LOW" TO WS-FND-SEVERITY
                       END-IF
                       MOVE SPACES TO WS-FND-TEXT
                       STRING FUNCTION TRIM(RTQ-STATUS)
                          " RETRO ENTRY, USER NOT ON Record.txt"
                          DELIMITED BY SIZE INTO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
                    MOVE RTQ-EFF-PERIOD TO WS-CHK-PERIOD
                    PERFORM CHECK-PERIOD-ON-FILE
                    IF WS-CHK-PERIOD-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE "EFFECTIVE PERIOD NOT ON PayPeriod.txt"
                          TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RETRO-QUEUE-FILE.

        SWEEP-DEPT-BUDGETS.
           OPEN INPUT DEPT-BUDGET-FILE
           IF WS-BUDGET-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-FILE-END
           PERFORM UNTIL WS-FILE-END = "Y"
              READ DEPT-BUDGET-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    ADD 1 TO WS-RECORD-COUNT
                    MOVE BUD-DEPT-CODE TO WS-CHK-DEPT
                    PERFORM CHECK-DEPT-ON-FILE
                    IF WS-CHK-DEPT-FOUND = "N"
                       MOVE "LOW" TO WS-FND-SEVERITY
                       MOVE "DeptBudget.txt" TO WS-FND-FILE
                       MOVE SPACES TO WS-FND-KEY
                       STRING FUNCTION TRIM(BUD-DEPT-CODE) " "
                          BUD-YEAR BUD-MONTH
                          DELIMITED BY SIZE INTO WS-FND-KEY
                       MOVE "BUDGET FOR DEPARTMENT NOT ON "
                          & "Department.txt" TO WS-FND-TEXT
                       PERFORM WRITE-FINDING
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DEPT-BUDGET-FILE.

      *> WS-CHK-USER on Record.txt; WS-CHK-SETTLED says whether the
      *> employee's final pay has been settled.
        CHECK-USER-ON-FILE.
           MOVE "N" TO WS-CHK-USER-FOUND
           MOVE "N" TO WS-CHK-SETTLED
           MOVE WS-CHK-USER TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-CHK-USER-FOUND
                 IF FINAL-PAY-SETTLED
                    MOVE "Y" TO WS-CHK-SETTLED
                 END-IF
           END-READ.

      *> Correction slips carry "*ADJ" after the base period, and the
      *> 13th-month and leave-conversion runs post to periods of their
      *> own that are never on the calendar. The last answer is kept
      *> since the files being swept are grouped by period.
        CHECK-PERIOD-ON-FILE.
           MOVE "Y" TO WS-CHK-PERIOD-FOUND
           IF WS-PERIOD-OPEN = "N" OR WS-CHK-PERIOD = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-ADJ-POS
           INSPECT WS-CHK-PERIOD TALLYING WS-ADJ-POS
              FOR CHARACTERS BEFORE INITIAL "*ADJ"
           IF WS-ADJ-POS < 30
              MOVE SPACES TO WS-CHK-PERIOD(WS-ADJ-POS + 1:)
           END-IF
           IF WS-CHK-PERIOD(1:11) = "13TH-MONTH-"
              OR WS-CHK-PERIOD(1:11) = "LEAVE-CONV-"
              EXIT PARAGRAPH
           END-IF
           IF WS-CHK-PERIOD = WS-LAST-PERIOD
              MOVE WS-LAST-PERIOD-FOUND TO WS-CHK-PERIOD-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-PERIOD TO PERIOD-CODE
           READ PERIOD-FILE KEY IS PERIOD-CODE
              INVALID KEY
                 MOVE "N" TO WS-CHK-PERIOD-FOUND
           END-READ
           MOVE WS-CHK-PERIOD TO WS-LAST-PERIOD
           MOVE WS-CHK-PERIOD-FOUND TO WS-LAST-PERIOD-FOUND.

        CHECK-DEPT-ON-FILE.
           MOVE "Y" TO WS-CHK-DEPT-FOUND
           IF WS-CHK-DEPT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-OPEN = "N"
              MOVE "N" TO WS-CHK-DEPT-FOUND
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-DEPT TO DEPT-CODE
           READ DEPT-FILE KEY IS DEPT-CODE
              INVALID KEY
                 MOVE "N" TO WS-CHK-DEPT-FOUND
           END-READ.

      *> WS-CHK-SLIP through SlipIndex.txt to its employee; when the
      *> index has no entry (or a stale one) Record.txt is scanned the
      *> way the payslip lookups fall back.
        CHECK-SLIP-CODE.
           MOVE "N" TO WS-CHK-SLIP-INDEXED
           MOVE "N" TO WS-CHK-SLIP-FOUND
           IF WS-XREF-OPEN = "Y"
              MOVE WS-CHK-SLIP TO XREF-SLIP-CODE
              READ XREF-FILE KEY IS XREF-SLIP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-CHK-SLIP-INDEXED
                    MOVE XREF-USER-ID TO USER-ID
                    READ USER-FILE KEY IS USER-ID
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF SLIP-CODE = WS-CHK-SLIP
                             MOVE "Y" TO WS-CHK-SLIP-FOUND
                          END-IF
                    END-READ
              END-READ
           END-IF
           IF WS-CHK-SLIP-FOUND = "Y"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SCAN-END
           MOVE LOW-VALUES TO USER-ID
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE "Y" TO WS-SCAN-END
           END-START
           PERFORM UNTIL WS-SCAN-END = "Y" OR WS-CHK-SLIP-FOUND = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SCAN-END
                 NOT AT END
                    IF SLIP-CODE = WS-CHK-SLIP
                       MOVE "Y" TO WS-CHK-SLIP-FOUND
                    END-IF
              END-READ
           END-PERFORM.

        WRITE-FINDING.
           EVALUATE WS-FND-SEVERITY
              WHEN "HIGH"
                 ADD 1 TO WS-HIGH-COUNT
              WHEN "MEDIUM"
                 ADD 1 TO WS-MEDIUM-COUNT
              WHEN OTHER
                 ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-FND-SEVERITY "   " WS-FND-FILE " " WS-FND-KEY
              " " WS-FND-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE SPACES TO WS-PARM-PERIOD
           MOVE SPACES TO WS-PARM-GATE
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
                          IF PARM-LINE(1:5) = "GATE="
                             MOVE PARM-LINE(6:6) TO WS-PARM-GATE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.
