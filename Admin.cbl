                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SESSION-CFG-STATUS.

            SELECT APPROVAL-CONFIG-FILE ASSIGN TO "ApprovalConfig.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-CFG-STATUS.

            SELECT VIEW-CHECKPOINT-FILE ASSIGN TO "ViewCheckpoint.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VIEW-CKPT-STATUS.
                RECORD KEY IS LOAN-KEY
                FILE STATUS IS WS-LOAN-STATUS.

            SELECT LOAN-APP-FILE ASSIGN TO "LoanApplication.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LAPP-KEY
                FILE STATUS IS WS-LAPP-STATUS.

            SELECT DEFER-FILE ASSIGN TO "DeferredDed.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEFER-KEY
                FILE STATUS IS WS-DEFER-STATUS.

            SELECT DEDUCT-POLICY-FILE ASSIGN TO "DeductionPolicy.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DPOL-STATUS.

            SELECT ALLOWANCE-FILE ASSIGN TO "Allowance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

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

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT RELEASE-FILE ASSIGN TO "PayRelease.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-PERIOD
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT RUN-HISTORY-FILE ASSIGN TO "RunHistory.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNHIST-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.

            SELECT DTR-FILE ASSIGN TO "DailyTime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTR-KEY
                FILE STATUS IS WS-DTR-STATUS.

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

            SELECT SCENARIO-FILE ASSIGN TO "Scenario.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SCN-KEY
                FILE STATUS IS WS-SCENARIO-STATUS.

            SELECT SIM-WORK-FILE ASSIGN TO "SimWork.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIMWORK-STATUS.

            SELECT SIM-REPORT-FILE ASSIGN TO "SimCompare.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SIMRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      *> creation stamp; a session older than the configured idle age
      *> is refused instead of granting yesterday's login.
        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        FD SESSION-CONFIG-FILE.
        01 SESSION-CONFIG-LINE PIC X(10).

      *> First line: days a leave/overtime request waits for the
      *> department approver before it escalates to HR (default 3).
        FD APPROVAL-CONFIG-FILE.
        01 APPROVAL-CONFIG-LINE PIC X(10).

        FD VIEW-CHECKPOINT-FILE.
        01 VIEW-CHECKPOINT-LINE PIC X(30).

        FD LOAN-FILE.
            COPY "LOANREC.cpy".

        FD LOAN-APP-FILE.
            COPY "LOANAPPREC.cpy".

        FD DEFER-FILE.
            COPY "DEFERREC.cpy".

      *> One KEYWORD=VALUE per line: MIN-TAKE-HOME (net pay a slip
      *> must keep after loans and arrears) and PRIORITY (SSS,
      *> PAGIBIG, CASH-ADV and ARREARS in the order they are taken,
      *> comma separated). Missing lines keep defaults.
        FD DEDUCT-POLICY-FILE.
        01 DEDUCT-POLICY-LINE PIC X(60).

        FD ALLOWANCE-FILE.
            COPY "ALLOWREC.cpy".

        FD DEPT-FILE.
            COPY "DEPTREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

        FD DEPENDENT-FILE.
            COPY "DEPENDREC.cpy".

        FD HMO-PLAN-FILE.
            COPY "HMOPLANREC.cpy".

        FD HMO-DEDUCT-FILE.
            COPY "HMODEDREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD RUN-CONTROL-FILE.
            COPY "RUNCTLREC.cpy".

        FD RELEASE-FILE.
            COPY "RELEASEREC.cpy".

        FD RUN-HISTORY-FILE.
        01 RUN-HISTORY-LINE PIC X(200).

        FD JOBLOG-FILE.
        01 JOBLOG-LINE PIC X(200).

        FD DTR-FILE.
            COPY "DTRREC.cpy".

        FD SHIFT-FILE.
            COPY "SHIFTREC.cpy".

        FD SHIFT-ASG-FILE.
            COPY "SHIFTASGREC.cpy".

        FD SCENARIO-FILE.
            COPY "SCENREC.cpy".

      *> Slip codes of the employees a simulation run will price,
      *> taken off the master first because the computation itself
      *> opens and closes the employee file for every lookup.
        FD SIM-WORK-FILE.
        01 SIM-WORK-LINE PIC X(30).

        FD SIM-REPORT-FILE.
        01 SIM-REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-XREF-STATUS PIC XX.
        01 WS-XREF-HIT PIC X VALUE "N".
        01 WS-ADJ-PERIOD PIC X(30).
        01 WS-DEPT-STATUS PIC XX.
        01 WS-DEPT-LIST-END PIC X VALUE "N".
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-CO-END PIC X VALUE "N".
        01 WS-CO-TABLE.
            05 WS-CO-CODE PIC X(10) OCCURS 20 TIMES.
        01 WS-CO-USED PIC 99 VALUE ZERO.
        01 WS-CO-FIND PIC 99.
        01 WS-CO-HIT PIC 99.
        01 WS-CO-DEFAULT PIC 99.
        01 WS-CO-SCOPE PIC 99 VALUE ZERO.
        01 WS-CO-ENTRY PIC X(10).
        01 WS-CO-OK PIC X VALUE "N".
        01 WS-CO-NEW-VALUE PIC X(40).
        01 WS-CO-SAVE-CODE PIC X(10).
        01 WS-CO-OLD-ACCT PIC X(16).
        01 WS-BATCH-OTHER-CO PIC 9(5) VALUE ZERO.
        01 WS-BATCH-IN-SCOPE PIC X VALUE "Y".
        01 WS-DEPEND-STATUS PIC XX.
        01 WS-HMO-PLAN-STATUS PIC XX.
        01 WS-HMO-DED-STATUS PIC XX.
        01 WS-DEP-END PIC X VALUE "N".
        01 WS-DEP-USER PIC X(30).
        01 WS-DEP-LAST-SEQ PIC 99 VALUE ZERO.
        01 WS-DEP-COUNT PIC 99 VALUE ZERO.
        01 WS-DEP-ACTION PIC X.
        01 WS-DEP-SEQ-ENTRY PIC XX.
        01 WS-DEP-FOUND PIC X VALUE "N".
        01 WS-DEP-OK PIC X VALUE "N".
        01 WS-DEP-NEW-VALUE PIC X(40).
        01 WS-DEP-PCT-ENTRY PIC XXX.
        01 WS-DEP-PRIMARY-PCT PIC 9(5) VALUE ZERO.
        01 WS-DEP-PRIMARY-COUNT PIC 99 VALUE ZERO.
        01 WS-DEP-PCT-ED PIC ZZ9.
        01 WS-DEP-OLD-VALUE PIC X(30).
        01 WS-HMO-PREMIUM PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-HMO-MEMBERS PIC 99 VALUE ZERO.
        01 WS-HMO-FOUND PIC X VALUE "N".
        01 WS-HMO-PLAN-OPEN PIC X VALUE "N".
        01 WS-HMO-END PIC X VALUE "N".
        01 WS-HMO-RATE-ENTRY PIC X(10).
        01 WS-HMO-RATE-OK PIC X VALUE "N".
        01 WS-HMO-SAVED PIC X VALUE "N".
        01 WS-HMO-RATE-ED PIC Z(4)9.99.
        01 WS-HMO-RATE-ED2 PIC Z(4)9.99.
        01 WS-HMO-OLD-DEDUCT PIC 9(5)V99.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-ASG-TABLE.
            05 WS-ASG-ENTRY OCCURS 10 TIMES.
        01 WS-FINAL-13TH PIC 9(7)V99.
        01 WS-FINAL-TOTAL PIC 9(7)V99.
        01 WS-DAILY-RATE PIC 9(5)V99.

      *> Daily / hourly pay basis work fields. Worked time comes from
      *> the daily time records: each day's punch span less the shift
      *> break, capped at the shift's paid length (overtime is paid
      *> through the OT request, not as straight time).
        01 WS-DTR-STATUS PIC XX.
        01 WS-SHIFT-STATUS PIC XX.
        01 WS-SHFASG-STATUS PIC XX.
        01 WS-DTR-END PIC X VALUE "N".
        01 WS-SHIFT-OPEN PIC X VALUE "N".
        01 WS-SHFASG-OPEN PIC X VALUE "N".
        01 WS-SHFASG-END PIC X VALUE "N".
        01 WS-WORK-PAY-BASIS PIC X(7).
            88 WORK-BASIS-DAILY VALUE "DAILY".
            88 WORK-BASIS-HOURLY VALUE "HOURLY".
        01 WS-WORK-DAY-RATE PIC 9(7)V99.
        01 WS-WORK-DAYS-PAID PIC 999.
        01 WS-WORK-MINUTES PIC 9(6).
        01 WS-WORK-DAY-PAY PIC 9(7)V99.
        01 WS-WORK-SPEC-PREMIUM PIC 9(7)V99.
        01 WS-DAY-IN-MIN PIC S9(4).
        01 WS-DAY-OUT-MIN PIC S9(4).
        01 WS-DAY-SPAN-MIN PIC S9(5).
        01 WS-DAY-PAID-MIN PIC 9(4).
        01 WS-DAY-BREAK-MIN PIC 9(4).
        01 WS-DAY-SHIFT-CODE PIC X(10).
        01 WS-DAY-YMD PIC X(8).
        01 WS-HHMM-CHECK PIC X(5).
        01 WS-HHMM-VALID PIC X VALUE "N".
        01 WS-HHMM-MIN PIC 9(4).
        01 WS-HHMM-HH PIC 99.
        01 WS-HHMM-NN PIC 99.
        01 WS-SHF-START-MIN PIC 9(4).
        01 WS-SHF-END-MIN PIC 9(4).
        01 WS-FINAL-ED PIC Z(6)9.99.
        01 WS-PLAIN-PASSWORD PIC X(30).
        01 WS-PASSWORD-DIGEST PIC X(30).
        01 WS-RUNHIST-STATUS PIC XX.
        01 WS-RUN-FOUND PIC X VALUE "N".
        01 WS-RUN-ABORT PIC X VALUE "N".
      *> Run-control program of this batch's scope: BATCH for all
      *> companies, B-<company code> for a COMPANY= run.
        01 WS-RUN-SCOPE-PROG PIC X(12) VALUE "BATCH".
        01 WS-RUN-OWN-KEY PIC X(42).
        01 WS-RUN-SCAN-END PIC X VALUE "N".
        01 WS-RUNCTL-PROCESSED PIC 9(5).
        01 WS-RECON-OK PIC X VALUE "N".
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PERIOD PIC X(30).
        01 WS-PARM-RERUN PIC X.
        01 WS-PARM-RESUME PIC X.
        01 WS-PARM-COMPANY PIC X(10).
        01 WS-RUN-ARG PIC X(20).
        01 WS-BACKUP-COMMAND PIC X(80).
        01 WS-CERT-COMMAND PIC X(80).
        01 WS-BACKUP-RC PIC S9(9).
        01 WS-BACKUP-RC-ED PIC ZZ9.
        01 WS-RELEASE-STATUS PIC XX.
        01 WS-REL-PERIOD PIC X(30).
        01 WS-REL-FOUND PIC X VALUE "N".
        01 WS-REL-END PIC X VALUE "N".
        01 WS-REL-AGREE PIC X VALUE "N".
        01 WS-REL-SLIP-EDITED PIC X VALUE "N".
        01 WS-REL-DECISION PIC X.
        01 WS-REL-COUNT PIC 9(5).
        01 WS-REL-BACKED-OUT PIC 9(5).
        01 WS-REL-GROSS PIC S9(11)V99 COMP-3.
        01 WS-REL-DEDUCTION PIC S9(11)V99 COMP-3.
        01 WS-REL-NET PIC S9(11)V99 COMP-3.
        01 WS-REL-ED PIC -Z(10)9.99.
        01 WS-REL-ED2 PIC -Z(10)9.99.
        01 WS-JOB-START PIC X(21).
        01 WS-JOB-END PIC X(21).
        01 WS-JOB-STATUS PIC X(4).
        01 WS-SESSION-ROLE PIC X(15) VALUE SPACES.
            88 SESSION-ROLE-HR-ADMIN VALUE "HR-ADMIN".
            88 SESSION-ROLE-PAYROLL-ADMIN VALUE "PAYROLL-ADMIN".
        01 WS-SESSION-USER PIC X(30) VALUE SPACES.
        01 WS-SIM-MODE PIC X VALUE "N".
        01 WS-SIM-HIRE PIC X VALUE "N".
        01 WS-SCENARIO-STATUS PIC XX.
        01 WS-SIMWORK-STATUS PIC XX.
        01 WS-SIMRPT-STATUS PIC XX.
        01 WS-SIM-NAME PIC X(20).
        01 WS-SIM-PERIOD PIC X(30).
        01 WS-SIM-CMP-PERIOD PIC X(30).
        01 WS-SIM-CMP-ADJ PIC X(30).
        01 WS-SIM-CMP-ENTRY PIC X(30).
        01 WS-SIM-AMT-ENTRY PIC X(10).
        01 WS-SIM-PCT PIC S9(3)V99 COMP-3 VALUE ZERO.
        01 WS-SIM-PCT-ED PIC -ZZ9.99.
        01 WS-SIM-HIRE-ENTRY PIC X(3).
        01 WS-SIM-HIRE-COUNT PIC 9(3) VALUE ZERO.
        01 WS-SIM-HIRE-IDX PIC 9(3).
        01 WS-SIM-HIRE-SALARY PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-SIM-HIRE-POSITION PIC X(15).
        01 WS-SIM-HIRE-DEPT PIC X(10).
        01 WS-SIM-END PIC X VALUE "N".
        01 WS-SIM-OK PIC X VALUE "N".
        01 WS-SIM-START-INT PIC 9(8).
        01 WS-SIM-BEST-INT PIC 9(8).
        01 WS-SIM-COUNT PIC 9(5).
        01 WS-SIM-SKIPPED PIC 9(5).
        01 WS-SIM-REPLACED PIC 9(5).
        01 WS-SIM-DEPT-CODE PIC X(10).
        01 WS-SIM-SIDE PIC X.
            88 SIM-SIDE-SCENARIO VALUE "S".
            88 SIM-SIDE-ACTUAL VALUE "A".
        01 WS-SIM-HEAD PIC 9.
        01 WS-SIM-GROSS PIC S9(9)V99 COMP-3.
        01 WS-SIM-COST PIC S9(9)V99 COMP-3.
        01 WS-SIM-NET PIC S9(9)V99 COMP-3.
        01 WS-SIM-DEPT-TABLE.
            05 WS-SIM-DEPT-ENTRY OCCURS 50 TIMES.
                10 WS-SIM-DPT-CODE PIC X(10).
                10 WS-SIM-DPT-SCN-HEADS PIC 9(5).
                10 WS-SIM-DPT-SCN-GROSS PIC S9(11)V99 COMP-3.
                10 WS-SIM-DPT-SCN-COST PIC S9(11)V99 COMP-3.
                10 WS-SIM-DPT-SCN-NET PIC S9(11)V99 COMP-3.
                10 WS-SIM-DPT-ACT-HEADS PIC 9(5).
                10 WS-SIM-DPT-ACT-GROSS PIC S9(11)V99 COMP-3.
                10 WS-SIM-DPT-ACT-COST PIC S9(11)V99 COMP-3.
                10 WS-SIM-DPT-ACT-NET PIC S9(11)V99 COMP-3.
        01 WS-SIM-DEPT-IDX PIC 99.
        01 WS-SIM-DEPT-USED PIC 99 VALUE ZERO.
        01 WS-SIM-DEPT-HIT PIC 99.
        01 WS-SIM-TOT-SCN-HEADS PIC 9(5).
        01 WS-SIM-TOT-SCN-GROSS PIC S9(11)V99 COMP-3.
        01 WS-SIM-TOT-SCN-COST PIC S9(11)V99 COMP-3.
        01 WS-SIM-TOT-SCN-NET PIC S9(11)V99 COMP-3.
        01 WS-SIM-TOT-ACT-HEADS PIC 9(5).
        01 WS-SIM-TOT-ACT-GROSS PIC S9(11)V99 COMP-3.
        01 WS-SIM-TOT-ACT-COST PIC S9(11)V99 COMP-3.
        01 WS-SIM-TOT-ACT-NET PIC S9(11)V99 COMP-3.
        01 WS-SIM-VARIANCE PIC S9(11)V99 COMP-3.
        01 WS-SIM-HEADS-ED PIC ZZZZ9.
        01 WS-SIM-HEADS-ED2 PIC ZZZZ9.
        01 WS-SIM-ED1 PIC -Z(10)9.99.
        01 WS-SIM-ED2 PIC -Z(10)9.99.
        01 WS-SIM-ED3 PIC -Z(10)9.99.
        01 WS-SIM-ED4 PIC -Z(10)9.99.
        01 WS-SIM-ED5 PIC -Z(10)9.99.
        01 WS-VIEW-CKPT-STATUS PIC XX.
        01 WS-VIEW-CKPT-USER-ID PIC X(30) VALUE SPACES.
        01 WS-BATCH-CKPT-STATUS PIC XX.
        01 WS-APPR-PERIOD PIC X(30).
        01 WS-APPR-COUNT PIC 9(3) VALUE ZERO.
        01 WS-APPR-END PIC X VALUE "N".
        01 WS-APPR-CFG-STATUS PIC XX.
        01 WS-ESCALATE-DAYS PIC 9(3) VALUE 3.
        01 WS-RTE-USER-ID PIC X(30).
        01 WS-RTE-FILED PIC X(8).
        01 WS-RTE-FILED-YMD PIC 9(8).
        01 WS-RTE-TODAY PIC 9(8).
        01 WS-RTE-DEPT PIC X(10).
        01 WS-RTE-HEAD PIC X(30).
        01 WS-RTE-ALT PIC X(30).
        01 WS-RTE-STATE PIC X(10).
        01 WS-RTE-AGE PIC S9(5).
        01 WS-RTE-AGE-ED PIC ZZZZ9.
        01 WS-RTE-DEPT-OPEN PIC X VALUE "N".
        01 WS-HRQ-COUNT PIC 9(3) VALUE ZERO.
        01 WS-HRQ-HELD PIC 9(3) VALUE ZERO.
        01 WS-HRQ-END PIC X VALUE "N".
        01 WS-HRQ-OVERRIDE PIC X.
        01 WS-DECIDED-AS PIC X(10).
        01 WS-DECIDED-BY PIC X(30).
        01 WS-DEPT-HEAD-ENTRY PIC X(30).
        01 WS-DEPT-ALT-ENTRY PIC X(30).
        01 WS-DEPT-OLD-HEAD PIC X(30).
        01 WS-DEPT-OLD-ALT PIC X(30).
        01 WS-APPROVER-CHECK PIC X(30).
        01 WS-APPROVER-OK PIC X VALUE "N".
        01 WS-LOAN-STATUS PIC XX.
        01 WS-LOAN-FOUND PIC X VALUE "N".
        01 WS-LOAN-TOTAL PIC 9(7)V99 VALUE ZERO.
        01 WS-LOAN-PRINCIPAL-ENTRY PIC 9(7).
        01 WS-LOAN-AMORT-ENTRY PIC 9(5).
        01 WS-LOAN-BALANCE-ED PIC Z(6)9.99.
        01 WS-LAPP-STATUS PIC XX.
        01 WS-LAQ-END PIC X VALUE "N".
        01 WS-LAQ-COUNT PIC 99 VALUE ZERO.
        01 WS-LAQ-PICK PIC 99 VALUE ZERO.
        01 WS-LAQ-TABLE.
            05 WS-LAQ-KEY PIC X(44) OCCURS 50 TIMES.
        01 WS-LAQ-DECISION PIC X.
        01 WS-LAQ-HAS-ACTIVE PIC X VALUE "N".
        01 WS-LAQ-EXISTING PIC 9(6)V99.
        01 WS-LAQ-NET-ED PIC -Z(6)9.99.
        01 WS-DEFER-STATUS PIC XX.
        01 WS-DEFER-FOUND PIC X VALUE "N".
        01 WS-DPOL-STATUS PIC XX.
        01 WS-DPOL-END PIC X VALUE "N".
        01 WS-DPOL-KEYWORD PIC X(20).
        01 WS-DPOL-VALUE PIC X(40).
        01 WS-DPOL-FLOOR PIC 9(7)V99 VALUE 1000.
      *> Deduction priority by position: 1-3 are the loan types in
      *> WS-LOAN-TYPE-TABLE order, 4 is arrears recovery.
        01 WS-DPOL-ORDER-DATA.
            05 WS-DPOL-ORDER PIC 9 OCCURS 4 TIMES.
        01 WS-DPOL-NEW-ORDER-DATA.
            05 WS-DPOL-NEW-ORDER PIC 9 OCCURS 4 TIMES.
        01 WS-DPOL-NAMES.
            05 WS-DPOL-NAME PIC X(10) OCCURS 4 TIMES.
        01 WS-DPOL-SEEN PIC X(4).
        01 WS-DPOL-VALID PIC X VALUE "N".
        01 WS-DPOL-POS PIC 9.
        01 WS-DED-POS PIC 9.
        01 WS-DED-LOANS-OPEN PIC X VALUE "N".
        01 WS-DED-AVAILABLE PIC S9(7)V99 COMP-3.
        01 WS-DED-ROOM PIC S9(7)V99 COMP-3.
        01 WS-DED-ARREARS-DUE PIC S9(7)V99 COMP-3.
        01 WS-DED-ARREARS-CAP PIC S9(7)V99 COMP-3 VALUE 9999999.99.
        01 WS-DED-DEFER-TABLE.
            05 WS-DED-DEFER-LOAN PIC S9(5)V99 COMP-3 OCCURS 3 TIMES.
        01 WS-DED-DEFER-ARREARS PIC S9(7)V99 COMP-3.
        01 WS-DED-DEFER-TOTAL PIC S9(7)V99 COMP-3.
        01 WS-ALLOW-STATUS PIC XX.
        01 WS-ALLOW-FOUND PIC X VALUE "N".
        01 WS-ALLOW-TAX-TOTAL PIC 9(7)V99 VALUE ZERO.
        GET-ADMIN-SESSION-ROLE.
           MOVE SPACES TO WS-SESSION-ROLE
           MOVE SPACES TO WS-SESSION-STAMP
           MOVE SPACES TO WS-SESSION-USER
           OPEN INPUT ADMIN-SESSION-FILE
           IF WS-SESSION-STATUS = "00"
              READ ADMIN-SESSION-FILE
                       TO WS-SESSION-ROLE
                    MOVE ADMIN-SESSION-LINE(16:14)
                       TO WS-SESSION-STAMP
                    MOVE ADMIN-SESSION-LINE(36:30)
                       TO WS-SESSION-USER
              END-READ
              CLOSE ADMIN-SESSION-FILE
           END-IF

        MAIN-MENU.
        PERFORM GET-ADMIN-SESSION-ROLE
      *> "cobcrun Admin BATCH" runs the batch payroll straight from the
      *> BatchParm.txt BATCH block, for the overnight payroll chain.
        ACCEPT WS-RUN-ARG FROM COMMAND-LINE
        IF WS-RUN-ARG = "BATCH"
           PERFORM RUN-BATCH-PAYROLL
        END-IF
        CALL 'SYSTEM' USING 'clear'
        PERFORM UNTIL CHOICE = 28
           DISPLAY "==================================================="
           DISPLAY "||||||||||||||=======================||||||||||||||"
           DISPLAY "|||||||||||||       ADMINS MENU       |||||||||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [19] - NEW-HIRE BULK UPLOAD         |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [20] - MASS SALARY ADJUSTMENT       |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [21] - DEPARTMENT BUDGET VS ACTUAL  |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [22] - CROSS-FILE INTEGRITY SWEEP   |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [23] - MANPOWER MOVEMENT REPORT     |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [24] - TARDINESS / ABSENTEEISM      |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [25] - COMPANY MAINTENANCE          |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [26] - DEPENDENTS / BENEFICIARIES   |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [27] - CERTIFICATE OF EMPLOYMENT    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||          [28] - BACK TO MENU            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
                    CALL "SYSTEM" USING BY REFERENCE
                       "cobcrun AuditArchive"
                WHEN 19
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-HR-ADMIN
                       CALL "SYSTEM" USING BY REFERENCE
                          "cobcrun NewHireLoad"
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 20
                    CALL "SYSTEM" USING BY REFERENCE
                       "cobcrun WageAdjust"
                WHEN 21
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-PAYROLL-ADMIN
                       CALL "SYSTEM" USING BY REFERENCE
                          "cobcrun DeptBudget"
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 22
                    CALL "SYSTEM" USING BY REFERENCE
                       "cobcrun IntegritySweep"
                WHEN 23
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-HR-ADMIN
                       CALL "SYSTEM" USING BY REFERENCE
                          "cobcrun Manpower"
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 24
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-HR-ADMIN
                       CALL "SYSTEM" USING BY REFERENCE
                          "cobcrun Tardiness"
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 25
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-PAYROLL-ADMIN
                       PERFORM COMPANY-MAINTENANCE
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 26
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-HR-ADMIN
                       PERFORM DEPENDENT-MAINTENANCE
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 27
                    IF WS-SESSION-ROLE = SPACES OR
                       SESSION-ROLE-HR-ADMIN
                       PERFORM PRINT-CERTIFICATE
                    ELSE
                       PERFORM ACCESS-DENIED
                    END-IF
                WHEN 28
                   PERFORM BACK
                WHEN OTHER
           DISPLAY "|=================================================|"

        PROCESS-PAYSLIP.
        CALL 'SYSTEM' USING 'clear'
        PERFORM UNTIL CHOICE = 30
           DISPLAY "|=================================================|"
           DISPLAY "|||||||||||||========================||||||||||||||"
           DISPLAY "||||||||||||    PROCESSING PAYSLIP    |||||||||||||"
           DISPLAY "|||||       [20] - PAYSLIP DISPUTE QUEUE      |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [21] - RUN PAYROLL CHAIN          |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [22] - BACKUP / RESTORE FILES     |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [23] - PAYROLL RELEASE (CHECKER)    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [24] - PAYROLL SIMULATION (WHAT-IF)  |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [25] - MONTH-END ACCRUAL JOURNAL     |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [26] - LOAN APPLICATION QUEUE        |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [27] - DEFERRED DEDUCTIONS REPORT    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [28] - HMO PLAN RATES                |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [29] - HMO BILLING RECONCILIATION    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||           [30] - BACK TO MENU           |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
            WHEN 20
                PERFORM DISPUTE-QUEUE
            WHEN 21
                CALL "SYSTEM" USING BY REFERENCE "cobcrun PayChain"
            WHEN 22
                CALL "SYSTEM" USING BY REFERENCE "cobcrun PayBackup"
            WHEN 23
                PERFORM PAYROLL-RELEASE
            WHEN 24
                PERFORM RUN-PAYROLL-SIMULATION
            WHEN 25
                CALL "SYSTEM" USING BY REFERENCE "cobcrun PayAccrual"
            WHEN 26
                PERFORM LOAN-APPLICATION-QUEUE
            WHEN 27
                CALL "SYSTEM" USING BY REFERENCE "cobcrun DeferReport"
            WHEN 28
                PERFORM HMO-PLAN-MAINTENANCE
            WHEN 29
                CALL "SYSTEM" USING BY REFERENCE "cobcrun HmoBilling"
            WHEN 30
            CALL "SYSTEM" USING BY REFERENCE "python3 Admin-call.py"
            WHEN OTHER
           DISPLAY "|=================================================|"
           DISPLAY "|||||       [1] - ADDITION IN SALARY          |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-REL-SLIP-EDITED
           DISPLAY "ENTER PAYSLIP CODE: " WITH NO ADVANCING
           ACCEPT USERNAME
           DISPLAY "ENTER PAYSLIP PERIOD: " WITH NO ADVANCING
           END-IF

        PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
           MOVE SPACES TO WS-WORK-PAY-BASIS
           MOVE ZERO TO WS-WORK-SPEC-PREMIUM
           MOVE ZERO TO WS-WORK-DAY-RATE
           IF WS-EMP-FOUND = "Y"
              IF PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
                 PERFORM COMPUTE-WORKED-BASIC
              ELSE
                 MOVE EMPLOYEE-BASIC-SALARY TO BASIC-SALARY
                 PERFORM PRORATE-BASIC-FOR-PERIOD
                    THRU PRORATE-BASIC-DONE
              END-IF
           ELSE
              MOVE ZERO TO BASIC-SALARY
              DISPLAY "============================================"
              DISPLAY "ZERO PREMIUM HOURS APPLIED."
              DISPLAY "============================================"
           END-IF
      *> Night-differential hours derived from the daily time records
      *> against the employee's shift replace any keyed on the OT
      *> request, so the same night hours are never paid twice.
           PERFORM LOOKUP-ATTENDANCE
           IF WS-ATT-FOUND = "Y" AND ATT-NIGHT-DIFF-HOURS > ZERO
              MOVE ATT-NIGHT-DIFF-HOURS TO WS-NIGHT-DIFF-HOURS
              DISPLAY "NIGHT DIFF HOURS FROM TIME RECORDS: "
                 WS-NIGHT-DIFF-HOURS
           END-IF
        MULTIPLY WS-OVERTIME-HOURS BY WS-OT-RATE
        GIVING WS-OVERTIME
        MOVE WS-OVERTIME TO FD-OVERTIME
           MOVE WS-NIGHT-DIFF TO FD-NIGHT-DIFF
           DISPLAY "==================================================="
           MULTIPLY WS-HOLIDAY-HOURS BY WS-HOL-RATE GIVING WS-HOLIDAY
           ADD WS-WORK-SPEC-PREMIUM TO WS-HOLIDAY
           MOVE WS-HOLIDAY TO FD-HOLIDAY
           IF WS-OT-FOUND = "Y" AND OT-APPROVED
              PERFORM CLOSE-OT-REQUEST
           DISPLAY "||||||||||||  ERROR: NO RECORD FOUND!  ||||||||||||"
           DISPLAY "|||||||||||||=========================|||||||||||||"
           DISPLAY "|=================================================|"
              NOT INVALID KEY
                 MOVE "Y" TO WS-REL-SLIP-EDITED
           END-REWRITE
           DISPLAY "|=================================================|"
           DISPLAY "|||||||||================================||||||||||"     
           DISPLAY "|||||||||================================||||||||||"
           DISPLAY "|=================================================|"
           END-READ.
           CLOSE PAYSLIP-FILE
           IF WS-REL-SLIP-EDITED = "Y"
              PERFORM REOPEN-PERIOD-RELEASE
           END-IF.

        LOOKUP-EMPLOYEE-BY-SLIPCODE.
           MOVE "N" TO WS-EMP-FOUND
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

      *> Payroll's side of the employee loan application: pending
      *> applications are listed with the pay-capacity figures the
      *> employee was shown, and approving one writes the Loan.txt
      *> record the batch payroll amortizes from the next run on.
        LOAN-APPLICATION-QUEUE.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [26] - LOAN APPLICATION QUEUE         |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           OPEN I-O LOAN-APP-FILE
           IF WS-LAPP-STATUS NOT = "00"
              OPEN OUTPUT LOAN-APP-FILE
              CLOSE LOAN-APP-FILE
              OPEN I-O LOAN-APP-FILE
           END-IF
           MOVE ZERO TO WS-LAQ-COUNT
           MOVE "N" TO WS-LAQ-END
           DISPLAY "PENDING APPLICATIONS:"
           DISPLAY "NO.  USER-ID                        TYPE      "
              "     AMOUNT TERM CHECK"
           PERFORM UNTIL WS-LAQ-END = "Y"
              READ LOAN-APP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LAQ-END
                 NOT AT END
                    IF LAPP-PENDING AND WS-LAQ-COUNT < 50
                       ADD 1 TO WS-LAQ-COUNT
                       MOVE LAPP-KEY TO WS-LAQ-KEY(WS-LAQ-COUNT)
                       MOVE LAPP-AMOUNT TO WS-LOAN-BALANCE-ED
                       DISPLAY "[" WS-LAQ-COUNT "] " LAPP-USER-ID " "
                          LAPP-LOAN-TYPE " " WS-LOAN-BALANCE-ED " "
                          LAPP-TERM "  " LAPP-CHECK-RESULT
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LAQ-COUNT = ZERO
              DISPLAY "NO PENDING LOAN APPLICATIONS ON FILE."
              CLOSE LOAN-APP-FILE
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF
           DISPLAY "[ENTER NO. OF THE APPLICATION TO DECIDE "
              "(0 = BACK)]: " WITH NO ADVANCING
           MOVE ZERO TO WS-LAQ-PICK
           ACCEPT WS-LAQ-PICK
           IF WS-LAQ-PICK > ZERO AND WS-LAQ-PICK NOT > WS-LAQ-COUNT
              MOVE WS-LAQ-KEY(WS-LAQ-PICK) TO LAPP-KEY
              READ LOAN-APP-FILE KEY IS LAPP-KEY
                 INVALID KEY
                    DISPLAY "APPLICATION NO LONGER ON FILE."
                 NOT INVALID KEY
                    PERFORM DECIDE-LOAN-APPLICATION
              END-READ
           ELSE
              IF WS-LAQ-PICK NOT = ZERO
                 DISPLAY "INVALID NUMBER."
              END-IF
           END-IF
           CLOSE LOAN-APP-FILE
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

        DECIDE-LOAN-APPLICATION.
           IF NOT LAPP-PENDING
              DISPLAY "APPLICATION IS ALREADY " LAPP-STATUS "."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEE: " LAPP-USER-ID
           DISPLAY "FILED: " LAPP-FILED-STAMP(1:8) "  TYPE: "
              LAPP-LOAN-TYPE
           MOVE LAPP-AMOUNT TO WS-LOAN-BALANCE-ED
           DISPLAY "AMOUNT: " WS-LOAN-BALANCE-ED "  TERM: " LAPP-TERM
              " PAY PERIODS"
           MOVE LAPP-AMORTIZATION TO WS-LOAN-BALANCE-ED
           DISPLAY "AMORTIZATION PER PERIOD:       " WS-LOAN-BALANCE-ED
           IF LAPP-NO-HISTORY
              DISPLAY "NO COMPUTED PAYSLIP WAS ON FILE AT FILING - "
                 "PAY CAPACITY NOT CHECKED."
           ELSE
              MOVE LAPP-AVG-NETPAY TO WS-LAQ-NET-ED
              DISPLAY "AVERAGE NET PAY (" LAPP-SLIPS-USED " SLIPS):   "
                 WS-LAQ-NET-ED
              MOVE LAPP-CAPACITY-LIMIT TO WS-LOAN-BALANCE-ED
              DISPLAY "MOST ALL LOANS MAY TAKE:       "
                 WS-LOAN-BALANCE-ED
           END-IF
           MOVE LAPP-EXISTING-AMORT TO WS-LOAN-BALANCE-ED
           DISPLAY "ACTIVE AMORTIZATIONS AT FILING:" WS-LOAN-BALANCE-ED
      *> Loans may have been keyed or paid off since the employee
      *> filed, so the running loans are read again before deciding.
           PERFORM SUM-APPLICANT-LOANS
           MOVE WS-LAQ-EXISTING TO WS-LOAN-BALANCE-ED
           DISPLAY "ACTIVE AMORTIZATIONS NOW:      " WS-LOAN-BALANCE-ED
           IF LAPP-FITS
              AND WS-LAQ-EXISTING + LAPP-AMORTIZATION
                 > LAPP-CAPACITY-LIMIT
              DISPLAY "WARNING: WITH THE LOANS NOW ACTIVE THIS "
                 "AMORTIZATION NO LONGER FITS."
           END-IF
           IF WS-LAQ-HAS-ACTIVE = "Y"
              DISPLAY "AN ACTIVE " FUNCTION TRIM(LAPP-LOAN-TYPE)
                 " LOAN IS ALREADY ON FILE - IT CAN ONLY BE REJECTED."
           END-IF
           DISPLAY "[A = APPROVE, X = REJECT, ANYTHING ELSE = "
              "BACK]: " WITH NO ADVANCING
           ACCEPT WS-LAQ-DECISION
           IF WS-LAQ-DECISION NOT = "A" AND WS-LAQ-DECISION NOT = "a"
              AND WS-LAQ-DECISION NOT = "X"
              AND WS-LAQ-DECISION NOT = "x"
              EXIT PARAGRAPH
           END-IF
           IF (WS-LAQ-DECISION = "A" OR WS-LAQ-DECISION = "a")
              AND WS-LAQ-HAS-ACTIVE = "Y"
              DISPLAY "NOT APPROVED: REJECT IT OR SETTLE THE ACTIVE "
                 "LOAN FIRST."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[ENTER REMARKS FOR THE EMPLOYEE]: "
              WITH NO ADVANCING
           ACCEPT LAPP-REMARKS
           MOVE WS-SESSION-USER TO LAPP-DECIDED-BY
           IF LAPP-DECIDED-BY = SPACES
              MOVE WS-SESSION-ROLE TO LAPP-DECIDED-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LAPP-DECIDED-DATE
           IF WS-LAQ-DECISION = "A" OR WS-LAQ-DECISION = "a"
              PERFORM CREATE-LOAN-FROM-APPLICATION
              SET LAPP-APPROVED TO TRUE
           ELSE
              SET LAPP-REJECTED TO TRUE
           END-IF
           REWRITE LOAN-APP-RECORD
              INVALID KEY
                 DISPLAY "ERROR: APPLICATION NOT UPDATED!"
           END-REWRITE
           DISPLAY "LOAN APPLICATION " LAPP-STATUS "."
           MOVE LAPP-DECIDED-BY TO WS-AUDIT-ACTOR
           MOVE LAPP-USER-ID TO WS-AUDIT-KEY
           MOVE "LOAN-APPLICATION" TO WS-AUDIT-FIELD
           MOVE "PENDING" TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING FUNCTION TRIM(LAPP-STATUS) " "
              FUNCTION TRIM(LAPP-LOAN-TYPE)
              DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           MOVE LAPP-USER-ID TO WS-NOTIFY-USER-ID
           MOVE SPACES TO WS-NOTIFY-SUBJECT
           STRING "LOAN APPLICATION " FUNCTION TRIM(LAPP-STATUS)
              DELIMITED BY SIZE INTO WS-NOTIFY-SUBJECT
           MOVE LAPP-AMOUNT TO WS-LOAN-BALANCE-ED
           MOVE SPACES TO WS-NOTIFY-BODY1
           STRING "TYPE: " FUNCTION TRIM(LAPP-LOAN-TYPE)
              "  AMOUNT: " FUNCTION TRIM(WS-LOAN-BALANCE-ED)
              "  TERM: " LAPP-TERM " PERIODS"
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY1
           MOVE LAPP-REMARKS TO WS-NOTIFY-BODY2
           PERFORM NOTIFY-EMPLOYEE.

        SUM-APPLICANT-LOANS.
           MOVE "N" TO WS-LAQ-HAS-ACTIVE
           MOVE ZERO TO WS-LAQ-EXISTING
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LOAN-TYPE-IDX FROM 1 BY 1
              UNTIL WS-LOAN-TYPE-IDX > 3
              MOVE LAPP-USER-ID TO LOAN-USER-ID
              MOVE WS-LOAN-TYPE-NAME(WS-LOAN-TYPE-IDX) TO LOAN-TYPE
              READ LOAN-FILE KEY IS LOAN-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                       ADD LOAN-AMORTIZATION TO WS-LAQ-EXISTING
                       IF LOAN-TYPE = LAPP-LOAN-TYPE
                          MOVE "Y" TO WS-LAQ-HAS-ACTIVE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

        CREATE-LOAN-FROM-APPLICATION.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
              OPEN OUTPUT LOAN-FILE
              CLOSE LOAN-FILE
              OPEN I-O LOAN-FILE
           END-IF
           MOVE "N" TO WS-LOAN-FOUND
           MOVE LAPP-USER-ID TO LOAN-USER-ID
           MOVE LAPP-LOAN-TYPE TO LOAN-TYPE
           READ LOAN-FILE KEY IS LOAN-KEY
              INVALID KEY
                 MOVE "N" TO WS-LOAN-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-LOAN-FOUND
           END-READ
           MOVE LAPP-DECIDED-BY TO WS-AUDIT-ACTOR
           MOVE LOAN-KEY TO WS-AUDIT-KEY
           MOVE "LOAN-SETUP" TO WS-AUDIT-FIELD
           IF WS-LOAN-FOUND = "Y"
              MOVE LOAN-BALANCE TO WS-LOAN-BALANCE-ED
              MOVE WS-LOAN-BALANCE-ED TO WS-AUDIT-OLD-VALUE
           ELSE
              MOVE "NONE" TO WS-AUDIT-OLD-VALUE
           END-IF
           MOVE LAPP-AMOUNT TO LOAN-PRINCIPAL
           MOVE LAPP-AMORTIZATION TO LOAN-AMORTIZATION
           MOVE LOAN-PRINCIPAL TO LOAN-BALANCE
           SET LOAN-ACTIVE TO TRUE
           MOVE LOAN-BALANCE TO WS-LOAN-BALANCE-ED
           MOVE WS-LOAN-BALANCE-ED TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           IF WS-LOAN-FOUND = "Y"
              REWRITE LOAN-RECORD
                 INVALID KEY
                    DISPLAY "ERROR: LOAN RECORD NOT UPDATED!"
              END-REWRITE
           ELSE
              WRITE LOAN-RECORD
                 INVALID KEY
                    DISPLAY "ERROR: LOAN RECORD NOT WRITTEN!"
              END-WRITE
           END-IF
           CLOSE LOAN-FILE
           DISPLAY "LOAN RECORD CREATED ON Loan.txt."

      *> Contributions, withholding tax, attendance deductions and the
      *> HMO dependent premium are always taken. Loans and arrears
      *> recovery then share what is
      *> left above the take-home floor in DeductionPolicy.txt, in its
      *> priority order; one that does not fit is deferred whole and
      *> its loan balance or arrears stays owing.
        APPLY-LOAN-DEDUCTIONS.
           MOVE ZERO TO WS-LOAN-TOTAL
           PERFORM GET-DEDUCTION-POLICY
           COMPUTE WS-DED-AVAILABLE = WS-TOTAL-PAY - FD-SSS
              - FD-PAGIBIG - FD-PHILHEALTH - WS-WTAX - WS-LATERES
              - WS-ABSENTRES - WS-UNDERTIMERES - WS-HMO-PREMIUM
           COMPUTE WS-DED-ROOM = WS-DED-AVAILABLE - WS-DPOL-FLOOR
           COMPUTE WS-DED-ARREARS-DUE = EMPLOYEE-ARREARS
              + FD-ARREARS - FD-ARREARS-CARRIED
           IF WS-DED-ARREARS-DUE < ZERO
              MOVE ZERO TO WS-DED-ARREARS-DUE
           END-IF
           MOVE ZERO TO WS-DED-DEFER-LOAN(1)
           MOVE ZERO TO WS-DED-DEFER-LOAN(2)
           MOVE ZERO TO WS-DED-DEFER-LOAN(3)
           MOVE ZERO TO WS-DED-DEFER-ARREARS
           MOVE "Y" TO WS-DED-LOANS-OPEN
      *> A simulation reads the loan balances but never posts to them.
           IF WS-SIM-MODE = "Y"
              OPEN INPUT LOAN-FILE
              IF WS-LOAN-STATUS NOT = "00"
                 MOVE "N" TO WS-DED-LOANS-OPEN
              END-IF
           ELSE
              OPEN I-O LOAN-FILE
              IF WS-LOAN-STATUS NOT = "00"
                 OPEN OUTPUT LOAN-FILE
                 CLOSE LOAN-FILE
                 OPEN I-O LOAN-FILE
              END-IF
           END-IF
           PERFORM VARYING WS-DED-POS FROM 1 BY 1
              UNTIL WS-DED-POS > 4
              IF WS-DPOL-ORDER(WS-DED-POS) = 4
                 PERFORM RESERVE-ARREARS-RECOVERY
              ELSE
                 MOVE WS-DPOL-ORDER(WS-DED-POS) TO WS-LOAN-TYPE-IDX
                 PERFORM APPLY-ONE-LOAN
              END-IF
           END-PERFORM
           IF WS-DED-LOANS-OPEN = "Y"
              CLOSE LOAN-FILE
           END-IF
           MOVE WS-LOAN-TOTAL TO FD-LOAN
           IF WS-SIM-MODE = "N"
              PERFORM POST-DEFERRED-DEDUCTIONS
           END-IF.

        APPLY-ONE-LOAN.
           MOVE USER-ID TO LOAN-USER-ID
           MOVE WS-LOAN-TYPE-NAME(WS-LOAN-TYPE-IDX) TO LOAN-TYPE
           PERFORM GET-SLIP-LOAN-PRIOR
           MOVE ZERO TO WS-LOAN-DEDUCT
           IF WS-DED-LOANS-OPEN = "Y"
              READ LOAN-FILE KEY IS LOAN-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    PERFORM DEDUCT-LOAN-AMORTIZATION
              END-READ
           END-IF
           PERFORM PUT-SLIP-LOAN-DETAIL
           ADD WS-LOAN-DEDUCT TO WS-LOAN-TOTAL.

      *> Arrears are recovered later, once net pay is known; this
      *> only fixes how much of them the priority order leaves room
      *> for. COMPUTE-ARREARS-NET recovers no more than the cap.
        RESERVE-ARREARS-RECOVERY.
           EVALUATE TRUE
              WHEN WS-DED-ROOM NOT > ZERO
                 MOVE ZERO TO WS-DED-ARREARS-CAP
              WHEN WS-DED-ARREARS-DUE < WS-DED-ROOM
                 MOVE WS-DED-ARREARS-DUE TO WS-DED-ARREARS-CAP
              WHEN OTHER
                 MOVE WS-DED-ROOM TO WS-DED-ARREARS-CAP
           END-EVALUATE
           SUBTRACT WS-DED-ARREARS-CAP FROM WS-DED-ROOM
           COMPUTE WS-DED-DEFER-ARREARS =
              WS-DED-ARREARS-DUE - WS-DED-ARREARS-CAP.

        GET-DEDUCTION-POLICY.
           MOVE 1000 TO WS-DPOL-FLOOR
           MOVE 1 TO WS-DPOL-ORDER(1)
           MOVE 2 TO WS-DPOL-ORDER(2)
           MOVE 3 TO WS-DPOL-ORDER(3)
           MOVE 4 TO WS-DPOL-ORDER(4)
           OPEN INPUT DEDUCT-POLICY-FILE
           IF WS-DPOL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DPOL-END
           PERFORM UNTIL WS-DPOL-END = "Y"
              READ DEDUCT-POLICY-FILE
                 AT END
                    MOVE "Y" TO WS-DPOL-END
                 NOT AT END
                    MOVE SPACES TO WS-DPOL-KEYWORD WS-DPOL-VALUE
                    UNSTRING DEDUCT-POLICY-LINE DELIMITED BY "="
                       INTO WS-DPOL-KEYWORD WS-DPOL-VALUE
                    END-UNSTRING
                    EVALUATE WS-DPOL-KEYWORD
                       WHEN "MIN-TAKE-HOME"
                          IF WS-DPOL-VALUE NOT = SPACES
                             AND FUNCTION TEST-NUMVAL(WS-DPOL-VALUE)
                                = ZERO
                             AND FUNCTION NUMVAL(WS-DPOL-VALUE)
                                NOT < ZERO
                             AND FUNCTION NUMVAL(WS-DPOL-VALUE)
                                < 10000000
                             COMPUTE WS-DPOL-FLOOR ROUNDED =
                                FUNCTION NUMVAL(WS-DPOL-VALUE)
                          END-IF
                       WHEN "PRIORITY"
                          PERFORM SET-DEDUCTION-PRIORITY
                    END-EVALUATE
              END-READ
           END-PERFORM
           CLOSE DEDUCT-POLICY-FILE.

      *> PRIORITY must name each of the four exactly once; anything
      *> else leaves the default order in place.
        SET-DEDUCTION-PRIORITY.
           MOVE SPACES TO WS-DPOL-NAMES
           UNSTRING WS-DPOL-VALUE DELIMITED BY ","
              INTO WS-DPOL-NAME(1) WS-DPOL-NAME(2)
                 WS-DPOL-NAME(3) WS-DPOL-NAME(4)
           END-UNSTRING
           MOVE SPACES TO WS-DPOL-SEEN
           MOVE "Y" TO WS-DPOL-VALID
           PERFORM VARYING WS-DPOL-POS FROM 1 BY 1
              UNTIL WS-DPOL-POS > 4
              EVALUATE FUNCTION TRIM(WS-DPOL-NAME(WS-DPOL-POS))
                 WHEN "SSS"
                    MOVE 1 TO WS-DPOL-NEW-ORDER(WS-DPOL-POS)
                 WHEN "PAGIBIG"
                    MOVE 2 TO WS-DPOL-NEW-ORDER(WS-DPOL-POS)
                 WHEN "CASH-ADV"
                    MOVE 3 TO WS-DPOL-NEW-ORDER(WS-DPOL-POS)
                 WHEN "ARREARS"
                    MOVE 4 TO WS-DPOL-NEW-ORDER(WS-DPOL-POS)
                 WHEN OTHER
                    MOVE ZERO TO WS-DPOL-NEW-ORDER(WS-DPOL-POS)
                    MOVE "N" TO WS-DPOL-VALID
              END-EVALUATE
              IF WS-DPOL-NEW-ORDER(WS-DPOL-POS) > ZERO
                 IF WS-DPOL-SEEN(WS-DPOL-NEW-ORDER(WS-DPOL-POS):1)
                    = "Y"
                    MOVE "N" TO WS-DPOL-VALID
                 ELSE
                    MOVE "Y" TO
                       WS-DPOL-SEEN(WS-DPOL-NEW-ORDER(WS-DPOL-POS):1)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-DPOL-VALID = "Y"
              MOVE WS-DPOL-NEW-ORDER-DATA TO WS-DPOL-ORDER-DATA
           END-IF.

      *> One DeferredDed.txt record per slip that had anything
      *> deferred; a recompute that defers nothing clears it.
        POST-DEFERRED-DEDUCTIONS.
           COMPUTE WS-DED-DEFER-TOTAL = WS-DED-DEFER-LOAN(1)
              + WS-DED-DEFER-LOAN(2) + WS-DED-DEFER-LOAN(3)
              + WS-DED-DEFER-ARREARS
           OPEN I-O DEFER-FILE
           IF WS-DEFER-STATUS NOT = "00"
              OPEN OUTPUT DEFER-FILE
              CLOSE DEFER-FILE
              OPEN I-O DEFER-FILE
           END-IF
           MOVE USERNAME TO DEF-USERNAME
           MOVE PAYSLIP-PERIOD TO DEF-PERIOD
           MOVE "Y" TO WS-DEFER-FOUND
           READ DEFER-FILE KEY IS DEFER-KEY
              INVALID KEY
                 MOVE "N" TO WS-DEFER-FOUND
           END-READ
           IF WS-DED-DEFER-TOTAL = ZERO
              IF WS-DEFER-FOUND = "Y"
                 DELETE DEFER-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
              CLOSE DEFER-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE USERNAME TO DEF-USERNAME
           MOVE PAYSLIP-PERIOD TO DEF-PERIOD
           MOVE USER-ID TO DEF-USER-ID
           MOVE WS-DED-DEFER-LOAN(1) TO DEF-LOAN-SSS
           MOVE WS-DED-DEFER-LOAN(2) TO DEF-LOAN-PAGIBIG
           MOVE WS-DED-DEFER-LOAN(3) TO DEF-LOAN-CASHADV
           MOVE WS-DED-DEFER-ARREARS TO DEF-ARREARS
           MOVE WS-DED-DEFER-TOTAL TO DEF-TOTAL
           MOVE WS-DED-AVAILABLE TO DEF-AVAILABLE
           MOVE WS-DPOL-FLOOR TO DEF-FLOOR
           MOVE FUNCTION CURRENT-DATE TO DEF-RUN-TIME
           IF WS-DEFER-FOUND = "Y"
              REWRITE DEFER-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: DEFERRED DEDUCTIONS NOT SAVED."
              END-REWRITE
           ELSE
              WRITE DEFER-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: DEFERRED DEDUCTIONS NOT SAVED."
              END-WRITE
           END-IF
           CLOSE DEFER-FILE.

      *> The plan's per-period premium for every HMO-enrolled
      *> dependent on Dependent.txt. A plan code missing from
      *> HmoPlan.txt costs nothing and is reported on the billing
      *> reconciliation instead.
        APPLY-HMO-PREMIUM.
           MOVE ZERO TO WS-HMO-PREMIUM
           MOVE ZERO TO WS-HMO-MEMBERS
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS = "00"
              MOVE "N" TO WS-HMO-PLAN-OPEN
              OPEN INPUT HMO-PLAN-FILE
              IF WS-HMO-PLAN-STATUS = "00"
                 MOVE "Y" TO WS-HMO-PLAN-OPEN
              END-IF
              MOVE USER-ID TO DEP-USER-ID
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
                       IF DEP-USER-ID NOT = USER-ID
                          MOVE "Y" TO WS-DEP-END
                       ELSE
                          IF DEP-HMO-ENROLLED
                             AND WS-HMO-PLAN-OPEN = "Y"
                             MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
                             READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                                INVALID KEY
                                   CONTINUE
                                NOT INVALID KEY
                                   ADD 1 TO WS-HMO-MEMBERS
                                   ADD HMO-PLAN-PERIOD-DEDUCT
                                      TO WS-HMO-PREMIUM
                             END-READ
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-HMO-PLAN-OPEN = "Y"
                 CLOSE HMO-PLAN-FILE
              END-IF
              CLOSE DEPENDENT-FILE
           END-IF
           IF WS-SIM-MODE = "N"
              PERFORM POST-HMO-DEDUCTION
           END-IF.

      *> One HmoDeduct.txt record per slip that took a premium, kept
      *> in step with the slip on every recompute.
        POST-HMO-DEDUCTION.
           OPEN I-O HMO-DEDUCT-FILE
           IF WS-HMO-DED-STATUS NOT = "00"
              IF WS-HMO-PREMIUM = ZERO
                 EXIT PARAGRAPH
              END-IF
              OPEN OUTPUT HMO-DEDUCT-FILE
              CLOSE HMO-DEDUCT-FILE
              OPEN I-O HMO-DEDUCT-FILE
           END-IF
           MOVE USERNAME TO HMD-USERNAME
           MOVE PAYSLIP-PERIOD TO HMD-PERIOD
           MOVE "Y" TO WS-HMO-FOUND
           READ HMO-DEDUCT-FILE KEY IS HMD-KEY
              INVALID KEY
                 MOVE "N" TO WS-HMO-FOUND
           END-READ
           IF WS-HMO-PREMIUM = ZERO
              IF WS-HMO-FOUND = "Y"
                 DELETE HMO-DEDUCT-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
              CLOSE HMO-DEDUCT-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE USERNAME TO HMD-USERNAME
           MOVE PAYSLIP-PERIOD TO HMD-PERIOD
           MOVE USER-ID TO HMD-USER-ID
           MOVE WS-HMO-MEMBERS TO HMD-MEMBERS
           MOVE WS-HMO-PREMIUM TO HMD-PREMIUM
           MOVE FUNCTION CURRENT-DATE TO HMD-RUN-TIME
           IF WS-HMO-FOUND = "Y"
              REWRITE HMO-DEDUCT-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: HMO PREMIUM DETAIL NOT SAVED."
              END-REWRITE
           ELSE
              WRITE HMO-DEDUCT-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: HMO PREMIUM DETAIL NOT SAVED."
              END-WRITE
           END-IF
           CLOSE HMO-DEDUCT-FILE.

        LOOKUP-HMO-DEDUCTION.
           MOVE "N" TO WS-HMO-FOUND
           OPEN INPUT HMO-DEDUCT-FILE
           IF WS-HMO-DED-STATUS = "00"
              MOVE USERNAME TO HMD-USERNAME
              MOVE PAYSLIP-PERIOD TO HMD-PERIOD
              READ HMO-DEDUCT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-HMO-FOUND
              END-READ
              CLOSE HMO-DEDUCT-FILE
           END-IF.

        GET-SLIP-LOAN-PRIOR.
           EVALUATE WS-LOAN-TYPE-IDX
              WHEN 1
                 MOVE FD-LOAN-SSS TO WS-LOAN-PRIOR
              WHEN 2
                 MOVE FD-LOAN-PAGIBIG TO WS-LOAN-PRIOR
              WHEN 3
                 MOVE FD-LOAN-CASHADV TO WS-LOAN-PRIOR
           END-EVALUATE.

        PUT-SLIP-LOAN-DETAIL.
           EVALUATE WS-LOAN-TYPE-IDX
              WHEN 1
                 MOVE WS-LOAN-DEDUCT TO FD-LOAN-SSS
              WHEN 2
                 MOVE WS-LOAN-DEDUCT TO FD-LOAN-PAGIBIG
              WHEN 3
                 MOVE WS-LOAN-DEDUCT TO FD-LOAN-CASHADV
           END-EVALUATE.

        DEDUCT-LOAN-AMORTIZATION.
           IF WS-LOAN-PRIOR > ZERO
              ADD WS-LOAN-PRIOR TO LOAN-BALANCE
           END-IF
           IF LOAN-BALANCE > ZERO
              SET LOAN-ACTIVE TO TRUE
           END-IF
           IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
              IF LOAN-AMORTIZATION < LOAN-BALANCE
                 MOVE LOAN-AMORTIZATION TO WS-LOAN-DEDUCT
              ELSE
                 MOVE LOAN-BALANCE TO WS-LOAN-DEDUCT
              END-IF
              IF WS-LOAN-DEDUCT > WS-DED-ROOM
                 MOVE WS-LOAN-DEDUCT
                    TO WS-DED-DEFER-LOAN(WS-LOAN-TYPE-IDX)
                 MOVE ZERO TO WS-LOAN-DEDUCT
              ELSE
                 SUBTRACT WS-LOAN-DEDUCT FROM WS-DED-ROOM
                 SUBTRACT WS-LOAN-DEDUCT FROM LOAN-BALANCE
                 IF LOAN-BALANCE = ZERO
                    SET LOAN-PAID TO TRUE
                 END-IF
              END-IF
           ELSE
              MOVE ZERO TO WS-LOAN-DEDUCT
           END-IF
           IF WS-SIM-MODE = "N"
              REWRITE LOAN-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: LOAN BALANCE NOT UPDATED FOR: "
                       LOAN-USER-ID
              END-REWRITE
           END-IF.

      *> Recurring allowances: every ACTIVE allowance on the master
      *> whose start/stop periods cover the period being computed is
                 MOVE ZERO TO FD-ARREARS
                 MOVE ZERO TO FD-ARREARS-CARRIED
              NOT INVALID KEY
                 PERFORM COMPUTE-ARREARS-NET
                 REWRITE USER-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: ARREARS NOT SAVED."
           END-READ
           CLOSE USER-FILE.

      *> Arrears arithmetic on the employee record in storage; a
      *> simulation runs this alone so the master is never rewritten.
      *> Only the part the deduction priority left room for is taken;
      *> the rest stays on EMPLOYEE-ARREARS for the next slip.
        COMPUTE-ARREARS-NET.
           COMPUTE EMPLOYEE-ARREARS = EMPLOYEE-ARREARS
              + FD-ARREARS - FD-ARREARS-CARRIED
           IF EMPLOYEE-ARREARS < ZERO
              MOVE ZERO TO EMPLOYEE-ARREARS
           END-IF
           MOVE ZERO TO FD-ARREARS
           MOVE ZERO TO FD-ARREARS-CARRIED
           IF EMPLOYEE-ARREARS > WS-DED-ARREARS-CAP
              MOVE WS-DED-ARREARS-CAP TO FD-ARREARS
           ELSE
              MOVE EMPLOYEE-ARREARS TO FD-ARREARS
           END-IF
           SUBTRACT FD-ARREARS FROM EMPLOYEE-ARREARS
           SUBTRACT FD-ARREARS FROM WS-NETPAY
           IF WS-NETPAY < ZERO
              COMPUTE FD-ARREARS-CARRIED = ZERO - WS-NETPAY
              ADD FD-ARREARS-CARRIED TO EMPLOYEE-ARREARS
              MOVE ZERO TO WS-NETPAY
           END-IF.

        DEDUCTION-SALARY.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "|||||       [2] -  DEDUCTION IN SALARY        |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-REL-SLIP-EDITED
           DISPLAY "ENTER PAYSLIP CODE: " WITH NO ADVANCING
            ACCEPT USERNAME
           DISPLAY "ENTER PAYSLIP PERIOD: " WITH NO ADVANCING
           END-IF

           PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
           MOVE SPACES TO WS-WORK-PAY-BASIS
           MOVE ZERO TO WS-WORK-DAY-RATE
           IF WS-EMP-FOUND = "Y"
              PERFORM SET-WORK-DAY-RATE
           ELSE
              DISPLAY "============================================"
              DISPLAY "WARNING: NO EMPLOYEE RECORD FOR THIS CODE."
              DISPLAY "============================================"
              DISPLAY "============================================"
           END-IF

      *> Same basis-driven rates as the batch computation, so a slip
      *> nets the same whichever path computed it.
           EVALUATE TRUE
              WHEN WORK-BASIS-HOURLY
                 MOVE ZERO TO WS-LATERES
              WHEN WORK-BASIS-DAILY
                 COMPUTE WS-LATERES ROUNDED =
                    WS-LATE * WS-WORK-DAY-RATE / 480
              WHEN OTHER
                 COMPUTE WS-LATERES = WS-LATE * 2
           END-EVALUATE
           MOVE WS-LATERES TO FD-LATE
           DISPLAY "==================================================="

           IF WS-EMP-FOUND = "Y"
              PERFORM LOOKUP-LEAVE
              IF WS-LEAVE-FOUND = "Y"
                 AND (LEAVE-APPROVED OR LEAVE-CLOSED)
                 AND LEAVE-PERIOD = PAYSLIP-PERIOD
                 IF WS-ABSENT > LEAVE-DAYS
                    SUBTRACT LEAVE-DAYS FROM WS-ABSENT
                 DISPLAY "APPROVED LEAVE APPLIED: " LEAVE-DAYS
                    " DAY(S) EXCUSED."
                 DISPLAY "==========================================="
                 IF LEAVE-APPROVED
                    PERFORM CLOSE-LEAVE-REQUEST
                 END-IF
              END-IF
           END-IF

           IF WORK-BASIS-DAILY OR WORK-BASIS-HOURLY
              MOVE ZERO TO WS-ABSENT
           END-IF
           COMPUTE WS-ABSENTRES = WS-ABSENT * 648
           MOVE WS-ABSENTRES TO FD-ABSENT
           DISPLAY "==================================================="

           EVALUATE TRUE
              WHEN WORK-BASIS-HOURLY
                 MOVE ZERO TO WS-UNDERTIMERES
              WHEN WORK-BASIS-DAILY
                 COMPUTE WS-UNDERTIMERES ROUNDED =
                    WS-UNDERTIME * WS-WORK-DAY-RATE / 8
              WHEN OTHER
                 COMPUTE WS-UNDERTIMERES = WS-UNDERTIME * 81
           END-EVALUATE
           MOVE WS-UNDERTIMERES TO FD-UNDERTIME
           DISPLAY "==================================================="

           MOVE FD-TOTAL-PAY TO WS-TOTAL-PAY
           PERFORM LOOKUP-CONTRIBUTIONS
           PERFORM COMPUTE-WTAX
           IF WS-EMP-FOUND = "Y"
              PERFORM APPLY-HMO-PREMIUM
           ELSE
              MOVE ZERO TO WS-HMO-PREMIUM
           END-IF
           IF WS-EMP-FOUND = "Y"
              PERFORM APPLY-LOAN-DEDUCTIONS
           ELSE

           COMPUTE WS-TOTALDEDUCTION = FD-SSS + FD-PAGIBIG
              + FD-PHILHEALTH + WS-WTAX + WS-LOAN-TOTAL + WS-LATERES
              + WS-ABSENTRES + WS-UNDERTIMERES + WS-HMO-PREMIUM
           MOVE WS-TOTALDEDUCTION TO FD-TOTAL-DEDUCTION

           MOVE USERNAME TO WS-AUDIT-ACTOR

           IF WS-EMP-FOUND = "Y"
              PERFORM ACCUMULATE-YTD-DEDUCTIONS
              IF WS-DED-DEFER-TOTAL > ZERO
                 MOVE WS-DED-DEFER-TOTAL TO WS-ED-AMOUNT
                 DISPLAY "DEFERRED TO KEEP MINIMUM TAKE-HOME: "
                    WS-ED-AMOUNT
              END-IF
           END-IF

           SET SLIP-COMPUTED TO TRUE
           DISPLAY "||||||||||||  ERROR: NO RECORD FOUND!  ||||||||||||"
           DISPLAY "|||||||||||||=========================|||||||||||||"
           DISPLAY "|=================================================|"
              NOT INVALID KEY
                 MOVE "Y" TO WS-REL-SLIP-EDITED
           END-REWRITE
           DISPLAY "|=================================================|"
           DISPLAY "|||||||||================================||||||||||"
           DISPLAY "|||||||||================================||||||||||"
           DISPLAY "|=================================================|"
           END-READ.
           CLOSE PAYSLIP-FILE
           IF WS-REL-SLIP-EDITED = "Y"
              PERFORM REOPEN-PERIOD-RELEASE
           END-IF.

        LOOKUP-RATE-BY-POSITION.
           MOVE WS-RATE-OVERTIME(4) TO WS-OT-RATE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           PERFORM CHECK-OTHER-BATCH-RUNS
           IF WS-RUN-ABORT = "Y"
              CLOSE RUN-CONTROL-FILE
              EXIT PARAGRAPH
           END-IF
           READ RUN-CONTROL-FILE KEY IS RUN-KEY
              INVALID KEY
                 MOVE "N" TO WS-RUN-FOUND
              CLOSE RUN-CONTROL-FILE
           END-IF.

      *> Batch runs of the same period under another scope (the
      *> all-company BATCH against any B-<company> run, or another
      *> company's run) share the payslip checkpoint, so none may be in
      *> progress. An all-company run and a company run also cover the
      *> same slips, so once either has completed the other is refused
      *> outright - re-running would double the YTD accumulators. To
      *> switch scope, reject the period release first; the back-out
      *> marks every batch record of the period REJECTED.
        CHECK-OTHER-BATCH-RUNS.
           MOVE RUN-KEY TO WS-RUN-OWN-KEY
           MOVE "N" TO WS-RUN-SCAN-END
           MOVE SPACES TO RUN-PROGRAM
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-RUN-SCAN-END
           END-START
           PERFORM UNTIL WS-RUN-SCAN-END = "Y"
              READ RUN-CONTROL-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-RUN-SCAN-END
                 NOT AT END
                    IF RUN-PERIOD NOT = WS-RUN-OWN-KEY(1:30)
                       MOVE "Y" TO WS-RUN-SCAN-END
                    ELSE
                       IF RUN-KEY NOT = WS-RUN-OWN-KEY
                          AND (RUN-PROGRAM = "BATCH"
                             OR RUN-PROGRAM(1:2) = "B-")
                          IF RUN-IN-PROGRESS
                             DISPLAY "======================"
                                "======================"
                             DISPLAY "A " RUN-PROGRAM " RUN FOR THIS "
                                "PERIOD IS ALREADY IN PROGRESS"
                             DISPLAY "(STARTED " RUN-START-TIME " BY "
                                RUN-OPERATOR ")."
                             DISPLAY "A SECOND CONCURRENT RUN IS NOT "
                                "ALLOWED."
                             DISPLAY "======================"
                                "======================"
                             MOVE "Y" TO WS-RUN-ABORT
                             MOVE "Y" TO WS-RUN-SCAN-END
                          END-IF
                          IF WS-RUN-ABORT = "N" AND RUN-COMPLETED
                             AND (RUN-PROGRAM = "BATCH"
                                OR WS-RUN-OWN-KEY(31:12) = "BATCH")
                             DISPLAY "======================"
                                "======================"
                             DISPLAY "THIS PERIOD WAS ALREADY RUN TO "
                                "COMPLETION AS " RUN-PROGRAM
                             DISPLAY "(" RUN-START-TIME " TO "
                                RUN-END-TIME " BY " RUN-OPERATOR ")."
                             DISPLAY "AN ALL-COMPANY RUN AND A COMPANY "
                                "RUN OF ONE PERIOD CANNOT BOTH BE "
                                "POSTED."
                             DISPLAY "REJECT THE PERIOD RELEASE FIRST "
                                "TO RE-RUN UNDER ANOTHER SCOPE."
                             DISPLAY "======================"
                                "======================"
                             MOVE "Y" TO WS-RUN-ABORT
                             MOVE "Y" TO WS-RUN-SCAN-END
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           MOVE WS-RUN-OWN-KEY TO RUN-KEY.

        RELEASE-RUN-LOCK.
           OPEN I-O RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE KEY IS RUN-KEY
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

      *> Takes a backup generation of every master and transaction
      *> file through PayBackup before the batch touches any of them.
        TAKE-PRE-RUN-BACKUP.
           MOVE SPACES TO WS-BACKUP-COMMAND
           STRING "cobcrun PayBackup BATCH " QUOTE
              FUNCTION TRIM(WS-BATCH-PERIOD) QUOTE
              DELIMITED BY SIZE INTO WS-BACKUP-COMMAND
           CALL "SYSTEM" USING BY REFERENCE WS-BACKUP-COMMAND
           MOVE RETURN-CODE TO WS-BACKUP-RC
           IF WS-BACKUP-RC > 255
              DIVIDE WS-BACKUP-RC BY 256 GIVING WS-BACKUP-RC
           END-IF
           MOVE WS-BACKUP-RC TO WS-BACKUP-RC-ED
           MOVE ZERO TO RETURN-CODE.

        RUN-BATCH-PAYROLL.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
              END-PERFORM
           END-IF

      *> A run may be limited to one company's employees; blank runs
      *> every company on Company.txt.
           PERFORM LOAD-COMPANIES
           MOVE ZERO TO WS-CO-SCOPE
           IF WS-PARM-FOUND = "Y"
              MOVE WS-PARM-COMPANY TO WS-CO-ENTRY
              PERFORM VALIDATE-COMPANY-ENTRY
              IF WS-CO-OK NOT = "Y"
                 DISPLAY "PARAMETER COMPANY " WS-PARM-COMPANY
                    " IS NOT ON Company.txt. BATCH NOT RUN."
                 MOVE "FAIL" TO WS-JOB-STATUS
                 PERFORM WRITE-JOB-LOG
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           ELSE
              IF WS-CO-USED > 1
                 MOVE "N" TO WS-CO-OK
                 PERFORM UNTIL WS-CO-OK = "Y"
                    DISPLAY "[COMPANY CODE (BLANK = ALL COMPANIES)]: "
                       WITH NO ADVANCING
                    ACCEPT WS-CO-ENTRY
                    PERFORM VALIDATE-COMPANY-ENTRY
                    IF WS-CO-OK NOT = "Y"
                       DISPLAY "COMPANY NOT ON FILE."
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-CO-SCOPE NOT = ZERO
              DISPLAY "COMPANY: " WS-CO-CODE(WS-CO-SCOPE)
           END-IF

      *> The backup comes ahead of the run lock so a restored
      *> RunControl.txt never carries this run's RUNNING entry.
           PERFORM TAKE-PRE-RUN-BACKUP
           IF WS-BACKUP-RC NOT = ZERO
              DISPLAY "PRE-RUN BACKUP FAILED (RC " WS-BACKUP-RC-ED
                 "). BATCH NOT RUN."
              MOVE "FAIL" TO WS-JOB-STATUS
              PERFORM WRITE-JOB-LOG
              IF WS-PARM-FOUND = "Y"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
              STOP RUN
           END-IF

           IF WS-CO-SCOPE = ZERO
              MOVE "BATCH" TO WS-RUN-SCOPE-PROG
           ELSE
              MOVE SPACES TO WS-RUN-SCOPE-PROG
              STRING "B-" DELIMITED BY SIZE
                 WS-CO-CODE(WS-CO-SCOPE) DELIMITED BY SIZE
                 INTO WS-RUN-SCOPE-PROG
           END-IF
           MOVE WS-BATCH-PERIOD TO RUN-PERIOD
           MOVE WS-RUN-SCOPE-PROG TO RUN-PROGRAM
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-RUN-ABORT = "Y"
              MOVE "FAIL" TO WS-JOB-STATUS
           MOVE ZERO TO WS-BATCH-FAILED
           MOVE ZERO TO WS-BATCH-INACTIVE
           MOVE ZERO TO WS-BATCH-LOCKED
           MOVE ZERO TO WS-BATCH-OTHER-CO
           MOVE "00" TO File-Status
           MOVE SPACES TO WS-BATCH-CKPT-KEY
           OPEN INPUT BATCH-CHECKPOINT-FILE
                 AT END
                    SET File-End TO TRUE
                 NOT AT END
                    MOVE "Y" TO WS-BATCH-IN-SCOPE
                    IF PAYSLIP-PERIOD = WS-BATCH-PERIOD
                       AND WS-CO-SCOPE NOT = ZERO
                       PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
                       PERFORM FIND-EMPLOYEE-COMPANY
                       IF WS-CO-HIT NOT = WS-CO-SCOPE
                          MOVE "N" TO WS-BATCH-IN-SCOPE
                          ADD 1 TO WS-BATCH-OTHER-CO
                       END-IF
                    END-IF
                    IF PAYSLIP-PERIOD = WS-BATCH-PERIOD
                       AND WS-BATCH-IN-SCOPE = "Y"
                       PERFORM BATCH-COMPUTE-PAYSLIP
                       IF WS-BATCH-SKIP = "Y"
                          IF WS-SLIP-LOCKED = "Y"
           CLOSE BATCH-CHECKPOINT-FILE

           MOVE WS-BATCH-PERIOD TO RUN-PERIOD
           MOVE WS-RUN-SCOPE-PROG TO RUN-PROGRAM
           MOVE WS-BATCH-PROCESSED TO WS-RUNCTL-PROCESSED
           MOVE WS-BATCH-FAILED TO WS-RUNCTL-FAILED
           MOVE WS-BATCH-INACTIVE TO WS-RUNCTL-INACTIVE
           PERFORM RELEASE-RUN-LOCK
           PERFORM RECORD-PERIOD-PENDING

           DISPLAY "|=================================================|"
           DISPLAY "|||||||||================================||||||||||"
              WS-BATCH-FAILED "   INACTIVE SKIPPED: " WS-BATCH-INACTIVE
           DISPLAY "LOCKED (DISBURSED/CLOSED) SKIPPED: "
              WS-BATCH-LOCKED
           IF WS-CO-SCOPE NOT = ZERO
              DISPLAY "OTHER COMPANIES SKIPPED: " WS-BATCH-OTHER-CO
           END-IF
           DISPLAY "|=================================================|"
           MOVE "OK" TO WS-JOB-STATUS
           PERFORM WRITE-JOB-LOG
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

      *> Control totals of the period's live slips (reversed slips and
      *> the *ADJ adjustment slips are not part of the batch run).
        SUM-PERIOD-TOTALS.
           MOVE ZERO TO WS-REL-COUNT
           MOVE ZERO TO WS-REL-GROSS
           MOVE ZERO TO WS-REL-DEDUCTION
           MOVE ZERO TO WS-REL-NET
           MOVE "N" TO WS-REL-END
           OPEN INPUT PAYSLIP-FILE
           PERFORM UNTIL WS-REL-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-REL-END
                 NOT AT END
                    IF PAYSLIP-PERIOD = WS-REL-PERIOD
                       AND NOT SLIP-REVERSED
                       ADD 1 TO WS-REL-COUNT
                       ADD FD-TOTAL-PAY TO WS-REL-GROSS
                       ADD FD-TOTAL-DEDUCTION TO WS-REL-DEDUCTION
                       ADD FD-NETPAY TO WS-REL-NET
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

      *> Every completed batch run puts its period back to PENDING with
      *> fresh control totals; any earlier release no longer applies.
      *> The totals always cover the whole period, so after a COMPANY=
      *> run they include the slips of companies already run.
        RECORD-PERIOD-PENDING.
           MOVE WS-BATCH-PERIOD TO WS-REL-PERIOD
           PERFORM SUM-PERIOD-TOTALS
           OPEN I-O RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
              OPEN OUTPUT RELEASE-FILE
              CLOSE RELEASE-FILE
              OPEN I-O RELEASE-FILE
           END-IF
           MOVE WS-REL-PERIOD TO REL-PERIOD
           MOVE "N" TO WS-REL-FOUND
           READ RELEASE-FILE KEY IS REL-PERIOD
              INVALID KEY
                 MOVE "N" TO WS-REL-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-REL-FOUND
           END-READ
           MOVE WS-REL-PERIOD TO REL-PERIOD
           SET REL-PENDING TO TRUE
           IF WS-SESSION-USER = SPACES
              MOVE "SCHEDULER" TO REL-PREPARED-BY
           ELSE
              MOVE WS-SESSION-USER TO REL-PREPARED-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO REL-PREPARED-TIME
           MOVE WS-REL-COUNT TO REL-SLIP-COUNT
           MOVE WS-REL-GROSS TO REL-TOTAL-GROSS
           MOVE WS-REL-DEDUCTION TO REL-TOTAL-DEDUCTION
           MOVE WS-REL-NET TO REL-TOTAL-NET
           MOVE SPACES TO REL-DECIDED-BY
           MOVE SPACES TO REL-DECIDED-TIME
           MOVE SPACES TO REL-REMARKS
           IF WS-REL-FOUND = "Y"
              REWRITE RELEASE-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: PAYROLL RELEASE NOT RESET."
              END-REWRITE
           ELSE
              WRITE RELEASE-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: PAYROLL RELEASE NOT WRITTEN."
              END-WRITE
           END-IF
           CLOSE RELEASE-FILE
           DISPLAY "PERIOD IS PENDING RELEASE BY A SECOND PAYROLL "
              "ADMIN.".

      *> A slip changed by hand after the batch run - including a void
      *> or an edit of the period's *ADJ adjustment slip - puts a
      *> PENDING or RELEASED period back to PENDING with the current
      *> control totals and the editor as preparer, so a second
      *> PAYROLL-ADMIN must release the period again before it can be
      *> paid out.
        REOPEN-PERIOD-RELEASE.
           MOVE SPACES TO WS-REL-PERIOD
           UNSTRING PAYSLIP-PERIOD DELIMITED BY "*ADJ"
              INTO WS-REL-PERIOD
           OPEN I-O RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-REL-PERIOD TO REL-PERIOD
           READ RELEASE-FILE KEY IS REL-PERIOD
              INVALID KEY
                 CLOSE RELEASE-FILE
                 EXIT PARAGRAPH
           END-READ
           IF NOT (REL-PENDING OR REL-RELEASED)
              CLOSE RELEASE-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE REL-STATUS TO WS-AUDIT-OLD-VALUE
           CLOSE RELEASE-FILE
           PERFORM SUM-PERIOD-TOTALS
           OPEN I-O RELEASE-FILE
           MOVE WS-REL-PERIOD TO REL-PERIOD
           READ RELEASE-FILE KEY IS REL-PERIOD
              INVALID KEY
                 CLOSE RELEASE-FILE
                 EXIT PARAGRAPH
           END-READ
           SET REL-PENDING TO TRUE
           IF WS-SESSION-USER = SPACES
              MOVE WS-SESSION-ROLE TO REL-PREPARED-BY
           ELSE
              MOVE WS-SESSION-USER TO REL-PREPARED-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO REL-PREPARED-TIME
           MOVE WS-REL-COUNT TO REL-SLIP-COUNT
           MOVE WS-REL-GROSS TO REL-TOTAL-GROSS
           MOVE WS-REL-DEDUCTION TO REL-TOTAL-DEDUCTION
           MOVE WS-REL-NET TO REL-TOTAL-NET
           MOVE SPACES TO REL-DECIDED-BY
           MOVE SPACES TO REL-DECIDED-TIME
           MOVE "SLIP EDITED AFTER BATCH RUN" TO REL-REMARKS
           REWRITE RELEASE-RECORD
              INVALID KEY
                 DISPLAY "WARNING: PAYROLL RELEASE NOT RESET."
           END-REWRITE
           CLOSE RELEASE-FILE

           MOVE REL-PREPARED-BY TO WS-AUDIT-ACTOR
           MOVE REL-PERIOD TO WS-AUDIT-KEY
           MOVE "PAYROLL-RELEASE" TO WS-AUDIT-FIELD
           MOVE REL-STATUS TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           DISPLAY "PERIOD RETURNED TO PENDING RELEASE BY A SECOND "
              "PAYROLL ADMIN.".

      *> Maker-checker release. Only a logged-in PAYROLL-ADMIN other
      *> than the one who ran the batch may decide; approval is refused
      *> if the slips no longer agree with the batch control totals.
        PAYROLL-RELEASE.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [23] - PAYROLL RELEASE (CHECKER)    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           IF NOT SESSION-ROLE-PAYROLL-ADMIN OR WS-SESSION-USER = SPACES
              DISPLAY "============================================"
              DISPLAY "ONLY A LOGGED-IN PAYROLL-ADMIN MAY RELEASE A"
              DISPLAY "PAYROLL PERIOD."
              DISPLAY "============================================"
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF
           DISPLAY "[ENTER PAYSLIP PERIOD TO RELEASE]: "
              WITH NO ADVANCING
           ACCEPT WS-REL-PERIOD
           MOVE "N" TO WS-REL-FOUND
           OPEN I-O RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
              MOVE WS-REL-PERIOD TO REL-PERIOD
              READ RELEASE-FILE KEY IS REL-PERIOD
                 INVALID KEY
                    MOVE "N" TO WS-REL-FOUND
                 NOT INVALID KEY
                    MOVE "Y" TO WS-REL-FOUND
              END-READ
              CLOSE RELEASE-FILE
           END-IF
           IF WS-REL-FOUND = "N"
              DISPLAY "============================================"
              DISPLAY "NO BATCH PAYROLL RUN ON RECORD FOR THIS"
              DISPLAY "PERIOD. NOTHING TO RELEASE."
              DISPLAY "============================================"
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF
           IF NOT REL-PENDING
              DISPLAY "============================================"
              DISPLAY "PERIOD IS " REL-STATUS " - DECIDED BY "
                 REL-DECIDED-BY
              DISPLAY "ON " REL-DECIDED-TIME
              DISPLAY "ONLY A PENDING PERIOD CAN BE DECIDED."
              DISPLAY "============================================"
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF
           IF REL-PREPARED-BY = WS-SESSION-USER
              DISPLAY "============================================"
              DISPLAY "YOU RAN THE BATCH PAYROLL FOR THIS PERIOD."
              DISPLAY "A DIFFERENT PAYROLL-ADMIN MUST RELEASE IT."
              DISPLAY "============================================"
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF

           PERFORM SUM-PERIOD-TOTALS
           DISPLAY "|=================================================|"
           DISPLAY "PERIOD:      " REL-PERIOD
           DISPLAY "RUN BY:      " REL-PREPARED-BY
           DISPLAY "RUN AT:      " REL-PREPARED-TIME
           DISPLAY "                     BATCH TOTALS      CURRENT"
           DISPLAY "SLIPS:            " REL-SLIP-COUNT
              "            " WS-REL-COUNT
           MOVE REL-TOTAL-GROSS TO WS-REL-ED
           MOVE WS-REL-GROSS TO WS-REL-ED2
           DISPLAY "GROSS PAY:   " WS-REL-ED "  " WS-REL-ED2
           MOVE REL-TOTAL-DEDUCTION TO WS-REL-ED
           MOVE WS-REL-DEDUCTION TO WS-REL-ED2
           DISPLAY "DEDUCTIONS:  " WS-REL-ED "  " WS-REL-ED2
           MOVE REL-TOTAL-NET TO WS-REL-ED
           MOVE WS-REL-NET TO WS-REL-ED2
           DISPLAY "NET PAY:     " WS-REL-ED "  " WS-REL-ED2
           DISPLAY "|=================================================|"
           MOVE "Y" TO WS-REL-AGREE
           IF WS-REL-COUNT NOT = REL-SLIP-COUNT
              OR WS-REL-GROSS NOT = REL-TOTAL-GROSS
              OR WS-REL-DEDUCTION NOT = REL-TOTAL-DEDUCTION
              OR WS-REL-NET NOT = REL-TOTAL-NET
              MOVE "N" TO WS-REL-AGREE
              DISPLAY "SLIPS HAVE CHANGED SINCE THE BATCH RUN. THE"
              DISPLAY "PERIOD CANNOT BE APPROVED - REJECT IT FOR"
              DISPLAY "RECOMPUTATION."
           END-IF
           DISPLAY "[A]PPROVE, [R]EJECT OR [C]ANCEL: "
              WITH NO ADVANCING
           ACCEPT WS-REL-DECISION
           EVALUATE TRUE
              WHEN (WS-REL-DECISION = "A" OR WS-REL-DECISION = "a")
                 AND WS-REL-AGREE = "Y"
                 SET REL-RELEASED TO TRUE
                 MOVE SPACES TO REL-REMARKS
              WHEN WS-REL-DECISION = "R" OR WS-REL-DECISION = "r"
                 SET REL-REJECTED TO TRUE
                 DISPLAY "[REASON FOR REJECTION]: " WITH NO ADVANCING
                 ACCEPT REL-REMARKS
              WHEN OTHER
                 DISPLAY "NO DECISION RECORDED."
                 DISPLAY 'PRESS ENTER TO CONTINUE...'
                    WITH NO ADVANCING
                 ACCEPT OMITTED
                 PERFORM PROCESS-PAYSLIP
           END-EVALUATE
           MOVE WS-SESSION-USER TO REL-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO REL-DECIDED-TIME
           OPEN I-O RELEASE-FILE
           REWRITE RELEASE-RECORD
              INVALID KEY
                 DISPLAY "WARNING: RELEASE DECISION NOT RECORDED."
           END-REWRITE
           CLOSE RELEASE-FILE

           MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           MOVE REL-PERIOD TO WS-AUDIT-KEY
           MOVE "PAYROLL-RELEASE" TO WS-AUDIT-FIELD
           MOVE "PENDING" TO WS-AUDIT-OLD-VALUE
           MOVE REL-STATUS TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG

           IF REL-REJECTED
              PERFORM BACK-OUT-PERIOD-RUN
              DISPLAY "PERIOD REJECTED. " WS-REL-BACKED-OUT
                 " SLIP(S) RETURNED TO DRAFT FOR RECOMPUTATION."
           ELSE
              DISPLAY "PERIOD RELEASED FOR DISBURSEMENT BY "
                 WS-SESSION-USER
           END-IF
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

      *> A rejected run is undone so the batch can simply run again:
      *> the YTD amounts it posted are taken back off the employee
      *> master and its slips return to DRAFT. Loan and arrears
      *> postings need no back-out - the batch reverses those itself
      *> when it recomputes a slip. Every batch run-control record of
      *> the period - BATCH and each B-<company> - is marked REJECTED
      *> (no double-YTD warning or scope refusal on the re-run) and the
      *> chain's BATCH step is marked FAILED so the payroll chain
      *> restarts at the batch payroll.
        BACK-OUT-PERIOD-RUN.
           MOVE ZERO TO WS-REL-BACKED-OUT
           MOVE "N" TO WS-REL-END
           OPEN I-O PAYSLIP-FILE
           PERFORM UNTIL WS-REL-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-REL-END
                 NOT AT END
                    IF PAYSLIP-PERIOD = WS-REL-PERIOD
                       AND SLIP-COMPUTED
                       PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
                       IF WS-EMP-FOUND = "Y"
                          PERFORM BACK-OUT-YTD
                       END-IF
                       SET SLIP-DRAFT TO TRUE
                       REWRITE PAYSLIP-RECORD
                          INVALID KEY
                             DISPLAY "WARNING: SLIP NOT RETURNED TO "
                                "DRAFT FOR CODE: " USERNAME
                          NOT INVALID KEY
                             ADD 1 TO WS-REL-BACKED-OUT
                       END-REWRITE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE

           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS = "00"
              MOVE WS-REL-PERIOD TO RUN-PERIOD
              MOVE SPACES TO RUN-PROGRAM
              MOVE "N" TO WS-RUN-SCAN-END
              START RUN-CONTROL-FILE KEY IS NOT LESS THAN RUN-KEY
                 INVALID KEY
                    MOVE "Y" TO WS-RUN-SCAN-END
              END-START
              PERFORM UNTIL WS-RUN-SCAN-END = "Y"
                 READ RUN-CONTROL-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-RUN-SCAN-END
                    NOT AT END
                       IF RUN-PERIOD NOT = WS-REL-PERIOD
                          MOVE "Y" TO WS-RUN-SCAN-END
                       ELSE
                          IF RUN-PROGRAM = "BATCH"
                             OR RUN-PROGRAM(1:2) = "B-"
                             SET RUN-REJECTED TO TRUE
                             REWRITE RUN-CONTROL-RECORD
                                INVALID KEY
                                   DISPLAY "WARNING: RUN CONTROL NOT "
                                      "UPDATED."
                             END-REWRITE
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE WS-REL-PERIOD TO RUN-PERIOD
              MOVE "CHN-BATCH" TO RUN-PROGRAM
              READ RUN-CONTROL-FILE KEY IS RUN-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RUN-STEP-FAILED TO TRUE
                    REWRITE RUN-CONTROL-RECORD
                       INVALID KEY
                          DISPLAY "WARNING: RUN CONTROL NOT UPDATED."
                    END-REWRITE
              END-READ
              CLOSE RUN-CONTROL-FILE
           END-IF.

        BACK-OUT-YTD.
           OPEN I-O USER-FILE
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 DISPLAY "WARNING: YTD NOT BACKED OUT FOR CODE: "
                    USERNAME
              NOT INVALID KEY
                 SUBTRACT BASIC-SALARY FROM YTD-BASIC
                 SUBTRACT FD-SSS FROM YTD-SSS
                 SUBTRACT FD-PAGIBIG FROM YTD-PAGIBIG
                 SUBTRACT FD-PHILHEALTH FROM YTD-PHILHEALTH
                 MOVE FD-NETPAY TO WS-YTD-NETPAY-TEMP
                 SUBTRACT WS-YTD-NETPAY-TEMP FROM YTD-NETPAY
                 REWRITE USER-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: YTD NOT BACKED OUT FOR "
                          "CODE: " USERNAME
                 END-REWRITE
           END-READ
           CLOSE USER-FILE.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE SPACES TO WS-PARM-PERIOD
           MOVE "N" TO WS-PARM-RERUN
           MOVE "Y" TO WS-PARM-RESUME
           MOVE SPACES TO WS-PARM-COMPANY
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
                          IF PARM-LINE(1:7) = "RESUME="
                             MOVE PARM-LINE(8:1) TO WS-PARM-RESUME
                          END-IF
                          IF PARM-LINE(1:8) = "COMPANY="
                             MOVE PARM-LINE(9:10) TO WS-PARM-COMPANY
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.

        LOAD-COMPANIES.
           MOVE ZERO TO WS-CO-USED
           MOVE ZERO TO WS-CO-DEFAULT
           MOVE "N" TO WS-CO-END
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = "00"
              PERFORM UNTIL WS-CO-END = "Y"
                 READ COMPANY-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-CO-END
                    NOT AT END
                       IF WS-CO-USED < 20
                          ADD 1 TO WS-CO-USED
                          MOVE COMPANY-CODE TO WS-CO-CODE(WS-CO-USED)
                          IF COMPANY-IS-DEFAULT
                             AND WS-CO-DEFAULT = ZERO
                             MOVE WS-CO-USED TO WS-CO-DEFAULT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-USED = ZERO
              MOVE 1 TO WS-CO-USED
              MOVE SPACES TO WS-CO-CODE(1)
           END-IF
           IF WS-CO-DEFAULT = ZERO
              MOVE 1 TO WS-CO-DEFAULT
           END-IF.

      *> A blank, unknown or unreadable company code pays under the
      *> default company.
        FIND-EMPLOYEE-COMPANY.
           MOVE WS-CO-DEFAULT TO WS-CO-HIT
           IF WS-EMP-FOUND = "Y" AND EMPLOYEE-COMPANY-CODE NOT = SPACES
              PERFORM VARYING WS-CO-FIND FROM 1 BY 1
                 UNTIL WS-CO-FIND > WS-CO-USED
                 IF WS-CO-CODE(WS-CO-FIND) = EMPLOYEE-COMPANY-CODE
                    MOVE WS-CO-FIND TO WS-CO-HIT
                 END-IF
              END-PERFORM
           END-IF.

      *> Blank selects every company (scope zero).
        VALIDATE-COMPANY-ENTRY.
           MOVE ZERO TO WS-CO-SCOPE
           MOVE "Y" TO WS-CO-OK
           IF WS-CO-ENTRY NOT = SPACES
              MOVE "N" TO WS-CO-OK
              PERFORM VARYING WS-CO-FIND FROM 1 BY 1
                 UNTIL WS-CO-FIND > WS-CO-USED
                 IF WS-CO-CODE(WS-CO-FIND) = WS-CO-ENTRY
                    MOVE WS-CO-FIND TO WS-CO-SCOPE
                    MOVE "Y" TO WS-CO-OK
                 END-IF
              END-PERFORM
           END-IF.

        WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END
           MOVE WS-BATCH-PROCESSED TO WS-JOB-COUNT-ED
              MOVE "Y" TO WS-SLIP-LOCKED
              MOVE "Y" TO WS-BATCH-SKIP
           END-IF
           IF WS-SIM-HIRE = "Y"
              MOVE "Y" TO WS-EMP-FOUND
           ELSE
              PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
           END-IF
           IF WS-SIM-MODE = "Y" AND WS-SIM-HIRE = "N"
              AND WS-EMP-FOUND = "Y" AND WS-SIM-PCT NOT = ZERO
              PERFORM APPLY-SIM-INCREASE
           END-IF
           MOVE SPACES TO WS-WORK-PAY-BASIS
           MOVE ZERO TO WS-WORK-SPEC-PREMIUM
           MOVE ZERO TO WS-WORK-DAY-RATE
           IF WS-EMP-FOUND = "Y"
              IF PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
                 PERFORM COMPUTE-WORKED-BASIC
                 IF WS-SIM-MODE = "Y" AND WS-WORK-DAYS-PAID = ZERO
                    AND WS-WORK-MINUTES = ZERO
                    PERFORM PROJECT-SIM-WORKED-BASIC
                 END-IF
              ELSE
                 MOVE EMPLOYEE-BASIC-SALARY TO BASIC-SALARY
                 PERFORM PRORATE-BASIC-FOR-PERIOD
                    THRU PRORATE-BASIC-DONE
              END-IF
              IF EMPLOYEE-STATUS NOT = SPACES AND NOT STATUS-ACTIVE
                 MOVE "Y" TO WS-BATCH-SKIP
              END-IF
              MOVE ZERO TO WS-NIGHT-DIFF
              MOVE ZERO TO WS-HOLIDAY
           END-IF
      *> Night-differential hours derived from the daily time records
      *> against the employee's shift replace any keyed on the OT
      *> request, so the same night hours are never paid twice.
           PERFORM LOOKUP-ATTENDANCE
           IF WS-ATT-FOUND = "Y" AND ATT-NIGHT-DIFF-HOURS > ZERO
              MULTIPLY ATT-NIGHT-DIFF-HOURS BY WS-ND-RATE
                 GIVING WS-NIGHT-DIFF
           END-IF
           IF WS-HOL-REG-COUNT > ZERO
              COMPUTE WS-HOLIDAY = WS-HOLIDAY
                 + (WS-HOL-REG-COUNT * 8 * WS-HOL-RATE)
           END-IF
           ADD WS-WORK-SPEC-PREMIUM TO WS-HOLIDAY
           MOVE WS-OVERTIME TO FD-OVERTIME
           MOVE WS-NIGHT-DIFF TO FD-NIGHT-DIFF
           MOVE WS-HOLIDAY TO FD-HOLIDAY
           IF WS-OT-FOUND = "Y" AND OT-APPROVED
              AND WS-BATCH-SKIP = "N" AND WS-SIM-MODE = "N"
              PERFORM CLOSE-OT-REQUEST
           END-IF
           IF WS-EMP-FOUND = "Y"
           MOVE WS-TOTAL-PAY TO FD-TOTAL-PAY

           IF WS-EMP-FOUND = "Y" AND WS-BATCH-SKIP = "N"
              AND WS-SIM-MODE = "N"
              PERFORM ACCUMULATE-YTD-BASIC
           END-IF

              END-IF
           END-IF

      *> Daily- and hourly-rated staff are paid only for time worked,
      *> so absences cost nothing further; tardiness and undertime are
      *> charged at the employee's own rate (hourly staff are already
      *> paid by the minute).
           EVALUATE TRUE
              WHEN WORK-BASIS-HOURLY
                 MOVE ZERO TO WS-LATERES
              WHEN WORK-BASIS-DAILY
                 COMPUTE WS-LATERES ROUNDED =
                    WS-LATE * WS-WORK-DAY-RATE / 480
              WHEN OTHER
                 COMPUTE WS-LATERES = WS-LATE * 2
           END-EVALUATE
           MOVE WS-LATERES TO FD-LATE

           IF WS-EMP-FOUND = "Y"
              PERFORM LOOKUP-LEAVE
      *> A leave closed by an earlier run of this period (re-run
      *> after a rejected release, or a simulation) is still excused.
              IF WS-LEAVE-FOUND = "Y"
                 AND (LEAVE-APPROVED OR LEAVE-CLOSED)
                 AND LEAVE-PERIOD = WS-BATCH-PERIOD
                 IF WS-ABSENT > LEAVE-DAYS
                    SUBTRACT LEAVE-DAYS FROM WS-ABSENT
                 ELSE
                    MOVE ZERO TO WS-ABSENT
                 END-IF
                 IF WS-BATCH-SKIP = "N" AND WS-SIM-MODE = "N"
                    AND LEAVE-APPROVED
                    PERFORM CLOSE-LEAVE-REQUEST
                 END-IF
              END-IF
           END-IF

           IF WORK-BASIS-DAILY OR WORK-BASIS-HOURLY
              MOVE ZERO TO WS-ABSENT
           END-IF
           COMPUTE WS-ABSENTRES = WS-ABSENT * 648
           MOVE WS-ABSENTRES TO FD-ABSENT

           EVALUATE TRUE
              WHEN WORK-BASIS-HOURLY
                 MOVE ZERO TO WS-UNDERTIMERES
              WHEN WORK-BASIS-DAILY
                 COMPUTE WS-UNDERTIMERES ROUNDED =
                    WS-UNDERTIME * WS-WORK-DAY-RATE / 8
              WHEN OTHER
                 COMPUTE WS-UNDERTIMERES = WS-UNDERTIME * 81
           END-EVALUATE
           MOVE WS-UNDERTIMERES TO FD-UNDERTIME

           IF WS-EMP-FOUND = "Y" AND WS-BATCH-SKIP = "N"
              PERFORM APPLY-HMO-PREMIUM
           ELSE
              MOVE ZERO TO WS-HMO-PREMIUM
           END-IF

           IF WS-EMP-FOUND = "Y" AND WS-BATCH-SKIP = "N"
              PERFORM APPLY-LOAN-DEDUCTIONS
           ELSE

           COMPUTE WS-TOTALDEDUCTION = FD-SSS + FD-PAGIBIG
              + FD-PHILHEALTH + WS-WTAX + WS-LOAN-TOTAL + WS-LATERES
              + WS-ABSENTRES + WS-UNDERTIMERES + WS-HMO-PREMIUM
           MOVE WS-TOTALDEDUCTION TO FD-TOTAL-DEDUCTION

           MOVE "BATCH" TO WS-AUDIT-ACTOR

           COMPUTE WS-NETPAY = WS-TOTAL-PAY - WS-TOTALDEDUCTION
           IF WS-EMP-FOUND = "Y" AND WS-BATCH-SKIP = "N"
              IF WS-SIM-MODE = "Y"
                 PERFORM COMPUTE-ARREARS-NET
              ELSE
                 PERFORM APPLY-ARREARS
              END-IF
           ELSE
              MOVE ZERO TO FD-ARREARS
              MOVE ZERO TO FD-ARREARS-CARRIED
           MOVE WS-NETPAY TO FD-NETPAY
           MOVE FD-NETPAY TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-AUDIT-NEW-VALUE
           IF WS-BATCH-SKIP = "N" AND WS-SIM-MODE = "N"
              PERFORM APPEND-AUDIT-LOG
           END-IF

           IF WS-EMP-FOUND = "Y" AND WS-BATCH-SKIP = "N"
              AND WS-SIM-MODE = "N"
              PERFORM ACCUMULATE-YTD-DEDUCTIONS
           END-IF

           IF WS-BATCH-SKIP = "N"
              SET SLIP-COMPUTED TO TRUE
           END-IF.

      *> What-if payroll: every active employee (plus any simulated
      *> extra headcount) is pushed through BATCH-COMPUTE-PAYSLIP for
      *> the chosen period with WS-SIM-MODE set, which keeps loans,
      *> arrears, YTD, leave/OT closure and the audit trail untouched.
      *> Results go to Scenario.txt only, and SimCompare.txt sets the
      *> scenario against the last actual period by department.
        RUN-PAYROLL-SIMULATION.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||    [24] - PAYROLL SIMULATION (WHAT-IF)  |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           MOVE SPACES TO WS-SIM-NAME
           PERFORM UNTIL WS-SIM-NAME NOT = SPACES
              DISPLAY "[ENTER SCENARIO NAME]: " WITH NO ADVANCING
              ACCEPT WS-SIM-NAME
           END-PERFORM
           DISPLAY "[ENTER PERIOD TO SIMULATE]: " WITH NO ADVANCING
           ACCEPT WS-SIM-PERIOD
           MOVE "N" TO WS-PERIOD-NEED-OPEN
           MOVE WS-SIM-PERIOD TO WS-PERIOD-CHECK
           PERFORM VALIDATE-PERIOD
           PERFORM UNTIL WS-PERIOD-OK = "Y"
              DISPLAY "INVALID PERIOD. ENTER A PERIOD ON THE "
                 "PAY-PERIOD CALENDAR: " WITH NO ADVANCING
              ACCEPT WS-SIM-PERIOD
              MOVE WS-SIM-PERIOD TO WS-PERIOD-CHECK
              PERFORM VALIDATE-PERIOD
           END-PERFORM

           PERFORM SIM-FIND-PRIOR-PERIOD
           MOVE "N" TO WS-PERIOD-OK
           PERFORM UNTIL WS-PERIOD-OK = "Y"
              DISPLAY "[COMPARE WITH ACTUAL PERIOD (BLANK = "
                 FUNCTION TRIM(WS-SIM-CMP-PERIOD) ")]: "
                 WITH NO ADVANCING
              ACCEPT WS-SIM-CMP-ENTRY
              IF WS-SIM-CMP-ENTRY NOT = SPACES
                 MOVE WS-SIM-CMP-ENTRY TO WS-SIM-CMP-PERIOD
              END-IF
              IF WS-SIM-CMP-PERIOD = SPACES
                 DISPLAY "NO EARLIER PERIOD ON THE CALENDAR - ENTER "
                    "ONE."
              ELSE
                 MOVE WS-SIM-CMP-PERIOD TO WS-PERIOD-CHECK
                 PERFORM VALIDATE-PERIOD
                 IF WS-PERIOD-OK NOT = "Y"
                    DISPLAY "INVALID PERIOD."
                    MOVE SPACES TO WS-SIM-CMP-PERIOD
                 END-IF
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-SIM-CMP-ADJ
           STRING FUNCTION TRIM(WS-SIM-CMP-PERIOD) "*ADJ"
              DELIMITED BY SIZE INTO WS-SIM-CMP-ADJ

           MOVE "N" TO WS-SIM-OK
           PERFORM UNTIL WS-SIM-OK = "Y"
              DISPLAY "[SALARY INCREASE % (BLANK = NONE)]: "
                 WITH NO ADVANCING
              ACCEPT WS-SIM-AMT-ENTRY
              IF WS-SIM-AMT-ENTRY = SPACES
                 MOVE ZERO TO WS-SIM-PCT
                 MOVE "Y" TO WS-SIM-OK
              ELSE
                 IF FUNCTION TEST-NUMVAL(WS-SIM-AMT-ENTRY) = ZERO
                    AND FUNCTION NUMVAL(WS-SIM-AMT-ENTRY) >= ZERO
                    AND FUNCTION NUMVAL(WS-SIM-AMT-ENTRY) < 1000
                    COMPUTE WS-SIM-PCT =
                       FUNCTION NUMVAL(WS-SIM-AMT-ENTRY)
                    MOVE "Y" TO WS-SIM-OK
                 ELSE
                    DISPLAY "INVALID: ENTER A PERCENTAGE SUCH AS 5 OR "
                       "3.5."
                 END-IF
              END-IF
           END-PERFORM

           MOVE "N" TO WS-SIM-OK
           PERFORM UNTIL WS-SIM-OK = "Y"
              DISPLAY "[EXTRA HEADCOUNT TO ADD (BLANK = NONE)]: "
                 WITH NO ADVANCING
              ACCEPT WS-SIM-HIRE-ENTRY
              IF WS-SIM-HIRE-ENTRY = SPACES
                 MOVE ZERO TO WS-SIM-HIRE-COUNT
                 MOVE "Y" TO WS-SIM-OK
              ELSE
                 IF FUNCTION TEST-NUMVAL(WS-SIM-HIRE-ENTRY) = ZERO
                    AND FUNCTION NUMVAL(WS-SIM-HIRE-ENTRY) >= ZERO
                    AND FUNCTION NUMVAL(WS-SIM-HIRE-ENTRY) < 1000
                    COMPUTE WS-SIM-HIRE-COUNT =
                       FUNCTION NUMVAL(WS-SIM-HIRE-ENTRY)
                    MOVE "Y" TO WS-SIM-OK
                 ELSE
                    DISPLAY "INVALID: WHOLE NUMBER OF EMPLOYEES ONLY."
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SIM-HIRE-COUNT > ZERO
              PERFORM SIM-GET-HIRE-PROFILE
           END-IF

           MOVE WS-SIM-PCT TO WS-SIM-PCT-ED
           DISPLAY "|=================================================|"
           DISPLAY "SCENARIO:          " WS-SIM-NAME
           DISPLAY "SIMULATED PERIOD:  " WS-SIM-PERIOD
           DISPLAY "COMPARED WITH:     " WS-SIM-CMP-PERIOD
           DISPLAY "SALARY INCREASE %: " WS-SIM-PCT-ED
           DISPLAY "EXTRA HEADCOUNT:   " WS-SIM-HIRE-COUNT
           DISPLAY "|=================================================|"
           DISPLAY "[RUN THIS SIMULATION]? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF NOT (WS-CHOICE = "Y" OR WS-CHOICE = "y")
              DISPLAY "SIMULATION NOT RUN."
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
           END-IF

           MOVE ZERO TO WS-SIM-COUNT
           MOVE ZERO TO WS-SIM-SKIPPED
           MOVE ZERO TO WS-SIM-REPLACED
           MOVE ZERO TO WS-SIM-DEPT-USED
           PERFORM VARYING WS-SIM-DEPT-IDX FROM 1 BY 1
              UNTIL WS-SIM-DEPT-IDX > 50
              MOVE SPACES TO WS-SIM-DPT-CODE(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-SCN-HEADS(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-SCN-GROSS(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-SCN-COST(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-SCN-NET(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-ACT-HEADS(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-ACT-GROSS(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-ACT-COST(WS-SIM-DEPT-IDX)
              MOVE ZERO TO WS-SIM-DPT-ACT-NET(WS-SIM-DEPT-IDX)
           END-PERFORM

           PERFORM SIM-EXTRACT-EMPLOYEES
           OPEN I-O SCENARIO-FILE
           IF WS-SCENARIO-STATUS NOT = "00"
              OPEN OUTPUT SCENARIO-FILE
              CLOSE SCENARIO-FILE
              OPEN I-O SCENARIO-FILE
           END-IF
           PERFORM SIM-CLEAR-SCENARIO

           MOVE "Y" TO WS-SIM-MODE
           MOVE "N" TO WS-SIM-HIRE
           MOVE WS-SIM-PERIOD TO WS-BATCH-PERIOD
           MOVE "N" TO WS-SIM-END
           OPEN INPUT SIM-WORK-FILE
           PERFORM UNTIL WS-SIM-END = "Y"
              READ SIM-WORK-FILE
                 AT END
                    MOVE "Y" TO WS-SIM-END
                 NOT AT END
                    INITIALIZE PAYSLIP-RECORD
                    MOVE SIM-WORK-LINE TO USERNAME
                    MOVE WS-SIM-PERIOD TO PAYSLIP-PERIOD
                    SET SLIP-DRAFT TO TRUE
                    PERFORM BATCH-COMPUTE-PAYSLIP
                    IF WS-BATCH-SKIP = "Y"
                       ADD 1 TO WS-SIM-SKIPPED
                    ELSE
                       MOVE EMPLOYEE-NAME TO EMP-NAME
                       PERFORM SIM-WRITE-RESULT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SIM-WORK-FILE

           MOVE "Y" TO WS-SIM-HIRE
           PERFORM VARYING WS-SIM-HIRE-IDX FROM 1 BY 1
              UNTIL WS-SIM-HIRE-IDX > WS-SIM-HIRE-COUNT
              INITIALIZE USER-RECORD
              INITIALIZE PAYSLIP-RECORD
              STRING "SIM-HIRE-" WS-SIM-HIRE-IDX
                 DELIMITED BY SIZE INTO USERNAME
              MOVE USERNAME TO USER-ID
              MOVE USERNAME TO SLIP-CODE
              MOVE "SIMULATED HIRE" TO EMPLOYEE-NAME
              MOVE "SIMULATED HIRE" TO EMP-NAME
              MOVE WS-SIM-HIRE-SALARY TO EMPLOYEE-BASIC-SALARY
              MOVE WS-SIM-HIRE-POSITION TO EMPLOYEE-POSITION
              MOVE WS-SIM-HIRE-DEPT TO EMPLOYEE-DEPT-CODE
              MOVE "MONTHLY" TO EMPLOYEE-PAY-BASIS
              SET STATUS-ACTIVE TO TRUE
              MOVE WS-SIM-PERIOD TO PAYSLIP-PERIOD
              SET SLIP-DRAFT TO TRUE
              PERFORM BATCH-COMPUTE-PAYSLIP
              PERFORM SIM-WRITE-RESULT
           END-PERFORM
           MOVE "N" TO WS-SIM-HIRE
           MOVE "N" TO WS-SIM-MODE
           CLOSE SCENARIO-FILE

           PERFORM SIM-PRICE-ACTUAL
           PERFORM SIM-WRITE-REPORT

           DISPLAY "|=================================================|"
           DISPLAY "|||||||||================================||||||||||"
           DISPLAY "||||||||      PAYROLL SIMULATION DONE     |||||||||"
           DISPLAY "|||||||||================================||||||||||"
           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEES PRICED: " WS-SIM-COUNT
              "   SKIPPED: " WS-SIM-SKIPPED
           IF WS-SIM-REPLACED > ZERO
              DISPLAY "EARLIER ROWS FOR THIS SCENARIO REPLACED: "
                 WS-SIM-REPLACED
           END-IF
           MOVE WS-SIM-TOT-SCN-HEADS TO WS-SIM-HEADS-ED
           MOVE WS-SIM-TOT-ACT-HEADS TO WS-SIM-HEADS-ED2
           DISPLAY "                    SCENARIO          ACTUAL"
           DISPLAY "HEADCOUNT:         " WS-SIM-HEADS-ED
              "           " WS-SIM-HEADS-ED2
           MOVE WS-SIM-TOT-SCN-GROSS TO WS-SIM-ED1
           MOVE WS-SIM-TOT-ACT-GROSS TO WS-SIM-ED2
           DISPLAY "GROSS PAY:   " WS-SIM-ED1 " " WS-SIM-ED2
           MOVE WS-SIM-TOT-SCN-COST TO WS-SIM-ED1
           MOVE WS-SIM-TOT-ACT-COST TO WS-SIM-ED2
           DISPLAY "EMPLOYER COST:" WS-SIM-ED1 " " WS-SIM-ED2
           MOVE WS-SIM-TOT-SCN-NET TO WS-SIM-ED1
           MOVE WS-SIM-TOT-ACT-NET TO WS-SIM-ED2
           DISPLAY "NET PAY:     " WS-SIM-ED1 " " WS-SIM-ED2
           DISPLAY "DEPARTMENT COMPARISON WRITTEN TO SimCompare.txt"
           DISPLAY "SCENARIO DETAIL KEPT ON Scenario.txt"
           DISPLAY "|=================================================|"
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

      *> Default comparison: the calendar period starting latest
      *> before the simulated one.
        SIM-FIND-PRIOR-PERIOD.
           MOVE SPACES TO WS-SIM-CMP-PERIOD
           MOVE ZERO TO WS-SIM-START-INT
           MOVE ZERO TO WS-SIM-BEST-INT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SIM-PERIOD TO PERIOD-CODE
           READ PERIOD-FILE KEY IS PERIOD-CODE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE PERIOD-START-DATE TO WS-CVT-DATE
                 PERFORM CONVERT-DATE-TO-INT
                 MOVE WS-CVT-INT TO WS-SIM-START-INT
           END-READ
           IF WS-SIM-START-INT > ZERO
              MOVE LOW-VALUES TO PERIOD-CODE
              START PERIOD-FILE KEY IS NOT LESS THAN PERIOD-CODE
                 INVALID KEY
                    MOVE "Y" TO WS-SIM-END
                 NOT INVALID KEY
                    MOVE "N" TO WS-SIM-END
              END-START
              PERFORM UNTIL WS-SIM-END = "Y"
                 READ PERIOD-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-SIM-END
                    NOT AT END
                       MOVE PERIOD-START-DATE TO WS-CVT-DATE
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-CVT-INT < WS-SIM-START-INT
                          AND WS-CVT-INT > WS-SIM-BEST-INT
                          MOVE WS-CVT-INT TO WS-SIM-BEST-INT
                          MOVE PERIOD-CODE TO WS-SIM-CMP-PERIOD
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE PERIOD-FILE.

        SIM-GET-HIRE-PROFILE.
           MOVE "N" TO WS-SIM-OK
           PERFORM UNTIL WS-SIM-OK = "Y"
              DISPLAY "[MONTHLY SALARY OF EACH NEW HIRE]: "
                 WITH NO ADVANCING
              ACCEPT WS-SIM-AMT-ENTRY
              IF WS-SIM-AMT-ENTRY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-SIM-AMT-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-SIM-AMT-ENTRY) > ZERO
                 AND FUNCTION NUMVAL(WS-SIM-AMT-ENTRY) < 10000000
                 COMPUTE WS-SIM-HIRE-SALARY =
                    FUNCTION NUMVAL(WS-SIM-AMT-ENTRY)
                 MOVE "Y" TO WS-SIM-OK
              ELSE
                 DISPLAY "INVALID: NUMERIC AMOUNT ONLY."
              END-IF
           END-PERFORM
           MOVE "N" TO WS-SIM-OK
           PERFORM UNTIL WS-SIM-OK = "Y"
              DISPLAY "[POSITION (RANK-FILE/SUPERVISOR/MANAGER)]: "
                 WITH NO ADVANCING
              ACCEPT WS-SIM-HIRE-POSITION
              MOVE WS-SIM-HIRE-POSITION TO EMPLOYEE-POSITION
              IF POSITION-RANK-FILE OR POSITION-SUPERVISOR
                 OR POSITION-MANAGER
                 MOVE "Y" TO WS-SIM-OK
              ELSE
                 DISPLAY "INVALID POSITION."
              END-IF
           END-PERFORM
           MOVE "N" TO WS-SIM-OK
           PERFORM UNTIL WS-SIM-OK = "Y"
              DISPLAY "[DEPARTMENT CODE]: " WITH NO ADVANCING
              ACCEPT WS-SIM-HIRE-DEPT
              OPEN INPUT DEPT-FILE
              IF WS-DEPT-STATUS = "00"
                 MOVE WS-SIM-HIRE-DEPT TO DEPT-CODE
                 READ DEPT-FILE KEY IS DEPT-CODE
                    INVALID KEY
                       DISPLAY "DEPARTMENT NOT ON FILE."
                    NOT INVALID KEY
                       MOVE "Y" TO WS-SIM-OK
                 END-READ
                 CLOSE DEPT-FILE
              ELSE
                 MOVE "Y" TO WS-SIM-OK
              END-IF
           END-PERFORM.

      *> Slip codes of active employees go to a work file first;
      *> BATCH-COMPUTE-PAYSLIP opens and closes Record.txt itself.
        SIM-EXTRACT-EMPLOYEES.
           OPEN OUTPUT SIM-WORK-FILE
           MOVE "N" TO WS-SIM-END
           OPEN INPUT USER-FILE
           PERFORM UNTIL WS-SIM-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SIM-END
                 NOT AT END
                    IF SLIP-CODE NOT = SPACES
                       AND (EMPLOYEE-STATUS = SPACES OR STATUS-ACTIVE)
                       MOVE SLIP-CODE TO SIM-WORK-LINE
                       WRITE SIM-WORK-LINE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE USER-FILE
           CLOSE SIM-WORK-FILE.

        SIM-CLEAR-SCENARIO.
           MOVE WS-SIM-NAME TO SCN-NAME
           MOVE LOW-VALUES TO SCN-SLIP-CODE
           MOVE "N" TO WS-SIM-END
           START SCENARIO-FILE KEY IS NOT LESS THAN SCN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-SIM-END
           END-START
           PERFORM UNTIL WS-SIM-END = "Y"
              READ SCENARIO-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SIM-END
                 NOT AT END
                    IF SCN-NAME NOT = WS-SIM-NAME
                       MOVE "Y" TO WS-SIM-END
                    ELSE
                       DELETE SCENARIO-FILE RECORD
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             ADD 1 TO WS-SIM-REPLACED
                       END-DELETE
                    END-IF
              END-READ
           END-PERFORM.

        SIM-WRITE-RESULT.
           INITIALIZE SCENARIO-RECORD
           MOVE WS-SIM-NAME TO SCN-NAME
           MOVE USERNAME TO SCN-SLIP-CODE
           MOVE WS-SIM-PERIOD TO SCN-PERIOD
           MOVE USER-ID TO SCN-USER-ID
           MOVE EMP-NAME TO SCN-EMP-NAME
           MOVE EMPLOYEE-DEPT-CODE TO SCN-DEPT-CODE
           IF SCN-DEPT-CODE = SPACES
              MOVE "UNKNOWN" TO SCN-DEPT-CODE
           END-IF
           MOVE WS-SIM-HIRE TO SCN-SYNTHETIC
           IF WS-SIM-HIRE = "N"
              MOVE WS-SIM-PCT TO SCN-SALARY-PCT
           END-IF
           MOVE BASIC-SALARY TO SCN-BASIC
           COMPUTE SCN-PREMIUMS = FD-OVERTIME + FD-NIGHT-DIFF
              + FD-HOLIDAY
           COMPUTE SCN-ALLOWANCES = FD-ALLOW-TAXABLE + FD-ALLOW-NONTAX
           MOVE FD-TOTAL-PAY TO SCN-GROSS
           COMPUTE SCN-EE-CONTRIB = FD-SSS + FD-PAGIBIG
              + FD-PHILHEALTH
           COMPUTE SCN-ER-CONTRIB = FD-SSS-ER + FD-PAGIBIG-ER
              + FD-PHILHEALTH-ER
           MOVE FD-WTAX TO SCN-WTAX
           MOVE FD-LOAN TO SCN-LOANS
           COMPUTE SCN-OTHER-DED = FD-LATE + FD-ABSENT + FD-UNDERTIME
              + FD-ARREARS
           MOVE FD-NETPAY TO SCN-NETPAY
           IF WS-SESSION-USER NOT = SPACES
              MOVE WS-SESSION-USER TO SCN-RUN-BY
           ELSE
              MOVE WS-SESSION-ROLE TO SCN-RUN-BY
           END-IF
           MOVE FUNCTION CURRENT-DATE TO SCN-RUN-TIME
           WRITE SCENARIO-RECORD
              INVALID KEY
                 REWRITE SCENARIO-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: SCENARIO ROW NOT WRITTEN FOR: "
                          USERNAME
                 END-REWRITE
           END-WRITE
           ADD 1 TO WS-SIM-COUNT

           SET SIM-SIDE-SCENARIO TO TRUE
           MOVE SCN-DEPT-CODE TO WS-SIM-DEPT-CODE
           MOVE 1 TO WS-SIM-HEAD
           MOVE SCN-GROSS TO WS-SIM-GROSS
           COMPUTE WS-SIM-COST = SCN-GROSS + SCN-ER-CONTRIB
           MOVE SCN-NETPAY TO WS-SIM-NET
           PERFORM SIM-ADD-DEPT.

      *> The actual side: every non-reversed slip of the comparison
      *> period and its adjustments, split by the employee's current
      *> department the same way the payroll register does.
        SIM-PRICE-ACTUAL.
           SET SIM-SIDE-ACTUAL TO TRUE
           MOVE "N" TO WS-SIM-END
           OPEN INPUT PAYSLIP-FILE
           PERFORM UNTIL WS-SIM-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SIM-END
                 NOT AT END
                    IF (PAYSLIP-PERIOD = WS-SIM-CMP-PERIOD OR
                       PAYSLIP-PERIOD = WS-SIM-CMP-ADJ)
                       AND NOT SLIP-REVERSED
                       PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
                       MOVE EMPLOYEE-DEPT-CODE TO WS-SIM-DEPT-CODE
                       IF WS-EMP-FOUND = "N" OR
                          WS-SIM-DEPT-CODE = SPACES
                          MOVE "UNKNOWN" TO WS-SIM-DEPT-CODE
                       END-IF
                       IF PAYSLIP-PERIOD = WS-SIM-CMP-PERIOD
                          MOVE 1 TO WS-SIM-HEAD
                       ELSE
                          MOVE ZERO TO WS-SIM-HEAD
                       END-IF
                       MOVE FD-TOTAL-PAY TO WS-SIM-GROSS
                       COMPUTE WS-SIM-COST = FD-TOTAL-PAY + FD-SSS-ER
                          + FD-PAGIBIG-ER + FD-PHILHEALTH-ER
                       MOVE FD-NETPAY TO WS-SIM-NET
                       PERFORM SIM-ADD-DEPT
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

        SIM-ADD-DEPT.
           MOVE ZERO TO WS-SIM-DEPT-HIT
           PERFORM VARYING WS-SIM-DEPT-IDX FROM 1 BY 1
              UNTIL WS-SIM-DEPT-IDX > WS-SIM-DEPT-USED
              IF WS-SIM-DPT-CODE(WS-SIM-DEPT-IDX) = WS-SIM-DEPT-CODE
                 MOVE WS-SIM-DEPT-IDX TO WS-SIM-DEPT-HIT
                 MOVE 50 TO WS-SIM-DEPT-IDX
              END-IF
           END-PERFORM
           IF WS-SIM-DEPT-HIT = ZERO
              IF WS-SIM-DEPT-USED < 50
                 ADD 1 TO WS-SIM-DEPT-USED
                 MOVE WS-SIM-DEPT-USED TO WS-SIM-DEPT-HIT
                 MOVE WS-SIM-DEPT-CODE TO
                    WS-SIM-DPT-CODE(WS-SIM-DEPT-HIT)
              ELSE
                 MOVE 50 TO WS-SIM-DEPT-HIT
                 MOVE "OTHERS" TO WS-SIM-DPT-CODE(WS-SIM-DEPT-HIT)
              END-IF
           END-IF
           IF SIM-SIDE-SCENARIO
              ADD WS-SIM-HEAD TO WS-SIM-DPT-SCN-HEADS(WS-SIM-DEPT-HIT)
              ADD WS-SIM-GROSS TO WS-SIM-DPT-SCN-GROSS(WS-SIM-DEPT-HIT)
              ADD WS-SIM-COST TO WS-SIM-DPT-SCN-COST(WS-SIM-DEPT-HIT)
              ADD WS-SIM-NET TO WS-SIM-DPT-SCN-NET(WS-SIM-DEPT-HIT)
           ELSE
              ADD WS-SIM-HEAD TO WS-SIM-DPT-ACT-HEADS(WS-SIM-DEPT-HIT)
              ADD WS-SIM-GROSS TO WS-SIM-DPT-ACT-GROSS(WS-SIM-DEPT-HIT)
              ADD WS-SIM-COST TO WS-SIM-DPT-ACT-COST(WS-SIM-DEPT-HIT)
              ADD WS-SIM-NET TO WS-SIM-DPT-ACT-NET(WS-SIM-DEPT-HIT)
           END-IF.

        SIM-WRITE-REPORT.
           MOVE ZERO TO WS-SIM-TOT-SCN-HEADS
           MOVE ZERO TO WS-SIM-TOT-SCN-GROSS
           MOVE ZERO TO WS-SIM-TOT-SCN-COST
           MOVE ZERO TO WS-SIM-TOT-SCN-NET
           MOVE ZERO TO WS-SIM-TOT-ACT-HEADS
           MOVE ZERO TO WS-SIM-TOT-ACT-GROSS
           MOVE ZERO TO WS-SIM-TOT-ACT-COST
           MOVE ZERO TO WS-SIM-TOT-ACT-NET
           OPEN OUTPUT SIM-REPORT-FILE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "PAYROLL SIMULATION - SCENARIO " WS-SIM-NAME
              "   RUN " FUNCTION CURRENT-DATE(1:8) " BY "
              WS-SESSION-USER
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "SIMULATED PERIOD " WS-SIM-PERIOD
              " COMPARED WITH ACTUAL PERIOD " WS-SIM-CMP-PERIOD
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE WS-SIM-PCT TO WS-SIM-PCT-ED
           MOVE WS-SIM-HIRE-SALARY TO WS-SIM-ED1
           MOVE SPACES TO SIM-REPORT-LINE
           IF WS-SIM-HIRE-COUNT > ZERO
              STRING "SALARY INCREASE % " WS-SIM-PCT-ED
                 "   EXTRA HEADCOUNT " WS-SIM-HIRE-COUNT
                 " AT " WS-SIM-ED1 " " WS-SIM-HIRE-POSITION
                 " " WS-SIM-HIRE-DEPT
                 DELIMITED BY SIZE INTO SIM-REPORT-LINE
           ELSE
              STRING "SALARY INCREASE % " WS-SIM-PCT-ED
                 "   EXTRA HEADCOUNT NONE"
                 DELIMITED BY SIZE INTO SIM-REPORT-LINE
           END-IF
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "DEPARTMENT  SIM HC  ACT HC      SIM GROSS      "
              "ACT GROSS   SIM EMPLR COST   ACT EMPLR COST"
              "   COST VARIANCE"
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           PERFORM VARYING WS-SIM-DEPT-IDX FROM 1 BY 1
              UNTIL WS-SIM-DEPT-IDX > WS-SIM-DEPT-USED
              ADD WS-SIM-DPT-SCN-HEADS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-SCN-HEADS
              ADD WS-SIM-DPT-SCN-GROSS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-SCN-GROSS
              ADD WS-SIM-DPT-SCN-COST(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-SCN-COST
              ADD WS-SIM-DPT-SCN-NET(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-SCN-NET
              ADD WS-SIM-DPT-ACT-HEADS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-ACT-HEADS
              ADD WS-SIM-DPT-ACT-GROSS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-ACT-GROSS
              ADD WS-SIM-DPT-ACT-COST(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-ACT-COST
              ADD WS-SIM-DPT-ACT-NET(WS-SIM-DEPT-IDX)
                 TO WS-SIM-TOT-ACT-NET
              MOVE WS-SIM-DPT-CODE(WS-SIM-DEPT-IDX) TO WS-SIM-DEPT-CODE
              MOVE WS-SIM-DPT-SCN-HEADS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-HEADS-ED
              MOVE WS-SIM-DPT-ACT-HEADS(WS-SIM-DEPT-IDX)
                 TO WS-SIM-HEADS-ED2
              MOVE WS-SIM-DPT-SCN-GROSS(WS-SIM-DEPT-IDX) TO WS-SIM-ED1
              MOVE WS-SIM-DPT-ACT-GROSS(WS-SIM-DEPT-IDX) TO WS-SIM-ED2
              MOVE WS-SIM-DPT-SCN-COST(WS-SIM-DEPT-IDX) TO WS-SIM-ED3
              MOVE WS-SIM-DPT-ACT-COST(WS-SIM-DEPT-IDX) TO WS-SIM-ED4
              COMPUTE WS-SIM-VARIANCE =
                 WS-SIM-DPT-SCN-COST(WS-SIM-DEPT-IDX)
                 - WS-SIM-DPT-ACT-COST(WS-SIM-DEPT-IDX)
              PERFORM SIM-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE "TOTAL" TO WS-SIM-DEPT-CODE
           MOVE WS-SIM-TOT-SCN-HEADS TO WS-SIM-HEADS-ED
           MOVE WS-SIM-TOT-ACT-HEADS TO WS-SIM-HEADS-ED2
           MOVE WS-SIM-TOT-SCN-GROSS TO WS-SIM-ED1
           MOVE WS-SIM-TOT-ACT-GROSS TO WS-SIM-ED2
           MOVE WS-SIM-TOT-SCN-COST TO WS-SIM-ED3
           MOVE WS-SIM-TOT-ACT-COST TO WS-SIM-ED4
           COMPUTE WS-SIM-VARIANCE =
              WS-SIM-TOT-SCN-COST - WS-SIM-TOT-ACT-COST
           PERFORM SIM-WRITE-REPORT-LINE
           MOVE WS-SIM-TOT-SCN-NET TO WS-SIM-ED1
           MOVE WS-SIM-TOT-ACT-NET TO WS-SIM-ED2
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "NET PAY     SCENARIO " WS-SIM-ED1
              "   ACTUAL " WS-SIM-ED2
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           MOVE SPACES TO SIM-REPORT-LINE
           STRING "EMPLOYER COST = GROSS PAY + EMPLOYER SSS, "
              "PAG-IBIG AND PHILHEALTH SHARES."
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           CLOSE SIM-REPORT-FILE.

      *> One comparison line; a department costing more under the
      *> scenario than it actually did is flagged with an asterisk.
        SIM-WRITE-REPORT-LINE.
           MOVE WS-SIM-VARIANCE TO WS-SIM-ED5
           MOVE SPACES TO SIM-REPORT-LINE
           STRING WS-SIM-DEPT-CODE "   " WS-SIM-HEADS-ED "   "
              WS-SIM-HEADS-ED2 WS-SIM-ED1 WS-SIM-ED2 "  "
              WS-SIM-ED3 "  " WS-SIM-ED4 " " WS-SIM-ED5
              DELIMITED BY SIZE INTO SIM-REPORT-LINE
           IF WS-SIM-VARIANCE > ZERO
              MOVE "*" TO SIM-REPORT-LINE(108:1)
           END-IF
           WRITE SIM-REPORT-LINE.

      *> Scenario salary increase, applied to the employee record in
      *> storage only.
        APPLY-SIM-INCREASE.
           COMPUTE EMPLOYEE-BASIC-SALARY ROUNDED =
              EMPLOYEE-BASIC-SALARY * (100 + WS-SIM-PCT) / 100
              ON SIZE ERROR
                 CONTINUE
           END-COMPUTE
           COMPUTE EMPLOYEE-PAY-RATE ROUNDED =
              EMPLOYEE-PAY-RATE * (100 + WS-SIM-PCT) / 100
              ON SIZE ERROR
                 CONTINUE
           END-COMPUTE.

      *> A simulated period usually has no daily time records yet, so
      *> daily- and hourly-rated staff are projected at a full month
      *> (22 days / 176 hours, the final-pay convention).
        PROJECT-SIM-WORKED-BASIC.
           IF WORK-BASIS-HOURLY
              COMPUTE BASIC-SALARY ROUNDED = EMPLOYEE-PAY-RATE * 176
           ELSE
              COMPUTE BASIC-SALARY ROUNDED = EMPLOYEE-PAY-RATE * 22
           END-IF.

        FINAL-PAY.
              PERFORM VALIDATE-PERIOD
           END-PERFORM

           IF PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
              MOVE SLIP-CODE TO USERNAME
              PERFORM COMPUTE-WORKED-BASIC
              ADD WS-WORK-SPEC-PREMIUM TO BASIC-SALARY
           ELSE
              MOVE EMPLOYEE-BASIC-SALARY TO BASIC-SALARY
              PERFORM PRORATE-BASIC-FOR-PERIOD
                 THRU PRORATE-BASIC-DONE
           END-IF
           MOVE BASIC-SALARY TO WS-FINAL-BASIC

           MOVE USER-ID TO LEAVE-BAL-USER-ID
           ELSE
              MOVE ZERO TO WS-FINAL-LEAVE-DAYS
           END-IF
           EVALUATE TRUE
              WHEN PAY-BASIS-DAILY
                 MOVE EMPLOYEE-PAY-RATE TO WS-DAILY-RATE
              WHEN PAY-BASIS-HOURLY
                 COMPUTE WS-DAILY-RATE = EMPLOYEE-PAY-RATE * 8
              WHEN OTHER
                 COMPUTE WS-DAILY-RATE ROUNDED =
                    EMPLOYEE-BASIC-SALARY / 22
           END-EVALUATE
           COMPUTE WS-FINAL-LEAVE-PAY ROUNDED =
              WS-FINAL-LEAVE-DAYS * WS-DAILY-RATE

      *> the dispute queue can jump straight to voiding the exact
      *> slip under dispute.
        VOID-ADJUST-BODY.
           MOVE "N" TO WS-REL-SLIP-EDITED
           MOVE WS-VOID-CODE TO USERNAME
           MOVE WS-VOID-PERIOD TO PAYSLIP-PERIOD
           OPEN I-O PAYSLIP-FILE
           REWRITE PAYSLIP-RECORD
              INVALID KEY
                 DISPLAY "ERROR: PAYSLIP NOT MARKED REVERSED!"
              NOT INVALID KEY
                 MOVE "Y" TO WS-REL-SLIP-EDITED
           END-REWRITE
           DISPLAY "PAYSLIP MARKED REVERSED. ORIGINAL FIGURES ARE "
              "PRESERVED ON THE RECORD."
                 "RE-KEY THEM WITH ADDITION/DEDUCTION IN SALARY "
                 "INSTEAD OF VOIDING IT."
              CLOSE PAYSLIP-FILE
              IF WS-REL-SLIP-EDITED = "Y"
                 PERFORM REOPEN-PERIOD-RELEASE
              END-IF
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM PROCESS-PAYSLIP
              END-WRITE
           END-IF
           CLOSE PAYSLIP-FILE
           IF WS-REL-SLIP-EDITED = "Y"
              PERFORM REOPEN-PERIOD-RELEASE
           END-IF
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.
              CLOSE DISPUTE-FILE
           END-IF.

        LOOKUP-DEFERRAL.
           MOVE "N" TO WS-DEFER-FOUND
           OPEN INPUT DEFER-FILE
           IF WS-DEFER-STATUS = "00"
              MOVE USERNAME TO DEF-USERNAME
              MOVE PAYSLIP-PERIOD TO DEF-PERIOD
              READ DEFER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-DEFER-FOUND
              END-READ
              CLOSE DEFER-FILE
           END-IF.

        EXPORT-DEFERRAL-LINES.
           MOVE SPACES TO EXPORT-LINE
           MOVE DEF-TOTAL TO WS-ED-AMOUNT
           STRING "DEFERRED (NOT DEDUCTED): " WS-ED-AMOUNT
              DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           IF DEF-LOAN-SSS > ZERO
              MOVE SPACES TO EXPORT-LINE
              MOVE DEF-LOAN-SSS TO WS-ED-AMOUNT
              STRING "   SSS LOAN: " WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO EXPORT-LINE
              WRITE EXPORT-LINE
           END-IF
           IF DEF-LOAN-PAGIBIG > ZERO
              MOVE SPACES TO EXPORT-LINE
              MOVE DEF-LOAN-PAGIBIG TO WS-ED-AMOUNT
              STRING "   PAGIBIG LOAN: " WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO EXPORT-LINE
              WRITE EXPORT-LINE
           END-IF
           IF DEF-LOAN-CASHADV > ZERO
              MOVE SPACES TO EXPORT-LINE
              MOVE DEF-LOAN-CASHADV TO WS-ED-AMOUNT
              STRING "   CASH ADVANCE: " WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO EXPORT-LINE
              WRITE EXPORT-LINE
           END-IF
           IF DEF-ARREARS > ZERO
              MOVE SPACES TO EXPORT-LINE
              MOVE DEF-ARREARS TO WS-ED-AMOUNT
              STRING "   ARREARS: " WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO EXPORT-LINE
              WRITE EXPORT-LINE
           END-IF.

        PAYROLL-REGISTER.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "[ENTER DEPARTMENT CODE TO FILTER (BLANK FOR "
              "ALL)]: " WITH NO ADVANCING
           ACCEPT WS-REG-DEPT-FILTER
           PERFORM LOAD-COMPANIES
           MOVE ZERO TO WS-CO-SCOPE
           IF WS-CO-USED > 1
              MOVE "N" TO WS-CO-OK
              PERFORM UNTIL WS-CO-OK = "Y"
                 DISPLAY "[ENTER COMPANY CODE TO FILTER (BLANK FOR "
                    "ALL)]: " WITH NO ADVANCING
                 ACCEPT WS-CO-ENTRY
                 PERFORM VALIDATE-COMPANY-ENTRY
                 IF WS-CO-OK NOT = "Y"
                    DISPLAY "COMPANY NOT ON FILE."
                 END-IF
              END-PERFORM
           END-IF

           MOVE ZERO TO WS-DEPT-TOT-USED
           PERFORM VARYING WS-DEPT-TOT-IDX FROM 1 BY 1
                          WS-REG-DEPT-CODE = SPACES
                          MOVE "UNKNOWN" TO WS-REG-DEPT-CODE
                       END-IF
                       PERFORM FIND-EMPLOYEE-COMPANY
                       IF (WS-REG-DEPT-FILTER = SPACES OR
                          WS-REG-DEPT-CODE = WS-REG-DEPT-FILTER) AND
                          (WS-CO-SCOPE = ZERO OR
                          WS-CO-HIT = WS-CO-SCOPE)
                       MOVE BASIC-SALARY TO WS-ED-AMOUNT
                       MOVE FD-OVERTIME TO WS-ED-AMOUNT2
                       MOVE FD-NETPAY TO WS-ED-AMOUNT3
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [7] - DEPARTMENT MAINTENANCE        |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           OPEN I-O DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
              OPEN OUTPUT DEPT-FILE
              CLOSE DEPT-FILE
              OPEN I-O DEPT-FILE
           END-IF
           DISPLAY "CODE       NAME                           "
              "HEAD / ALTERNATE APPROVER"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-DEPT-LIST-END
           PERFORM UNTIL WS-DEPT-LIST-END = "Y"
              READ DEPT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-DEPT-LIST-END
                 NOT AT END
                    DISPLAY DEPT-CODE " " DEPT-NAME " "
                       FUNCTION TRIM(DEPT-HEAD-USER-ID) " / "
                       FUNCTION TRIM(DEPT-ALT-APPROVER-ID)
              END-READ
           END-PERFORM
           DISPLAY "|=================================================|"
           DISPLAY "[ADD OR UPDATE A DEPARTMENT]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              DISPLAY "[ENTER DEPARTMENT CODE]: " WITH NO ADVANCING
              ACCEPT DEPT-CODE
              MOVE SPACES TO WS-DEPT-OLD-HEAD
              MOVE SPACES TO WS-DEPT-OLD-ALT
              READ DEPT-FILE KEY IS DEPT-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DEPT-HEAD-USER-ID TO WS-DEPT-OLD-HEAD
                    MOVE DEPT-ALT-APPROVER-ID TO WS-DEPT-OLD-ALT
                    DISPLAY "CURRENT HEAD: " WS-DEPT-OLD-HEAD
                    DISPLAY "CURRENT ALTERNATE: " WS-DEPT-OLD-ALT
              END-READ
              DISPLAY "[ENTER DEPARTMENT NAME]: " WITH NO ADVANCING
              ACCEPT DEPT-NAME
              PERFORM ACCEPT-DEPT-APPROVERS
              MOVE WS-DEPT-HEAD-ENTRY TO DEPT-HEAD-USER-ID
              MOVE WS-DEPT-ALT-ENTRY TO DEPT-ALT-APPROVER-ID
              WRITE DEPT-RECORD
                 INVALID KEY
                    REWRITE DEPT-RECORD
                       INVALID KEY
                          DISPLAY "ERROR: DEPARTMENT NOT RECORDED!"
                    END-REWRITE
              END-WRITE
              DISPLAY "DEPARTMENT RECORDED: " DEPT-CODE
              PERFORM AUDIT-DEPT-APPROVERS
           END-IF
           CLOSE DEPT-FILE
           DISPLAY "[RECORD AN EMPLOYEE TRANSFER]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              PERFORM RECORD-DEPT-TRANSFER
           END-IF
           DISPLAY "[LIST ASSIGNMENT HISTORY FOR AN EMPLOYEE]? "
              "(Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              PERFORM LIST-DEPT-HISTORY
           END-IF
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM MAIN-MENU.

      *> Employer master. The default company takes every employee
      *> whose company code is blank, so only one may carry the flag.
        COMPANY-MAINTENANCE.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [25] - COMPANY MAINTENANCE          |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           OPEN I-O COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = "00"
              OPEN OUTPUT COMPANY-FILE
              CLOSE COMPANY-FILE
              OPEN I-O COMPANY-FILE
           END-IF
           DISPLAY "CODE       NAME                               "
              "       DEFAULT"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-CO-END
           PERFORM UNTIL WS-CO-END = "Y"
              READ COMPANY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CO-END
                 NOT AT END
                    DISPLAY COMPANY-CODE " " COMPANY-NAME " "
                       COMPANY-DEFAULT-FLAG
              END-READ
           END-PERFORM
           DISPLAY "|=================================================|"
           DISPLAY "[ADD OR UPDATE A COMPANY]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              MOVE SPACES TO COMPANY-CODE
              PERFORM UNTIL COMPANY-CODE NOT = SPACES
                 DISPLAY "[ENTER COMPANY CODE]: " WITH NO ADVANCING
                 ACCEPT COMPANY-CODE
              END-PERFORM
              MOVE COMPANY-CODE TO WS-CO-SAVE-CODE
              MOVE SPACES TO WS-CO-OLD-ACCT
              READ COMPANY-FILE KEY IS COMPANY-CODE
                 INVALID KEY
                    MOVE SPACES TO COMPANY-RECORD
                    MOVE WS-CO-SAVE-CODE TO COMPANY-CODE
                    MOVE "N" TO COMPANY-DEFAULT-FLAG
                 NOT INVALID KEY
                    MOVE COMPANY-BANK-ACCT-NO TO WS-CO-OLD-ACCT
                    DISPLAY "CURRENT NAME: " COMPANY-NAME
                    DISPLAY "CURRENT ADDRESS: " COMPANY-ADDRESS
                    DISPLAY "CURRENT TIN: " COMPANY-TIN
                    DISPLAY "CURRENT SSS ER NO: " COMPANY-SSS-ER-NO
                    DISPLAY "CURRENT PHILHEALTH ER NO: "
                       COMPANY-PHILHEALTH-ER-NO
                    DISPLAY "CURRENT PAG-IBIG ER NO: "
                       COMPANY-PAGIBIG-ER-NO
                    DISPLAY "CURRENT BANK: " COMPANY-BANK-NAME " "
                       COMPANY-BANK-BRANCH " " COMPANY-BANK-ACCT-NO
                    DISPLAY "CURRENT DEFAULT: " COMPANY-DEFAULT-FLAG
              END-READ
              DISPLAY "(PRESS ENTER TO KEEP THE CURRENT VALUE)"
              DISPLAY "[ENTER COMPANY NAME]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-NAME
              END-IF
              DISPLAY "[ENTER ADDRESS]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-ADDRESS
              END-IF
              DISPLAY "[ENTER EMPLOYER TIN]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-TIN
              END-IF
              DISPLAY "[ENTER SSS EMPLOYER NO]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-SSS-ER-NO
              END-IF
              DISPLAY "[ENTER PHILHEALTH EMPLOYER NO]: "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-PHILHEALTH-ER-NO
              END-IF
              DISPLAY "[ENTER PAG-IBIG EMPLOYER NO]: "
                 WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-PAGIBIG-ER-NO
              END-IF
              DISPLAY "[ENTER PAYROLL BANK NAME]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-BANK-NAME
              END-IF
              DISPLAY "[ENTER BANK BRANCH CODE]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-BANK-BRANCH
              END-IF
              DISPLAY "[ENTER FUNDING ACCOUNT NO]: " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE NOT = SPACES
                 MOVE WS-CO-NEW-VALUE TO COMPANY-BANK-ACCT-NO
              END-IF
              DISPLAY "[DEFAULT COMPANY]? (Y/N): " WITH NO ADVANCING
              MOVE SPACES TO WS-CO-NEW-VALUE
              ACCEPT WS-CO-NEW-VALUE
              IF WS-CO-NEW-VALUE(1:1) = "Y" OR
                 WS-CO-NEW-VALUE(1:1) = "y"
                 MOVE "Y" TO COMPANY-DEFAULT-FLAG
              END-IF
              IF WS-CO-NEW-VALUE(1:1) = "N" OR
                 WS-CO-NEW-VALUE(1:1) = "n"
                 MOVE "N" TO COMPANY-DEFAULT-FLAG
              END-IF
              WRITE COMPANY-RECORD
                 INVALID KEY
                    REWRITE COMPANY-RECORD
                       INVALID KEY
                          DISPLAY "ERROR: COMPANY NOT RECORDED!"
                    END-REWRITE
              END-WRITE
              DISPLAY "COMPANY RECORDED: " COMPANY-CODE
              IF COMPANY-BANK-ACCT-NO NOT = WS-CO-OLD-ACCT
                 MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
                 IF WS-AUDIT-ACTOR = SPACES
                    MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
                 END-IF
                 MOVE COMPANY-CODE TO WS-AUDIT-KEY
                 MOVE "COMPANY-BANK-ACCT" TO WS-AUDIT-FIELD
                 MOVE WS-CO-OLD-ACCT TO WS-AUDIT-OLD-VALUE
                 MOVE COMPANY-BANK-ACCT-NO TO WS-AUDIT-NEW-VALUE
                 PERFORM APPEND-AUDIT-LOG
              END-IF
              IF COMPANY-IS-DEFAULT
                 PERFORM CLEAR-OTHER-DEFAULT-CO
              END-IF
           END-IF
           CLOSE COMPANY-FILE
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM MAIN-MENU.

        CLEAR-OTHER-DEFAULT-CO.
           MOVE LOW-VALUES TO COMPANY-CODE
           START COMPANY-FILE KEY IS NOT LESS THAN COMPANY-CODE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-CO-END
           PERFORM UNTIL WS-CO-END = "Y"
              READ COMPANY-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CO-END
                 NOT AT END
                    IF COMPANY-IS-DEFAULT AND
                       COMPANY-CODE NOT = WS-CO-SAVE-CODE
                       MOVE "N" TO COMPANY-DEFAULT-FLAG
                       REWRITE COMPANY-RECORD
                       DISPLAY "DEFAULT FLAG REMOVED FROM "
                          COMPANY-CODE
                    END-IF
              END-READ
           END-PERFORM.

      *> Certificate prompts for the employee and numbers, logs and
      *> writes the certificate; the issuing admin goes on the log.
        PRINT-CERTIFICATE.
           CALL 'SYSTEM' USING 'clear'
           MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           IF WS-AUDIT-ACTOR = SPACES
              MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
           END-IF
           MOVE SPACES TO WS-CERT-COMMAND
           STRING "cobcrun Certificate HR " QUOTE
              FUNCTION TRIM(WS-AUDIT-ACTOR) QUOTE
              DELIMITED BY SIZE INTO WS-CERT-COMMAND
           CALL "SYSTEM" USING BY REFERENCE WS-CERT-COMMAND.

      *> Dependents and SSS beneficiaries, kept by HR. HMO enrolment
      *> here drives the premium the batch payroll deducts, so an
      *> enrolled dependent must carry a plan on HmoPlan.txt.
        DEPENDENT-MAINTENANCE.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||     [26] - DEPENDENTS / BENEFICIARIES   |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
           ACCEPT USER-ID
           OPEN INPUT USER-FILE
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 MOVE "N" TO WS-EMP-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE USER-FILE
           IF WS-EMP-FOUND = "N"
           DISPLAY "|=================================================|"
           DISPLAY "|||||||||||||=========================|||||||||||||"
           DISPLAY "||||||||||||    EMPLOYEE NOT FOUND!    ||||||||||||"
           DISPLAY "|||||||||||||=========================|||||||||||||"
           DISPLAY "|=================================================|"
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM MAIN-MENU
           END-IF
           MOVE USER-ID TO WS-DEP-USER
           DISPLAY "EMPLOYEE: " FUNCTION TRIM(EMPLOYEE-NAME)
           OPEN I-O DEPENDENT-FILE
           IF WS-DEPEND-STATUS NOT = "00"
              OPEN OUTPUT DEPENDENT-FILE
              CLOSE DEPENDENT-FILE
              OPEN I-O DEPENDENT-FILE
           END-IF
           PERFORM LIST-EMPLOYEE-DEPENDENTS
           DISPLAY "[A]DD, [U]PDATE OR [R]EMOVE A DEPENDENT "
              "(BLANK = NONE): " WITH NO ADVANCING
           MOVE SPACE TO WS-DEP-ACTION
           ACCEPT WS-DEP-ACTION
           EVALUATE WS-DEP-ACTION
              WHEN "A"
              WHEN "a"
                 PERFORM ADD-DEPENDENT
              WHEN "U"
              WHEN "u"
                 PERFORM UPDATE-DEPENDENT
              WHEN "R"
              WHEN "r"
                 PERFORM REMOVE-DEPENDENT
           END-EVALUATE
           IF WS-DEP-ACTION NOT = SPACE
              PERFORM LIST-EMPLOYEE-DEPENDENTS
              IF WS-DEP-PRIMARY-COUNT > ZERO
                 AND WS-DEP-PRIMARY-PCT NOT = 100
                 DISPLAY "WARNING: PRIMARY BENEFICIARY SHARES ADD UP "
                    "TO " WS-DEP-PRIMARY-PCT "%, NOT 100%."
              END-IF
           END-IF
           CLOSE DEPENDENT-FILE
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM MAIN-MENU.

        LIST-EMPLOYEE-DEPENDENTS.
           MOVE ZERO TO WS-DEP-COUNT
           MOVE ZERO TO WS-DEP-LAST-SEQ
           MOVE ZERO TO WS-DEP-PRIMARY-PCT
           MOVE ZERO TO WS-DEP-PRIMARY-COUNT
           DISPLAY "|=================================================|"
           DISPLAY "NO NAME                           RELATION   "
              "BIRTH DATE HMO PLAN   BENEF"
           DISPLAY "|=================================================|"
           MOVE WS-DEP-USER TO DEP-USER-ID
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
                    IF DEP-USER-ID NOT = WS-DEP-USER
                       MOVE "Y" TO WS-DEP-END
                    ELSE
                       ADD 1 TO WS-DEP-COUNT
                       MOVE DEP-SEQ TO WS-DEP-LAST-SEQ
                       IF DEP-BENEF-PRIMARY
                          ADD 1 TO WS-DEP-PRIMARY-COUNT
                          ADD DEP-BENEFIT-PCT TO WS-DEP-PRIMARY-PCT
                       END-IF
                       MOVE DEP-BENEFIT-PCT TO WS-DEP-PCT-ED
                       DISPLAY DEP-SEQ " " DEP-NAME(1:30) " "
                          DEP-RELATIONSHIP " " DEP-BIRTH-DATE(1:8)
                          "   " DEP-HMO-FLAG " " DEP-HMO-PLAN " "
                          DEP-BENEFICIARY-FLAG " " WS-DEP-PCT-ED
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY "|=================================================|"
           IF WS-DEP-COUNT = ZERO
              DISPLAY "NO DEPENDENTS ON RECORD."
           END-IF.

        ADD-DEPENDENT.
           IF WS-DEP-LAST-SEQ = 99
              DISPLAY "DEPENDENT LIMIT REACHED. NOT ADDED."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEPENDENT-RECORD
           MOVE WS-DEP-USER TO DEP-USER-ID
           COMPUTE DEP-SEQ = WS-DEP-LAST-SEQ + 1
           MOVE "N" TO DEP-HMO-FLAG
           MOVE "N" TO DEP-BENEFICIARY-FLAG
           MOVE ZERO TO DEP-BENEFIT-PCT
           PERFORM UNTIL DEP-NAME NOT = SPACES
              DISPLAY "[ENTER DEPENDENT NAME]: " WITH NO ADVANCING
              ACCEPT DEP-NAME
           END-PERFORM
           PERFORM ACCEPT-DEPENDENT-FIELDS
           WRITE DEPENDENT-RECORD
              INVALID KEY
                 DISPLAY "ERROR: DEPENDENT NOT RECORDED!"
                 EXIT PARAGRAPH
           END-WRITE
           DISPLAY "DEPENDENT RECORDED: " DEP-SEQ
           MOVE "NONE" TO WS-DEP-OLD-VALUE
           MOVE "DEPENDENT-ADD" TO WS-AUDIT-FIELD
           PERFORM AUDIT-DEPENDENT.

        UPDATE-DEPENDENT.
           PERFORM READ-DEPENDENT-BY-SEQ
           IF WS-DEP-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEP-OLD-VALUE
           STRING DEP-HMO-FLAG " " FUNCTION TRIM(DEP-HMO-PLAN) " "
              DEP-BENEFICIARY-FLAG " " DEP-BENEFIT-PCT
              DELIMITED BY SIZE INTO WS-DEP-OLD-VALUE
           DISPLAY "(PRESS ENTER TO KEEP THE CURRENT VALUE)"
           DISPLAY "[ENTER DEPENDENT NAME]: " WITH NO ADVANCING
           MOVE SPACES TO WS-DEP-NEW-VALUE
           ACCEPT WS-DEP-NEW-VALUE
           IF WS-DEP-NEW-VALUE NOT = SPACES
              MOVE WS-DEP-NEW-VALUE TO DEP-NAME
           END-IF
           PERFORM ACCEPT-DEPENDENT-FIELDS
           REWRITE DEPENDENT-RECORD
              INVALID KEY
                 DISPLAY "ERROR: DEPENDENT NOT RECORDED!"
                 EXIT PARAGRAPH
           END-REWRITE
           DISPLAY "DEPENDENT UPDATED: " DEP-SEQ
           MOVE "DEPENDENT-UPDATE" TO WS-AUDIT-FIELD
           PERFORM AUDIT-DEPENDENT.

        REMOVE-DEPENDENT.
           PERFORM READ-DEPENDENT-BY-SEQ
           IF WS-DEP-FOUND = "N"
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[REMOVE " FUNCTION TRIM(DEP-NAME) "]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE NOT = "Y" AND WS-CHOICE NOT = "y"
              DISPLAY "DEPENDENT NOT REMOVED."
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DEP-OLD-VALUE
           STRING DEP-HMO-FLAG " " FUNCTION TRIM(DEP-HMO-PLAN) " "
              DEP-BENEFICIARY-FLAG " " DEP-BENEFIT-PCT
              DELIMITED BY SIZE INTO WS-DEP-OLD-VALUE
           DELETE DEPENDENT-FILE RECORD
              INVALID KEY
                 DISPLAY "ERROR: DEPENDENT NOT REMOVED!"
                 EXIT PARAGRAPH
           END-DELETE
           DISPLAY "DEPENDENT REMOVED: " DEP-SEQ
           MOVE "N" TO DEP-HMO-FLAG
           MOVE SPACES TO DEP-HMO-PLAN
           MOVE "N" TO DEP-BENEFICIARY-FLAG
           MOVE ZERO TO DEP-BENEFIT-PCT
           MOVE "DEPENDENT-REMOVE" TO WS-AUDIT-FIELD
           PERFORM AUDIT-DEPENDENT.

        READ-DEPENDENT-BY-SEQ.
           MOVE "N" TO WS-DEP-FOUND
           DISPLAY "[ENTER DEPENDENT NO]: " WITH NO ADVANCING
           ACCEPT WS-DEP-SEQ-ENTRY
           IF WS-DEP-SEQ-ENTRY(2:1) = SPACE
              MOVE WS-DEP-SEQ-ENTRY(1:1) TO WS-DEP-SEQ-ENTRY(2:1)
              MOVE "0" TO WS-DEP-SEQ-ENTRY(1:1)
           END-IF
           IF WS-DEP-SEQ-ENTRY IS NOT NUMERIC
              DISPLAY "INVALID DEPENDENT NO."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DEP-USER TO DEP-USER-ID
           MOVE WS-DEP-SEQ-ENTRY TO DEP-SEQ
           READ DEPENDENT-FILE KEY IS DEP-KEY
              INVALID KEY
                 DISPLAY "DEPENDENT NOT FOUND."
              NOT INVALID KEY
                 MOVE "Y" TO WS-DEP-FOUND
           END-READ.

      *> Relationship, birth date, HMO enrolment and beneficiary
      *> designation; ENTER keeps what is already on the record.
        ACCEPT-DEPENDENT-FIELDS.
           MOVE "N" TO WS-DEP-OK
           PERFORM UNTIL WS-DEP-OK = "Y"
              DISPLAY "[RELATIONSHIP (SPOUSE, CHILD, PARENT, SIBLING, "
                 "OTHER)]: " WITH NO ADVANCING
              MOVE SPACES TO WS-DEP-NEW-VALUE
              ACCEPT WS-DEP-NEW-VALUE
              IF WS-DEP-NEW-VALUE NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(WS-DEP-NEW-VALUE)
                    TO DEP-RELATIONSHIP
              END-IF
              IF DEP-SPOUSE OR DEP-CHILD OR DEP-PARENT
                 OR DEP-SIBLING OR DEP-OTHER
                 MOVE "Y" TO WS-DEP-OK
              ELSE
                 DISPLAY "INVALID RELATIONSHIP."
              END-IF
           END-PERFORM
           MOVE "N" TO WS-DEP-OK
           PERFORM UNTIL WS-DEP-OK = "Y"
              DISPLAY "[BIRTH DATE (mm/dd/yy)]: " WITH NO ADVANCING
              MOVE SPACES TO WS-DEP-NEW-VALUE
              ACCEPT WS-DEP-NEW-VALUE
              IF WS-DEP-NEW-VALUE NOT = SPACES
                 MOVE WS-DEP-NEW-VALUE TO WS-CVT-DATE
                 PERFORM CONVERT-DATE-TO-INT
                 IF WS-CVT-INT = ZERO
                    DISPLAY "INVALID DATE."
                 ELSE
                    MOVE WS-DEP-NEW-VALUE TO DEP-BIRTH-DATE
                    MOVE "Y" TO WS-DEP-OK
                 END-IF
              ELSE
                 MOVE "Y" TO WS-DEP-OK
              END-IF
           END-PERFORM
           DISPLAY "[ENROLLED IN THE HMO]? (Y/N): " WITH NO ADVANCING
           MOVE SPACES TO WS-DEP-NEW-VALUE
           ACCEPT WS-DEP-NEW-VALUE
           IF WS-DEP-NEW-VALUE(1:1) = "Y" OR
              WS-DEP-NEW-VALUE(1:1) = "y"
              MOVE "Y" TO DEP-HMO-FLAG
           END-IF
           IF WS-DEP-NEW-VALUE(1:1) = "N" OR
              WS-DEP-NEW-VALUE(1:1) = "n"
              MOVE "N" TO DEP-HMO-FLAG
              MOVE SPACES TO DEP-HMO-PLAN
           END-IF
           IF DEP-HMO-ENROLLED
              PERFORM ACCEPT-DEPENDENT-PLAN
           END-IF
           DISPLAY "[SSS BENEFICIARY (P = PRIMARY, S = SECONDARY, "
              "N = NONE)]: " WITH NO ADVANCING
           MOVE SPACES TO WS-DEP-NEW-VALUE
           ACCEPT WS-DEP-NEW-VALUE
           EVALUATE WS-DEP-NEW-VALUE(1:1)
              WHEN "P"
              WHEN "p"
                 MOVE "P" TO DEP-BENEFICIARY-FLAG
              WHEN "S"
              WHEN "s"
                 MOVE "S" TO DEP-BENEFICIARY-FLAG
              WHEN "N"
              WHEN "n"
                 MOVE "N" TO DEP-BENEFICIARY-FLAG
                 MOVE ZERO TO DEP-BENEFIT-PCT
           END-EVALUATE
           IF DEP-BENEF-PRIMARY OR DEP-BENEF-SECONDARY
              MOVE "N" TO WS-DEP-OK
              PERFORM UNTIL WS-DEP-OK = "Y"
                 DISPLAY "[BENEFICIARY SHARE IN PERCENT (1-100)]: "
                    WITH NO ADVANCING
                 MOVE SPACES TO WS-DEP-PCT-ENTRY
                 ACCEPT WS-DEP-PCT-ENTRY
                 IF WS-DEP-PCT-ENTRY = SPACES
                    AND DEP-BENEFIT-PCT > ZERO
                    MOVE "Y" TO WS-DEP-OK
                 ELSE
                    IF FUNCTION TEST-NUMVAL(WS-DEP-PCT-ENTRY) = ZERO
                       AND FUNCTION NUMVAL(WS-DEP-PCT-ENTRY) >= 1
                       AND FUNCTION NUMVAL(WS-DEP-PCT-ENTRY) <= 100
                       COMPUTE DEP-BENEFIT-PCT =
                          FUNCTION NUMVAL(WS-DEP-PCT-ENTRY)
                       MOVE "Y" TO WS-DEP-OK
                    ELSE
                       DISPLAY "INVALID: WHOLE PERCENT 1-100 ONLY."
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.

        ACCEPT-DEPENDENT-PLAN.
           OPEN INPUT HMO-PLAN-FILE
           IF WS-HMO-PLAN-STATUS NOT = "00"
              DISPLAY "NO HMO PLANS ON FILE. ENROLMENT NOT RECORDED."
              MOVE "N" TO DEP-HMO-FLAG
              MOVE SPACES TO DEP-HMO-PLAN
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEP-OK
           PERFORM UNTIL WS-DEP-OK = "Y"
              DISPLAY "[HMO PLAN CODE]: " WITH NO ADVANCING
              MOVE SPACES TO WS-DEP-NEW-VALUE
              ACCEPT WS-DEP-NEW-VALUE
              IF WS-DEP-NEW-VALUE NOT = SPACES
                 MOVE WS-DEP-NEW-VALUE TO DEP-HMO-PLAN
              END-IF
              MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
              READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                 INVALID KEY
                    DISPLAY "PLAN NOT ON HmoPlan.txt."
                 NOT INVALID KEY
                    MOVE "Y" TO WS-DEP-OK
                    MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-HMO-RATE-ED
                    DISPLAY FUNCTION TRIM(HMO-PLAN-NAME)
                       " - PREMIUM PER PAY: " WS-HMO-RATE-ED
              END-READ
           END-PERFORM
           CLOSE HMO-PLAN-FILE.

        AUDIT-DEPENDENT.
           MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           IF WS-AUDIT-ACTOR = SPACES
              MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
           END-IF
           MOVE SPACES TO WS-AUDIT-KEY
           STRING FUNCTION TRIM(DEP-USER-ID) "/" DEP-SEQ
              DELIMITED BY SIZE INTO WS-AUDIT-KEY
           MOVE WS-DEP-OLD-VALUE TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING DEP-HMO-FLAG " " FUNCTION TRIM(DEP-HMO-PLAN) " "
              DEP-BENEFICIARY-FLAG " " DEP-BENEFIT-PCT
              DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

      *> HMO plan rate table. The monthly rate is what the HMO bills
      *> per enrolled dependent; the deduction per pay is what the
      *> payroll takes for each one.
        HMO-PLAN-MAINTENANCE.
           CALL 'SYSTEM' USING 'clear'
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [28] - HMO PLAN RATES             |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           OPEN I-O HMO-PLAN-FILE
           IF WS-HMO-PLAN-STATUS NOT = "00"
              OPEN OUTPUT HMO-PLAN-FILE
              CLOSE HMO-PLAN-FILE
              OPEN I-O HMO-PLAN-FILE
           END-IF
           DISPLAY "CODE       NAME                            MONTHLY "
              "  PER PAY"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-HMO-END
           PERFORM UNTIL WS-HMO-END = "Y"
              READ HMO-PLAN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HMO-END
                 NOT AT END
                    MOVE HMO-PLAN-MONTHLY-RATE TO WS-HMO-RATE-ED
                    MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-HMO-RATE-ED2
                    DISPLAY HMO-PLAN-CODE " " HMO-PLAN-NAME " "
                       WS-HMO-RATE-ED " " WS-HMO-RATE-ED2
              END-READ
           END-PERFORM
           DISPLAY "|=================================================|"
           DISPLAY "[ADD OR UPDATE A PLAN]? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              MOVE SPACES TO HMO-PLAN-CODE
              PERFORM UNTIL HMO-PLAN-CODE NOT = SPACES
                 DISPLAY "[ENTER PLAN CODE]: " WITH NO ADVANCING
                 ACCEPT HMO-PLAN-CODE
              END-PERFORM
              MOVE "Y" TO WS-HMO-FOUND
              MOVE ZERO TO WS-HMO-OLD-DEDUCT
              READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                 INVALID KEY
                    MOVE "N" TO WS-HMO-FOUND
                    MOVE SPACES TO HMO-PLAN-NAME
                    MOVE ZERO TO HMO-PLAN-MONTHLY-RATE
                    MOVE ZERO TO HMO-PLAN-PERIOD-DEDUCT
                 NOT INVALID KEY
                    MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-HMO-OLD-DEDUCT
                    DISPLAY "CURRENT NAME: " HMO-PLAN-NAME
              END-READ
              DISPLAY "[ENTER PLAN NAME]: " WITH NO ADVANCING
              MOVE SPACES TO WS-DEP-NEW-VALUE
              ACCEPT WS-DEP-NEW-VALUE
              IF WS-DEP-NEW-VALUE NOT = SPACES
                 MOVE WS-DEP-NEW-VALUE TO HMO-PLAN-NAME
              END-IF
              MOVE "N" TO WS-HMO-RATE-OK
              PERFORM UNTIL WS-HMO-RATE-OK = "Y"
                 MOVE HMO-PLAN-MONTHLY-RATE TO WS-HMO-RATE-ED
                 DISPLAY "[MONTHLY RATE PER DEPENDENT (" WS-HMO-RATE-ED
                    ")]: " WITH NO ADVANCING
                 PERFORM ACCEPT-HMO-RATE
                 IF WS-HMO-RATE-OK = "Y"
                    AND WS-HMO-RATE-ENTRY NOT = SPACES
                    COMPUTE HMO-PLAN-MONTHLY-RATE ROUNDED =
                       FUNCTION NUMVAL(WS-HMO-RATE-ENTRY)
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-HMO-RATE-OK
              PERFORM UNTIL WS-HMO-RATE-OK = "Y"
                 MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-HMO-RATE-ED
                 DISPLAY "[DEDUCTION PER PAY PER DEPENDENT ("
                    WS-HMO-RATE-ED ")]: " WITH NO ADVANCING
                 PERFORM ACCEPT-HMO-RATE
                 IF WS-HMO-RATE-OK = "Y"
                    AND WS-HMO-RATE-ENTRY NOT = SPACES
                    COMPUTE HMO-PLAN-PERIOD-DEDUCT ROUNDED =
                       FUNCTION NUMVAL(WS-HMO-RATE-ENTRY)
                 END-IF
              END-PERFORM
              MOVE "N" TO WS-HMO-SAVED
              IF WS-HMO-FOUND = "Y"
                 REWRITE HMO-PLAN-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: PLAN NOT RECORDED!"
                    NOT INVALID KEY
                       MOVE "Y" TO WS-HMO-SAVED
                 END-REWRITE
              ELSE
                 WRITE HMO-PLAN-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: PLAN NOT RECORDED!"
                    NOT INVALID KEY
                       MOVE "Y" TO WS-HMO-SAVED
                 END-WRITE
              END-IF
              IF WS-HMO-SAVED = "Y"
                 DISPLAY "PLAN RECORDED: " HMO-PLAN-CODE
              END-IF
              IF WS-HMO-SAVED = "Y"
                 AND HMO-PLAN-PERIOD-DEDUCT NOT = WS-HMO-OLD-DEDUCT
                 MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
                 IF WS-AUDIT-ACTOR = SPACES
                    MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
                 END-IF
                 MOVE HMO-PLAN-CODE TO WS-AUDIT-KEY
                 MOVE "HMO-PLAN-DEDUCTION" TO WS-AUDIT-FIELD
                 MOVE WS-HMO-OLD-DEDUCT TO WS-HMO-RATE-ED
                 MOVE WS-HMO-RATE-ED TO WS-AUDIT-OLD-VALUE
                 MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-HMO-RATE-ED
                 MOVE WS-HMO-RATE-ED TO WS-AUDIT-NEW-VALUE
                 PERFORM APPEND-AUDIT-LOG
              END-IF
           END-IF
           CLOSE HMO-PLAN-FILE
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM PROCESS-PAYSLIP.

      *> Blank keeps the current rate.
        ACCEPT-HMO-RATE.
           MOVE SPACES TO WS-HMO-RATE-ENTRY
           ACCEPT WS-HMO-RATE-ENTRY
           MOVE "Y" TO WS-HMO-RATE-OK
           IF WS-HMO-RATE-ENTRY NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-HMO-RATE-ENTRY) NOT = ZERO
                 MOVE "N" TO WS-HMO-RATE-OK
              ELSE
                 IF FUNCTION NUMVAL(WS-HMO-RATE-ENTRY) < ZERO
                    OR FUNCTION NUMVAL(WS-HMO-RATE-ENTRY) >= 100000
                    MOVE "N" TO WS-HMO-RATE-OK
                 END-IF
              END-IF
           END-IF
           IF WS-HMO-RATE-OK = "N"
              DISPLAY "INVALID: AMOUNT 0.00-99999.99 ONLY."
           END-IF.

      *> Leave and overtime requests route to these two; both must be
      *> employees on Record.txt. Blank is allowed and sends the
      *> department's requests to HR.
        ACCEPT-DEPT-APPROVERS.
           MOVE "N" TO WS-APPROVER-OK
           PERFORM UNTIL WS-APPROVER-OK = "Y"
              DISPLAY "[ENTER DEPARTMENT HEAD USER-ID (BLANK = NONE)]: "
                 WITH NO ADVANCING
              ACCEPT WS-DEPT-HEAD-ENTRY
              MOVE WS-DEPT-HEAD-ENTRY TO WS-APPROVER-CHECK
              PERFORM VALIDATE-APPROVER-ID
           END-PERFORM
           MOVE "N" TO WS-APPROVER-OK
           PERFORM UNTIL WS-APPROVER-OK = "Y"
              DISPLAY "[ENTER ALTERNATE APPROVER USER-ID "
                 "(BLANK = NONE)]: " WITH NO ADVANCING
              ACCEPT WS-DEPT-ALT-ENTRY
              MOVE WS-DEPT-ALT-ENTRY TO WS-APPROVER-CHECK
              PERFORM VALIDATE-APPROVER-ID
              IF WS-APPROVER-OK = "Y" AND WS-DEPT-ALT-ENTRY NOT = SPACES
                 AND WS-DEPT-ALT-ENTRY = WS-DEPT-HEAD-ENTRY
                 DISPLAY "THE ALTERNATE MUST DIFFER FROM THE HEAD."
                 MOVE "N" TO WS-APPROVER-OK
              END-IF
           END-PERFORM.

        VALIDATE-APPROVER-ID.
           MOVE "Y" TO WS-APPROVER-OK
           IF WS-APPROVER-CHECK = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-APPROVER-CHECK TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 DISPLAY "USER-ID NOT ON FILE."
                 MOVE "N" TO WS-APPROVER-OK
           END-READ
           CLOSE USER-FILE.

        AUDIT-DEPT-APPROVERS.
           MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           IF WS-AUDIT-ACTOR = SPACES
              MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
           END-IF
           MOVE DEPT-CODE TO WS-AUDIT-KEY
           IF DEPT-HEAD-USER-ID NOT = WS-DEPT-OLD-HEAD
              MOVE "DEPT-HEAD" TO WS-AUDIT-FIELD
              MOVE WS-DEPT-OLD-HEAD TO WS-AUDIT-OLD-VALUE
              MOVE DEPT-HEAD-USER-ID TO WS-AUDIT-NEW-VALUE
              PERFORM APPEND-AUDIT-LOG
           END-IF
           IF DEPT-ALT-APPROVER-ID NOT = WS-DEPT-OLD-ALT
              MOVE "DEPT-ALT-APPROVER" TO WS-AUDIT-FIELD
              MOVE WS-DEPT-OLD-ALT TO WS-AUDIT-OLD-VALUE
              MOVE DEPT-ALT-APPROVER-ID TO WS-AUDIT-NEW-VALUE
              PERFORM APPEND-AUDIT-LOG
           END-IF.

        RECORD-DEPT-TRANSFER.
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
              DISPLAY "PAY PERIOD RECORDED: " PERIOD-CODE
           END-IF
           CLOSE PERIOD-FILE
           DISPLAY "[GENERATE A FULL YEAR OF PAY PERIODS]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              CALL "SYSTEM" USING BY REFERENCE "cobcrun PeriodGen"
           END-IF
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           PERFORM MAIN-MENU.
              MOVE FUNCTION INTEGER-OF-DATE(WS-CVT-YMD) TO WS-CVT-INT
           END-IF.

      *> Basic pay for daily- and hourly-rated employees is built from
      *> the days actually worked on the daily time records instead of
      *> a monthly salary. Approved paid leave in the period is paid at
      *> the day rate; work on a special non-working day earns a 30%
      *> premium on that day's pay (returned in WS-WORK-SPEC-PREMIUM).
        COMPUTE-WORKED-BASIC.
           MOVE ZERO TO BASIC-SALARY
           MOVE ZERO TO WS-WORK-DAYS-PAID
           MOVE ZERO TO WS-WORK-MINUTES
           MOVE ZERO TO WS-WORK-SPEC-PREMIUM
           PERFORM SET-WORK-DAY-RATE
           MOVE SPACES TO WS-PERIOD-BASE
           UNSTRING PAYSLIP-PERIOD DELIMITED BY "*ADJ"
              INTO WS-PERIOD-BASE

           OPEN INPUT SHIFT-FILE
           IF WS-SHIFT-STATUS = "00"
              MOVE "Y" TO WS-SHIFT-OPEN
           ELSE
              MOVE "N" TO WS-SHIFT-OPEN
           END-IF
           OPEN INPUT SHIFT-ASG-FILE
           IF WS-SHFASG-STATUS = "00"
              MOVE "Y" TO WS-SHFASG-OPEN
           ELSE
              MOVE "N" TO WS-SHFASG-OPEN
           END-IF
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS NOT = "00"
              OPEN OUTPUT HOLIDAY-FILE
              CLOSE HOLIDAY-FILE
              OPEN INPUT HOLIDAY-FILE
           END-IF

           OPEN INPUT DTR-FILE
           IF WS-DTR-STATUS NOT = "00"
              OPEN OUTPUT DTR-FILE
              CLOSE DTR-FILE
              OPEN INPUT DTR-FILE
           END-IF
           MOVE USERNAME TO DTR-SLIP-CODE
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
                    IF DTR-SLIP-CODE NOT = USERNAME
                       MOVE "Y" TO WS-DTR-END
                    ELSE
                       IF DTR-PERIOD = WS-PERIOD-BASE
                          AND DTR-TIME-IN NOT = SPACES
                          PERFORM ADD-WORKED-DAY
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE DTR-FILE
           CLOSE HOLIDAY-FILE
           IF WS-SHIFT-OPEN = "Y"
              CLOSE SHIFT-FILE
           END-IF
           IF WS-SHFASG-OPEN = "Y"
              CLOSE SHIFT-ASG-FILE
           END-IF

           IF WORK-BASIS-HOURLY
              COMPUTE BASIC-SALARY ROUNDED =
                 WS-WORK-MINUTES * EMPLOYEE-PAY-RATE / 60
           ELSE
              COMPUTE BASIC-SALARY ROUNDED =
                 WS-WORK-DAYS-PAID * WS-WORK-DAY-RATE
           END-IF

           PERFORM LOOKUP-LEAVE
           IF WS-LEAVE-FOUND = "Y"
              AND (LEAVE-APPROVED OR LEAVE-CLOSED)
              COMPUTE BASIC-SALARY ROUNDED = BASIC-SALARY
                 + (LEAVE-DAYS * WS-WORK-DAY-RATE)
           END-IF.

      *> Pay basis and day rate of the employee in EMPLOYEE-RECORD;
      *> hourly staff are costed at an eight-hour day.
        SET-WORK-DAY-RATE.
           MOVE EMPLOYEE-PAY-BASIS TO WS-WORK-PAY-BASIS
           IF WORK-BASIS-HOURLY
              COMPUTE WS-WORK-DAY-RATE = EMPLOYEE-PAY-RATE * 8
           ELSE
              MOVE EMPLOYEE-PAY-RATE TO WS-WORK-DAY-RATE
           END-IF.

        ADD-WORKED-DAY.
           MOVE ZERO TO WS-WORK-DAY-PAY
           IF WORK-BASIS-HOURLY
              PERFORM GET-DAY-SHIFT-MINUTES
              MOVE DTR-TIME-IN TO WS-HHMM-CHECK
              PERFORM PARSE-HHMM
              IF WS-HHMM-VALID = "N"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-HHMM-MIN TO WS-DAY-IN-MIN
              MOVE DTR-TIME-OUT TO WS-HHMM-CHECK
              PERFORM PARSE-HHMM
              IF WS-HHMM-VALID = "N"
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-HHMM-MIN TO WS-DAY-OUT-MIN
              IF WS-DAY-OUT-MIN <= WS-DAY-IN-MIN
                 ADD 1440 TO WS-DAY-OUT-MIN
              END-IF
              COMPUTE WS-DAY-SPAN-MIN =
                 WS-DAY-OUT-MIN - WS-DAY-IN-MIN - WS-DAY-BREAK-MIN
              IF WS-DAY-SPAN-MIN < ZERO
                 MOVE ZERO TO WS-DAY-SPAN-MIN
              END-IF
              IF WS-DAY-SPAN-MIN > WS-DAY-PAID-MIN
                 MOVE WS-DAY-PAID-MIN TO WS-DAY-SPAN-MIN
              END-IF
              ADD WS-DAY-SPAN-MIN TO WS-WORK-MINUTES
              COMPUTE WS-WORK-DAY-PAY ROUNDED =
                 WS-DAY-SPAN-MIN * EMPLOYEE-PAY-RATE / 60
           ELSE
              ADD 1 TO WS-WORK-DAYS-PAID
              MOVE WS-WORK-DAY-RATE TO WS-WORK-DAY-PAY
           END-IF
           MOVE DTR-DATE TO HOL-DATE
           READ HOLIDAY-FILE KEY IS HOL-DATE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HOL-SPECIAL
                    COMPUTE WS-WORK-SPEC-PREMIUM ROUNDED =
                       WS-WORK-SPEC-PREMIUM + (WS-WORK-DAY-PAY * 0.30)
                 END-IF
           END-READ.

      *> Paid minutes and unpaid break for the shift the employee was
      *> assigned on the DTR date; 08:00-17:00 with a one-hour break
      *> when no shift applies.
        GET-DAY-SHIFT-MINUTES.
           MOVE 480 TO WS-DAY-PAID-MIN
           MOVE 60 TO WS-DAY-BREAK-MIN
           MOVE SPACES TO WS-DAY-SHIFT-CODE
           IF WS-SHIFT-OPEN = "N" OR WS-SHFASG-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE DTR-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-YMD TO WS-DAY-YMD
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
                 EXIT PARAGRAPH
           END-READ
           MOVE SHIFT-START-TIME TO WS-HHMM-CHECK
           PERFORM PARSE-HHMM
           IF WS-HHMM-VALID = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-MIN TO WS-SHF-START-MIN
           MOVE SHIFT-END-TIME TO WS-HHMM-CHECK
           PERFORM PARSE-HHMM
           IF WS-HHMM-VALID = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-HHMM-MIN TO WS-SHF-END-MIN
           IF WS-SHF-END-MIN <= WS-SHF-START-MIN
              ADD 1440 TO WS-SHF-END-MIN
           END-IF
           MOVE SHIFT-BREAK-MINUTES TO WS-DAY-BREAK-MIN
           IF WS-SHF-END-MIN - WS-SHF-START-MIN > WS-DAY-BREAK-MIN
              COMPUTE WS-DAY-PAID-MIN = WS-SHF-END-MIN
                 - WS-SHF-START-MIN - WS-DAY-BREAK-MIN
           END-IF.

        PARSE-HHMM.
           MOVE "N" TO WS-HHMM-VALID
           MOVE ZERO TO WS-HHMM-MIN
           IF WS-HHMM-CHECK(1:2) IS NUMERIC AND
              WS-HHMM-CHECK(3:1) = ":" AND
              WS-HHMM-CHECK(4:2) IS NUMERIC
              MOVE WS-HHMM-CHECK(1:2) TO WS-HHMM-HH
              MOVE WS-HHMM-CHECK(4:2) TO WS-HHMM-NN
              IF WS-HHMM-HH <= 23 AND WS-HHMM-NN <= 59
                 COMPUTE WS-HHMM-MIN = (WS-HHMM-HH * 60) + WS-HHMM-NN
                 MOVE "Y" TO WS-HHMM-VALID
              END-IF
           END-IF.

        PRORATE-BASIC-FOR-PERIOD.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:14)
              TO ADMIN-SESSION-LINE(16:14)
           MOVE WS-SESSION-USER TO ADMIN-SESSION-LINE(36:30)
           WRITE ADMIN-SESSION-LINE
           CLOSE ADMIN-SESSION-FILE.

           DISPLAY "|||||   [6] - APPROVE/REJECT LEAVE REQUEST    |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           PERFORM GET-ESCALATION-DAYS
           PERFORM SHOW-HR-LEAVE-QUEUE
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
           ACCEPT WS-APPR-USER-ID
           OPEN I-O LEAVE-FILE
                 " AND CANNOT BE RE-DECIDED."
              EXIT PARAGRAPH
           END-IF
           MOVE LEAVE-USER-ID TO WS-RTE-USER-ID
           MOVE LEAVE-FILED-DATE TO WS-RTE-FILED
           PERFORM ROUTE-ONE-REQUEST
           PERFORM CONFIRM-HR-DECISION
           IF WS-DECIDED-AS = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE LEAVE-USER-ID TO LEAVE-BAL-USER-ID
           PERFORM GET-LEAVE-BALANCE-ADM
           DISPLAY "LEAVE TYPE: " LEAVE-TYPE
           ELSE
              SET LEAVE-REJECTED TO TRUE
           END-IF
           MOVE WS-DECIDED-BY TO LEAVE-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LEAVE-DECIDED-DATE
           MOVE WS-DECIDED-AS TO LEAVE-DECIDED-AS
           REWRITE LEAVE-RECORD
           DISPLAY "LEAVE REQUEST UPDATED: " LEAVE-STATUS
           MOVE WS-DECIDED-BY TO WS-AUDIT-ACTOR
           MOVE LEAVE-USER-ID TO WS-AUDIT-KEY
           MOVE "LEAVE-DECISION" TO WS-AUDIT-FIELD
           MOVE "PENDING" TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING FUNCTION TRIM(LEAVE-STATUS) " AS "
              FUNCTION TRIM(LEAVE-DECIDED-AS)
              DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           MOVE LEAVE-USER-ID TO WS-NOTIFY-USER-ID
           MOVE SPACES TO WS-NOTIFY-SUBJECT
           STRING "LEAVE REQUEST " FUNCTION TRIM(LEAVE-STATUS)
           DISPLAY "|||||     [8] - APPROVE/REJECT OT REQUEST     |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           PERFORM GET-ESCALATION-DAYS
           PERFORM SHOW-HR-OT-QUEUE
           DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
           ACCEPT WS-APPR-USER-ID
           OPEN I-O OT-FILE
                 " AND CANNOT BE RE-DECIDED."
              EXIT PARAGRAPH
           END-IF
           MOVE OT-USER-ID TO WS-RTE-USER-ID
           MOVE OT-FILED-DATE TO WS-RTE-FILED
           PERFORM ROUTE-ONE-REQUEST
           PERFORM CONFIRM-HR-DECISION
           IF WS-DECIDED-AS = SPACES
              EXIT PARAGRAPH
           END-IF
           DISPLAY "PERIOD: " OT-PERIOD
           DISPLAY "OVERTIME HOURS: " OT-OVERTIME-HOURS
           DISPLAY "NIGHT DIFFERENTIAL HOURS: " OT-NIGHT-DIFF-HOURS
           ELSE
              SET OT-REJECTED TO TRUE
           END-IF
           MOVE WS-DECIDED-BY TO OT-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO OT-DECIDED-DATE
           MOVE WS-DECIDED-AS TO OT-DECIDED-AS
           REWRITE OT-RECORD
           DISPLAY "OVERTIME REQUEST UPDATED: " OT-STATUS
           MOVE WS-DECIDED-BY TO WS-AUDIT-ACTOR
           MOVE OT-USER-ID TO WS-AUDIT-KEY
           MOVE "OT-DECISION" TO WS-AUDIT-FIELD
           MOVE "PENDING" TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING FUNCTION TRIM(OT-STATUS) " AS "
              FUNCTION TRIM(OT-DECIDED-AS)
              DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           MOVE OT-USER-ID TO WS-NOTIFY-USER-ID
           MOVE SPACES TO WS-NOTIFY-SUBJECT
           STRING "OVERTIME REQUEST " FUNCTION TRIM(OT-STATUS)
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY2
           PERFORM NOTIFY-EMPLOYEE.

      *> HR's side of the routing: requests that escalated past the
      *> department approver, or whose department has no approver, are
      *> listed first; the rest are only counted as still with heads.
        SHOW-HR-LEAVE-QUEUE.
           MOVE ZERO TO WS-HRQ-COUNT
           MOVE ZERO TO WS-HRQ-HELD
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ROUTING-FILES
           DISPLAY "AWAITING HR:"
           DISPLAY "USER-ID                        PERIOD"
              "                         TYPE       DAYS ROUTE"
           MOVE "N" TO WS-HRQ-END
           PERFORM UNTIL WS-HRQ-END = "Y"
              READ LEAVE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HRQ-END
                 NOT AT END
                    IF LEAVE-PENDING
                       MOVE LEAVE-USER-ID TO WS-RTE-USER-ID
                       MOVE LEAVE-FILED-DATE TO WS-RTE-FILED
                       PERFORM ROUTE-APPROVAL
                       IF WS-RTE-STATE = "ROUTED"
                          ADD 1 TO WS-HRQ-HELD
                       ELSE
                          ADD 1 TO WS-HRQ-COUNT
                          DISPLAY LEAVE-USER-ID " " LEAVE-PERIOD " "
                             LEAVE-TYPE " " LEAVE-DAYS "  "
                             WS-RTE-STATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY WS-HRQ-COUNT " REQUEST(S) AWAITING HR; " WS-HRQ-HELD
              " STILL WITH DEPARTMENT APPROVERS."
           DISPLAY "|=================================================|"
           PERFORM CLOSE-ROUTING-FILES
           CLOSE LEAVE-FILE.

        SHOW-HR-OT-QUEUE.
           MOVE ZERO TO WS-HRQ-COUNT
           MOVE ZERO TO WS-HRQ-HELD
           OPEN INPUT OT-FILE
           IF WS-OT-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ROUTING-FILES
           DISPLAY "AWAITING HR:"
           DISPLAY "USER-ID                        PERIOD"
              "                         OT  ND  HOL ROUTE"
           MOVE "N" TO WS-HRQ-END
           PERFORM UNTIL WS-HRQ-END = "Y"
              READ OT-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-HRQ-END
                 NOT AT END
                    IF OT-PENDING
                       MOVE OT-USER-ID TO WS-RTE-USER-ID
                       MOVE OT-FILED-DATE TO WS-RTE-FILED
                       PERFORM ROUTE-APPROVAL
                       IF WS-RTE-STATE = "ROUTED"
                          ADD 1 TO WS-HRQ-HELD
                       ELSE
                          ADD 1 TO WS-HRQ-COUNT
                          DISPLAY OT-USER-ID " " OT-PERIOD " "
                             OT-OVERTIME-HOURS " " OT-NIGHT-DIFF-HOURS
                             " " OT-HOLIDAY-HOURS " " WS-RTE-STATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           DISPLAY WS-HRQ-COUNT " REQUEST(S) AWAITING HR; " WS-HRQ-HELD
              " STILL WITH DEPARTMENT APPROVERS."
           DISPLAY "|=================================================|"
           PERFORM CLOSE-ROUTING-FILES
           CLOSE OT-FILE.

      *> Sets WS-DECIDED-AS for an HR decision, or leaves it blank when
      *> HR declines to step in ahead of the department approver.
        CONFIRM-HR-DECISION.
           MOVE WS-SESSION-USER TO WS-DECIDED-BY
           IF WS-DECIDED-BY = SPACES
              MOVE WS-SESSION-ROLE TO WS-DECIDED-BY
           END-IF
           MOVE WS-RTE-AGE TO WS-RTE-AGE-ED
           EVALUATE WS-RTE-STATE
              WHEN "ROUTED"
                 DISPLAY "ROUTED TO DEPARTMENT HEAD: " WS-RTE-HEAD
                 DISPLAY "ALTERNATE APPROVER: " WS-RTE-ALT
                 DISPLAY "FILED " FUNCTION TRIM(WS-RTE-AGE-ED)
                    " DAY(S) AGO; ESCALATES TO HR AFTER "
                    WS-ESCALATE-DAYS " DAY(S)."
                 DISPLAY "[OVERRIDE THE DEPARTMENT APPROVER AND DECIDE "
                    "NOW]? (Y/N): " WITH NO ADVANCING
                 ACCEPT WS-HRQ-OVERRIDE
                 IF WS-HRQ-OVERRIDE = "Y" OR WS-HRQ-OVERRIDE = "y"
                    MOVE "OVERRIDE" TO WS-DECIDED-AS
                 ELSE
                    MOVE SPACES TO WS-DECIDED-AS
                    DISPLAY "REQUEST LEFT WITH THE DEPARTMENT APPROVER."
                 END-IF
              WHEN "ESCALATED"
                 DISPLAY "ESCALATED TO HR: NOT DECIDED BY THE "
                    "DEPARTMENT APPROVER IN TIME."
                 MOVE "ESCALATED" TO WS-DECIDED-AS
              WHEN OTHER
                 DISPLAY "NO DEPARTMENT APPROVER ON FILE: HR DECIDES."
                 MOVE "HR" TO WS-DECIDED-AS
           END-EVALUATE.

        OPEN-ROUTING-FILES.
           OPEN INPUT USER-FILE
           MOVE "N" TO WS-RTE-DEPT-OPEN
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-RTE-DEPT-OPEN
           END-IF.

        CLOSE-ROUTING-FILES.
           IF WS-RTE-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF
           CLOSE USER-FILE.

        ROUTE-ONE-REQUEST.
           PERFORM GET-ESCALATION-DAYS
           PERFORM OPEN-ROUTING-FILES
           PERFORM ROUTE-APPROVAL
           PERFORM CLOSE-ROUTING-FILES.

      *> Works out who decides the request for WS-RTE-USER-ID filed on
      *> WS-RTE-FILED. USER-FILE (and DEPT-FILE when WS-RTE-DEPT-OPEN
      *> is Y) must be open. WS-RTE-STATE comes back ROUTED (with the
      *> head/alternate who may decide it), ESCALATED (past the age,
      *> or filed before routing existed) or UNROUTED (no approver).
      *> Nobody approves their own request: a head's request goes to
      *> the alternate and the alternate's to the head.
        ROUTE-APPROVAL.
           MOVE SPACES TO WS-RTE-DEPT
           MOVE SPACES TO WS-RTE-HEAD
           MOVE SPACES TO WS-RTE-ALT
           MOVE ZERO TO WS-RTE-AGE
           MOVE WS-RTE-USER-ID TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE EMPLOYEE-DEPT-CODE TO WS-RTE-DEPT
           END-READ
           IF WS-RTE-DEPT NOT = SPACES AND WS-RTE-DEPT-OPEN = "Y"
              MOVE WS-RTE-DEPT TO DEPT-CODE
              READ DEPT-FILE KEY IS DEPT-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE DEPT-HEAD-USER-ID TO WS-RTE-HEAD
                    MOVE DEPT-ALT-APPROVER-ID TO WS-RTE-ALT
              END-READ
           END-IF
           IF WS-RTE-HEAD = WS-RTE-USER-ID
              MOVE SPACES TO WS-RTE-HEAD
           END-IF
           IF WS-RTE-ALT = WS-RTE-USER-ID
              MOVE SPACES TO WS-RTE-ALT
           END-IF
           IF WS-RTE-HEAD = SPACES AND WS-RTE-ALT = SPACES
              MOVE "UNROUTED" TO WS-RTE-STATE
              EXIT PARAGRAPH
           END-IF
           IF WS-RTE-FILED IS NOT NUMERIC
              MOVE "ESCALATED" TO WS-RTE-STATE
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RTE-FILED TO WS-RTE-FILED-YMD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO WS-RTE-TODAY
           COMPUTE WS-RTE-AGE =
              FUNCTION INTEGER-OF-DATE(WS-RTE-TODAY)
              - FUNCTION INTEGER-OF-DATE(WS-RTE-FILED-YMD)
           IF WS-RTE-AGE >= WS-ESCALATE-DAYS
              MOVE "ESCALATED" TO WS-RTE-STATE
           ELSE
              MOVE "ROUTED" TO WS-RTE-STATE
           END-IF.

        GET-ESCALATION-DAYS.
           MOVE 3 TO WS-ESCALATE-DAYS
           OPEN INPUT APPROVAL-CONFIG-FILE
           IF WS-APPR-CFG-STATUS = "00"
              READ APPROVAL-CONFIG-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF APPROVAL-CONFIG-LINE(1:3) IS NUMERIC
                       MOVE APPROVAL-CONFIG-LINE(1:3)
                          TO WS-ESCALATE-DAYS
                    END-IF
              END-READ
              CLOSE APPROVAL-CONFIG-FILE
           END-IF.

      *> Notifications ride the same mail path SEND-PAYSLIP uses: the
      *> notice is written to a small text file and handed to
      *> SendPayslip.py with the employee email on file, and every
           DISPLAY "LOAN AMORTIZATION: " WS-ED-AMOUNT
           MOVE FD-ARREARS TO WS-ED-AMOUNT
           DISPLAY "ARREARS RECOVERED: " WS-ED-AMOUNT
           PERFORM LOOKUP-HMO-DEDUCTION
           IF WS-HMO-FOUND = "Y"
              MOVE HMD-PREMIUM TO WS-ED-AMOUNT
              DISPLAY "HMO DEPENDENT PREMIUM (" HMD-MEMBERS "): "
                 WS-ED-AMOUNT
           END-IF
           PERFORM LOOKUP-DEFERRAL
           IF WS-DEFER-FOUND = "Y"
              MOVE DEF-TOTAL TO WS-ED-AMOUNT
              DISPLAY "DEFERRED (NOT DEDUCTED): " WS-ED-AMOUNT
              IF DEF-LOAN-SSS > ZERO
                 MOVE DEF-LOAN-SSS TO WS-ED-AMOUNT
                 DISPLAY "   SSS LOAN: " WS-ED-AMOUNT
              END-IF
              IF DEF-LOAN-PAGIBIG > ZERO
                 MOVE DEF-LOAN-PAGIBIG TO WS-ED-AMOUNT
                 DISPLAY "   PAGIBIG LOAN: " WS-ED-AMOUNT
              END-IF
              IF DEF-LOAN-CASHADV > ZERO
                 MOVE DEF-LOAN-CASHADV TO WS-ED-AMOUNT
                 DISPLAY "   CASH ADVANCE: " WS-ED-AMOUNT
              END-IF
              IF DEF-ARREARS > ZERO
                 MOVE DEF-ARREARS TO WS-ED-AMOUNT
                 DISPLAY "   ARREARS: " WS-ED-AMOUNT
              END-IF
           END-IF
           MOVE FD-LATE TO WS-ED-AMOUNT
           DISPLAY "LATE/S: " WS-ED-AMOUNT
           MOVE FD-ABSENT TO WS-ED-AMOUNT
           STRING "ARREARS RECOVERED: " WS-ED-AMOUNT
              DELIMITED BY SIZE INTO EXPORT-LINE
           WRITE EXPORT-LINE
           PERFORM LOOKUP-HMO-DEDUCTION
           IF WS-HMO-FOUND = "Y"
              MOVE SPACES TO EXPORT-LINE
              MOVE HMD-PREMIUM TO WS-ED-AMOUNT
              STRING "HMO DEPENDENT PREMIUM (" HMD-MEMBERS "): "
                 WS-ED-AMOUNT
                 DELIMITED BY SIZE INTO EXPORT-LINE
              WRITE EXPORT-LINE
           END-IF
           PERFORM LOOKUP-DEFERRAL
           IF WS-DEFER-FOUND = "Y"
              PERFORM EXPORT-DEFERRAL-LINES
           END-IF
           MOVE SPACES TO EXPORT-LINE
           MOVE FD-LATE TO WS-ED-AMOUNT
           STRING "LATE/S: " WS-ED-AMOUNT
