                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-DEPT-STATUS.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISPUTE-KEY
                FILE STATUS IS WS-DISPUTE-STATUS.

            SELECT APPROVAL-CONFIG-FILE ASSIGN TO "ApprovalConfig.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPR-CFG-STATUS.

            SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NOTIFY-LOG-FILE ASSIGN TO "NotifyLog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NOTIFY-LOG-STATUS.

            SELECT LOAN-FILE ASSIGN TO "Loan.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LOAN-KEY
                FILE STATUS IS WS-LOAN-STATUS.

            SELECT LOAN-APP-FILE ASSIGN TO "LoanApplication.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LAPP-KEY
                FILE STATUS IS WS-LAPP-STATUS.

            SELECT LOAN-POLICY-FILE ASSIGN TO "LoanPolicy.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LPOL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
      *> terminal goes stale after the configured idle age instead of
      *> working forever.
       FD ADMIN-SESSION-FILE.
       01 ADMIN-SESSION-LINE PIC X(65).

       FD EMP-SESSION-FILE.
       01 EMP-SESSION-LINE PIC X(50).
       FD DEPT-FILE.
           COPY "DEPTREC.cpy".

       FD COMPANY-FILE.
           COPY "COMPANYREC.cpy".

       FD DEPT-ASG-FILE.
           COPY "DEPTASGREC.cpy".

       FD DISPUTE-FILE.
           COPY "DISPUTEREC.cpy".

      *> First line: days a leave/overtime request waits for the
      *> department approver before it escalates to HR (default 3).
       FD APPROVAL-CONFIG-FILE.
       01 APPROVAL-CONFIG-LINE PIC X(10).

       FD NOTIFY-FILE.
       01 NOTIFY-LINE PIC X(80).

       FD NOTIFY-LOG-FILE.
       01 NOTIFY-LOG-LINE PIC X(160).

       FD LOAN-FILE.
           COPY "LOANREC.cpy".

       FD LOAN-APP-FILE.
           COPY "LOANAPPREC.cpy".

      *> One KEYWORD=VALUE per line: MAX-AMOUNT (largest principal an
      *> employee may apply for), MAX-TERM (longest term in pay
      *> periods), CAPACITY-PCT (share of average net pay all loan
      *> amortizations together may take) and HISTORY-SLIPS (how many
      *> recent payslips are averaged). Missing lines keep defaults.
       FD LOAN-POLICY-FILE.
       01 LOAN-POLICY-LINE PIC X(40).

       FD DEFER-FILE.
           COPY "DEFERREC.cpy".

       FD DEPENDENT-FILE.
           COPY "DEPENDREC.cpy".

       FD HMO-PLAN-FILE.
           COPY "HMOPLANREC.cpy".

       FD HMO-DEDUCT-FILE.
           COPY "HMODEDREC.cpy".

       WORKING-STORAGE SECTION.
        01 WS-XREF-STATUS PIC XX.
        01 WS-XREF-HIT PIC X VALUE "N".
       01 CHOICE PIC 99.
       01 WS-OPEN PIC X.
       01 WS-INPUT-PASSWORD PIC X(30).
       01 ATT-REC PIC X(100) VALUE "python3 Attendance.py".
       01 WS-DEPT-STATUS PIC XX.
       01 WS-DEPT-CHECK PIC X(10).
       01 WS-DEPT-OK PIC X VALUE "N".
       01 WS-COMPANY-STATUS PIC XX.
       01 WS-COMPANY-CHECK PIC X(10).
       01 WS-COMPANY-OK PIC X VALUE "N".
       01 WS-DEPTASG-STATUS PIC XX.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DSP-FOUND PIC X VALUE "N".
       01 WS-SESS-THEN-MIN PIC 9(9).
       01 WS-SESS-NOW-MIN PIC 9(9).
       01 WS-SESS-AGE PIC S9(9).
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
       01 WS-QUEUE-AGAIN PIC X VALUE "Y".
       01 WS-QUEUE-END PIC X VALUE "N".
       01 WS-QUEUE-COUNT PIC 99 VALUE ZERO.
       01 WS-QUEUE-PICK PIC 99 VALUE ZERO.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 50 TIMES.
              10 WS-QUEUE-TYPE PIC X(5).
              10 WS-QUEUE-USER PIC X(30).
              10 WS-QUEUE-PERIOD PIC X(30).
       01 WS-QUEUE-DECISION PIC X.
       01 WS-QUEUE-AS PIC X(10).
       01 WS-NOTIFY-FILENAME PIC X(40).
       01 WS-NOTIFY-LOG-STATUS PIC XX.
       01 WS-NOTIFY-USER-ID PIC X(30).
       01 WS-NOTIFY-SUBJECT PIC X(40).
       01 WS-NOTIFY-BODY1 PIC X(60).
       01 WS-NOTIFY-BODY2 PIC X(60).
       01 WS-NOTIFY-SENT PIC X VALUE "N".
       01 WS-LOAN-STATUS PIC XX.
       01 WS-LAPP-STATUS PIC XX.
       01 WS-LPOL-STATUS PIC XX.
       01 WS-LPOL-END PIC X VALUE "N".
       01 WS-LPOL-KEYWORD PIC X(20).
       01 WS-LPOL-VALUE PIC X(20).
       01 WS-LPOL-MAX-AMOUNT PIC 9(7)V99 VALUE 50000.
       01 WS-LPOL-MAX-TERM PIC 9(3) VALUE 24.
       01 WS-LPOL-CAPACITY-PCT PIC 9(3) VALUE 40.
       01 WS-LPOL-HISTORY PIC 9(2) VALUE 6.
       01 WS-DEFER-STATUS PIC XX.
       01 WS-DEFER-FOUND PIC X VALUE "N".
       01 WS-DEPEND-STATUS PIC XX.
       01 WS-HMO-PLAN-STATUS PIC XX.
       01 WS-HMO-DED-STATUS PIC XX.
       01 WS-HMO-FOUND PIC X VALUE "N".
       01 WS-HMO-PLAN-OPEN PIC X VALUE "N".
       01 WS-DEP-END PIC X VALUE "N".
       01 WS-DEP-COUNT PIC 99 VALUE ZERO.
       01 WS-DEP-PLAN-NAME PIC X(30).
       01 WS-DEP-BENEF PIC X(9).
       01 WS-DEP-PCT-ED PIC ZZ9.
       01 WS-DEP-RATE-ED PIC Z(4)9.99.
       01 WS-CERT-COMMAND PIC X(80).
       01 WS-LAPP-TYPE PIC X(10).
       01 WS-LAPP-TYPE-OK PIC X VALUE "N".
       01 WS-LAPP-ENTRY PIC X(12).
       01 WS-LAPP-OK PIC X VALUE "N".
       01 WS-LAPP-AMOUNT PIC 9(7)V99.
       01 WS-LAPP-TERM PIC 9(3).
       01 WS-LAPP-AMORT PIC 9(7)V99.
       01 WS-LAPP-END PIC X VALUE "N".
       01 WS-LAPP-PENDING PIC X VALUE "N".
       01 WS-LAPP-PENDING-DATE PIC X(8).
       01 WS-LAPP-HAS-ACTIVE PIC X VALUE "N".
       01 WS-LAPP-ACTIVE-BAL PIC 9(7)V99.
       01 WS-LAPP-EXISTING PIC 9(6)V99.
       01 WS-LAPP-NET-TABLE.
           05 WS-LAPP-NET PIC S9(7)V99 COMP-3 OCCURS 24 TIMES.
       01 WS-LAPP-NET-IDX PIC 99.
       01 WS-LAPP-NET-COUNT PIC 99.
       01 WS-LAPP-NET-SUM PIC S9(9)V99 COMP-3.
       01 WS-LAPP-AVG PIC S9(7)V99.
       01 WS-LAPP-LIMIT PIC 9(7)V99.
       01 WS-LAPP-ROOM PIC S9(7)V99.
       01 WS-LAPP-CONFIRM PIC X.
       01 WS-LAPP-AMT-ED PIC Z(6)9.99.
       01 WS-LAPP-NET-ED PIC -Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-MENU.
           MOVE WS-REQ-END-DATE TO LEAVE-END-DATE
           MOVE WS-REQ-DAYS TO LEAVE-DAYS
           MOVE "PENDING" TO LEAVE-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LEAVE-FILED-DATE
           MOVE SPACES TO LEAVE-DECIDED-BY
           MOVE SPACES TO LEAVE-DECIDED-DATE
           MOVE SPACES TO LEAVE-DECIDED-AS
           IF WS-LEAVE-FOUND = "Y"
              REWRITE LEAVE-RECORD
           ELSE
           PERFORM ACCEPT-VALID-HOURS
           MOVE WS-HOURS-VALUE TO OT-HOLIDAY-HOURS
           MOVE "PENDING" TO OT-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO OT-FILED-DATE
           MOVE SPACES TO OT-DECIDED-BY
           MOVE SPACES TO OT-DECIDED-DATE
           MOVE SPACES TO OT-DECIDED-AS
           MOVE USER-ID TO OT-USER-ID
           MOVE WS-REQ-PERIOD TO OT-PERIOD
           IF WS-OT-FOUND = "Y"
           END-PERFORM.


      *> Employees apply for SSS, Pag-IBIG or cash-advance loans here
      *> instead of on paper. The amortization is checked against the
      *> employee's recent net pay and the loans already running
      *> before the application reaches payroll's queue.
       LOAN-APPLICATION.
           PERFORM CLEAR-SCREEN
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [8] - LOAN APPLICATION            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           IF WS-SESSION-USER-ID = SPACES
              PERFORM GET-EMPLOYEE-SESSION
           END-IF
           IF WS-SESSION-USER-ID = SPACES
              DISPLAY "NO EMPLOYEE SESSION ON RECORD."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           MOVE WS-SESSION-USER-ID TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 MOVE "N" TO WS-EMP-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE USER-FILE
           IF WS-EMP-FOUND = "N"
              DISPLAY "RECORD NOT FOUND FOR USER-ID: " USER-ID
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           PERFORM GET-LOAN-POLICY
           MOVE WS-LPOL-MAX-AMOUNT TO WS-LAPP-AMT-ED
           DISPLAY "POLICY MAXIMUM PER LOAN: " WS-LAPP-AMT-ED
           DISPLAY "LONGEST TERM: " WS-LPOL-MAX-TERM " PAY PERIODS"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-LAPP-TYPE-OK
           PERFORM UNTIL WS-LAPP-TYPE-OK = "Y"
              DISPLAY "[ENTER LOAN TYPE (SSS, PAGIBIG, CASH-ADV)]: "
                 WITH NO ADVANCING
              ACCEPT WS-LAPP-TYPE
              IF WS-LAPP-TYPE = "SSS" OR "PAGIBIG" OR "CASH-ADV"
                 MOVE "Y" TO WS-LAPP-TYPE-OK
              ELSE
                 DISPLAY "INVALID LOAN TYPE."
              END-IF
           END-PERFORM
           PERFORM FIND-PENDING-LOAN-APP
           IF WS-LAPP-PENDING = "Y"
              DISPLAY "YOUR " FUNCTION TRIM(WS-LAPP-TYPE)
                 " APPLICATION FILED " WS-LAPP-PENDING-DATE
                 " IS STILL PENDING."
              DISPLAY "IT MUST BE DECIDED BEFORE ANOTHER CAN BE FILED."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           PERFORM SUM-ACTIVE-LOANS
           IF WS-LAPP-HAS-ACTIVE = "Y"
              MOVE WS-LAPP-ACTIVE-BAL TO WS-LAPP-AMT-ED
              DISPLAY "YOU ALREADY HAVE AN ACTIVE "
                 FUNCTION TRIM(WS-LAPP-TYPE) " LOAN WITH A BALANCE OF "
                 WS-LAPP-AMT-ED "."
              DISPLAY "IT MUST BE PAID OFF BEFORE A NEW ONE IS GRANTED."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAPP-OK
           PERFORM UNTIL WS-LAPP-OK = "Y"
              DISPLAY "[ENTER AMOUNT TO BORROW]: " WITH NO ADVANCING
              MOVE SPACES TO WS-LAPP-ENTRY
              ACCEPT WS-LAPP-ENTRY
              MOVE ZERO TO WS-LAPP-AMOUNT
              IF WS-LAPP-ENTRY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-LAPP-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-LAPP-ENTRY) > ZERO
                 AND FUNCTION NUMVAL(WS-LAPP-ENTRY) < 10000000
                 COMPUTE WS-LAPP-AMOUNT ROUNDED =
                    FUNCTION NUMVAL(WS-LAPP-ENTRY)
              END-IF
              EVALUATE TRUE
                 WHEN WS-LAPP-AMOUNT = ZERO
                    DISPLAY "INVALID: ENTER AN AMOUNT ABOVE ZERO."
                 WHEN WS-LAPP-AMOUNT > WS-LPOL-MAX-AMOUNT
                    MOVE WS-LPOL-MAX-AMOUNT TO WS-LAPP-AMT-ED
                    DISPLAY "INVALID: ABOVE THE POLICY MAXIMUM OF "
                       WS-LAPP-AMT-ED "."
                 WHEN OTHER
                    MOVE "Y" TO WS-LAPP-OK
              END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-LAPP-OK
           PERFORM UNTIL WS-LAPP-OK = "Y"
              DISPLAY "[ENTER TERM IN PAY PERIODS (1-"
                 WS-LPOL-MAX-TERM ")]: " WITH NO ADVANCING
              MOVE SPACES TO WS-LAPP-ENTRY
              ACCEPT WS-LAPP-ENTRY
              MOVE ZERO TO WS-LAPP-TERM
              IF WS-LAPP-ENTRY NOT = SPACES
                 AND FUNCTION TEST-NUMVAL(WS-LAPP-ENTRY) = ZERO
                 AND FUNCTION NUMVAL(WS-LAPP-ENTRY) >= 1
                 AND FUNCTION NUMVAL(WS-LAPP-ENTRY) <= WS-LPOL-MAX-TERM
                 COMPUTE WS-LAPP-TERM = FUNCTION NUMVAL(WS-LAPP-ENTRY)
              END-IF
              IF WS-LAPP-TERM = ZERO
                 DISPLAY "INVALID: TERM MUST BE 1-" WS-LPOL-MAX-TERM
                    " PAY PERIODS."
              ELSE
      *> Round the amortization up to the centavo so the term pays
      *> the whole principal off.
                 COMPUTE WS-LAPP-AMORT = WS-LAPP-AMOUNT / WS-LAPP-TERM
                 IF WS-LAPP-AMORT * WS-LAPP-TERM < WS-LAPP-AMOUNT
                    ADD 0.01 TO WS-LAPP-AMORT
                 END-IF
                 IF WS-LAPP-AMORT > 99999.99
                    DISPLAY "INVALID: TERM TOO SHORT FOR THIS AMOUNT."
                 ELSE
                    MOVE "Y" TO WS-LAPP-OK
                 END-IF
              END-IF
           END-PERFORM
           PERFORM AVERAGE-RECENT-NETPAY
           MOVE ZERO TO WS-LAPP-LIMIT
           IF WS-LAPP-NET-COUNT > ZERO AND WS-LAPP-AVG > ZERO
              COMPUTE WS-LAPP-LIMIT ROUNDED =
                 WS-LAPP-AVG * WS-LPOL-CAPACITY-PCT / 100
           END-IF
           DISPLAY "|=================================================|"
           MOVE WS-LAPP-AMORT TO WS-LAPP-AMT-ED
           DISPLAY "AMORTIZATION PER PAY PERIOD:    " WS-LAPP-AMT-ED
           MOVE WS-LAPP-EXISTING TO WS-LAPP-AMT-ED
           DISPLAY "ACTIVE LOAN AMORTIZATIONS:      " WS-LAPP-AMT-ED
           IF WS-LAPP-NET-COUNT = ZERO
              DISPLAY "NO COMPUTED PAYSLIP ON FILE TO MEASURE YOUR PAY"
              DISPLAY "AGAINST. PAYROLL WILL JUDGE PAY CAPACITY WHEN IT"
              DISPLAY "DECIDES THE APPLICATION."
           ELSE
              MOVE WS-LAPP-AVG TO WS-LAPP-NET-ED
              DISPLAY "AVERAGE NET PAY (LAST " WS-LAPP-NET-COUNT
                 " SLIPS): " WS-LAPP-NET-ED
              MOVE WS-LAPP-LIMIT TO WS-LAPP-AMT-ED
              DISPLAY "MOST ALL LOANS MAY TAKE (" WS-LPOL-CAPACITY-PCT
                 "%):   " WS-LAPP-AMT-ED
              IF WS-LAPP-EXISTING + WS-LAPP-AMORT > WS-LAPP-LIMIT
                 COMPUTE WS-LAPP-ROOM =
                    WS-LAPP-LIMIT - WS-LAPP-EXISTING
                 IF WS-LAPP-ROOM < ZERO
                    MOVE ZERO TO WS-LAPP-ROOM
                 END-IF
                 MOVE WS-LAPP-ROOM TO WS-LAPP-AMT-ED
                 DISPLAY "|========================"
                    "=========================|"
                 DISPLAY "THE AMORTIZATION DOES NOT FIT YOUR PAY."
                 DISPLAY "MOST A NEW LOAN CAN TAKE PER PERIOD: "
                    WS-LAPP-AMT-ED
                 DISPLAY "TRY A SMALLER AMOUNT OR A LONGER TERM."
                 DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
                 ACCEPT OMITTED
                 EXIT PARAGRAPH
              END-IF
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "[SUBMIT THIS APPLICATION]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-LAPP-CONFIRM
           IF WS-LAPP-CONFIRM = "Y" OR WS-LAPP-CONFIRM = "y"
              PERFORM WRITE-LOAN-APPLICATION
           ELSE
              DISPLAY "APPLICATION NOT FILED."
           END-IF
           DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
           ACCEPT OMITTED.

      *> The certificate is always for the logged-in employee's own
      *> record; Certificate numbers, logs and writes it.
       REQUEST-CERTIFICATE.
           IF WS-SESSION-USER-ID = SPACES
              PERFORM GET-EMPLOYEE-SESSION
           END-IF
           IF WS-SESSION-USER-ID = SPACES
              DISPLAY "NO EMPLOYEE SESSION ON RECORD."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           PERFORM CLEAR-SCREEN
           MOVE SPACES TO WS-CERT-COMMAND
           STRING "cobcrun Certificate EMPLOYEE " QUOTE
              FUNCTION TRIM(WS-SESSION-USER-ID) QUOTE
              DELIMITED BY SIZE INTO WS-CERT-COMMAND
           CALL "SYSTEM" USING BY REFERENCE WS-CERT-COMMAND.

      *> Read-only: HR keeps Dependent.txt. Shows the HMO plan and
      *> the per-period premium each enrolled dependent costs.
       VIEW-DEPENDENTS.
           PERFORM CLEAR-SCREEN
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [9] - MY DEPENDENTS               |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           IF WS-SESSION-USER-ID = SPACES
              PERFORM GET-EMPLOYEE-SESSION
           END-IF
           IF WS-SESSION-USER-ID = SPACES
              DISPLAY "NO EMPLOYEE SESSION ON RECORD."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-DEP-COUNT
           OPEN INPUT DEPENDENT-FILE
           IF WS-DEPEND-STATUS = "00"
              MOVE "N" TO WS-HMO-PLAN-OPEN
              OPEN INPUT HMO-PLAN-FILE
              IF WS-HMO-PLAN-STATUS = "00"
                 MOVE "Y" TO WS-HMO-PLAN-OPEN
              END-IF
              MOVE WS-SESSION-USER-ID TO DEP-USER-ID
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
                       IF DEP-USER-ID NOT = WS-SESSION-USER-ID
                          MOVE "Y" TO WS-DEP-END
                       ELSE
                          PERFORM SHOW-ONE-DEPENDENT
                       END-IF
                 END-READ
              END-PERFORM
              IF WS-HMO-PLAN-OPEN = "Y"
                 CLOSE HMO-PLAN-FILE
              END-IF
              CLOSE DEPENDENT-FILE
           END-IF
           IF WS-DEP-COUNT = ZERO
              DISPLAY "NO DEPENDENTS ON RECORD."
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "TO ADD OR CHANGE A DEPENDENT, SEE HR."
           DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
           ACCEPT OMITTED.

       SHOW-ONE-DEPENDENT.
           ADD 1 TO WS-DEP-COUNT
           EVALUATE TRUE
              WHEN DEP-BENEF-PRIMARY
                 MOVE "PRIMARY" TO WS-DEP-BENEF
              WHEN DEP-BENEF-SECONDARY
                 MOVE "SECONDARY" TO WS-DEP-BENEF
              WHEN OTHER
                 MOVE "NONE" TO WS-DEP-BENEF
           END-EVALUATE
           DISPLAY "[" DEP-SEQ "] " DEP-NAME
           DISPLAY "     RELATIONSHIP: " DEP-RELATIONSHIP
              "  BIRTH DATE: " DEP-BIRTH-DATE
           IF DEP-BENEF-PRIMARY OR DEP-BENEF-SECONDARY
              MOVE DEP-BENEFIT-PCT TO WS-DEP-PCT-ED
              DISPLAY "     BENEFICIARY: " WS-DEP-BENEF
                 "  SHARE: " WS-DEP-PCT-ED "%"
           ELSE
              DISPLAY "     BENEFICIARY: " WS-DEP-BENEF
           END-IF
           IF DEP-HMO-ENROLLED
              MOVE "PLAN NOT ON FILE" TO WS-DEP-PLAN-NAME
              MOVE ZERO TO WS-DEP-RATE-ED
              IF WS-HMO-PLAN-OPEN = "Y"
                 MOVE DEP-HMO-PLAN TO HMO-PLAN-CODE
                 READ HMO-PLAN-FILE KEY IS HMO-PLAN-CODE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE HMO-PLAN-NAME TO WS-DEP-PLAN-NAME
                       MOVE HMO-PLAN-PERIOD-DEDUCT TO WS-DEP-RATE-ED
                 END-READ
              END-IF
              DISPLAY "     HMO: " FUNCTION TRIM(DEP-HMO-PLAN) " - "
                 FUNCTION TRIM(WS-DEP-PLAN-NAME)
                 "  PREMIUM PER PAY: " WS-DEP-RATE-ED
           ELSE
              DISPLAY "     HMO: NOT ENROLLED"
           END-IF.

       GET-LOAN-POLICY.
           MOVE 50000 TO WS-LPOL-MAX-AMOUNT
           MOVE 24 TO WS-LPOL-MAX-TERM
           MOVE 40 TO WS-LPOL-CAPACITY-PCT
           MOVE 6 TO WS-LPOL-HISTORY
           OPEN INPUT LOAN-POLICY-FILE
           IF WS-LPOL-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LPOL-END
           PERFORM UNTIL WS-LPOL-END = "Y"
              READ LOAN-POLICY-FILE
                 AT END
                    MOVE "Y" TO WS-LPOL-END
                 NOT AT END
                    MOVE SPACES TO WS-LPOL-KEYWORD WS-LPOL-VALUE
                    UNSTRING LOAN-POLICY-LINE DELIMITED BY "="
                       INTO WS-LPOL-KEYWORD WS-LPOL-VALUE
                    END-UNSTRING
                    IF WS-LPOL-VALUE NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-LPOL-VALUE) = ZERO
                       AND FUNCTION NUMVAL(WS-LPOL-VALUE) > ZERO
                       PERFORM SET-LOAN-POLICY-VALUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-POLICY-FILE.

       SET-LOAN-POLICY-VALUE.
           EVALUATE WS-LPOL-KEYWORD
              WHEN "MAX-AMOUNT"
                 IF FUNCTION NUMVAL(WS-LPOL-VALUE) < 10000000
                    COMPUTE WS-LPOL-MAX-AMOUNT ROUNDED =
                       FUNCTION NUMVAL(WS-LPOL-VALUE)
                 END-IF
              WHEN "MAX-TERM"
                 IF FUNCTION NUMVAL(WS-LPOL-VALUE) < 1000
                    COMPUTE WS-LPOL-MAX-TERM =
                       FUNCTION NUMVAL(WS-LPOL-VALUE)
                 END-IF
              WHEN "CAPACITY-PCT"
                 IF FUNCTION NUMVAL(WS-LPOL-VALUE) <= 100
                    COMPUTE WS-LPOL-CAPACITY-PCT =
                       FUNCTION NUMVAL(WS-LPOL-VALUE)
                 END-IF
              WHEN "HISTORY-SLIPS"
                 IF FUNCTION NUMVAL(WS-LPOL-VALUE) <= 24
                    COMPUTE WS-LPOL-HISTORY =
                       FUNCTION NUMVAL(WS-LPOL-VALUE)
                 ELSE
                    MOVE 24 TO WS-LPOL-HISTORY
                 END-IF
           END-EVALUATE
           IF WS-LPOL-MAX-TERM = ZERO
              MOVE 1 TO WS-LPOL-MAX-TERM
           END-IF
           IF WS-LPOL-HISTORY = ZERO
              MOVE 1 TO WS-LPOL-HISTORY
           END-IF.

       FIND-PENDING-LOAN-APP.
           MOVE "N" TO WS-LAPP-PENDING
           OPEN INPUT LOAN-APP-FILE
           IF WS-LAPP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSION-USER-ID TO LAPP-USER-ID
           MOVE LOW-VALUES TO LAPP-FILED-STAMP
           MOVE "N" TO WS-LAPP-END
           START LOAN-APP-FILE KEY IS NOT LESS THAN LAPP-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LAPP-END
           END-START
           PERFORM UNTIL WS-LAPP-END = "Y"
              READ LOAN-APP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LAPP-END
                 NOT AT END
                    IF LAPP-USER-ID NOT = WS-SESSION-USER-ID
                       MOVE "Y" TO WS-LAPP-END
                    ELSE
                       IF LAPP-PENDING AND LAPP-LOAN-TYPE = WS-LAPP-TYPE
                          MOVE "Y" TO WS-LAPP-PENDING
                          MOVE LAPP-FILED-STAMP(1:8)
                             TO WS-LAPP-PENDING-DATE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-APP-FILE.

       SUM-ACTIVE-LOANS.
           MOVE "N" TO WS-LAPP-HAS-ACTIVE
           MOVE ZERO TO WS-LAPP-ACTIVE-BAL
           MOVE ZERO TO WS-LAPP-EXISTING
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSION-USER-ID TO LOAN-USER-ID
           MOVE LOW-VALUES TO LOAN-TYPE
           MOVE "N" TO WS-LAPP-END
           START LOAN-FILE KEY IS NOT LESS THAN LOAN-KEY
              INVALID KEY
                 MOVE "Y" TO WS-LAPP-END
           END-START
           PERFORM UNTIL WS-LAPP-END = "Y"
              READ LOAN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LAPP-END
                 NOT AT END
                    IF LOAN-USER-ID NOT = WS-SESSION-USER-ID
                       MOVE "Y" TO WS-LAPP-END
                    ELSE
                       IF LOAN-ACTIVE AND LOAN-BALANCE > ZERO
                          ADD LOAN-AMORTIZATION TO WS-LAPP-EXISTING
                          IF LOAN-TYPE = WS-LAPP-TYPE
                             MOVE "Y" TO WS-LAPP-HAS-ACTIVE
                             MOVE LOAN-BALANCE TO WS-LAPP-ACTIVE-BAL
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE LOAN-FILE.

      *> Averages FD-NETPAY over the employee's most recent payslips.
      *> Slips come back in the order they were written, so the last
      *> WS-LPOL-HISTORY of them are kept in a rolling table. Drafts,
      *> reversed slips and the 13th-month and leave-conversion runs
      *> say nothing about regular take-home pay and are skipped.
       AVERAGE-RECENT-NETPAY.
           MOVE ZERO TO WS-LAPP-NET-COUNT
           MOVE ZERO TO WS-LAPP-NET-IDX
           MOVE ZERO TO WS-LAPP-NET-SUM
           MOVE ZERO TO WS-LAPP-AVG
           IF SLIP-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYSLIP-FILE
           MOVE SLIP-CODE TO USERNAME
           MOVE "N" TO WS-LAPP-END
           START PAYSLIP-FILE KEY IS EQUAL TO USERNAME
              INVALID KEY
                 MOVE "Y" TO WS-LAPP-END
           END-START
           PERFORM UNTIL WS-LAPP-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LAPP-END
                 NOT AT END
                    IF USERNAME NOT = SLIP-CODE
                       MOVE "Y" TO WS-LAPP-END
                    ELSE
                       IF NOT SLIP-DRAFT AND NOT SLIP-REVERSED
                          AND PAYSLIP-PERIOD(1:11) NOT = "13TH-MONTH-"
                          AND PAYSLIP-PERIOD(1:11) NOT = "LEAVE-CONV-"
                          ADD 1 TO WS-LAPP-NET-IDX
                          IF WS-LAPP-NET-IDX > WS-LPOL-HISTORY
                             MOVE 1 TO WS-LAPP-NET-IDX
                          END-IF
                          MOVE FD-NETPAY
                             TO WS-LAPP-NET(WS-LAPP-NET-IDX)
                          IF WS-LAPP-NET-COUNT < WS-LPOL-HISTORY
                             ADD 1 TO WS-LAPP-NET-COUNT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE
           IF WS-LAPP-NET-COUNT = ZERO
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LAPP-NET-IDX FROM 1 BY 1
              UNTIL WS-LAPP-NET-IDX > WS-LAPP-NET-COUNT
              ADD WS-LAPP-NET(WS-LAPP-NET-IDX) TO WS-LAPP-NET-SUM
           END-PERFORM
           COMPUTE WS-LAPP-AVG ROUNDED =
              WS-LAPP-NET-SUM / WS-LAPP-NET-COUNT.

       WRITE-LOAN-APPLICATION.
           OPEN I-O LOAN-APP-FILE
           IF WS-LAPP-STATUS NOT = "00"
              OPEN OUTPUT LOAN-APP-FILE
              CLOSE LOAN-APP-FILE
              OPEN I-O LOAN-APP-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-SESSION-USER-ID TO LAPP-USER-ID
           MOVE WS-CURRENT-DATETIME(1:14) TO LAPP-FILED-STAMP
           MOVE WS-LAPP-TYPE TO LAPP-LOAN-TYPE
           MOVE WS-LAPP-AMOUNT TO LAPP-AMOUNT
           MOVE WS-LAPP-TERM TO LAPP-TERM
           MOVE WS-LAPP-AMORT TO LAPP-AMORTIZATION
           MOVE WS-LAPP-AVG TO LAPP-AVG-NETPAY
           MOVE WS-LAPP-NET-COUNT TO LAPP-SLIPS-USED
           MOVE WS-LAPP-EXISTING TO LAPP-EXISTING-AMORT
           MOVE WS-LAPP-LIMIT TO LAPP-CAPACITY-LIMIT
           IF WS-LAPP-NET-COUNT = ZERO
              SET LAPP-NO-HISTORY TO TRUE
           ELSE
              SET LAPP-FITS TO TRUE
           END-IF
           SET LAPP-PENDING TO TRUE
           MOVE SPACES TO LAPP-DECIDED-BY
           MOVE SPACES TO LAPP-DECIDED-DATE
           MOVE SPACES TO LAPP-REMARKS
           WRITE LOAN-APP-RECORD
              INVALID KEY
                 DISPLAY "ERROR: APPLICATION NOT FILED - TRY AGAIN."
              NOT INVALID KEY
           DISPLAY "|=================================================|"
           DISPLAY "   LOAN APPLICATION SUBMITTED. AWAITING APPROVAL."
           DISPLAY "|=================================================|"
           END-WRITE
           CLOSE LOAN-APP-FILE.

      *> Department heads and their alternates log in as employees, so
      *> the requests routed to them are decided here. A request only
      *> shows while it is still inside the escalation age; after that
      *> it sits in HR's queue on the admin side instead.
       APPROVAL-QUEUE.
           PERFORM CLEAR-SCREEN
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [7] - APPROVAL QUEUE              |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           IF WS-SESSION-USER-ID = SPACES
              PERFORM GET-EMPLOYEE-SESSION
           END-IF
           IF WS-SESSION-USER-ID = SPACES
              DISPLAY "NO EMPLOYEE SESSION ON RECORD."
              DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
              ACCEPT OMITTED
              PERFORM MAIN-PARA
           END-IF
           PERFORM GET-ESCALATION-DAYS
           MOVE "Y" TO WS-QUEUE-AGAIN
           PERFORM UNTIL WS-QUEUE-AGAIN = "N"
              PERFORM LOAD-APPROVAL-QUEUE
              IF WS-QUEUE-COUNT = ZERO
                 DISPLAY "NO LEAVE OR OVERTIME REQUESTS ARE AWAITING "
                    "YOUR APPROVAL."
                 MOVE "N" TO WS-QUEUE-AGAIN
              ELSE
                 DISPLAY "[ENTER NO. OF THE REQUEST TO DECIDE "
                    "(0 = BACK)]: " WITH NO ADVANCING
                 MOVE ZERO TO WS-QUEUE-PICK
                 ACCEPT WS-QUEUE-PICK
                 EVALUATE TRUE
                    WHEN WS-QUEUE-PICK = ZERO
                       MOVE "N" TO WS-QUEUE-AGAIN
                    WHEN WS-QUEUE-PICK > WS-QUEUE-COUNT
                       DISPLAY "INVALID NUMBER."
                    WHEN WS-QUEUE-TYPE(WS-QUEUE-PICK) = "LEAVE"
                       PERFORM DECIDE-QUEUED-LEAVE
                    WHEN OTHER
                       PERFORM DECIDE-QUEUED-OT
                 END-EVALUATE
              END-IF
           END-PERFORM
      *> Deciding reads other employees' records; put the logged-in
      *> employee's record back for the rest of the menu.
           OPEN INPUT USER-FILE
           MOVE WS-SESSION-USER-ID TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 CONTINUE
           END-READ
           CLOSE USER-FILE
           DISPLAY "PRESS ENTER TO CONTINUE..." WITH NO ADVANCING
           ACCEPT OMITTED.

       LOAD-APPROVAL-QUEUE.
           MOVE ZERO TO WS-QUEUE-COUNT
           OPEN INPUT USER-FILE
           MOVE "N" TO WS-RTE-DEPT-OPEN
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-RTE-DEPT-OPEN
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "NO. TYPE  EMPLOYEE / PERIOD / DETAIL"
           DISPLAY "|=================================================|"
           OPEN INPUT LEAVE-FILE
           IF WS-LEAVE-STATUS = "00"
              MOVE "N" TO WS-QUEUE-END
              PERFORM UNTIL WS-QUEUE-END = "Y"
                 READ LEAVE-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-QUEUE-END
                    NOT AT END
                       IF LEAVE-PENDING
                          MOVE LEAVE-USER-ID TO WS-RTE-USER-ID
                          MOVE LEAVE-FILED-DATE TO WS-RTE-FILED
                          PERFORM ROUTE-APPROVAL
                          PERFORM QUEUE-LEAVE-IF-MINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LEAVE-FILE
           END-IF
           OPEN INPUT OT-FILE
           IF WS-OT-STATUS = "00"
              MOVE "N" TO WS-QUEUE-END
              PERFORM UNTIL WS-QUEUE-END = "Y"
                 READ OT-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-QUEUE-END
                    NOT AT END
                       IF OT-PENDING
                          MOVE OT-USER-ID TO WS-RTE-USER-ID
                          MOVE OT-FILED-DATE TO WS-RTE-FILED
                          PERFORM ROUTE-APPROVAL
                          PERFORM QUEUE-OT-IF-MINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE OT-FILE
           END-IF
           DISPLAY "|=================================================|"
           IF WS-RTE-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF
           CLOSE USER-FILE.

       QUEUE-LEAVE-IF-MINE.
           IF WS-RTE-STATE NOT = "ROUTED"
              EXIT PARAGRAPH
           END-IF
           IF WS-RTE-HEAD NOT = WS-SESSION-USER-ID
              AND WS-RTE-ALT NOT = WS-SESSION-USER-ID
              EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-COUNT >= 50
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE "LEAVE" TO WS-QUEUE-TYPE(WS-QUEUE-COUNT)
           MOVE LEAVE-USER-ID TO WS-QUEUE-USER(WS-QUEUE-COUNT)
           MOVE LEAVE-PERIOD TO WS-QUEUE-PERIOD(WS-QUEUE-COUNT)
           MOVE WS-RTE-AGE TO WS-RTE-AGE-ED
           DISPLAY "[" WS-QUEUE-COUNT "] LEAVE "
              FUNCTION TRIM(LEAVE-USER-ID)
              " / " FUNCTION TRIM(LEAVE-PERIOD) " / "
              FUNCTION TRIM(LEAVE-TYPE) " " LEAVE-DAYS " DAY(S)"
           DISPLAY "     FILED " FUNCTION TRIM(WS-RTE-AGE-ED)
              " DAY(S) AGO".

       QUEUE-OT-IF-MINE.
           IF WS-RTE-STATE NOT = "ROUTED"
              EXIT PARAGRAPH
           END-IF
           IF WS-RTE-HEAD NOT = WS-SESSION-USER-ID
              AND WS-RTE-ALT NOT = WS-SESSION-USER-ID
              EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-COUNT >= 50
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QUEUE-COUNT
           MOVE "OT" TO WS-QUEUE-TYPE(WS-QUEUE-COUNT)
           MOVE OT-USER-ID TO WS-QUEUE-USER(WS-QUEUE-COUNT)
           MOVE OT-PERIOD TO WS-QUEUE-PERIOD(WS-QUEUE-COUNT)
           MOVE WS-RTE-AGE TO WS-RTE-AGE-ED
           DISPLAY "[" WS-QUEUE-COUNT "] OT    "
              FUNCTION TRIM(OT-USER-ID)
              " / " FUNCTION TRIM(OT-PERIOD) " / OT "
              OT-OVERTIME-HOURS " ND " OT-NIGHT-DIFF-HOURS
              " HOL " OT-HOLIDAY-HOURS
           DISPLAY "     FILED " FUNCTION TRIM(WS-RTE-AGE-ED)
              " DAY(S) AGO".

      *> The request is re-read and re-routed before the decision, in
      *> case HR decided it or it escalated while the list was shown.
       DECIDE-QUEUED-LEAVE.
           OPEN I-O LEAVE-FILE
           MOVE WS-QUEUE-USER(WS-QUEUE-PICK) TO LEAVE-USER-ID
           MOVE WS-QUEUE-PERIOD(WS-QUEUE-PICK) TO LEAVE-PERIOD
           READ LEAVE-FILE KEY IS LEAVE-KEY
              INVALID KEY
                 DISPLAY "LEAVE REQUEST NO LONGER ON FILE."
                 CLOSE LEAVE-FILE
                 EXIT PARAGRAPH
           END-READ
           IF NOT LEAVE-PENDING
              DISPLAY "REQUEST IS ALREADY " LEAVE-STATUS
                 " AND CANNOT BE RE-DECIDED."
              CLOSE LEAVE-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE LEAVE-USER-ID TO WS-RTE-USER-ID
           MOVE LEAVE-FILED-DATE TO WS-RTE-FILED
           PERFORM ROUTE-ONE-REQUEST
           PERFORM SET-QUEUE-CAPACITY
           IF WS-QUEUE-AS = SPACES
              DISPLAY "REQUEST HAS MOVED TO HR AND CAN NO LONGER BE "
                 "DECIDED HERE."
              CLOSE LEAVE-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE 15 TO LEAVE-VACATION-BALANCE
           MOVE 15 TO LEAVE-SICK-BALANCE
           OPEN INPUT LEAVE-BAL-FILE
           IF WS-LEAVE-BAL-STATUS = "00"
              MOVE LEAVE-USER-ID TO LEAVE-BAL-USER-ID
              READ LEAVE-BAL-FILE KEY IS LEAVE-BAL-USER-ID
                 INVALID KEY
                    MOVE 15 TO LEAVE-VACATION-BALANCE
                    MOVE 15 TO LEAVE-SICK-BALANCE
              END-READ
              CLOSE LEAVE-BAL-FILE
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEE: " LEAVE-USER-ID
           DISPLAY "LEAVE TYPE: " LEAVE-TYPE
           DISPLAY "START DATE: " LEAVE-START-DATE
           DISPLAY "END DATE: " LEAVE-END-DATE
           DISPLAY "PERIOD: " LEAVE-PERIOD
           DISPLAY "DAYS REQUESTED: " LEAVE-DAYS
           DISPLAY "VACATION BALANCE: " LEAVE-VACATION-BALANCE
           DISPLAY "SICK BALANCE: " LEAVE-SICK-BALANCE
           DISPLAY "[APPROVE THIS REQUEST]? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-QUEUE-DECISION
           IF WS-QUEUE-DECISION = "Y" OR WS-QUEUE-DECISION = "y"
              PERFORM POST-LEAVE-BALANCE
           ELSE
              SET LEAVE-REJECTED TO TRUE
           END-IF
           MOVE WS-SESSION-USER-ID TO LEAVE-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO LEAVE-DECIDED-DATE
           MOVE WS-QUEUE-AS TO LEAVE-DECIDED-AS
           REWRITE LEAVE-RECORD
              INVALID KEY
                 DISPLAY "ERROR: LEAVE DECISION NOT RECORDED!"
           END-REWRITE
           CLOSE LEAVE-FILE
           DISPLAY "LEAVE REQUEST UPDATED: " LEAVE-STATUS
           MOVE WS-SESSION-USER-ID TO WS-AUDIT-ACTOR
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
              DELIMITED BY SIZE INTO WS-NOTIFY-SUBJECT
           MOVE SPACES TO WS-NOTIFY-BODY1
           STRING "PERIOD: " FUNCTION TRIM(LEAVE-PERIOD)
              "  TYPE: " FUNCTION TRIM(LEAVE-TYPE)
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY1
           MOVE SPACES TO WS-NOTIFY-BODY2
           STRING "DAYS REQUESTED: " LEAVE-DAYS
              "  DECIDED BY: " FUNCTION TRIM(WS-SESSION-USER-ID)
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY2
           PERFORM NOTIFY-EMPLOYEE.

       DECIDE-QUEUED-OT.
           OPEN I-O OT-FILE
           MOVE WS-QUEUE-USER(WS-QUEUE-PICK) TO OT-USER-ID
           MOVE WS-QUEUE-PERIOD(WS-QUEUE-PICK) TO OT-PERIOD
           READ OT-FILE KEY IS OT-KEY
              INVALID KEY
                 DISPLAY "OVERTIME REQUEST NO LONGER ON FILE."
                 CLOSE OT-FILE
                 EXIT PARAGRAPH
           END-READ
           IF NOT OT-PENDING
              DISPLAY "REQUEST IS ALREADY " OT-STATUS
                 " AND CANNOT BE RE-DECIDED."
              CLOSE OT-FILE
              EXIT PARAGRAPH
           END-IF
           MOVE OT-USER-ID TO WS-RTE-USER-ID
           MOVE OT-FILED-DATE TO WS-RTE-FILED
           PERFORM ROUTE-ONE-REQUEST
           PERFORM SET-QUEUE-CAPACITY
           IF WS-QUEUE-AS = SPACES
              DISPLAY "REQUEST HAS MOVED TO HR AND CAN NO LONGER BE "
                 "DECIDED HERE."
              CLOSE OT-FILE
              EXIT PARAGRAPH
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEE: " OT-USER-ID
           DISPLAY "PERIOD: " OT-PERIOD
           DISPLAY "OVERTIME HOURS: " OT-OVERTIME-HOURS
           DISPLAY "NIGHT DIFFERENTIAL HOURS: " OT-NIGHT-DIFF-HOURS
           DISPLAY "HOLIDAY HOURS WORKED: " OT-HOLIDAY-HOURS
           DISPLAY "[APPROVE THIS REQUEST]? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-QUEUE-DECISION
           IF WS-QUEUE-DECISION = "Y" OR WS-QUEUE-DECISION = "y"
              SET OT-APPROVED TO TRUE
           ELSE
              SET OT-REJECTED TO TRUE
           END-IF
           MOVE WS-SESSION-USER-ID TO OT-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:8) TO OT-DECIDED-DATE
           MOVE WS-QUEUE-AS TO OT-DECIDED-AS
           REWRITE OT-RECORD
              INVALID KEY
                 DISPLAY "ERROR: OVERTIME DECISION NOT RECORDED!"
           END-REWRITE
           CLOSE OT-FILE
           DISPLAY "OVERTIME REQUEST UPDATED: " OT-STATUS
           MOVE WS-SESSION-USER-ID TO WS-AUDIT-ACTOR
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
              DELIMITED BY SIZE INTO WS-NOTIFY-SUBJECT
           MOVE SPACES TO WS-NOTIFY-BODY1
           STRING "PERIOD: " FUNCTION TRIM(OT-PERIOD)
              "  DECIDED BY: " FUNCTION TRIM(WS-SESSION-USER-ID)
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY1
           MOVE SPACES TO WS-NOTIFY-BODY2
           STRING "OT: " OT-OVERTIME-HOURS
              " ND: " OT-NIGHT-DIFF-HOURS
              " HOL: " OT-HOLIDAY-HOURS
              DELIMITED BY SIZE INTO WS-NOTIFY-BODY2
           PERFORM NOTIFY-EMPLOYEE.

       ROUTE-ONE-REQUEST.
           OPEN INPUT USER-FILE
           MOVE "N" TO WS-RTE-DEPT-OPEN
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-RTE-DEPT-OPEN
           END-IF
           PERFORM ROUTE-APPROVAL
           IF WS-RTE-DEPT-OPEN = "Y"
              CLOSE DEPT-FILE
           END-IF
           CLOSE USER-FILE.

       SET-QUEUE-CAPACITY.
           MOVE SPACES TO WS-QUEUE-AS
           IF WS-RTE-STATE = "ROUTED"
              IF WS-RTE-HEAD = WS-SESSION-USER-ID
                 MOVE "HEAD" TO WS-QUEUE-AS
              ELSE
                 IF WS-RTE-ALT = WS-SESSION-USER-ID
                    MOVE "ALTERNATE" TO WS-QUEUE-AS
                 END-IF
              END-IF
           END-IF.

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

       POST-LEAVE-BALANCE.
           OPEN I-O LEAVE-BAL-FILE
           IF WS-LEAVE-BAL-STATUS NOT = "00"
              OPEN OUTPUT LEAVE-BAL-FILE
              CLOSE LEAVE-BAL-FILE
              OPEN I-O LEAVE-BAL-FILE
           END-IF
           MOVE LEAVE-USER-ID TO LEAVE-BAL-USER-ID
           READ LEAVE-BAL-FILE KEY IS LEAVE-BAL-USER-ID
              INVALID KEY
                 MOVE LEAVE-USER-ID TO LEAVE-BAL-USER-ID
                 MOVE 15 TO LEAVE-VACATION-BALANCE
                 MOVE 15 TO LEAVE-SICK-BALANCE
                 WRITE LEAVE-BAL-RECORD
                 PERFORM APPEND-OPENING-LEDGER
              NOT INVALID KEY
                 CONTINUE
           END-READ
           IF LEAVE-VACATION AND LEAVE-DAYS <= LEAVE-VACATION-BALANCE
              SUBTRACT LEAVE-DAYS FROM LEAVE-VACATION-BALANCE
              SET LEAVE-APPROVED TO TRUE
           ELSE
              IF LEAVE-SICK AND LEAVE-DAYS <= LEAVE-SICK-BALANCE
                 SUBTRACT LEAVE-DAYS FROM LEAVE-SICK-BALANCE
                 SET LEAVE-APPROVED TO TRUE
              ELSE
                 DISPLAY "WARNING: INSUFFICIENT LEAVE BALANCE."
                 SET LEAVE-REJECTED TO TRUE
              END-IF
           END-IF
           IF LEAVE-APPROVED
              REWRITE LEAVE-BAL-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: LEAVE BALANCE NOT UPDATED."
              END-REWRITE
              PERFORM APPEND-LEAVE-LEDGER
           END-IF
           CLOSE LEAVE-BAL-FILE.

      *> Every approval that draws a balance down leaves a movement
      *> line on the accrual ledger the leave-accrual utility keeps,
      *> so the full history of a balance stays traceable.
      *> The 15/15 opening credit is ledgered so the accrual ledger
      *> can explain how the balance started.
       APPEND-LEAVE-LEDGER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           COMPUTE WS-LEDGER-DELTA-ED = ZERO - LEAVE-DAYS
           MOVE SPACES TO LEAVE-LEDGER-LINE
           MOVE WS-CURRENT-DATETIME TO LEAVE-LEDGER-LINE(1:21)
           MOVE "| " TO LEAVE-LEDGER-LINE(22:2)
           MOVE LEAVE-BAL-USER-ID TO LEAVE-LEDGER-LINE(24:30)
           IF LEAVE-VACATION
              STRING "| VAC " WS-LEDGER-DELTA-ED " SICK +  0"
                 " | APPROVED " FUNCTION TRIM(LEAVE-PERIOD)
                 " | BAL V=" LEAVE-VACATION-BALANCE
                 " S=" LEAVE-SICK-BALANCE
                 DELIMITED BY SIZE
                 INTO LEAVE-LEDGER-LINE(55:106)
           ELSE
              STRING "| VAC +  0 SICK " WS-LEDGER-DELTA-ED
                 " | APPROVED " FUNCTION TRIM(LEAVE-PERIOD)
                 " | BAL V=" LEAVE-VACATION-BALANCE
                 " S=" LEAVE-SICK-BALANCE
                 DELIMITED BY SIZE
                 INTO LEAVE-LEDGER-LINE(55:106)
           END-IF
           MOVE "00" TO WS-LEAVE-LEDGER-STATUS
           OPEN EXTEND LEAVE-LEDGER-FILE
           IF WS-LEAVE-LEDGER-STATUS NOT = "00"
              OPEN OUTPUT LEAVE-LEDGER-FILE
           END-IF
           WRITE LEAVE-LEDGER-LINE
           CLOSE LEAVE-LEDGER-FILE.

      *> Notifications ride the same mail path SEND-PAYSLIP uses: the
      *> notice is written to a small text file and handed to
      *> SendPayslip.py with the employee email on file, and every
      *> attempt is logged so delivery can be proven later.
       NOTIFY-EMPLOYEE.
           MOVE "N" TO WS-NOTIFY-SENT
           OPEN INPUT USER-FILE
           MOVE WS-NOTIFY-USER-ID TO USER-ID
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 MOVE SPACES TO EMPLOYEE-EMAIL
              NOT INVALID KEY
                 CONTINUE
           END-READ
           CLOSE USER-FILE
           IF EMPLOYEE-EMAIL = SPACES
              DISPLAY "NO EMAIL ON FILE - NOTIFICATION NOT SENT."
              PERFORM APPEND-NOTIFY-LOG
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-NOTIFY-FILENAME
           STRING "NOTIFY_" FUNCTION TRIM(WS-NOTIFY-USER-ID) ".txt"
              DELIMITED BY SIZE INTO WS-NOTIFY-FILENAME
           OPEN OUTPUT NOTIFY-FILE
           MOVE SPACES TO NOTIFY-LINE
           MOVE WS-NOTIFY-SUBJECT TO NOTIFY-LINE
           WRITE NOTIFY-LINE
           MOVE SPACES TO NOTIFY-LINE
           MOVE WS-NOTIFY-BODY1 TO NOTIFY-LINE
           WRITE NOTIFY-LINE
           MOVE SPACES TO NOTIFY-LINE
           MOVE WS-NOTIFY-BODY2 TO NOTIFY-LINE
           WRITE NOTIFY-LINE
           CLOSE NOTIFY-FILE
           MOVE SPACES TO WS-MAIL-CMD
           STRING "python3 SendPayslip.py " WS-NOTIFY-FILENAME " "
              FUNCTION TRIM(EMPLOYEE-EMAIL)
              DELIMITED BY SIZE INTO WS-MAIL-CMD
           CALL "SYSTEM" USING BY REFERENCE WS-MAIL-CMD
           MOVE "Y" TO WS-NOTIFY-SENT
           DISPLAY "NOTIFICATION SENT TO: " EMPLOYEE-EMAIL
           PERFORM APPEND-NOTIFY-LOG.

       APPEND-NOTIFY-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO NOTIFY-LOG-LINE
           IF WS-NOTIFY-SENT = "Y"
              STRING WS-CURRENT-DATETIME DELIMITED BY SIZE
                 " | USER=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-USER-ID) DELIMITED BY SIZE
                 " | EMAIL=" DELIMITED BY SIZE
                 FUNCTION TRIM(EMPLOYEE-EMAIL) DELIMITED BY SIZE
                 " | SUBJECT=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-SUBJECT) DELIMITED BY SIZE
                 " | RESULT=SENT" DELIMITED BY SIZE
                 INTO NOTIFY-LOG-LINE
           ELSE
              STRING WS-CURRENT-DATETIME DELIMITED BY SIZE
                 " | USER=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-USER-ID) DELIMITED BY SIZE
                 " | SUBJECT=" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-NOTIFY-SUBJECT) DELIMITED BY SIZE
                 " | RESULT=NO-EMAIL" DELIMITED BY SIZE
                 INTO NOTIFY-LOG-LINE
           END-IF
           MOVE "00" TO WS-NOTIFY-LOG-STATUS
           OPEN EXTEND NOTIFY-LOG-FILE
           IF WS-NOTIFY-LOG-STATUS NOT = "00"
              OPEN OUTPUT NOTIFY-LOG-FILE
           END-IF
           WRITE NOTIFY-LOG-LINE
           CLOSE NOTIFY-LOG-FILE.

       USER-REGISTER.
           PERFORM CLEAR-SCREEN
           OPEN I-O USER-FILE
              END-IF
           END-PERFORM
           DISPLAY "==================================================="
           DISPLAY "[ENTER PAY BASIS (MONTHLY, DAILY, HOURLY)]: "
            WITH NO ADVANCING
            ACCEPT EMPLOYEE-PAY-BASIS
           PERFORM UNTIL EMPLOYEE-PAY-BASIS = "MONTHLY"
              OR PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
              DISPLAY "INVALID PAY BASIS. ENTER MONTHLY, DAILY, OR "
                 "HOURLY: " WITH NO ADVANCING
              ACCEPT EMPLOYEE-PAY-BASIS
           END-PERFORM
           MOVE ZERO TO EMPLOYEE-PAY-RATE
           IF PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
              PERFORM ACCEPT-PAY-RATE
           END-IF
           DISPLAY "==================================================="
           DISPLAY "[ENTER SSS NUMBER]: " WITH NO ADVANCING
            ACCEPT EMPLOYEE-SSS-NO
           MOVE "SSS" TO WS-ID-TYPE
           END-PERFORM
           MOVE WS-DEPT-CHECK TO EMPLOYEE-DEPT-CODE
           DISPLAY "==================================================="
           DISPLAY "[ENTER COMPANY CODE (BLANK = DEFAULT COMPANY)]: "
              WITH NO ADVANCING
           ACCEPT WS-COMPANY-CHECK
           PERFORM VALIDATE-COMPANY-CODE
           PERFORM UNTIL WS-COMPANY-OK = "Y"
              DISPLAY "INVALID COMPANY CODE. ENTER A CODE ON THE "
                 "COMPANY FILE: " WITH NO ADVANCING
              ACCEPT WS-COMPANY-CHECK
              PERFORM VALIDATE-COMPANY-CODE
           END-PERFORM
           MOVE WS-COMPANY-CHECK TO EMPLOYEE-COMPANY-CODE
           DISPLAY "==================================================="
           DISPLAY "[ENTER HIRE DATE (mm/dd/yy)]: " WITH NO ADVANCING
           ACCEPT EMPLOYEE-HIRE-DATE
           MOVE EMPLOYEE-HIRE-DATE TO WS-DATE-CHECK

       MAIN-PARA.
        PERFORM CLEAR-SCREEN
        PERFORM UNTIL CHOICE = 11
           DISPLAY "==================================================="
           DISPLAY "|||||||||||===============================|||||||||"
           DISPLAY "|||||||||| $ EMPLOYEE RECORD MANAGEMENT $  ||||||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [7] - APPROVAL QUEUE              |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [8] - LOAN APPLICATION            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||       [9] - MY DEPENDENTS               |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||      [10] - CERTIFICATE OF EMPLOYMENT   |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||      [11] - LOGOUT / BACK TO MENU       |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "[CHOOSE AN OPTION]: " WITH NO ADVANCING
               WHEN 6
                   PERFORM OT-REQUEST
               WHEN 7
                   PERFORM APPROVAL-QUEUE
               WHEN 8
                   PERFORM LOAN-APPLICATION
               WHEN 9
                   PERFORM VIEW-DEPENDENTS
               WHEN 10
                   PERFORM REQUEST-CERTIFICATE
               WHEN 11
                   PERFORM CLEAR-EMPLOYEE-SESSION
                   MOVE SPACES TO WS-SESSION-USER-ID
                   DISPLAY "LOGGED OUT. SESSION CLEARED."
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
              MOVE WS-CURRENT-DATETIME(1:14)
                 TO ADMIN-SESSION-LINE(16:14)
              MOVE USER-ID TO ADMIN-SESSION-LINE(36:30)
              WRITE ADMIN-SESSION-LINE
              CLOSE ADMIN-SESSION-FILE
              CLOSE USER-FILE
               PERFORM RECORD-DEPT-ASSIGNMENT
           END-IF

           DISPLAY "[CURRENT COMPANY]: " EMPLOYEE-COMPANY-CODE
           DISPLAY "ENTER NEW COMPANY(PRESS ENTER TO KEEP CURRENT): "
           WITH NO ADVANCING
           ACCEPT WS-NEW-VALUE
           DISPLAY "==================================================="
           IF WS-NEW-VALUE NOT = SPACES THEN
               MOVE WS-NEW-VALUE TO WS-COMPANY-CHECK
               PERFORM VALIDATE-COMPANY-CODE
               PERFORM UNTIL WS-COMPANY-OK = "Y"
                  DISPLAY "INVALID COMPANY CODE. ENTER A CODE ON "
                     "THE COMPANY FILE: " WITH NO ADVANCING
                  ACCEPT WS-NEW-VALUE
                  MOVE WS-NEW-VALUE TO WS-COMPANY-CHECK
                  PERFORM VALIDATE-COMPANY-CODE
               END-PERFORM
               MOVE USER-ID TO WS-AUDIT-ACTOR
               MOVE USER-ID TO WS-AUDIT-KEY
               MOVE "EMPLOYEE-COMPANY-CODE" TO WS-AUDIT-FIELD
               MOVE EMPLOYEE-COMPANY-CODE TO WS-AUDIT-OLD-VALUE
               MOVE WS-COMPANY-CHECK TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               MOVE WS-COMPANY-CHECK TO EMPLOYEE-COMPANY-CODE
           END-IF

           DISPLAY "[CURRENT SSS NO]: " EMPLOYEE-SSS-NO
           DISPLAY "ENTER NEW SSS NO(PRESS ENTER TO KEEP "
           "CURRENT): " WITH NO ADVANCING
               MOVE WS-NEW-VALUE TO EMPLOYEE-BANK-ACCT-NO
           END-IF

           DISPLAY "[CURRENT PAY BASIS]: " EMPLOYEE-PAY-BASIS
           MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
           DISPLAY "[CURRENT DAILY/HOURLY RATE]: " WS-ED-AMOUNT
           DISPLAY "ENTER NEW PAY BASIS - MONTHLY, DAILY, HOURLY "
           "(PRESS ENTER TO KEEP CURRENT): " WITH NO ADVANCING
           ACCEPT WS-NEW-VALUE
           DISPLAY "==================================================="
           PERFORM UNTIL WS-NEW-VALUE = SPACES OR "MONTHLY"
              OR "DAILY" OR "HOURLY"
              DISPLAY "INVALID PAY BASIS. ENTER MONTHLY, DAILY, "
                 "HOURLY OR BLANK: " WITH NO ADVANCING
              ACCEPT WS-NEW-VALUE
           END-PERFORM
           IF WS-NEW-VALUE NOT = SPACES THEN
               MOVE USER-ID TO WS-AUDIT-ACTOR
               MOVE USER-ID TO WS-AUDIT-KEY
               MOVE "EMPLOYEE-PAY-BASIS" TO WS-AUDIT-FIELD
               MOVE EMPLOYEE-PAY-BASIS TO WS-AUDIT-OLD-VALUE
               MOVE WS-NEW-VALUE TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               MOVE WS-NEW-VALUE TO EMPLOYEE-PAY-BASIS
           END-IF
           IF PAY-BASIS-DAILY OR PAY-BASIS-HOURLY
      *> A daily or hourly employee with no rate would be paid nothing,
      *> so the rate can only be kept when one is already on file.
              IF EMPLOYEE-PAY-RATE = ZERO
                 MOVE "Y" TO WS-OPEN
              ELSE
                 DISPLAY "ENTER NEW RATE (Y/N)? " WITH NO ADVANCING
                 ACCEPT WS-OPEN
              END-IF
              IF WS-OPEN = "Y" OR "y"
                 MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
                 MOVE WS-ED-AMOUNT TO WS-AUDIT-OLD-VALUE
                 PERFORM ACCEPT-PAY-RATE
                 MOVE USER-ID TO WS-AUDIT-ACTOR
                 MOVE USER-ID TO WS-AUDIT-KEY
                 MOVE "EMPLOYEE-PAY-RATE" TO WS-AUDIT-FIELD
                 MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
                 MOVE WS-ED-AMOUNT TO WS-AUDIT-NEW-VALUE
                 PERFORM APPEND-AUDIT-LOG
              END-IF
           ELSE
              MOVE ZERO TO EMPLOYEE-PAY-RATE
           END-IF

           REWRITE USER-RECORD
               INVALID KEY
           DISPLAY "|=================================================|"
              END-IF
           END-IF.

      *> Daily or hourly rate for non-monthly staff; the rate field
      *> holds up to 99999.99 so the salary parser's range is capped.
        ACCEPT-PAY-RATE.
           MOVE "N" TO WS-SALARY-OK
           PERFORM UNTIL WS-SALARY-OK = "Y"
              IF PAY-BASIS-DAILY
                 DISPLAY "[ENTER DAILY RATE (UP TO 99999.99)]: "
                    WITH NO ADVANCING
              ELSE
                 DISPLAY "[ENTER HOURLY RATE (UP TO 99999.99)]: "
                    WITH NO ADVANCING
              END-IF
              ACCEPT WS-SALARY-ENTRY
              PERFORM PARSE-SALARY-ENTRY
              IF WS-SALARY-OK = "Y" AND (WS-SALARY-VALUE > 99999.99
                 OR WS-SALARY-VALUE = ZERO)
                 MOVE "N" TO WS-SALARY-OK
              END-IF
              IF WS-SALARY-OK = "Y"
                 MOVE WS-SALARY-VALUE TO EMPLOYEE-PAY-RATE
              ELSE
                 DISPLAY "INVALID: RATE OF 0.01 TO 99999.99, CENTAVOS "
                    "AFTER A DECIMAL POINT."
              END-IF
           END-PERFORM.

        VALIDATE-DEPT-CODE.
           MOVE "N" TO WS-DEPT-OK
           OPEN INPUT DEPT-FILE
              CLOSE DEPT-FILE
           END-IF.

      *> A blank company code is allowed and means the default company.
        VALIDATE-COMPANY-CODE.
           MOVE "N" TO WS-COMPANY-OK
           IF WS-COMPANY-CHECK = SPACES
              MOVE "Y" TO WS-COMPANY-OK
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = "00"
              DISPLAY "WARNING: NO COMPANY FILE ON RECORD. CODE "
                 "ACCEPTED WITHOUT VALIDATION."
              MOVE "Y" TO WS-COMPANY-OK
           ELSE
              MOVE WS-COMPANY-CHECK TO COMPANY-CODE
              READ COMPANY-FILE KEY IS COMPANY-CODE
                 INVALID KEY
                    MOVE "N" TO WS-COMPANY-OK
                 NOT INVALID KEY
                    MOVE "Y" TO WS-COMPANY-OK
              END-READ
              CLOSE COMPANY-FILE
           END-IF.

      *> A department change on the record is also written to the
      *> effective-dated assignment history, dated today, so the
      *> payroll register can split the period's cost on a transfer.
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
              CLOSE DISPUTE-FILE
           END-IF.

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

       CLEAR-SCREEN.
           CALL 'SYSTEM' USING 'clear'.
