        IDENTIFICATION DIVISION.
        PROGRAM-ID. NewHireLoad.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HIRE-FILE ASSIGN TO "NewHires.csv"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIRE-STATUS.

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
            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-DEPTASG-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT LEAVE-BAL-FILE ASSIGN TO "LeaveBalance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-BAL-USER-ID
                FILE STATUS IS WS-LEAVE-BAL-STATUS.

            SELECT LEAVE-LEDGER-FILE ASSIGN TO "LeaveLedger.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEAVE-LEDGER-STATUS.

            SELECT REJECT-FILE ASSIGN TO "NewHireRejects.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PASSWORD-FILE ASSIGN TO "NewHirePasswords.txt"
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

      *> One new hire per line, comma separated, no header, in this
      *> order (no commas inside a field):
      *>   user id, name, DOB mm/dd/yy, gender, civil status,
      *>   nationality, email, contact, address, slip code, pay basis,
      *>   monthly basic salary, daily/hourly rate, SSS, PhilHealth,
      *>   Pag-IBIG, TIN, bank name, bank branch, bank account no,
      *>   role, position, department code, hire date mm/dd/yy,
      *>   company code
      *> A blank slip code defaults to the user id; a blank company
      *> code puts the hire under the default company.
        FD HIRE-FILE.
        01 HIRE-LINE PIC X(400).

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD XREF-FILE.
            COPY "XREFREC.cpy".

        FD DEPT-FILE.
            COPY "DEPTREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD LEAVE-BAL-FILE.
            COPY "LEAVEBALREC.cpy".

        FD LEAVE-LEDGER-FILE.
        01 LEAVE-LEDGER-LINE PIC X(160).

        FD REJECT-FILE.
        01 REJECT-LINE PIC X(460).

      *> Temporary-password listing for HR to hand out; each password
      *> works once and must be changed at first login.
        FD PASSWORD-FILE.
        01 PASSWORD-LINE PIC X(100).

        FD AUDIT-FILE.
            COPY "AUDITREC.cpy".

        FD AUDIT-SEQ-FILE.
        01 AUDIT-SEQ-LINE PIC X(10).

        FD AUDIT-CHAIN-FILE.
        01 AUDIT-CHAIN-LINE PIC X(10).

        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        WORKING-STORAGE SECTION.
        01 WS-HIRE-STATUS PIC XX.
        01 WS-USER-STATUS PIC XX.
        01 WS-XREF-STATUS PIC XX.
        01 WS-DEPT-STATUS PIC XX.
        01 WS-DEPTASG-STATUS PIC XX.
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-LEAVE-BAL-STATUS PIC XX.
        01 WS-LEAVE-LEDGER-STATUS PIC XX.
        01 WS-HIRE-END PIC X VALUE "N".
        01 WS-LOAD-MODE PIC X VALUE "V".
        01 WS-DEPT-FILE-OK PIC X VALUE "N".
        01 WS-COMPANY-FILE-OK PIC X VALUE "N".
        01 WS-XREF-FILE-OK PIC X VALUE "N".
        01 WS-PERIOD-FILE-OK PIC X VALUE "N".
        01 WS-ROW-OK PIC X VALUE "N".
        01 WS-REJECT-REASON PIC X(50).
        01 WS-READ-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LOAD-COUNT PIC 9(5) VALUE ZERO.
        01 WS-REJECT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-COUNT-ED PIC ZZZZ9.

        01 WS-CSV-USER-ID PIC X(30).
        01 WS-CSV-NAME PIC X(30).
        01 WS-CSV-DOB PIC X(15).
        01 WS-CSV-GENDER PIC X(10).
        01 WS-CSV-MARITAL PIC X(10).
        01 WS-CSV-NATIONALITY PIC X(10).
        01 WS-CSV-EMAIL PIC X(20).
        01 WS-CSV-CONTACT PIC X(12).
        01 WS-CSV-ADDRESS PIC X(40).
        01 WS-CSV-SLIP-CODE PIC X(30).
        01 WS-CSV-PAY-BASIS PIC X(7).
        01 WS-CSV-SALARY PIC X(15).
        01 WS-CSV-RATE PIC X(15).
        01 WS-CSV-SSS PIC X(15).
        01 WS-CSV-PHIC PIC X(15).
        01 WS-CSV-HDMF PIC X(15).
        01 WS-CSV-TIN PIC X(15).
        01 WS-CSV-BANK-NAME PIC X(20).
        01 WS-CSV-BANK-BRANCH PIC X(10).
        01 WS-CSV-BANK-ACCT PIC X(16).
        01 WS-CSV-ROLE PIC X(15).
        01 WS-CSV-POSITION PIC X(15).
        01 WS-CSV-DEPT PIC X(10).
        01 WS-CSV-HIRE-DATE PIC X(15).
        01 WS-CSV-COMPANY PIC X(10).
        01 WS-BASIC-VALUE PIC S9(7)V99.
        01 WS-RATE-VALUE PIC S9(5)V99.

        01 WS-SALARY-ENTRY PIC X(15).
        01 WS-SALARY-VALUE PIC 9(8)V99.
        01 WS-SALARY-OK PIC X VALUE "N".
        01 WS-SALARY-DOTS PIC 99.
        01 WS-SALARY-LEN PIC 99.
        01 WS-SALARY-IDX PIC 99.

        01 WS-DATE-CHECK PIC X(15).
        01 WS-DATE-VALID PIC X VALUE "N".
        01 WS-DATE-MM PIC XX.
        01 WS-DATE-DD PIC XX.
        01 WS-DATE-YY PIC XX.
        01 WS-DATE-SEP1 PIC X.
        01 WS-DATE-SEP2 PIC X.
        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).
        01 WS-HIRE-INT PIC 9(8).
        01 WS-HIRE-YMD PIC 9(8).
        01 WS-PER-START-INT PIC 9(8).
        01 WS-PER-END-INT PIC 9(8).
        01 WS-PERIOD-END PIC X VALUE "N".
        01 WS-HIRE-PERIOD-OK PIC X VALUE "N".

        01 WS-ID-TYPE PIC X(4).
        01 WS-ID-VALUE PIC X(15).
        01 WS-ID-OK PIC X VALUE "N".
        01 WS-ID-CHARS-OK PIC X VALUE "N".
        01 WS-ID-DIGITS PIC X(15).
        01 WS-ID-DIGIT-COUNT PIC 99.
        01 WS-ID-IDX PIC 99.
        01 WS-ID-DIGIT PIC 9.
        01 WS-ID-WSUM PIC 9(5).
        01 WS-ID-WEIGHT PIC 9.
        01 WS-ID-CHECK PIC 9.
        01 WS-ID-CHECK-OK PIC X VALUE "N".
        01 WS-ACCT-IDX PIC 99.
        01 WS-ACCT-OK PIC X VALUE "N".

      *> User ids and slip codes accepted earlier in this file, so a
      *> hire keyed twice is caught even on a validate-only pass.
        01 WS-SEEN-TABLE.
            05 WS-SEEN-ENTRY OCCURS 500 TIMES.
               10 WS-SEEN-USER-ID PIC X(30).
               10 WS-SEEN-SLIP-CODE PIC X(30).
        01 WS-SEEN-COUNT PIC 999 VALUE ZERO.
        01 WS-SEEN-IDX PIC 999.
        01 WS-SEEN-DUP PIC X VALUE "N".

        01 WS-PLAIN-PASSWORD PIC X(30).
        01 WS-PASSWORD-DIGEST PIC X(30).
        01 WS-HASH-VALUE PIC 9(10).
        01 WS-HASH-IDX PIC 99.
        01 WS-HASH-LEN PIC 99.
        01 WS-TEMP-PASSWORD PIC X(10).
        01 WS-TEMP-SEED PIC X(60).
        01 WS-TEMP-NUMBER PIC 9(6).
        01 WS-LEDGER-DELTA-ED PIC +ZZ9.

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
           DISPLAY "|=================================================|"
           DISPLAY "|||||     NEW-HIRE BULK ONBOARDING UPLOAD     |||||"
           DISPLAY "|=================================================|"
           PERFORM GET-SESSION-ROLE
           DISPLAY "INPUT FILE: NewHires.csv"
           DISPLAY "[V] VALIDATE ONLY   [L] VALIDATE AND LOAD"
           DISPLAY "[CHOOSE V OR L]: " WITH NO ADVANCING
           ACCEPT WS-LOAD-MODE
           IF WS-LOAD-MODE = "l"
              MOVE "L" TO WS-LOAD-MODE
           END-IF
           IF WS-LOAD-MODE NOT = "L"
              MOVE "V" TO WS-LOAD-MODE
           END-IF

           MOVE "N" TO WS-HIRE-END
           OPEN INPUT HIRE-FILE
           IF WS-HIRE-STATUS NOT = "00"
              DISPLAY "ERROR: NewHires.csv NOT FOUND. NOTHING LOADED."
              STOP RUN
           END-IF
           PERFORM OPEN-LOAD-FILES

           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-LINE
           IF WS-LOAD-MODE = "L"
              STRING "NEW-HIRE UPLOAD REJECTS"
                 DELIMITED BY SIZE INTO REJECT-LINE
           ELSE
              STRING "NEW-HIRE UPLOAD REJECTS (VALIDATE ONLY - "
                 "NOTHING LOADED)"
                 DELIMITED BY SIZE INTO REJECT-LINE
           END-IF
           WRITE REJECT-LINE
           IF WS-LOAD-MODE = "L"
              OPEN OUTPUT PASSWORD-FILE
              MOVE SPACES TO PASSWORD-LINE
              STRING "NEW-HIRE TEMPORARY PASSWORDS - CHANGE AT FIRST "
                 "LOGIN"
                 DELIMITED BY SIZE INTO PASSWORD-LINE
              WRITE PASSWORD-LINE
           END-IF

           PERFORM UNTIL WS-HIRE-END = "Y"
              READ HIRE-FILE
                 AT END
                    MOVE "Y" TO WS-HIRE-END
                 NOT AT END
                    IF HIRE-LINE NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-HIRE
                    END-IF
              END-READ
           END-PERFORM

           CLOSE HIRE-FILE
           PERFORM CLOSE-LOAD-FILES

           MOVE WS-READ-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REJECT-LINE
           STRING "ROWS READ: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           MOVE WS-LOAD-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REJECT-LINE
           IF WS-LOAD-MODE = "L"
              STRING "ROWS LOADED: " WS-COUNT-ED
                 DELIMITED BY SIZE INTO REJECT-LINE
           ELSE
              STRING "ROWS PASSING VALIDATION: " WS-COUNT-ED
                 DELIMITED BY SIZE INTO REJECT-LINE
           END-IF
           WRITE REJECT-LINE
           MOVE WS-REJECT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REJECT-LINE
           STRING "ROWS REJECTED: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REJECT-LINE
           WRITE REJECT-LINE
           CLOSE REJECT-FILE
           IF WS-LOAD-MODE = "L"
              CLOSE PASSWORD-FILE
           END-IF

           DISPLAY "|=================================================|"
           IF WS-LOAD-MODE = "L"
              DISPLAY "ROWS READ: " WS-READ-COUNT "   LOADED: "
                 WS-LOAD-COUNT "   REJECTED: " WS-REJECT-COUNT
              DISPLAY "PASSWORD LISTING: NewHirePasswords.txt"
           ELSE
              DISPLAY "ROWS READ: " WS-READ-COUNT "   VALID: "
                 WS-LOAD-COUNT "   REJECTED: " WS-REJECT-COUNT
              DISPLAY "VALIDATE ONLY - NOTHING WAS LOADED."
           END-IF
           DISPLAY "REJECT FILE: NewHireRejects.txt"
           DISPLAY "|=================================================|"
           STOP RUN.

        OPEN-LOAD-FILES.
           IF WS-LOAD-MODE = "L"
              OPEN I-O USER-FILE
              IF WS-USER-STATUS NOT = "00"
                 OPEN OUTPUT USER-FILE
                 CLOSE USER-FILE
                 OPEN I-O USER-FILE
              END-IF
              OPEN I-O XREF-FILE
              IF WS-XREF-STATUS NOT = "00"
                 OPEN OUTPUT XREF-FILE
                 CLOSE XREF-FILE
                 OPEN I-O XREF-FILE
              END-IF
              MOVE "Y" TO WS-XREF-FILE-OK
              OPEN I-O DEPT-ASG-FILE
              IF WS-DEPTASG-STATUS NOT = "00"
                 OPEN OUTPUT DEPT-ASG-FILE
                 CLOSE DEPT-ASG-FILE
                 OPEN I-O DEPT-ASG-FILE
              END-IF
              OPEN I-O LEAVE-BAL-FILE
              IF WS-LEAVE-BAL-STATUS NOT = "00"
                 OPEN OUTPUT LEAVE-BAL-FILE
                 CLOSE LEAVE-BAL-FILE
                 OPEN I-O LEAVE-BAL-FILE
              END-IF
           ELSE
              OPEN INPUT USER-FILE
              IF WS-USER-STATUS NOT = "00"
                 DISPLAY "ERROR: EMPLOYEE FILE CANNOT BE OPENED "
                    "(STATUS " WS-USER-STATUS "). NOTHING VALIDATED."
                 CLOSE HIRE-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN INPUT XREF-FILE
              IF WS-XREF-STATUS = "00"
                 MOVE "Y" TO WS-XREF-FILE-OK
              END-IF
           END-IF
           MOVE "N" TO WS-DEPT-FILE-OK
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
              MOVE "Y" TO WS-DEPT-FILE-OK
           ELSE
              DISPLAY "WARNING: NO DEPARTMENT FILE ON RECORD. CODES "
                 "ACCEPTED WITHOUT VALIDATION."
           END-IF
           MOVE "N" TO WS-COMPANY-FILE-OK
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS = "00"
              MOVE "Y" TO WS-COMPANY-FILE-OK
           ELSE
              DISPLAY "WARNING: NO COMPANY FILE ON RECORD. CODES "
                 "ACCEPTED WITHOUT VALIDATION."
           END-IF
           MOVE "N" TO WS-PERIOD-FILE-OK
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
              MOVE "Y" TO WS-PERIOD-FILE-OK
           ELSE
              DISPLAY "WARNING: NO PAY-PERIOD CALENDAR ON FILE. HIRE "
                 "DATES ACCEPTED WITHOUT VALIDATION."
           END-IF.

        CLOSE-LOAD-FILES.
           CLOSE USER-FILE
           IF WS-XREF-FILE-OK = "Y"
              CLOSE XREF-FILE
           END-IF
           IF WS-LOAD-MODE = "L"
              CLOSE DEPT-ASG-FILE
              CLOSE LEAVE-BAL-FILE
           END-IF
           IF WS-DEPT-FILE-OK = "Y"
              CLOSE DEPT-FILE
           END-IF
           IF WS-COMPANY-FILE-OK = "Y"
              CLOSE COMPANY-FILE
           END-IF
           IF WS-PERIOD-FILE-OK = "Y"
              CLOSE PERIOD-FILE
           END-IF.

      *> Every check the online registration screen makes, applied to
      *> one CSV row; the first failure is the reason on the reject
      *> listing. A clean row is only written in load mode.
        LOAD-ONE-HIRE.
           MOVE SPACES TO WS-CSV-USER-ID WS-CSV-NAME WS-CSV-DOB
              WS-CSV-GENDER WS-CSV-MARITAL WS-CSV-NATIONALITY
              WS-CSV-EMAIL WS-CSV-CONTACT WS-CSV-ADDRESS
              WS-CSV-SLIP-CODE WS-CSV-PAY-BASIS WS-CSV-SALARY
              WS-CSV-RATE WS-CSV-SSS WS-CSV-PHIC WS-CSV-HDMF
              WS-CSV-TIN WS-CSV-BANK-NAME WS-CSV-BANK-BRANCH
              WS-CSV-BANK-ACCT WS-CSV-ROLE WS-CSV-POSITION
              WS-CSV-DEPT WS-CSV-HIRE-DATE WS-CSV-COMPANY
           UNSTRING HIRE-LINE DELIMITED BY ","
              INTO WS-CSV-USER-ID WS-CSV-NAME WS-CSV-DOB
                 WS-CSV-GENDER WS-CSV-MARITAL WS-CSV-NATIONALITY
                 WS-CSV-EMAIL WS-CSV-CONTACT WS-CSV-ADDRESS
                 WS-CSV-SLIP-CODE WS-CSV-PAY-BASIS WS-CSV-SALARY
                 WS-CSV-RATE WS-CSV-SSS WS-CSV-PHIC WS-CSV-HDMF
                 WS-CSV-TIN WS-CSV-BANK-NAME WS-CSV-BANK-BRANCH
                 WS-CSV-BANK-ACCT WS-CSV-ROLE WS-CSV-POSITION
                 WS-CSV-DEPT WS-CSV-HIRE-DATE WS-CSV-COMPANY
           MOVE FUNCTION TRIM(WS-CSV-USER-ID) TO WS-CSV-USER-ID
           MOVE FUNCTION TRIM(WS-CSV-COMPANY) TO WS-CSV-COMPANY
           MOVE FUNCTION TRIM(WS-CSV-SLIP-CODE) TO WS-CSV-SLIP-CODE
           MOVE FUNCTION UPPER-CASE(WS-CSV-PAY-BASIS)
              TO WS-CSV-PAY-BASIS
           MOVE FUNCTION UPPER-CASE(WS-CSV-ROLE) TO WS-CSV-ROLE
           MOVE FUNCTION UPPER-CASE(WS-CSV-POSITION)
              TO WS-CSV-POSITION
           IF WS-CSV-SLIP-CODE = SPACES
              MOVE WS-CSV-USER-ID TO WS-CSV-SLIP-CODE
           END-IF
           MOVE "Y" TO WS-ROW-OK
           MOVE SPACES TO WS-REJECT-REASON

           IF WS-CSV-USER-ID = SPACES
              MOVE "USER ID IS BLANK" TO WS-REJECT-REASON
              MOVE "N" TO WS-ROW-OK
           END-IF

           IF WS-ROW-OK = "Y"
              PERFORM CHECK-SEEN-IN-FILE
              IF WS-SEEN-DUP = "Y"
                 MOVE "USER ID OR SLIP CODE REPEATED IN THIS FILE"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y"
              MOVE WS-CSV-USER-ID TO USER-ID
              READ USER-FILE KEY IS USER-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "USER ID ALREADY ON EMPLOYEE FILE"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
              END-READ
           END-IF

           IF WS-ROW-OK = "Y" AND WS-XREF-FILE-OK = "Y"
              MOVE WS-CSV-SLIP-CODE TO XREF-SLIP-CODE
              READ XREF-FILE KEY IS XREF-SLIP-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "SLIP CODE ALREADY IN USE"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
              END-READ
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-NAME = SPACES
              MOVE "EMPLOYEE NAME IS BLANK" TO WS-REJECT-REASON
              MOVE "N" TO WS-ROW-OK
           END-IF

           IF WS-ROW-OK = "Y"
              MOVE FUNCTION TRIM(WS-CSV-DOB) TO WS-DATE-CHECK
              PERFORM VALIDATE-DATE-FORMAT
              IF WS-DATE-VALID = "N"
                 MOVE "DOB NOT MM/DD/YY" TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y"
              IF WS-CSV-PAY-BASIS NOT = "MONTHLY" AND
                 WS-CSV-PAY-BASIS NOT = "DAILY" AND
                 WS-CSV-PAY-BASIS NOT = "HOURLY"
                 MOVE "PAY BASIS NOT MONTHLY, DAILY OR HOURLY"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y"
              MOVE ZERO TO WS-BASIC-VALUE
              MOVE ZERO TO WS-RATE-VALUE
              IF WS-CSV-SALARY NOT = SPACES
                 OR WS-CSV-PAY-BASIS = "MONTHLY"
                 MOVE WS-CSV-SALARY TO WS-SALARY-ENTRY
                 PERFORM PARSE-SALARY-ENTRY
                 IF WS-SALARY-OK = "Y"
                    MOVE WS-SALARY-VALUE TO WS-BASIC-VALUE
                 ELSE
                    MOVE "BASIC SALARY NOT NUMERIC (9999999.99)"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
                 END-IF
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-PAY-BASIS NOT = "MONTHLY"
              MOVE WS-CSV-RATE TO WS-SALARY-ENTRY
              PERFORM PARSE-SALARY-ENTRY
              IF WS-SALARY-OK = "Y" AND WS-SALARY-VALUE > 99999.99
                 MOVE "N" TO WS-SALARY-OK
              END-IF
              IF WS-SALARY-OK = "Y" AND WS-SALARY-VALUE > ZERO
                 MOVE WS-SALARY-VALUE TO WS-RATE-VALUE
              ELSE
                 MOVE "DAILY/HOURLY RATE MISSING OR NOT 0.01-99999.99"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-SSS NOT = SPACES
              MOVE "SSS" TO WS-ID-TYPE
              MOVE WS-CSV-SSS TO WS-ID-VALUE
              PERFORM VALIDATE-GOVT-ID
              IF WS-ID-OK = "N"
                 MOVE "INVALID SSS NUMBER (10 DIGITS + CHECK DIGIT)"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-PHIC NOT = SPACES
              MOVE "PHIC" TO WS-ID-TYPE
              MOVE WS-CSV-PHIC TO WS-ID-VALUE
              PERFORM VALIDATE-GOVT-ID
              IF WS-ID-OK = "N"
                 MOVE "INVALID PHILHEALTH NO (12 DIGITS + CHECK)"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-HDMF NOT = SPACES
              MOVE "HDMF" TO WS-ID-TYPE
              MOVE WS-CSV-HDMF TO WS-ID-VALUE
              PERFORM VALIDATE-GOVT-ID
              IF WS-ID-OK = "N"
                 MOVE "INVALID PAG-IBIG MID NUMBER (12 DIGITS)"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-CSV-TIN NOT = SPACES
              MOVE "TIN" TO WS-ID-TYPE
              MOVE WS-CSV-TIN TO WS-ID-VALUE
              PERFORM VALIDATE-GOVT-ID
              IF WS-ID-OK = "N"
                 MOVE "INVALID TIN (9 OR 12 DIGITS)"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y"
              PERFORM VALIDATE-BANK-DETAILS
           END-IF

           IF WS-ROW-OK = "Y"
              IF WS-CSV-ROLE NOT = "HR-ADMIN" AND
                 WS-CSV-ROLE NOT = "PAYROLL-ADMIN" AND
                 WS-CSV-ROLE NOT = "EMPLOYEE"
                 MOVE "ROLE NOT HR-ADMIN, PAYROLL-ADMIN OR EMPLOYEE"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y"
              IF WS-CSV-POSITION NOT = "RANK-FILE" AND
                 WS-CSV-POSITION NOT = "SUPERVISOR" AND
                 WS-CSV-POSITION NOT = "MANAGER"
                 MOVE "POSITION NOT RANK-FILE, SUPERVISOR OR MANAGER"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-DEPT-FILE-OK = "Y"
              MOVE FUNCTION TRIM(WS-CSV-DEPT) TO DEPT-CODE
              READ DEPT-FILE KEY IS DEPT-CODE
                 INVALID KEY
                    MOVE "DEPARTMENT CODE NOT ON DEPARTMENT FILE"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
              END-READ
           END-IF

           IF WS-ROW-OK = "Y" AND WS-COMPANY-FILE-OK = "Y"
              AND WS-CSV-COMPANY NOT = SPACES
              MOVE WS-CSV-COMPANY TO COMPANY-CODE
              READ COMPANY-FILE KEY IS COMPANY-CODE
                 INVALID KEY
                    MOVE "COMPANY CODE NOT ON COMPANY FILE"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
              END-READ
           END-IF

           IF WS-ROW-OK = "Y"
              MOVE FUNCTION TRIM(WS-CSV-HIRE-DATE) TO WS-DATE-CHECK
              PERFORM VALIDATE-DATE-FORMAT
              IF WS-DATE-VALID = "N"
                 MOVE "HIRE DATE NOT MM/DD/YY" TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
              ELSE
                 PERFORM VALIDATE-HIRE-PERIOD
                 IF WS-HIRE-PERIOD-OK = "N"
                    MOVE "HIRE DATE NOT IN AN OPEN PAY PERIOD"
                       TO WS-REJECT-REASON
                    MOVE "N" TO WS-ROW-OK
                 END-IF
              END-IF
           END-IF

           IF WS-ROW-OK = "Y" AND WS-LOAD-MODE = "L"
              PERFORM WRITE-NEW-HIRE
           END-IF

           IF WS-ROW-OK = "Y"
              ADD 1 TO WS-LOAD-COUNT
              IF WS-SEEN-COUNT < 500
                 ADD 1 TO WS-SEEN-COUNT
                 MOVE WS-CSV-USER-ID TO WS-SEEN-USER-ID(WS-SEEN-COUNT)
                 MOVE WS-CSV-SLIP-CODE
                    TO WS-SEEN-SLIP-CODE(WS-SEEN-COUNT)
              END-IF
           ELSE
              ADD 1 TO WS-REJECT-COUNT
              MOVE SPACES TO REJECT-LINE
              STRING FUNCTION TRIM(HIRE-LINE) "  <== "
                 FUNCTION TRIM(WS-REJECT-REASON)
                 DELIMITED BY SIZE INTO REJECT-LINE
              WRITE REJECT-LINE
           END-IF.

        CHECK-SEEN-IN-FILE.
           MOVE "N" TO WS-SEEN-DUP
           PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
              UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
              IF WS-SEEN-USER-ID(WS-SEEN-IDX) = WS-CSV-USER-ID
                 OR WS-SEEN-SLIP-CODE(WS-SEEN-IDX) = WS-CSV-SLIP-CODE
                 MOVE "Y" TO WS-SEEN-DUP
              END-IF
           END-PERFORM.

      *> Bank name and account number go together: both blank means a
      *> cash payee, one without the other cannot be credited. The
      *> account number is digits only, as the bank upload expects.
        VALIDATE-BANK-DETAILS.
           IF WS-CSV-BANK-NAME = SPACES AND WS-CSV-BANK-ACCT = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-CSV-BANK-NAME = SPACES
              MOVE "BANK ACCOUNT GIVEN WITHOUT BANK NAME"
                 TO WS-REJECT-REASON
              MOVE "N" TO WS-ROW-OK
              EXIT PARAGRAPH
           END-IF
           IF WS-CSV-BANK-ACCT = SPACES
              MOVE "BANK NAME GIVEN WITHOUT ACCOUNT NUMBER"
                 TO WS-REJECT-REASON
              MOVE "N" TO WS-ROW-OK
              EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CSV-BANK-ACCT) TO WS-CSV-BANK-ACCT
           MOVE "Y" TO WS-ACCT-OK
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
              UNTIL WS-ACCT-IDX > 16
              IF WS-CSV-BANK-ACCT(WS-ACCT-IDX:1) NOT = SPACE
                 AND WS-CSV-BANK-ACCT(WS-ACCT-IDX:1) IS NOT NUMERIC
                 MOVE "N" TO WS-ACCT-OK
              END-IF
           END-PERFORM
           IF WS-ACCT-OK = "N"
              MOVE "BANK ACCOUNT NUMBER NOT ALL DIGITS"
                 TO WS-REJECT-REASON
              MOVE "N" TO WS-ROW-OK
           END-IF.

      *> The hire date must fall inside a pay period on the calendar
      *> that has not been closed, so the new hire's first pay is
      *> pro-rated against a period that can still be computed.
        VALIDATE-HIRE-PERIOD.
           MOVE "N" TO WS-HIRE-PERIOD-OK
           IF WS-PERIOD-FILE-OK = "N"
              MOVE "Y" TO WS-HIRE-PERIOD-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-CHECK TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           MOVE WS-CVT-INT TO WS-HIRE-INT
           MOVE WS-CVT-YMD TO WS-HIRE-YMD
           MOVE LOW-VALUES TO PERIOD-CODE
           START PERIOD-FILE KEY IS NOT LESS THAN PERIOD-CODE
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-PERIOD-END
           PERFORM UNTIL WS-PERIOD-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-PERIOD-END
                 NOT AT END
                    IF NOT PERIOD-SHUT
                       MOVE PERIOD-START-DATE TO WS-CVT-DATE
                       PERFORM CONVERT-DATE-TO-INT
                       MOVE WS-CVT-INT TO WS-PER-START-INT
                       MOVE PERIOD-END-DATE TO WS-CVT-DATE
                       PERFORM CONVERT-DATE-TO-INT
                       MOVE WS-CVT-INT TO WS-PER-END-INT
                       IF WS-HIRE-INT >= WS-PER-START-INT
                          AND WS-HIRE-INT <= WS-PER-END-INT
                          AND WS-PER-START-INT > ZERO
                          MOVE "Y" TO WS-HIRE-PERIOD-OK
                          MOVE "Y" TO WS-PERIOD-END
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

        WRITE-NEW-HIRE.
           INITIALIZE USER-RECORD
           MOVE WS-CSV-USER-ID TO USER-ID
           PERFORM MAKE-TEMP-PASSWORD
           MOVE WS-TEMP-PASSWORD TO WS-PLAIN-PASSWORD
           PERFORM HASH-PASSWORD
           MOVE WS-PASSWORD-DIGEST TO USER-PASSWORD
           MOVE WS-CSV-NAME TO EMPLOYEE-NAME
           MOVE FUNCTION TRIM(WS-CSV-DOB) TO EMPLOYEE-DOB
           MOVE WS-CSV-GENDER TO EMPLOYEE-GENDER
           MOVE WS-CSV-MARITAL TO EMPLOYEE-MARITAL-STATUS
           MOVE WS-CSV-NATIONALITY TO EMPLOYEE-NATIONALITY
           MOVE WS-CSV-EMAIL TO EMPLOYEE-EMAIL
           MOVE WS-CSV-CONTACT TO EMPLOYEE-CONTACT
           MOVE WS-CSV-ADDRESS TO EMPLOYEE-ADDRESS
           MOVE WS-CSV-SLIP-CODE TO SLIP-CODE
           MOVE WS-BASIC-VALUE TO EMPLOYEE-BASIC-SALARY
           MOVE WS-CSV-PAY-BASIS TO EMPLOYEE-PAY-BASIS
           MOVE WS-RATE-VALUE TO EMPLOYEE-PAY-RATE
           MOVE WS-CSV-SSS TO EMPLOYEE-SSS-NO
           MOVE WS-CSV-PHIC TO EMPLOYEE-PHILHEALTH-NO
           MOVE WS-CSV-HDMF TO EMPLOYEE-PAGIBIG-NO
           MOVE WS-CSV-TIN TO EMPLOYEE-TIN
           MOVE WS-CSV-BANK-NAME TO EMPLOYEE-BANK-NAME
           MOVE WS-CSV-BANK-BRANCH TO EMPLOYEE-BANK-BRANCH
           MOVE WS-CSV-BANK-ACCT TO EMPLOYEE-BANK-ACCT-NO
           MOVE ZERO TO YTD-BASIC
           MOVE ZERO TO YTD-SSS
           MOVE ZERO TO YTD-PAGIBIG
           MOVE ZERO TO YTD-PHILHEALTH
           MOVE ZERO TO YTD-NETPAY
           MOVE ZERO TO EMPLOYEE-ARREARS
           MOVE WS-CSV-ROLE TO EMPLOYEE-ROLE
           MOVE WS-CSV-POSITION TO EMPLOYEE-POSITION
           MOVE FUNCTION TRIM(WS-CSV-DEPT) TO EMPLOYEE-DEPT-CODE
           MOVE WS-CSV-COMPANY TO EMPLOYEE-COMPANY-CODE
           SET STATUS-ACTIVE TO TRUE
           MOVE FUNCTION TRIM(WS-CSV-HIRE-DATE) TO EMPLOYEE-HIRE-DATE
           MOVE SPACES TO EMPLOYEE-SEPARATION-DATE
           MOVE "N" TO EMPLOYEE-SETTLED-FLAG
           MOVE ZERO TO USER-FAILED-COUNT
           MOVE "N" TO USER-LOCK-FLAG
           MOVE WS-CURRENT-DATETIME(1:8) TO USER-PWD-DATE
           MOVE "Y" TO USER-TEMP-FLAG
           WRITE USER-RECORD
              INVALID KEY
                 MOVE "EMPLOYEE RECORD NOT WRITTEN (DUPLICATE KEY)"
                    TO WS-REJECT-REASON
                 MOVE "N" TO WS-ROW-OK
           END-WRITE
           IF WS-ROW-OK = "N"
              EXIT PARAGRAPH
           END-IF

           MOVE SLIP-CODE TO XREF-SLIP-CODE
           MOVE USER-ID TO XREF-USER-ID
           WRITE XREF-RECORD
              INVALID KEY
                 REWRITE XREF-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: SLIP INDEX NOT UPDATED FOR "
                          USER-ID
                 END-REWRITE
           END-WRITE

      *> Department history starts on the hire date itself.
           MOVE USER-ID TO ASG-USER-ID
           MOVE WS-HIRE-YMD TO ASG-FROM-DATE
           IF WS-HIRE-YMD = ZERO
              MOVE EMPLOYEE-HIRE-DATE TO WS-CVT-DATE
              PERFORM CONVERT-DATE-TO-INT
              MOVE WS-CVT-YMD TO ASG-FROM-DATE
           END-IF
           MOVE EMPLOYEE-DEPT-CODE TO ASG-DEPT-CODE
           WRITE DEPT-ASG-RECORD
              INVALID KEY
                 REWRITE DEPT-ASG-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: DEPARTMENT ASSIGNMENT "
                          "HISTORY NOT UPDATED FOR " USER-ID
                 END-REWRITE
           END-WRITE

           MOVE USER-ID TO LEAVE-BAL-USER-ID
           MOVE 15 TO LEAVE-VACATION-BALANCE
           MOVE 15 TO LEAVE-SICK-BALANCE
           WRITE LEAVE-BAL-RECORD
              INVALID KEY
                 DISPLAY "WARNING: LEAVE BALANCE ALREADY ON FILE FOR "
                    USER-ID
              NOT INVALID KEY
                 PERFORM APPEND-OPENING-LEDGER
           END-WRITE

           MOVE SPACES TO PASSWORD-LINE
           STRING USER-ID " " EMPLOYEE-NAME " " WS-TEMP-PASSWORD
              DELIMITED BY SIZE INTO PASSWORD-LINE
           WRITE PASSWORD-LINE

           EVALUATE TRUE
              WHEN WS-SESSION-USER NOT = SPACES
                 MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
              WHEN WS-SESSION-ROLE NOT = SPACES
                 MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
              WHEN OTHER
                 MOVE "HR-ADMIN" TO WS-AUDIT-ACTOR
           END-EVALUATE
           MOVE USER-ID TO WS-AUDIT-KEY
           MOVE "NEW-HIRE-LOAD" TO WS-AUDIT-FIELD
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE "[TEMPORARY PASSWORD]" TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

      *> One-time password: "TMP" and six digits folded from the user
      *> id and the clock, so hires loaded in the same second still
      *> get different passwords.
        MAKE-TEMP-PASSWORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE SPACES TO WS-TEMP-SEED
           STRING WS-CURRENT-DATETIME(1:16) USER-ID
              DELIMITED BY SIZE INTO WS-TEMP-SEED
           MOVE 5381 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > 46
              COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                 (WS-HASH-VALUE * 131) +
                 FUNCTION ORD(WS-TEMP-SEED(WS-HASH-IDX:1)),
                 999999937)
           END-PERFORM
           COMPUTE WS-TEMP-NUMBER = FUNCTION MOD(WS-HASH-VALUE,
              1000000)
           MOVE SPACES TO WS-TEMP-PASSWORD
           STRING "TMP" WS-TEMP-NUMBER
              DELIMITED BY SIZE INTO WS-TEMP-PASSWORD.

      *> The 15/15 opening credit is ledgered so the accrual ledger
      *> can explain how the balance started.
        APPEND-OPENING-LEDGER.
           MOVE 15 TO WS-LEDGER-DELTA-ED
           MOVE SPACES TO LEAVE-LEDGER-LINE
           MOVE WS-CURRENT-DATETIME TO LEAVE-LEDGER-LINE(1:21)
           MOVE "| " TO LEAVE-LEDGER-LINE(22:2)
           MOVE LEAVE-BAL-USER-ID TO LEAVE-LEDGER-LINE(24:30)
           STRING "| VAC " WS-LEDGER-DELTA-ED " SICK "
              WS-LEDGER-DELTA-ED
              " | OPENING CREDIT | BAL V="
              LEAVE-VACATION-BALANCE
              " S=" LEAVE-SICK-BALANCE
              DELIMITED BY SIZE
              INTO LEAVE-LEDGER-LINE(55:106)
           MOVE "00" TO WS-LEAVE-LEDGER-STATUS
           OPEN EXTEND LEAVE-LEDGER-FILE
           IF WS-LEAVE-LEDGER-STATUS NOT = "00"
              OPEN OUTPUT LEAVE-LEDGER-FILE
           END-IF
           WRITE LEAVE-LEDGER-LINE
           CLOSE LEAVE-LEDGER-FILE.

        PARSE-SALARY-ENTRY.
           MOVE "N" TO WS-SALARY-OK
           MOVE ZERO TO WS-SALARY-VALUE
           MOVE ZERO TO WS-SALARY-DOTS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SALARY-ENTRY))
              TO WS-SALARY-LEN
           IF WS-SALARY-ENTRY = SPACES OR WS-SALARY-LEN > 10
              MOVE "N" TO WS-SALARY-OK
           ELSE
              MOVE FUNCTION TRIM(WS-SALARY-ENTRY) TO WS-SALARY-ENTRY
              MOVE "Y" TO WS-SALARY-OK
              PERFORM VARYING WS-SALARY-IDX FROM 1 BY 1
                 UNTIL WS-SALARY-IDX > WS-SALARY-LEN
                 IF WS-SALARY-ENTRY(WS-SALARY-IDX:1) = "."
                    ADD 1 TO WS-SALARY-DOTS
                 ELSE
                    IF WS-SALARY-ENTRY(WS-SALARY-IDX:1)
                       IS NOT NUMERIC
                       MOVE "N" TO WS-SALARY-OK
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SALARY-DOTS > 1
                 MOVE "N" TO WS-SALARY-OK
              END-IF
              IF WS-SALARY-OK = "Y"
                 COMPUTE WS-SALARY-VALUE = FUNCTION NUMVAL(
                    WS-SALARY-ENTRY(1:WS-SALARY-LEN))
              END-IF
           END-IF.

        VALIDATE-DATE-FORMAT.
           MOVE "N" TO WS-DATE-VALID
           MOVE WS-DATE-CHECK(1:2) TO WS-DATE-MM
           MOVE WS-DATE-CHECK(3:1) TO WS-DATE-SEP1
           MOVE WS-DATE-CHECK(4:2) TO WS-DATE-DD
           MOVE WS-DATE-CHECK(6:1) TO WS-DATE-SEP2
           MOVE WS-DATE-CHECK(7:2) TO WS-DATE-YY
           IF WS-DATE-MM IS NUMERIC AND WS-DATE-DD IS NUMERIC AND
              WS-DATE-YY IS NUMERIC AND WS-DATE-SEP1 = "/" AND
              WS-DATE-SEP2 = "/" AND WS-DATE-MM >= "01" AND
              WS-DATE-MM <= "12" AND WS-DATE-DD >= "01" AND
              WS-DATE-DD <= "31"
              MOVE "Y" TO WS-DATE-VALID
           END-IF.

        CONVERT-DATE-TO-INT.
           MOVE ZERO TO WS-CVT-INT
           MOVE ZERO TO WS-CVT-YMD
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

        VALIDATE-GOVT-ID.
           MOVE "N" TO WS-ID-OK
           PERFORM EXTRACT-ID-DIGITS
           IF WS-ID-CHARS-OK = "Y"
              EVALUATE WS-ID-TYPE
                 WHEN "SSS"
                    IF WS-ID-DIGIT-COUNT = 10
                       PERFORM CHECK-ID-CHECK-DIGIT
                       MOVE WS-ID-CHECK-OK TO WS-ID-OK
                    END-IF
                 WHEN "PHIC"
                    IF WS-ID-DIGIT-COUNT = 12
                       PERFORM CHECK-ID-CHECK-DIGIT
                       MOVE WS-ID-CHECK-OK TO WS-ID-OK
                    END-IF
                 WHEN "HDMF"
                    IF WS-ID-DIGIT-COUNT = 12
                       MOVE "Y" TO WS-ID-OK
                    END-IF
                 WHEN "TIN"
                    IF WS-ID-DIGIT-COUNT = 9 OR
                       WS-ID-DIGIT-COUNT = 12
                       MOVE "Y" TO WS-ID-OK
                    END-IF
              END-EVALUATE
           END-IF.

        EXTRACT-ID-DIGITS.
           MOVE "Y" TO WS-ID-CHARS-OK
           MOVE SPACES TO WS-ID-DIGITS
           MOVE ZERO TO WS-ID-DIGIT-COUNT
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX > 15
              EVALUATE TRUE
                 WHEN WS-ID-VALUE(WS-ID-IDX:1) >= "0" AND
                      WS-ID-VALUE(WS-ID-IDX:1) <= "9"
                    IF WS-ID-DIGIT-COUNT < 15
                       ADD 1 TO WS-ID-DIGIT-COUNT
                       MOVE WS-ID-VALUE(WS-ID-IDX:1)
                          TO WS-ID-DIGITS(WS-ID-DIGIT-COUNT:1)
                    END-IF
                 WHEN WS-ID-VALUE(WS-ID-IDX:1) = "-"
                    CONTINUE
                 WHEN WS-ID-VALUE(WS-ID-IDX:1) = SPACE
                    CONTINUE
                 WHEN OTHER
                    MOVE "N" TO WS-ID-CHARS-OK
              END-EVALUATE
           END-PERFORM
           IF WS-ID-DIGIT-COUNT = ZERO
              MOVE "N" TO WS-ID-CHARS-OK
           END-IF.

      *> Check digit: the last digit must equal the weighted sum of the
      *> preceding digits (weights cycling 2..7) modulo 10. Applied to
      *> SSS and PhilHealth numbers; Pag-IBIG and TIN are format-only.
        CHECK-ID-CHECK-DIGIT.
           MOVE "N" TO WS-ID-CHECK-OK
           MOVE ZERO TO WS-ID-WSUM
           MOVE 2 TO WS-ID-WEIGHT
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
              UNTIL WS-ID-IDX >= WS-ID-DIGIT-COUNT
              MOVE WS-ID-DIGITS(WS-ID-IDX:1) TO WS-ID-DIGIT
              COMPUTE WS-ID-WSUM =
                 WS-ID-WSUM + (WS-ID-DIGIT * WS-ID-WEIGHT)
              ADD 1 TO WS-ID-WEIGHT
              IF WS-ID-WEIGHT > 7
                 MOVE 2 TO WS-ID-WEIGHT
              END-IF
           END-PERFORM
           COMPUTE WS-ID-CHECK = FUNCTION MOD(WS-ID-WSUM, 10)
           MOVE WS-ID-DIGITS(WS-ID-DIGIT-COUNT:1) TO WS-ID-DIGIT
           IF WS-ID-DIGIT = WS-ID-CHECK
              MOVE "Y" TO WS-ID-CHECK-OK
           END-IF.

        HASH-PASSWORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PLAIN-PASSWORD))
              TO WS-HASH-LEN
           MOVE 5381 TO WS-HASH-VALUE
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > WS-HASH-LEN
              COMPUTE WS-HASH-VALUE = FUNCTION MOD(
                 (WS-HASH-VALUE * 131) +
                 FUNCTION ORD(WS-PLAIN-PASSWORD(WS-HASH-IDX:1)),
                 999999937)
           END-PERFORM
           MOVE SPACES TO WS-PASSWORD-DIGEST
           MOVE WS-HASH-VALUE TO WS-PASSWORD-DIGEST.

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
