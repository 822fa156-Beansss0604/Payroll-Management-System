        IDENTIFICATION DIVISION.
        PROGRAM-ID. Certificate.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

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

            SELECT ALLOWANCE-FILE ASSIGN TO "Allowance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALLOW-KEY
                FILE STATUS IS WS-ALLOW-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT CERT-LOG-FILE ASSIGN TO "CertLog.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CERT-CONTROL-NO
                FILE STATUS IS WS-CERT-LOG-STATUS.

            SELECT CERT-FILE ASSIGN TO WS-CERT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CERT-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD DEPT-FILE.
            COPY "DEPTREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

        FD ALLOWANCE-FILE.
            COPY "ALLOWREC.cpy".

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD CERT-LOG-FILE.
            COPY "CERTLOGREC.cpy".

        FD CERT-FILE.
        01 CERT-LINE PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-DEPT-STATUS PIC XX.
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-ALLOW-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-CERT-LOG-STATUS PIC XX.
        01 WS-CERT-STATUS PIC XX.

      *> "EMPLOYEE <user-id>" from the employee menu (the employee's
      *> own record only); "HR <issuer>" from the admin menu, which
      *> prompts for the employee.
        01 WS-CMD-LINE PIC X(80).
        01 WS-CMD-MODE PIC X(10).
        01 WS-CMD-ID PIC X(30).

        01 WS-EMP-FOUND PIC X VALUE "N".
        01 WS-SEPARATED PIC X VALUE "N".
        01 WS-FILE-END PIC X VALUE "N".
        01 WS-LOG-OK PIC X VALUE "N".
        01 WS-TRIES PIC 9 VALUE ZERO.
        01 WS-CHOICE PIC X.
        01 WS-PURPOSE PIC X(40).
        01 WS-WITH-COMP PIC X VALUE "N".
        01 WS-CHANNEL PIC X(10).
        01 WS-ISSUED-BY PIC X(30).
        01 WS-NEXT-SEQ PIC 9(5) VALUE ZERO.
        01 WS-CONTROL-NO PIC X(14).
        01 WS-CERT-FILENAME PIC X(30).

        01 WS-TODAY.
           02 WS-TODAY-YYYY PIC 9(4).
           02 WS-TODAY-MM PIC 99.
           02 WS-TODAY-DD PIC 99.
           02 FILLER PIC X(13).
        01 WS-STAMP PIC X(21).

        01 WS-MONTH-VALUES.
           02 FILLER PIC X(9) VALUE "JANUARY".
           02 FILLER PIC X(9) VALUE "FEBRUARY".
           02 FILLER PIC X(9) VALUE "MARCH".
           02 FILLER PIC X(9) VALUE "APRIL".
           02 FILLER PIC X(9) VALUE "MAY".
           02 FILLER PIC X(9) VALUE "JUNE".
           02 FILLER PIC X(9) VALUE "JULY".
           02 FILLER PIC X(9) VALUE "AUGUST".
           02 FILLER PIC X(9) VALUE "SEPTEMBER".
           02 FILLER PIC X(9) VALUE "OCTOBER".
           02 FILLER PIC X(9) VALUE "NOVEMBER".
           02 FILLER PIC X(9) VALUE "DECEMBER".
        01 WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
           02 WS-MONTH-NAME PIC X(9) OCCURS 12 TIMES.

      *> mm/dd/yy as kept on the employee master, spelled out for the
      *> certificate; a date that does not parse prints as keyed.
        01 WS-DATE-IN PIC X(15).
        01 WS-DATE-MM PIC 99.
        01 WS-DATE-DD PIC 99.
        01 WS-DATE-YYYY PIC 9(4).
        01 WS-DATE-DD-ED PIC Z9.
        01 WS-DATE-LONG PIC X(20).
        01 WS-ISSUE-LONG PIC X(20).
        01 WS-HIRE-LONG PIC X(20).
        01 WS-SEP-LONG PIC X(20).

        01 WS-CO-NAME PIC X(40).
        01 WS-CO-ADDRESS PIC X(40).
        01 WS-DEPT-NAME PIC X(30).

        01 WS-ALLOW-TOTAL PIC S9(7)V99 COMP-3 VALUE ZERO.
        01 WS-ALLOW-COUNT PIC 99 VALUE ZERO.
        01 WS-YTD-GROSS PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-SCAN-IDX PIC 99.
        01 WS-YEAR-FOUND PIC X VALUE "N".
        01 WS-PERIOD-YEAR PIC 9(4).
        01 WS-ED-AMOUNT PIC Z,ZZZ,ZZ9.99.
        01 WS-ED-YTD PIC ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||     CERTIFICATE OF EMPLOYMENT           |||||"
           DISPLAY "|=================================================|"
           MOVE SPACES TO WS-CMD-LINE
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-MODE
           MOVE SPACES TO WS-CMD-ID
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
              INTO WS-CMD-MODE WS-CMD-ID
           END-UNSTRING
           EVALUATE WS-CMD-MODE
              WHEN "EMPLOYEE"
                 MOVE "EMPLOYEE" TO WS-CHANNEL
                 MOVE WS-CMD-ID TO USER-ID
                 MOVE WS-CMD-ID TO WS-ISSUED-BY
              WHEN OTHER
                 MOVE "HR" TO WS-CHANNEL
                 MOVE WS-CMD-ID TO WS-ISSUED-BY
                 IF WS-ISSUED-BY = SPACES
                    MOVE "HR" TO WS-ISSUED-BY
                 END-IF
                 DISPLAY "[ENTER EMPLOYEE USER-ID]: " WITH NO ADVANCING
                 ACCEPT USER-ID
           END-EVALUATE

           PERFORM READ-EMPLOYEE
           IF WS-EMP-FOUND = "N"
              DISPLAY "EMPLOYEE NOT FOUND. NO CERTIFICATE ISSUED."
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              STOP RUN
           END-IF
           DISPLAY "EMPLOYEE: " FUNCTION TRIM(EMPLOYEE-NAME)

           MOVE SPACES TO WS-PURPOSE
           PERFORM UNTIL WS-PURPOSE NOT = SPACES
              DISPLAY "[PURPOSE (E.G. BANK LOAN, VISA APPLICATION)]: "
                 WITH NO ADVANCING
              ACCEPT WS-PURPOSE
           END-PERFORM
           DISPLAY "[INCLUDE COMPENSATION DETAILS]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              MOVE "Y" TO WS-WITH-COMP
           ELSE
              MOVE "N" TO WS-WITH-COMP
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP TO WS-TODAY
           PERFORM ASSIGN-CONTROL-NUMBER
           IF WS-LOG-OK = "N"
              DISPLAY "ERROR: NO CONTROL NUMBER COULD BE ASSIGNED. "
                 "NO CERTIFICATE ISSUED."
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              STOP RUN
           END-IF

           PERFORM GATHER-DETAILS
           PERFORM WRITE-CERTIFICATE

           DISPLAY "|=================================================|"
           DISPLAY "CONTROL NO.: " WS-CONTROL-NO
           DISPLAY "CERTIFICATE FILE: " FUNCTION TRIM(WS-CERT-FILENAME)
           IF WS-CHANNEL = "EMPLOYEE"
              DISPLAY "PLEASE CLAIM THE SIGNED COPY FROM HR, QUOTING "
                 "THE CONTROL NUMBER."
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
           ACCEPT OMITTED
           STOP RUN.

        READ-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           IF USER-ID = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-FILE
           IF WS-USER-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           READ USER-FILE KEY IS USER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO WS-EMP-FOUND
           END-READ
           CLOSE USER-FILE.

      *> Numbers run COE-yyyy-00001 upward each year. The log record
      *> is written before the certificate so the number is taken even
      *> if printing fails; a number taken meanwhile by another issuer
      *> is skipped and the next one tried.
        ASSIGN-CONTROL-NUMBER.
           MOVE "N" TO WS-LOG-OK
           OPEN I-O CERT-LOG-FILE
           IF WS-CERT-LOG-STATUS NOT = "00"
              OPEN OUTPUT CERT-LOG-FILE
              CLOSE CERT-LOG-FILE
              OPEN I-O CERT-LOG-FILE
           END-IF
           IF WS-CERT-LOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-TRIES
           PERFORM UNTIL WS-LOG-OK = "Y" OR WS-TRIES = 5
              ADD 1 TO WS-TRIES
              PERFORM FIND-LAST-CONTROL-SEQ
              IF WS-NEXT-SEQ = 99999
                 MOVE 5 TO WS-TRIES
              ELSE
                 ADD 1 TO WS-NEXT-SEQ
                 PERFORM BUILD-LOG-RECORD
                 WRITE CERT-LOG-RECORD
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE "Y" TO WS-LOG-OK
                 END-WRITE
              END-IF
           END-PERFORM
           CLOSE CERT-LOG-FILE.

        FIND-LAST-CONTROL-SEQ.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE "COE-" TO CERT-CTL-PREFIX
           MOVE WS-TODAY-YYYY TO CERT-CTL-YEAR
           MOVE "-" TO CERT-CTL-DASH
           MOVE ZERO TO CERT-CTL-SEQ
           MOVE "N" TO WS-FILE-END
           START CERT-LOG-FILE KEY IS NOT LESS THAN CERT-CONTROL-NO
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ CERT-LOG-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    IF CERT-CTL-PREFIX NOT = "COE-"
                       OR CERT-CTL-YEAR NOT = WS-TODAY-YYYY
                       MOVE "Y" TO WS-FILE-END
                    ELSE
                       MOVE CERT-CTL-SEQ TO WS-NEXT-SEQ
                    END-IF
              END-READ
           END-PERFORM.

        BUILD-LOG-RECORD.
           MOVE SPACES TO CERT-LOG-RECORD
           MOVE "COE-" TO CERT-CTL-PREFIX
           MOVE WS-TODAY-YYYY TO CERT-CTL-YEAR
           MOVE "-" TO CERT-CTL-DASH
           MOVE WS-NEXT-SEQ TO CERT-CTL-SEQ
           MOVE CERT-CONTROL-NO TO WS-CONTROL-NO
           MOVE USER-ID TO CERT-USER-ID
           MOVE EMPLOYEE-NAME TO CERT-EMP-NAME
           MOVE WS-PURPOSE TO CERT-PURPOSE
           MOVE WS-WITH-COMP TO CERT-WITH-COMP
           MOVE WS-CHANNEL TO CERT-CHANNEL
           MOVE WS-ISSUED-BY TO CERT-ISSUED-BY
           MOVE WS-STAMP TO CERT-ISSUE-STAMP
           MOVE SPACES TO WS-CERT-FILENAME
           STRING CERT-CONTROL-NO ".txt"
              DELIMITED BY SIZE INTO WS-CERT-FILENAME
           MOVE WS-CERT-FILENAME TO CERT-FILE-NAME.

        GATHER-DETAILS.
           MOVE "N" TO WS-SEPARATED
           IF STATUS-RESIGNED OR STATUS-TERMINATED
              OR EMPLOYEE-SEPARATION-DATE NOT = SPACES
              MOVE "Y" TO WS-SEPARATED
           END-IF
           MOVE WS-TODAY-MM TO WS-DATE-MM
           MOVE WS-TODAY-DD TO WS-DATE-DD
           MOVE WS-TODAY-YYYY TO WS-DATE-YYYY
           PERFORM SPELL-OUT-DATE
           MOVE WS-DATE-LONG TO WS-ISSUE-LONG
           MOVE EMPLOYEE-HIRE-DATE TO WS-DATE-IN
           PERFORM FORMAT-MASTER-DATE
           MOVE WS-DATE-LONG TO WS-HIRE-LONG
           MOVE EMPLOYEE-SEPARATION-DATE TO WS-DATE-IN
           PERFORM FORMAT-MASTER-DATE
           MOVE WS-DATE-LONG TO WS-SEP-LONG
           PERFORM FIND-COMPANY
           MOVE EMPLOYEE-DEPT-CODE TO WS-DEPT-NAME
           IF EMPLOYEE-DEPT-CODE NOT = SPACES
              OPEN INPUT DEPT-FILE
              IF WS-DEPT-STATUS = "00"
                 MOVE EMPLOYEE-DEPT-CODE TO DEPT-CODE
                 READ DEPT-FILE KEY IS DEPT-CODE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE DEPT-NAME TO WS-DEPT-NAME
                 END-READ
                 CLOSE DEPT-FILE
              END-IF
           END-IF.

      *> The employee's own company, else the default company (the one
      *> flagged Y, or the first on file). With no Company.txt the
      *> certificate has no letterhead and reads "THE COMPANY".
        FIND-COMPANY.
           MOVE SPACES TO WS-CO-NAME
           MOVE SPACES TO WS-CO-ADDRESS
           OPEN INPUT COMPANY-FILE
           IF WS-COMPANY-STATUS NOT = "00"
              MOVE "THE COMPANY" TO WS-CO-NAME
              EXIT PARAGRAPH
           END-IF
           IF EMPLOYEE-COMPANY-CODE NOT = SPACES
              MOVE EMPLOYEE-COMPANY-CODE TO COMPANY-CODE
              READ COMPANY-FILE KEY IS COMPANY-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE COMPANY-NAME TO WS-CO-NAME
                    MOVE COMPANY-ADDRESS TO WS-CO-ADDRESS
              END-READ
           END-IF
           IF WS-CO-NAME = SPACES
              MOVE LOW-VALUES TO COMPANY-CODE
              START COMPANY-FILE KEY IS NOT LESS THAN COMPANY-CODE
                 INVALID KEY
                    CONTINUE
              END-START
              MOVE "N" TO WS-FILE-END
              PERFORM UNTIL WS-FILE-END = "Y"
                 READ COMPANY-FILE NEXT
                    AT END
                       MOVE "Y" TO WS-FILE-END
                    NOT AT END
                       IF WS-CO-NAME = SPACES OR COMPANY-IS-DEFAULT
                          MOVE COMPANY-NAME TO WS-CO-NAME
                          MOVE COMPANY-ADDRESS TO WS-CO-ADDRESS
                       END-IF
                       IF COMPANY-IS-DEFAULT
                          MOVE "Y" TO WS-FILE-END
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           CLOSE COMPANY-FILE
           IF WS-CO-NAME = SPACES
              MOVE "THE COMPANY" TO WS-CO-NAME
           END-IF.

        FORMAT-MASTER-DATE.
           MOVE SPACES TO WS-DATE-LONG
           IF WS-DATE-IN = SPACES
              EXIT PARAGRAPH
           END-IF
           IF WS-DATE-IN(1:2) IS NUMERIC AND WS-DATE-IN(3:1) = "/"
              AND WS-DATE-IN(4:2) IS NUMERIC AND WS-DATE-IN(6:1) = "/"
              AND WS-DATE-IN(7:2) IS NUMERIC
              MOVE WS-DATE-IN(1:2) TO WS-DATE-MM
              MOVE WS-DATE-IN(4:2) TO WS-DATE-DD
              COMPUTE WS-DATE-YYYY = 2000
                 + FUNCTION NUMVAL(WS-DATE-IN(7:2))
              IF WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                 PERFORM SPELL-OUT-DATE
                 EXIT PARAGRAPH
              END-IF
           END-IF
           MOVE WS-DATE-IN TO WS-DATE-LONG.

        SPELL-OUT-DATE.
           MOVE SPACES TO WS-DATE-LONG
           MOVE WS-DATE-DD TO WS-DATE-DD-ED
           STRING FUNCTION TRIM(WS-MONTH-NAME(WS-DATE-MM)) " "
              FUNCTION TRIM(WS-DATE-DD-ED) ", " WS-DATE-YYYY
              DELIMITED BY SIZE INTO WS-DATE-LONG.

        WRITE-CERTIFICATE.
           OPEN OUTPUT CERT-FILE
      *> The control number is already logged as issued; HR must know
      *> it was used even though nothing was printed.
           IF WS-CERT-STATUS NOT = "00"
              DISPLAY "ERROR: CERTIFICATE FILE "
                 FUNCTION TRIM(WS-CERT-FILENAME)
                 " CANNOT BE CREATED (STATUS " WS-CERT-STATUS ")."
              DISPLAY "CONTROL NO. " WS-CONTROL-NO
                 " WAS USED BUT NO CERTIFICATE WAS PRINTED."
              MOVE 8 TO RETURN-CODE
              DISPLAY 'PRESS ENTER TO CONTINUE...' WITH NO ADVANCING
              ACCEPT OMITTED
              STOP RUN
           END-IF
           IF WS-CO-NAME NOT = "THE COMPANY"
              MOVE WS-CO-NAME TO CERT-LINE
              WRITE CERT-LINE
              MOVE WS-CO-ADDRESS TO CERT-LINE
              WRITE CERT-LINE
           END-IF
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "CONTROL NO.: " WS-CONTROL-NO
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           IF WS-WITH-COMP = "Y"
              MOVE SPACES TO CERT-LINE
              STRING "          CERTIFICATE OF EMPLOYMENT "
                 "AND COMPENSATION"
                 DELIMITED BY SIZE INTO CERT-LINE
           ELSE
              MOVE "                   CERTIFICATE OF EMPLOYMENT"
                 TO CERT-LINE
           END-IF
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "TO WHOM IT MAY CONCERN:" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "THIS IS TO CERTIFY THAT "
              FUNCTION TRIM(EMPLOYEE-NAME)
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           IF WS-SEPARATED = "Y"
              STRING "WAS EMPLOYED BY " FUNCTION TRIM(WS-CO-NAME)
                 DELIMITED BY SIZE INTO CERT-LINE
           ELSE
              STRING "IS EMPLOYED BY " FUNCTION TRIM(WS-CO-NAME)
                 DELIMITED BY SIZE INTO CERT-LINE
           END-IF
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           IF WS-SEPARATED = "Y"
              IF WS-SEP-LONG = SPACES
                 STRING "FROM " FUNCTION TRIM(WS-HIRE-LONG) "."
                    DELIMITED BY SIZE INTO CERT-LINE
              ELSE
                 STRING "FROM " FUNCTION TRIM(WS-HIRE-LONG) " TO "
                    FUNCTION TRIM(WS-SEP-LONG) "."
                    DELIMITED BY SIZE INTO CERT-LINE
              END-IF
           ELSE
              STRING "FROM " FUNCTION TRIM(WS-HIRE-LONG)
                 " UP TO THE PRESENT."
                 DELIMITED BY SIZE INTO CERT-LINE
           END-IF
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           IF WS-SEPARATED = "Y"
              STRING "   LAST POSITION HELD : " EMPLOYEE-POSITION
                 DELIMITED BY SIZE INTO CERT-LINE
           ELSE
              STRING "   POSITION           : " EMPLOYEE-POSITION
                 DELIMITED BY SIZE INTO CERT-LINE
           END-IF
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "   DEPARTMENT         : " WS-DEPT-NAME
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "   DATE HIRED         : " WS-HIRE-LONG
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           IF WS-SEPARATED = "Y"
              MOVE SPACES TO CERT-LINE
              STRING "   DATE SEPARATED     : " WS-SEP-LONG
                 DELIMITED BY SIZE INTO CERT-LINE
              WRITE CERT-LINE
           END-IF

           IF WS-WITH-COMP = "Y"
              PERFORM WRITE-COMPENSATION
           END-IF

           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "THIS CERTIFICATION IS ISSUED UPON THE REQUEST OF THE "
              TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "ABOVE-NAMED FOR " FUNCTION TRIM(WS-PURPOSE) "."
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           STRING "ISSUED ON " FUNCTION TRIM(WS-ISSUE-LONG) "."
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "______________________________" TO CERT-LINE
           WRITE CERT-LINE
           MOVE "HUMAN RESOURCES DEPARTMENT" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "NOT VALID WITHOUT THE HR SIGNATURE. THE CONTROL NUMBER"
              TO CERT-LINE
           WRITE CERT-LINE
           MOVE "MAY BE VERIFIED WITH THE HUMAN RESOURCES DEPARTMENT."
              TO CERT-LINE
           WRITE CERT-LINE
           CLOSE CERT-FILE.

      *> Basic pay on the employee's pay basis, the ACTIVE recurring
      *> allowances, and the year-to-date figures: basic and net from
      *> the master's YTD fields, gross from the year's standing
      *> payslips since the master keeps no gross total.
        WRITE-COMPENSATION.
           MOVE SPACES TO CERT-LINE
           WRITE CERT-LINE
           MOVE "COMPENSATION" TO CERT-LINE
           WRITE CERT-LINE
           MOVE SPACES TO CERT-LINE
           EVALUATE TRUE
              WHEN PAY-BASIS-DAILY
                 MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
                 STRING "   DAILY RATE         : PHP " WS-ED-AMOUNT
                    DELIMITED BY SIZE INTO CERT-LINE
              WHEN PAY-BASIS-HOURLY
                 MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
                 STRING "   HOURLY RATE        : PHP " WS-ED-AMOUNT
                    DELIMITED BY SIZE INTO CERT-LINE
              WHEN OTHER
                 MOVE EMPLOYEE-BASIC-SALARY TO WS-ED-AMOUNT
                 STRING "   MONTHLY BASIC PAY  : PHP " WS-ED-AMOUNT
                    DELIMITED BY SIZE INTO CERT-LINE
           END-EVALUATE
           WRITE CERT-LINE
           PERFORM WRITE-ALLOWANCES
           PERFORM SUM-YTD-GROSS
           MOVE SPACES TO CERT-LINE
           STRING "   YEAR-TO-DATE " WS-TODAY-YYYY ":"
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE YTD-BASIC TO WS-ED-YTD
           MOVE SPACES TO CERT-LINE
           STRING "      BASIC PAY       : PHP " WS-ED-YTD
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE WS-YTD-GROSS TO WS-ED-YTD
           MOVE SPACES TO CERT-LINE
           STRING "      GROSS PAY       : PHP " WS-ED-YTD
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE
           MOVE YTD-NETPAY TO WS-ED-YTD
           MOVE SPACES TO CERT-LINE
           STRING "      NET PAY         : PHP " WS-ED-YTD
              DELIMITED BY SIZE INTO CERT-LINE
           WRITE CERT-LINE.

        WRITE-ALLOWANCES.
           MOVE ZERO TO WS-ALLOW-TOTAL
           MOVE ZERO TO WS-ALLOW-COUNT
           OPEN INPUT ALLOWANCE-FILE
           IF WS-ALLOW-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE USER-ID TO ALLOW-USER-ID
           MOVE LOW-VALUES TO ALLOW-TYPE
           MOVE "N" TO WS-FILE-END
           START ALLOWANCE-FILE KEY IS NOT LESS THAN ALLOW-KEY
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ ALLOWANCE-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    IF ALLOW-USER-ID NOT = USER-ID
                       MOVE "Y" TO WS-FILE-END
                    ELSE
                       IF ALLOW-ACTIVE
                          PERFORM WRITE-ONE-ALLOWANCE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE ALLOWANCE-FILE
           IF WS-ALLOW-COUNT > 1
              MOVE WS-ALLOW-TOTAL TO WS-ED-AMOUNT
              MOVE SPACES TO CERT-LINE
              STRING "   TOTAL ALLOWANCES   : PHP " WS-ED-AMOUNT
                 " PER PAY PERIOD"
                 DELIMITED BY SIZE INTO CERT-LINE
              WRITE CERT-LINE
           END-IF.

        WRITE-ONE-ALLOWANCE.
           ADD 1 TO WS-ALLOW-COUNT
           ADD ALLOW-AMOUNT TO WS-ALLOW-TOTAL
           MOVE ALLOW-AMOUNT TO WS-ED-AMOUNT
           MOVE SPACES TO CERT-LINE
           IF ALLOW-NON-TAXABLE
              STRING "   " ALLOW-TYPE " ALLOWANCE: PHP " WS-ED-AMOUNT
                 " PER PAY PERIOD (NON-TAXABLE)"
                 DELIMITED BY SIZE INTO CERT-LINE
           ELSE
              STRING "   " ALLOW-TYPE " ALLOWANCE: PHP " WS-ED-AMOUNT
                 " PER PAY PERIOD"
                 DELIMITED BY SIZE INTO CERT-LINE
           END-IF
           WRITE CERT-LINE.

        SUM-YTD-GROSS.
           MOVE ZERO TO WS-YTD-GROSS
           IF SLIP-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE SLIP-CODE TO USERNAME
           MOVE "N" TO WS-FILE-END
           START PAYSLIP-FILE KEY IS EQUAL TO USERNAME
              INVALID KEY
                 MOVE "Y" TO WS-FILE-END
           END-START
           PERFORM UNTIL WS-FILE-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-FILE-END
                 NOT AT END
                    IF USERNAME NOT = SLIP-CODE
                       MOVE "Y" TO WS-FILE-END
                    ELSE
                       PERFORM EXTRACT-PERIOD-YEAR
                       IF WS-YEAR-FOUND = "Y" AND NOT SLIP-REVERSED
                          AND WS-PERIOD-YEAR = WS-TODAY-YYYY
                          ADD FD-TOTAL-PAY TO WS-YTD-GROSS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE.

        EXTRACT-PERIOD-YEAR.
           MOVE "N" TO WS-YEAR-FOUND
           MOVE ZERO TO WS-PERIOD-YEAR
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
              UNTIL WS-SCAN-IDX > 27
              IF WS-YEAR-FOUND = "N"
                 AND PAYSLIP-PERIOD(WS-SCAN-IDX:4) IS NUMERIC
                 MOVE PAYSLIP-PERIOD(WS-SCAN-IDX:4)
                    TO WS-PERIOD-YEAR
                 MOVE "Y" TO WS-YEAR-FOUND
              END-IF
           END-PERFORM.
