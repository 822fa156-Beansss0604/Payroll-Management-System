            SELECT EXCEPTION-FILE ASSIGN TO "ExceptionReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD EXCEPTION-FILE.
        01 EXCEPTION-LINE PIC X(100).

      *> BatchParm.txt block PROGRAM=PREEDIT with a PERIOD= line lets
      *> the overnight chain run this edit unattended; any exception
      *> ends the run with return code 4 so the chain stops before
      *> the batch payroll.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        WORKING-STORAGE SECTION.
        01 File-Status PIC XX.
            88 File-End VALUE "10".
        01 WS-EXC-CODE PIC X(30).
        01 WS-EXC-TEXT PIC X(50).
        01 WS-COUNT-ED PIC ZZZZ9.
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12) VALUE "PREEDIT".
        01 WS-PARM-FOUND PIC X VALUE "N".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-PARM-PERIOD PIC X(30).

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||     PRE-PAYROLL EXCEPTION/EDIT REPORT   |||||"
           DISPLAY "|=================================================|"
           MOVE "PREEDIT" TO WS-PARM-PROGRAM
           PERFORM READ-BATCH-PARMS
           IF WS-PARM-FOUND = "Y" AND WS-PARM-PERIOD NOT = SPACES
              MOVE WS-PARM-PERIOD TO WS-EDIT-PERIOD
              DISPLAY "PERIOD TAKEN FROM PARAMETER FILE: "
                 WS-EDIT-PERIOD
           ELSE
              DISPLAY "[ENTER PAYSLIP PERIOD]: " WITH NO ADVANCING
              ACCEPT WS-EDIT-PERIOD
           END-IF
           PERFORM VALIDATE-PERIOD
           IF WS-PERIOD-OK NOT = "Y"
              DISPLAY "PERIOD IS NOT ON THE PAY-PERIOD CALENDAR. "
                 "EDIT RUN NOT STARTED."
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY "EXCEPTIONS FOUND: " WS-EXC-COUNT
           DISPLAY "REPORT FILE: ExceptionReport.txt"
           DISPLAY "|=================================================|"
           IF WS-EXC-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

        VALIDATE-PERIOD.
                    TO WS-EXC-TEXT
                 PERFORM WRITE-EXCEPTION
           END-READ
           IF PAY-BASIS-MONTHLY
              IF EMPLOYEE-BASIC-SALARY = ZERO
                 MOVE "BASIC SALARY IS ZERO" TO WS-EXC-TEXT
                 PERFORM WRITE-EXCEPTION
              END-IF
           ELSE
              IF EMPLOYEE-PAY-RATE NOT > ZERO
                 MOVE "PAY RATE IS ZERO" TO WS-EXC-TEXT
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF
           IF EMPLOYEE-SSS-NO = SPACES
              MOVE "SSS NUMBER IS BLANK" TO WS-EXC-TEXT
           CLOSE PAYSLIP-FILE
           CLOSE ATTENDANCE-FILE.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE SPACES TO WS-PARM-PERIOD
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
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.

        WRITE-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT
           MOVE SPACES TO EXCEPTION-LINE
