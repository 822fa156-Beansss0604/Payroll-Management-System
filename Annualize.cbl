                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT ALPHALIST-FILE ASSIGN TO WS-ALPHA-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT FORM2316-FILE ASSIGN TO WS-2316-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT AUDIT-FILE ASSIGN TO "AuditTrail.txt"
        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

      *> Each employer files its own alphalist under its own TIN, so
      *> with more than one company on Company.txt the alphalist and
      *> Form 2316 files are written per company, named with its
      *> company code (BIRAlphalist-<code>.txt, Form2316-<code>.txt).
        FD ALPHALIST-FILE.
        01 ALPHALIST-LINE PIC X(160).

                10 WS-ANN-CONTRIB PIC S9(9)V99 COMP-3.
                10 WS-ANN-13TH PIC S9(9)V99 COMP-3.
                10 WS-ANN-WITHHELD PIC S9(9)V99 COMP-3.
                10 WS-ANN-CO PIC 99.
        01 WS-ANN-USED PIC 999 VALUE ZERO.
        01 WS-ANN-IDX PIC 999.
        01 WS-ANN-HIT PIC 999.
        01 WS-AUDIT-OLD-VALUE PIC X(30).
        01 WS-AUDIT-NEW-VALUE PIC X(30).
        01 WS-CURRENT-DATETIME PIC X(21).
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-CO-END PIC X VALUE "N".
        01 WS-CO-TABLE.
            05 WS-CO-CODE PIC X(10) OCCURS 20 TIMES.
        01 WS-CO-USED PIC 99 VALUE ZERO.
        01 WS-CO-IDX PIC 99.
        01 WS-CO-FIND PIC 99.
        01 WS-CO-HIT PIC 99.
        01 WS-CO-DEFAULT PIC 99.
        01 WS-CO-LISTED PIC 9(5) VALUE ZERO.
        01 WS-ALPHA-FILENAME PIC X(60) VALUE "BIRAlphalist.txt".
        01 WS-2316-FILENAME PIC X(60) VALUE "Form2316.txt".

        PROCEDURE DIVISION.
        MAINLINE.
              END-READ
           END-PERFORM

           PERFORM LOAD-COMPANIES
           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
              UNTIL WS-ANN-IDX > WS-ANN-USED
              MOVE WS-ANN-CODE(WS-ANN-IDX) TO USERNAME
              PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
              PERFORM FIND-EMPLOYEE-COMPANY
              MOVE WS-CO-HIT TO WS-ANN-CO(WS-ANN-IDX)
           END-PERFORM

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-USED
              PERFORM SETTLE-ONE-COMPANY
           END-PERFORM
           CLOSE PAYSLIP-FILE

           DISPLAY "|=================================================|"
           DISPLAY "PAYSLIPS READ FOR YEAR: " WS-SLIPS-READ
           DISPLAY "EMPLOYEES ANNUALIZED: " WS-ANN-USED
           DISPLAY "FINAL SLIPS ADJUSTED: " WS-ADJUSTED
              "   LOCKED (NOT ADJUSTED): " WS-LOCKED
           DISPLAY "|=================================================|"
           STOP RUN.

      *> One company's alphalist and Form 2316 file. Each employee is
      *> listed and settled under the company on the employee record
      *> at year end.
        SETTLE-ONE-COMPANY.
           PERFORM SET-COMPANY-FILENAMES
           MOVE ZERO TO WS-CO-LISTED
           OPEN OUTPUT ALPHALIST-FILE
           OPEN OUTPUT FORM2316-FILE
           MOVE SPACES TO ALPHALIST-LINE
           STRING "BIR ALPHALIST OF EMPLOYEES - YEAR " WS-ANN-YEAR
              DELIMITED BY SIZE INTO ALPHALIST-LINE
           WRITE ALPHALIST-LINE
           IF COMPANY-CODE NOT = SPACES
              MOVE SPACES TO ALPHALIST-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-NAME)
                 "   EMPLOYER TIN: " COMPANY-TIN
                 DELIMITED BY SIZE INTO ALPHALIST-LINE
              WRITE ALPHALIST-LINE
           END-IF
           MOVE SPACES TO ALPHALIST-LINE
           STRING "TIN             NAME                           "
              "GROSS COMP   TAXABLE COMP  TAX DUE      WITHHELD     "

           PERFORM VARYING WS-ANN-IDX FROM 1 BY 1
              UNTIL WS-ANN-IDX > WS-ANN-USED
              IF WS-ANN-CO(WS-ANN-IDX) = WS-CO-IDX
                 ADD 1 TO WS-CO-LISTED
                 PERFORM SETTLE-ONE-EMPLOYEE
              END-IF
           END-PERFORM

           MOVE WS-CO-LISTED TO WS-COUNT-ED
           MOVE SPACES TO ALPHALIST-LINE
           STRING "EMPLOYEES LISTED: " WS-COUNT-ED
              DELIMITED BY SIZE INTO ALPHALIST-LINE
           WRITE ALPHALIST-LINE
           CLOSE ALPHALIST-FILE
           CLOSE FORM2316-FILE
           IF WS-CO-CODE(WS-CO-IDX) NOT = SPACES
              DISPLAY "COMPANY: " WS-CO-CODE(WS-CO-IDX) " "
                 COMPANY-NAME
           END-IF
           DISPLAY "EMPLOYEES LISTED: " WS-CO-LISTED
           DISPLAY "ALPHALIST FILE: " FUNCTION TRIM(WS-ALPHA-FILENAME)
           DISPLAY "FORM 2316 FILE: " FUNCTION TRIM(WS-2316-FILENAME).

      *> Company codes in key order; the default company is the one
      *> flagged Y, else the lowest code. With no company master on
      *> file there is one unnamed company and every file keeps its
      *> plain name.
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
                       ELSE
                          DISPLAY "WARNING: MORE THAN 20 COMPANIES ON "
                             "FILE; " COMPANY-CODE " IGNORED."
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

      *> A blank, unknown or unreadable company code files under the
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

        SET-COMPANY-FILENAMES.
           MOVE SPACES TO COMPANY-RECORD
           IF WS-CO-CODE(WS-CO-IDX) NOT = SPACES
              OPEN INPUT COMPANY-FILE
              MOVE WS-CO-CODE(WS-CO-IDX) TO COMPANY-CODE
              READ COMPANY-FILE KEY IS COMPANY-CODE
                 INVALID KEY
                    MOVE SPACES TO COMPANY-RECORD
              END-READ
              CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-USED > 1
              MOVE SPACES TO WS-ALPHA-FILENAME
              STRING "BIRAlphalist-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-ALPHA-FILENAME
              MOVE SPACES TO WS-2316-FILENAME
              STRING "Form2316-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-2316-FILENAME
           END-IF.

        EXTRACT-PERIOD-YEAR.
           MOVE "N" TO WS-YEAR-FOUND
                 DELIMITED BY SIZE INTO FORM2316-LINE
           END-IF
           WRITE FORM2316-LINE
           IF COMPANY-CODE NOT = SPACES
              MOVE SPACES TO FORM2316-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-NAME)
                 "   TIN: " FUNCTION TRIM(COMPANY-TIN)
                 DELIMITED BY SIZE INTO FORM2316-LINE
              WRITE FORM2316-LINE
           END-IF
           MOVE WS-ANN-GROSS(WS-ANN-IDX) TO WS-ED-AMOUNT
           MOVE SPACES TO FORM2316-LINE
           STRING "GROSS COMPENSATION:        " WS-ED-AMOUNT
