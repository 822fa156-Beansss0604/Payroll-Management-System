                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT SSS-REMIT-FILE ASSIGN TO WS-SSS-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PHIC-REMIT-FILE ASSIGN TO WS-PHIC-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT HDMF-REMIT-FILE ASSIGN TO WS-HDMF-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EXCEPTION-FILE ASSIGN TO "RemitExceptions.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RELEASE-FILE ASSIGN TO "PayRelease.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-PERIOD
                FILE STATUS IS WS-RELEASE-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

      *> Each employer remits under its own registration numbers, so
      *> with more than one company on Company.txt every company gets
      *> its own three agency files, named with its company code
      *> (SSSRemit-<code>.txt and so on).
        FD SSS-REMIT-FILE.
        01 SSS-REMIT-LINE PIC X(80).

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD RELEASE-FILE.
            COPY "RELEASEREC.cpy".

      *> BatchParm.txt lets the overnight scheduler run this program
      *> unattended: a PROGRAM= line opens a block of TAG=VALUE lines
      *> (PERIOD=) that replace the keyboard prompts.
        01 WS-XREF-HIT PIC X VALUE "N".
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-PERIOD-OK PIC X VALUE "N".
        01 WS-RELEASE-STATUS PIC XX.
        01 WS-RELEASE-OK PIC X VALUE "N".
        01 File-Status PIC XX.
            88 File-End VALUE "10".
        01 WS-LOOKUP-STATUS PIC XX.
        01 WS-ID-WEIGHT PIC 9.
        01 WS-ID-CHECK PIC 9.
        01 WS-ID-LABEL PIC X(12).
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-CO-END PIC X VALUE "N".
        01 WS-CO-TABLE.
            05 WS-CO-CODE PIC X(10) OCCURS 20 TIMES.
        01 WS-CO-USED PIC 99 VALUE ZERO.
        01 WS-CO-IDX PIC 99.
        01 WS-CO-FIND PIC 99.
        01 WS-CO-HIT PIC 99.
        01 WS-CO-DEFAULT PIC 99.
        01 WS-CO-REMIT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-SSS-FILENAME PIC X(60) VALUE "SSSRemit.txt".
        01 WS-PHIC-FILENAME PIC X(60) VALUE "PhilHealthRemit.txt".
        01 WS-HDMF-FILENAME PIC X(60) VALUE "PagibigRemit.txt".

        PROCEDURE DIVISION.
        MAINLINE.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHECK-PERIOD-RELEASED
           IF WS-RELEASE-OK NOT = "Y"
              DISPLAY "PERIOD HAS NOT BEEN RELEASED BY A SECOND "
                 "PAYROLL ADMIN (STATUS: " REL-STATUS ")."
              DISPLAY "REMITTANCE NOT RUN."
              MOVE "HELD" TO WS-JOB-STATUS
              PERFORM WRITE-JOB-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-REMIT-ADJ-PERIOD
           STRING FUNCTION TRIM(WS-REMIT-PERIOD) "*ADJ"
              DELIMITED BY SIZE INTO WS-REMIT-ADJ-PERIOD

           PERFORM LOAD-COMPANIES
           OPEN OUTPUT EXCEPTION-FILE
           MOVE SPACES TO EXCEPTION-LINE
           STRING "REMITTANCE ID EXCEPTIONS - PERIOD: "
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE

           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-USED
              PERFORM REMIT-ONE-COMPANY
           END-PERFORM

           MOVE WS-REMIT-EXCEPTIONS TO WS-COUNT-ED
           MOVE SPACES TO EXCEPTION-LINE
           STRING "ID EXCEPTIONS: " WS-COUNT-ED
              DELIMITED BY SIZE INTO EXCEPTION-LINE
           WRITE EXCEPTION-LINE
           CLOSE EXCEPTION-FILE

           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEES REMITTED: " WS-REMIT-COUNT
              "   UNMATCHED: " WS-REMIT-UNMATCHED
           DISPLAY "ID EXCEPTIONS (LINES NOT WRITTEN): "
              WS-REMIT-EXCEPTIONS
           DISPLAY "EXCEPTION FILE: RemitExceptions.txt"
           DISPLAY "|=================================================|"
           MOVE "OK" TO WS-JOB-STATUS
           PERFORM WRITE-JOB-LOG
           MOVE ZERO TO RETURN-CODE
           STOP RUN.

      *> One company's three agency files. Every slip of the period is
      *> read on each pass and only those whose employee belongs to
      *> this company are remitted; a slip with no employee record is
      *> counted once, on the default company's pass.
        REMIT-ONE-COMPANY.
           PERFORM SET-COMPANY-FILENAMES
           MOVE ZERO TO WS-CO-REMIT-COUNT
           MOVE ZERO TO WS-SSS-TOTAL
           MOVE ZERO TO WS-PHIC-TOTAL
           MOVE ZERO TO WS-HDMF-TOTAL
           OPEN INPUT PAYSLIP-FILE
           OPEN OUTPUT SSS-REMIT-FILE
           OPEN OUTPUT PHIC-REMIT-FILE
           OPEN OUTPUT HDMF-REMIT-FILE

           MOVE SPACES TO SSS-REMIT-LINE
           STRING "SSS CONTRIBUTION REMITTANCE - PERIOD: "
              WS-REMIT-PERIOD
              WS-REMIT-PERIOD
              DELIMITED BY SIZE INTO HDMF-REMIT-LINE
           WRITE HDMF-REMIT-LINE
           IF COMPANY-CODE NOT = SPACES
              MOVE SPACES TO SSS-REMIT-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-NAME)
                 "  SSS ER NO: " COMPANY-SSS-ER-NO
                 DELIMITED BY SIZE INTO SSS-REMIT-LINE
              WRITE SSS-REMIT-LINE
              MOVE SPACES TO PHIC-REMIT-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-NAME)
                 "  PHIC ER NO: " COMPANY-PHILHEALTH-ER-NO
                 DELIMITED BY SIZE INTO PHIC-REMIT-LINE
              WRITE PHIC-REMIT-LINE
              MOVE SPACES TO HDMF-REMIT-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-NAME)
                 "  HDMF ER NO: " COMPANY-PAGIBIG-ER-NO
                 DELIMITED BY SIZE INTO HDMF-REMIT-LINE
              WRITE HDMF-REMIT-LINE
           END-IF

           MOVE "00" TO File-Status
           PERFORM UNTIL File-End
                       PAYSLIP-PERIOD = WS-REMIT-ADJ-PERIOD)
                       AND NOT SLIP-REVERSED
                       PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
                       PERFORM FIND-EMPLOYEE-COMPANY
                       IF WS-CO-HIT = WS-CO-IDX
                          IF WS-EMP-FOUND = "Y"
                             PERFORM WRITE-REMIT-LINES
                          ELSE
                             ADD 1 TO WS-REMIT-UNMATCHED
                             DISPLAY "WARNING: NO EMPLOYEE RECORD "
                                "FOR CODE: " USERNAME
                          END-IF
                       END-IF
                    END-IF
              END-READ
           CLOSE SSS-REMIT-FILE
           CLOSE PHIC-REMIT-FILE
           CLOSE HDMF-REMIT-FILE
           DISPLAY "|=================================================|"
           IF WS-CO-CODE(WS-CO-IDX) NOT = SPACES
              DISPLAY "COMPANY: " WS-CO-CODE(WS-CO-IDX) " "
                 COMPANY-NAME
           END-IF
           DISPLAY "EMPLOYEES REMITTED: " WS-CO-REMIT-COUNT
           DISPLAY "SSS FILE:        " FUNCTION TRIM(WS-SSS-FILENAME)
           DISPLAY "PHILHEALTH FILE: " FUNCTION TRIM(WS-PHIC-FILENAME)
           DISPLAY "PAG-IBIG FILE:   " FUNCTION TRIM(WS-HDMF-FILENAME).

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

      *> A blank, unknown or unreadable company code remits under the
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
              MOVE SPACES TO WS-SSS-FILENAME
              STRING "SSSRemit-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-SSS-FILENAME
              MOVE SPACES TO WS-PHIC-FILENAME
              STRING "PhilHealthRemit-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-PHIC-FILENAME
              MOVE SPACES TO WS-HDMF-FILENAME
              STRING "PagibigRemit-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-HDMF-FILENAME
           END-IF.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           WRITE JOBLOG-LINE
           CLOSE JOBLOG-FILE.

      *> Maker-checker: the period must have been RELEASED by a second
      *> payroll admin after the batch run. Held periods end with
      *> return code 8, not a gate an operator can override, so the
      *> payroll chain stops here and resumes at this step once the
      *> release is given.
        CHECK-PERIOD-RELEASED.
           MOVE "N" TO WS-RELEASE-OK
           MOVE SPACES TO REL-STATUS
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
              MOVE WS-REMIT-PERIOD TO REL-PERIOD
              READ RELEASE-FILE KEY IS REL-PERIOD
                 INVALID KEY
                    MOVE SPACES TO REL-STATUS
                 NOT INVALID KEY
                    IF REL-RELEASED
                       MOVE "Y" TO WS-RELEASE-OK
                    END-IF
              END-READ
              CLOSE RELEASE-FILE
           END-IF.

        VALIDATE-PERIOD.
           MOVE "N" TO WS-PERIOD-OK
           OPEN INPUT PERIOD-FILE
      *> loudly exception-listed instead.
        WRITE-REMIT-LINES.
           ADD 1 TO WS-REMIT-COUNT
           ADD 1 TO WS-CO-REMIT-COUNT

           MOVE "SSS" TO WS-ID-TYPE
           MOVE "SSS" TO WS-ID-LABEL
           END-IF.

        WRITE-CONTROL-TOTALS.
           MOVE WS-CO-REMIT-COUNT TO WS-COUNT-ED

           MOVE WS-SSS-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO SSS-REMIT-LINE
