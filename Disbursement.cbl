                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT BANK-FILE ASSIGN TO WS-BANK-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CASH-FILE ASSIGN TO WS-CASH-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT GL-FILE ASSIGN TO WS-GL-FILENAME
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

      *> Bank upload layout: a BHR batch header carrying the company's
      *> funding account, fixed-column BDT detail records carrying the
      *> account number from the employee master, and a BTR trailer
      *> with the record count and a hash total of the credited
      *> amounts in centavos. Slips for employees with no account on
      *> file go to CASH-FILE instead. With more than one company on
      *> Company.txt each company gets its own set of the three files,
      *> named with its company code (BankDisbursement-<code>.txt).
        FD BANK-FILE.
        01 BANK-LINE PIC X(80).

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD RELEASE-FILE.
            COPY "RELEASEREC.cpy".

        FD RUN-CONTROL-FILE.
            COPY "RUNCTLREC.cpy".

        01 WS-XREF-HIT PIC X VALUE "N".
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-PERIOD-OK PIC X VALUE "N".
        01 WS-RELEASE-STATUS PIC XX.
        01 WS-RELEASE-OK PIC X VALUE "N".
        01 WS-RUNCTL-STATUS PIC XX.
        01 WS-RUNHIST-STATUS PIC XX.
        01 WS-RUN-FOUND PIC X VALUE "N".
        01 WS-VARIANCE-TAG-LEN PIC 99.
        01 WS-RUNHIST-END PIC X VALUE "N".

        01 WS-COMPANY-STATUS PIC XX.
        01 WS-CO-END PIC X VALUE "N".
        01 WS-CO-TABLE.
            05 WS-CO-CODE PIC X(10) OCCURS 20 TIMES.
        01 WS-CO-USED PIC 99 VALUE ZERO.
        01 WS-CO-IDX PIC 99.
        01 WS-CO-FIND PIC 99.
        01 WS-CO-HIT PIC 99.
        01 WS-CO-DEFAULT PIC 99.
        01 WS-CO-DISB-COUNT PIC 9(5) VALUE ZERO.
        01 WS-BANK-FILENAME PIC X(60) VALUE "BankDisbursement.txt".
        01 WS-CASH-FILENAME PIC X(60) VALUE "CashPayees.txt".
        01 WS-GL-FILENAME PIC X(60) VALUE "GLJournal.txt".

        01 GL-TOTAL-BASIC PIC Z(9).99.
        01 GL-TOTAL-SSS PIC Z(9).99.
        01 GL-TOTAL-PAGIBIG PIC Z(9).99.
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM CHECK-PERIOD-RELEASED
           IF WS-RELEASE-OK NOT = "Y"
              DISPLAY "PERIOD HAS NOT BEEN RELEASED BY A SECOND "
                 "PAYROLL ADMIN (STATUS: " REL-STATUS ")."
              DISPLAY "DISBURSEMENT NOT RUN."
              MOVE "HELD" TO WS-JOB-STATUS
              PERFORM WRITE-JOB-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO WS-DISB-ADJ-PERIOD
           STRING FUNCTION TRIM(WS-DISB-PERIOD) "*ADJ"
              DELIMITED BY SIZE INTO WS-DISB-ADJ-PERIOD
              STOP RUN
           END-IF

           PERFORM LOAD-COMPANIES
           OPEN OUTPUT STAGE-FILE
           MOVE SPACES TO STAGE-LINE
           STRING "PERIOD=" WS-DISB-PERIOD
           WRITE STAGE-LINE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-USED
              PERFORM DISBURSE-ONE-COMPANY
           END-PERFORM

           MOVE SPACES TO STAGE-LINE
           MOVE "FILEDONE" TO STAGE-LINE(1:8)
           WRITE STAGE-LINE

           DISPLAY "|=================================================|"
           DISPLAY "EMPLOYEES DISBURSED: " WS-DISB-COUNT
           DISPLAY "SKIPPED (NOT COMPUTED / ALREADY DISBURSED / "
              "CLOSED): " WS-DISB-SKIPPED
           DISPLAY "|=================================================|"
           MOVE "OK" TO WS-JOB-STATUS
           PERFORM WRITE-JOB-LOG
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

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
              MOVE WS-DISB-PERIOD TO REL-PERIOD
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

        WRITE-BANK-LINE.
           ADD 1 TO WS-DISB-COUNT
           ADD 1 TO WS-CO-DISB-COUNT
           IF WS-EMP-FOUND = "Y" AND
              EMPLOYEE-BANK-ACCT-NO NOT = SPACES
              PERFORM WRITE-BANK-DETAIL
              PERFORM WRITE-CASH-PAYEE
           END-IF.

      *> One company's bank, cash and GL files. Every slip of the
      *> period is read on each pass and only the ones whose employee
      *> belongs to this company are paid, so each slip lands in
      *> exactly one company's files.
        DISBURSE-ONE-COMPANY.
           PERFORM SET-COMPANY-FILENAMES
           MOVE ZERO TO WS-CO-DISB-COUNT
           MOVE ZERO TO WS-BANK-COUNT
           MOVE ZERO TO WS-BANK-HASH-TOTAL
           MOVE ZERO TO WS-CASH-COUNT
           MOVE ZERO TO WS-CASH-TOTAL
           MOVE ZERO TO WS-DISB-TOTAL-BASIC
           MOVE ZERO TO WS-DISB-TOTAL-SSS
           MOVE ZERO TO WS-DISB-TOTAL-PAGIBIG
           MOVE ZERO TO WS-DISB-TOTAL-PHILHEALTH
           MOVE ZERO TO WS-DISB-TOTAL-NETPAY
           MOVE ZERO TO WS-DISB-TOTAL-SSS-ER
           MOVE ZERO TO WS-DISB-TOTAL-PAGIBIG-ER
           MOVE ZERO TO WS-DISB-TOTAL-PHILHEALTH-ER
           OPEN OUTPUT BANK-FILE
           OPEN OUTPUT CASH-FILE
           OPEN OUTPUT GL-FILE

           MOVE SPACES TO BANK-LINE
           MOVE "BHR" TO BANK-LINE(1:3)
           MOVE "SALARY CREDIT" TO BANK-LINE(4:16)
           MOVE WS-DISB-PERIOD TO BANK-LINE(20:30)
           MOVE WS-CURRENT-DATETIME(1:8) TO BANK-LINE(50:8)
           MOVE COMPANY-BANK-ACCT-NO TO BANK-LINE(58:16)
           WRITE BANK-LINE

           MOVE SPACES TO CASH-LINE
           STRING "CASH PAYEES (NO BANK ACCOUNT ON FILE) - PERIOD: "
              WS-DISB-PERIOD
              DELIMITED BY SIZE INTO CASH-LINE
           WRITE CASH-LINE
           IF COMPANY-NAME NOT = SPACES
              MOVE SPACES TO CASH-LINE
              STRING "EMPLOYER: " COMPANY-NAME
                 DELIMITED BY SIZE INTO CASH-LINE
              WRITE CASH-LINE
           END-IF

           MOVE "00" TO File-Status
           OPEN I-O PAYSLIP-FILE
           PERFORM UNTIL File-End
              READ PAYSLIP-FILE NEXT
                 AT END
                    SET File-End TO TRUE
                 NOT AT END
                    IF PAYSLIP-PERIOD = WS-DISB-PERIOD OR
                       PAYSLIP-PERIOD = WS-DISB-ADJ-PERIOD
                       PERFORM LOOKUP-EMPLOYEE-BY-SLIPCODE
                       PERFORM FIND-EMPLOYEE-COMPANY
                       IF WS-CO-HIT = WS-CO-IDX
                          IF SLIP-COMPUTED
                             OR PAYSLIP-STATUS = SPACES
                             PERFORM WRITE-BANK-LINE
                             PERFORM ACCUMULATE-GL-TOTALS
                             PERFORM STAGE-SLIP-KEY
                          ELSE
                             ADD 1 TO WS-DISB-SKIPPED
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PAYSLIP-FILE

           PERFORM WRITE-BANK-TRAILER
           PERFORM WRITE-CASH-TRAILER
           PERFORM WRITE-GL-SUMMARY
           CLOSE BANK-FILE
           CLOSE CASH-FILE
           CLOSE GL-FILE

           IF WS-CO-CODE(WS-CO-IDX) NOT = SPACES
              DISPLAY "COMPANY: " WS-CO-CODE(WS-CO-IDX) " "
                 COMPANY-NAME
           END-IF
           DISPLAY "CREDITED THROUGH BANK: " WS-BANK-COUNT
              "   CASH PAYEES: " WS-CASH-COUNT
           DISPLAY "BANK FILE: " FUNCTION TRIM(WS-BANK-FILENAME)
           DISPLAY "CASH LIST: " FUNCTION TRIM(WS-CASH-FILENAME)
           DISPLAY "GL FILE:   " FUNCTION TRIM(WS-GL-FILENAME).

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
              MOVE SPACES TO WS-BANK-FILENAME
              STRING "BankDisbursement-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-BANK-FILENAME
              MOVE SPACES TO WS-CASH-FILENAME
              STRING "CashPayees-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-CASH-FILENAME
              MOVE SPACES TO WS-GL-FILENAME
              STRING "GLJournal-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-GL-FILENAME
           END-IF.

        WRITE-BANK-DETAIL.
           ADD 1 TO WS-BANK-COUNT
           MOVE FD-NETPAY TO WS-BANK-AMOUNT
           ADD WS-DISB-PHILHEALTH-ER TO WS-DISB-TOTAL-PHILHEALTH-ER.

        WRITE-GL-SUMMARY.
           MOVE WS-CO-DISB-COUNT TO GL-COUNT
           MOVE WS-DISB-TOTAL-BASIC TO GL-TOTAL-BASIC
           MOVE WS-DISB-TOTAL-SSS TO GL-TOTAL-SSS
           MOVE WS-DISB-TOTAL-PAGIBIG TO GL-TOTAL-PAGIBIG
           STRING "GL JOURNAL SUMMARY - PERIOD: " WS-DISB-PERIOD
              DELIMITED BY SIZE INTO GL-LINE
           WRITE GL-LINE
           IF COMPANY-NAME NOT = SPACES
              MOVE SPACES TO GL-LINE
              STRING "EMPLOYER: " FUNCTION TRIM(COMPANY-CODE) " "
                 COMPANY-NAME
                 DELIMITED BY SIZE INTO GL-LINE
              WRITE GL-LINE
           END-IF
           MOVE SPACES TO GL-LINE
           STRING "EMPLOYEES: " GL-COUNT DELIMITED BY SIZE INTO GL-LINE
           WRITE GL-LINE
