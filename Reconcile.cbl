                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-COMPANY-STATUS.

            SELECT BANK-FILE ASSIGN TO WS-BANK-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BANK-STATUS.

            SELECT GL-FILE ASSIGN TO WS-GL-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GL-STATUS.

                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNHIST-STATUS.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

      *> With more than one company on Company.txt, Disbursement
      *> writes a bank file and a GL file per company; all of them are
      *> read here and reconciled together against the paid slips.
        FD BANK-FILE.
        01 BANK-LINE PIC X(80).

        FD RUN-HISTORY-FILE.
        01 RUN-HISTORY-LINE PIC X(200).

      *> BatchParm.txt block PROGRAM=RECONCILE with a PERIOD= line
      *> lets the overnight chain run the reconciliation unattended;
      *> breaks end the run with return code 4.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-XREF-STATUS PIC XX.
        01 WS-XREF-HIT PIC X VALUE "N".
        01 WS-RUNHIST-STATUS PIC XX.
        01 WS-REC-PERIOD PIC X(30).
        01 WS-REC-ADJ-PERIOD PIC X(30).
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12) VALUE "RECONCILE".
        01 WS-PARM-FOUND PIC X VALUE "N".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-PARM-PERIOD PIC X(30).
        01 WS-BANK-END PIC X VALUE "N".
        01 WS-GL-END PIC X VALUE "N".

        01 WS-GL-FOUND PIC X VALUE "N".
        01 WS-SLIP-REF PIC X(10).
        01 WS-CLEAN PIC X VALUE "Y".
        01 WS-FILE-HASH-SUM PIC 9(15) VALUE ZERO.
        01 WS-FILE-TRAILER-HASH PIC 9(15) VALUE ZERO.
        01 WS-FILE-TRAILER-COUNT PIC 9(7) VALUE ZERO.
        01 WS-FILE-GL-FOUND PIC X VALUE "N".
        01 WS-FILE-GL-NET PIC 9(9)V99 VALUE ZERO.
        01 WS-COMPANY-STATUS PIC XX.
        01 WS-CO-END PIC X VALUE "N".
        01 WS-CO-TABLE.
            05 WS-CO-CODE PIC X(10) OCCURS 20 TIMES.
        01 WS-CO-USED PIC 99 VALUE ZERO.
        01 WS-CO-IDX PIC 99.
        01 WS-BANK-FILENAME PIC X(60) VALUE "BankDisbursement.txt".
        01 WS-GL-FILENAME PIC X(60) VALUE "GLJournal.txt".

        01 WS-ED-AMOUNT PIC -Z(8)9.99.
        01 WS-ED-AMOUNT2 PIC -Z(8)9.99.
           DISPLAY "|=================================================|"
           DISPLAY "|||||   PAYROLL / BANK / GL RECONCILIATION    |||||"
           DISPLAY "|=================================================|"
           MOVE "RECONCILE" TO WS-PARM-PROGRAM
           PERFORM READ-BATCH-PARMS
           IF WS-PARM-FOUND = "Y" AND WS-PARM-PERIOD NOT = SPACES
              MOVE WS-PARM-PERIOD TO WS-REC-PERIOD
              DISPLAY "PERIOD TAKEN FROM PARAMETER FILE: "
                 WS-REC-PERIOD
           ELSE
              DISPLAY "[ENTER PAYSLIP PERIOD]: " WITH NO ADVANCING
              ACCEPT WS-REC-PERIOD
           END-IF
           MOVE SPACES TO WS-REC-ADJ-PERIOD
           STRING FUNCTION TRIM(WS-REC-PERIOD) "*ADJ"
              DELIMITED BY SIZE INTO WS-REC-ADJ-PERIOD
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LOAD-COMPANIES
           MOVE "Y" TO WS-GL-FOUND
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
              UNTIL WS-CO-IDX > WS-CO-USED
              PERFORM SET-COMPANY-FILENAMES
              PERFORM READ-BANK-FILE
              PERFORM READ-GL-FILE
           END-PERFORM
           PERFORM RECONCILE-PAYSLIPS
           PERFORM CHECK-ORPHAN-BANK-LINES
           PERFORM COMPARE-TOTALS
           END-IF
           DISPLAY "REPORT FILE: ReconcileReport.txt"
           DISPLAY "|=================================================|"
           IF WS-CLEAN = "Y"
              MOVE ZERO TO RETURN-CODE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> The bank file is re-read rather than trusted: detail amounts
      *> are re-added and checked against the BTR trailer hash total,
      *> and each BDT reference is kept for slip-level matching.
        READ-BANK-FILE.
           MOVE "N" TO WS-BANK-END
           MOVE ZERO TO WS-FILE-HASH-SUM
           MOVE ZERO TO WS-FILE-TRAILER-HASH
           MOVE ZERO TO WS-FILE-TRAILER-COUNT
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "NO BANK FILE ON RECORD ("
                 FUNCTION TRIM(WS-BANK-FILENAME) ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "N" TO WS-CLEAN
                       ADD WS-BANK-REF-AMT(WS-BANK-REF-USED)
                          TO WS-BANK-DETAIL-TOTAL
                       ADD WS-BANK-AMT-CTV TO WS-BANK-HASH-SUM
                       ADD WS-BANK-AMT-CTV TO WS-FILE-HASH-SUM
                    END-IF
                    IF BANK-LINE(1:3) = "BTR"
                       MOVE BANK-LINE(4:7) TO WS-FILE-TRAILER-COUNT
                       MOVE BANK-LINE(11:15) TO WS-FILE-TRAILER-HASH
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BANK-FILE
           ADD WS-FILE-TRAILER-COUNT TO WS-BANK-TRAILER-COUNT
           ADD WS-FILE-TRAILER-HASH TO WS-BANK-TRAILER-HASH
      *> Each file's trailer is checked against its own details, so a
      *> break names the file it is in.
           IF WS-FILE-HASH-SUM NOT = WS-FILE-TRAILER-HASH
              ADD 1 TO WS-BREAK-COUNT
              MOVE "N" TO WS-CLEAN
              MOVE SPACES TO REPORT-LINE
              STRING "BREAK: BANK DETAIL HASH DOES NOT MATCH THE "
                 "BTR TRAILER (" FUNCTION TRIM(WS-BANK-FILENAME) ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

        READ-GL-FILE.
           MOVE "N" TO WS-GL-END
           MOVE "N" TO WS-FILE-GL-FOUND
           OPEN INPUT GL-FILE
           IF WS-GL-STATUS NOT = "00"
              MOVE SPACES TO REPORT-LINE
              STRING "NO GL FILE ON RECORD ("
                 FUNCTION TRIM(WS-GL-FILENAME) ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "N" TO WS-CLEAN
              MOVE "N" TO WS-GL-FOUND
              ADD 1 TO WS-BREAK-COUNT
              EXIT PARAGRAPH
           END-IF
                    MOVE "Y" TO WS-GL-END
                 NOT AT END
                    IF GL-LINE(1:25) = "TOTAL NET PAY DISBURSED: "
                       COMPUTE WS-FILE-GL-NET =
                          FUNCTION NUMVAL(GL-LINE(26:13))
                       ADD WS-FILE-GL-NET TO WS-GL-NET-TOTAL
                       MOVE "Y" TO WS-FILE-GL-FOUND
                    END-IF
              END-READ
           END-PERFORM
           CLOSE GL-FILE
           IF WS-FILE-GL-FOUND = "N"
              MOVE "N" TO WS-GL-FOUND
              MOVE SPACES TO REPORT-LINE
              STRING "GL FILE CARRIES NO NET PAY TOTAL LINE ("
                 FUNCTION TRIM(WS-GL-FILENAME) ")"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "N" TO WS-CLEAN
           END-PERFORM.

        COMPARE-TOTALS.
           IF WS-GL-FOUND = "Y" AND
              WS-GL-NET-TOTAL NOT = WS-PAID-TOTAL
              ADD 1 TO WS-BREAK-COUNT
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

      *> The same company list and file naming Disbursement uses: one
      *> plain-named pair of files unless more than one company is on
      *> Company.txt.
        LOAD-COMPANIES.
           MOVE ZERO TO WS-CO-USED
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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE COMPANY-FILE
           END-IF
           IF WS-CO-USED = ZERO
              MOVE 1 TO WS-CO-USED
              MOVE SPACES TO WS-CO-CODE(1)
           END-IF.

        SET-COMPANY-FILENAMES.
           IF WS-CO-USED > 1
              MOVE SPACES TO WS-BANK-FILENAME
              STRING "BankDisbursement-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-BANK-FILENAME
              MOVE SPACES TO WS-GL-FILENAME
              STRING "GLJournal-" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-CO-CODE(WS-CO-IDX))
                 DELIMITED BY SIZE
                 ".txt" DELIMITED BY SIZE INTO WS-GL-FILENAME
           END-IF.

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

        LOOKUP-EMPLOYEE-BY-SLIPCODE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE "N" TO WS-XREF-HIT
