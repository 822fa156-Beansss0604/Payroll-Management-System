        IDENTIFICATION DIVISION.
        PROGRAM-ID. DeferReport.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DEFER-FILE ASSIGN TO "DeferredDed.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEFER-KEY
                FILE STATUS IS WS-DEFER-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT REPORT-FILE ASSIGN TO "DeferredReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD DEFER-FILE.
            COPY "DEFERREC.cpy".

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        WORKING-STORAGE SECTION.
        01 WS-DEFER-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-DEFER-END PIC X VALUE "N".
        01 WS-SLIP-FOUND PIC X VALUE "N".
        01 WS-SLIP-OPEN PIC X VALUE "N".
        01 WS-RPT-PERIOD PIC X(30).
        01 WS-RPT-ADJ-PERIOD PIC X(30).
        01 WS-RPT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-RPT-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-TOT-SSS PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-PAGIBIG PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-CASHADV PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-ARREARS PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-TOT-ALL PIC S9(9)V99 COMP-3 VALUE ZERO.
        01 WS-ED-SSS PIC Z(6)9.99.
        01 WS-ED-PAGIBIG PIC Z(6)9.99.
        01 WS-ED-CASHADV PIC Z(6)9.99.
        01 WS-ED-ARREARS PIC Z(6)9.99.
        01 WS-ED-TOTAL PIC Z(8)9.99.
        01 WS-ED-NETPAY PIC -Z(6)9.99.
        01 WS-ED-FLOOR PIC Z(6)9.99.
        01 WS-COUNT-ED PIC ZZZZ9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||      DEFERRED DEDUCTIONS REPORT         |||||"
           DISPLAY "|=================================================|"
           DISPLAY "[ENTER PAYSLIP PERIOD (BLANK = ALL PERIODS)]: "
              WITH NO ADVANCING
           ACCEPT WS-RPT-PERIOD
           MOVE SPACES TO WS-RPT-ADJ-PERIOD
           IF WS-RPT-PERIOD NOT = SPACES
              STRING FUNCTION TRIM(WS-RPT-PERIOD) "*ADJ"
                 DELIMITED BY SIZE INTO WS-RPT-ADJ-PERIOD
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF WS-RPT-PERIOD = SPACES
              MOVE "DEFERRED DEDUCTIONS REPORT - ALL PERIODS"
                 TO REPORT-LINE
           ELSE
              STRING "DEFERRED DEDUCTIONS REPORT - PERIOD "
                 FUNCTION TRIM(WS-RPT-PERIOD)
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "AMOUNTS NOT DEDUCTED TO KEEP NET PAY AT THE "
              "TAKE-HOME FLOOR. LOAN BALANCES AND ARREARS REMAIN "
              "OWING."
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CODE            PERIOD          "
              "  SSS LOAN    PAGIBIG   CASH ADV    ARREARS"
              "     DEFERRED     NET PAY      FLOOR"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM LIST-DEFERRALS

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-SSS TO WS-ED-SSS
           MOVE WS-TOT-PAGIBIG TO WS-ED-PAGIBIG
           MOVE WS-TOT-CASHADV TO WS-ED-CASHADV
           MOVE WS-TOT-ARREARS TO WS-ED-ARREARS
           MOVE WS-TOT-ALL TO WS-ED-TOTAL
           MOVE SPACES TO REPORT-LINE
           STRING "TOTALS                          "
              WS-ED-SSS " " WS-ED-PAGIBIG " " WS-ED-CASHADV " "
              WS-ED-ARREARS " " WS-ED-TOTAL
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO REPORT-LINE
           STRING "SLIPS WITH DEFERRALS: " WS-COUNT-ED
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           DISPLAY "|=================================================|"
           DISPLAY "SLIPS WITH DEFERRALS: " WS-RPT-COUNT
              "   SKIPPED (REVERSED/MISSING): " WS-RPT-SKIPPED
           MOVE WS-TOT-ALL TO WS-ED-TOTAL
           DISPLAY "TOTAL DEFERRED: " WS-ED-TOTAL
           DISPLAY "REPORT FILE: DeferredReport.txt"
           DISPLAY "|=================================================|"
           STOP RUN.

      *> A deferral only counts while its slip stands; a reversed or
      *> deleted slip's deferral was never owed from that pay.
        LIST-DEFERRALS.
           OPEN INPUT DEFER-FILE
           IF WS-DEFER-STATUS NOT = "00"
              MOVE "NO DEFERRED DEDUCTIONS ON FILE." TO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SLIP-OPEN
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-SLIP-OPEN
           END-IF
           MOVE "N" TO WS-DEFER-END
           PERFORM UNTIL WS-DEFER-END = "Y"
              READ DEFER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-DEFER-END
                 NOT AT END
                    IF WS-RPT-PERIOD = SPACES
                       OR DEF-PERIOD = WS-RPT-PERIOD
                       OR DEF-PERIOD = WS-RPT-ADJ-PERIOD
                       PERFORM REPORT-ONE-DEFERRAL
                    END-IF
              END-READ
           END-PERFORM
           IF WS-SLIP-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           CLOSE DEFER-FILE.

        REPORT-ONE-DEFERRAL.
           MOVE "N" TO WS-SLIP-FOUND
           IF WS-SLIP-OPEN = "Y"
              MOVE DEFER-KEY TO PAYSLIP-KEY
              READ PAYSLIP-FILE KEY IS PAYSLIP-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO WS-SLIP-FOUND
              END-READ
           END-IF
           IF WS-SLIP-FOUND = "N" OR SLIP-REVERSED
              ADD 1 TO WS-RPT-SKIPPED
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RPT-COUNT
           ADD DEF-LOAN-SSS TO WS-TOT-SSS
           ADD DEF-LOAN-PAGIBIG TO WS-TOT-PAGIBIG
           ADD DEF-LOAN-CASHADV TO WS-TOT-CASHADV
           ADD DEF-ARREARS TO WS-TOT-ARREARS
           ADD DEF-TOTAL TO WS-TOT-ALL
           MOVE DEF-LOAN-SSS TO WS-ED-SSS
           MOVE DEF-LOAN-PAGIBIG TO WS-ED-PAGIBIG
           MOVE DEF-LOAN-CASHADV TO WS-ED-CASHADV
           MOVE DEF-ARREARS TO WS-ED-ARREARS
           MOVE DEF-TOTAL TO WS-ED-TOTAL
           MOVE FD-NETPAY TO WS-ED-NETPAY
           MOVE DEF-FLOOR TO WS-ED-FLOOR
           MOVE SPACES TO REPORT-LINE
           STRING DEF-USERNAME(1:15) " " DEF-PERIOD(1:15) " "
              WS-ED-SSS " " WS-ED-PAGIBIG " " WS-ED-CASHADV " "
              WS-ED-ARREARS " " WS-ED-TOTAL " " WS-ED-NETPAY " "
              WS-ED-FLOOR
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.
