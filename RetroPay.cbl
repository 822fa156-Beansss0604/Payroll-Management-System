                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT RETRO-QUEUE-FILE ASSIGN TO "RetroQueue.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTQ-USER-ID
                FILE STATUS IS WS-RETRO-QUEUE-STATUS.

            SELECT DETAIL-FILE ASSIGN TO "RetroDetail.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD RETRO-QUEUE-FILE.
            COPY "RETROQREC.cpy".

        FD DETAIL-FILE.
        01 DETAIL-LINE PIC X(120).

        01 WS-CVT-INT PIC 9(8).
        01 WS-PERIOD-FOUND PIC X VALUE "N".
        01 WS-CHOICE PIC X.
        01 WS-RETRO-QUEUE-STATUS PIC XX.
        01 WS-USE-QUEUE PIC X VALUE "N".
        01 WS-QUEUE-BASIS PIC X(7).
        01 WS-QUEUE-OLD-RATE PIC S9(7)V99.
        01 WS-QUEUE-NEW-RATE PIC S9(7)V99.
        01 WS-NEW-BASIC PIC S9(7)V99.
        01 WS-RATE-LABEL PIC X(22).

      *> Per-period differences and the consolidated totals posted on
      *> the retro adjustment slip.
           END-READ
           MOVE SLIP-CODE TO WS-RETRO-SLIP-CODE
           MOVE EMPLOYEE-BASIC-SALARY TO WS-OLD-SALARY
           IF PAY-BASIS-MONTHLY
              MOVE "MONTHLY" TO WS-QUEUE-BASIS
              MOVE "MONTHLY BASIC SALARY" TO WS-RATE-LABEL
           ELSE
              MOVE EMPLOYEE-PAY-BASIS TO WS-QUEUE-BASIS
              MOVE EMPLOYEE-PAY-RATE TO WS-OLD-SALARY
              MOVE SPACES TO WS-RATE-LABEL
              STRING FUNCTION TRIM(EMPLOYEE-PAY-BASIS) " RATE"
                 DELIMITED BY SIZE INTO WS-RATE-LABEL
           END-IF
           MOVE WS-OLD-SALARY TO WS-QUEUE-OLD-RATE
           CLOSE USER-FILE
           IF WS-RETRO-SLIP-CODE = SPACES
              DISPLAY "EMPLOYEE HAS NO PAYSLIP CODE. RETRO RUN NOT "
           END-IF
           MOVE WS-OLD-SALARY TO WS-ED-AMOUNT
           DISPLAY "EMPLOYEE: " EMPLOYEE-NAME
           DISPLAY "CURRENT " FUNCTION TRIM(WS-RATE-LABEL) ": "
              WS-ED-AMOUNT
           PERFORM CHECK-RETRO-QUEUE

           MOVE "N" TO WS-SALARY-OK
           IF WS-USE-QUEUE = "Y"
              MOVE "Y" TO WS-SALARY-OK
           END-IF
      *> Daily and hourly staff are re-rated on EMPLOYEE-PAY-RATE; their
      *> back pay scales each slip's worked basic by the rate change,
      *> which needs a rate on file to scale from.
           IF WS-USE-QUEUE = "N" AND WS-QUEUE-BASIS NOT = "MONTHLY"
              AND WS-QUEUE-OLD-RATE NOT > ZERO
              DISPLAY "EMPLOYEE HAS NO " FUNCTION TRIM(WS-RATE-LABEL)
                 " ON FILE. RETRO RUN NOT STARTED."
              STOP RUN
           END-IF
           PERFORM UNTIL WS-SALARY-OK = "Y"
              DISPLAY "[ENTER NEW " FUNCTION TRIM(WS-RATE-LABEL)
                 "]: " WITH NO ADVANCING
              ACCEPT WS-SALARY-ENTRY
              PERFORM PARSE-SALARY-ENTRY
              IF WS-SALARY-OK = "Y" AND WS-QUEUE-BASIS NOT = "MONTHLY"
                 AND WS-SALARY-VALUE > 99999.99
                 MOVE "N" TO WS-SALARY-OK
              END-IF
              IF WS-SALARY-OK = "Y"
                 MOVE WS-SALARY-VALUE TO WS-NEW-SALARY
                 MOVE WS-SALARY-VALUE TO WS-QUEUE-NEW-RATE
              ELSE
                 DISPLAY "INVALID: NUMERIC SALARY ONLY, CENTAVOS "
                    "AFTER A DECIMAL POINT."
              END-IF
           END-PERFORM

           IF WS-USE-QUEUE = "N"
              DISPLAY "[ENTER EFFECTIVE PERIOD (FIRST PERIOD THE NEW "
                 "SALARY APPLIES TO)]: " WITH NO ADVANCING
              ACCEPT WS-EFF-PERIOD
           END-IF
           MOVE WS-EFF-PERIOD TO WS-PERIOD-BASE
           PERFORM GET-PERIOD-START
           IF WS-PERIOD-FOUND = "N"
           IF WS-PERIOD-COUNT = ZERO
              DISPLAY "NOTHING TO POST. EMPLOYEE SALARY NOT CHANGED."
              CLOSE PAYSLIP-FILE
              IF WS-USE-QUEUE = "Y"
                 PERFORM MARK-QUEUE-POSTED
              END-IF
              STOP RUN
           END-IF


           PERFORM POST-RETRO-SLIP
           CLOSE PAYSLIP-FILE
           IF WS-USE-QUEUE = "Y"
              PERFORM MARK-QUEUE-POSTED
           ELSE
              PERFORM UPDATE-EMPLOYEE-SALARY
           END-IF
           STOP RUN.

      *> A mass salary adjustment that landed in an already-paid
      *> period queues the employee with the rate actually paid and
      *> the new rate. The master already carries the new rate, so a
      *> queued retro only prices and posts the back pay.
        CHECK-RETRO-QUEUE.
           MOVE "N" TO WS-USE-QUEUE
           OPEN INPUT RETRO-QUEUE-FILE
           IF WS-RETRO-QUEUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RETRO-USER-ID TO RTQ-USER-ID
           READ RETRO-QUEUE-FILE KEY IS RTQ-USER-ID
              INVALID KEY
                 CLOSE RETRO-QUEUE-FILE
                 EXIT PARAGRAPH
           END-READ
           CLOSE RETRO-QUEUE-FILE
           IF NOT RTQ-PENDING
              EXIT PARAGRAPH
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "QUEUED BY SALARY ADJUSTMENT BATCH " RTQ-SOURCE
           MOVE RTQ-OLD-RATE TO WS-ED-AMOUNT
           MOVE RTQ-NEW-RATE TO WS-ED-AMOUNT2
           DISPLAY FUNCTION TRIM(RTQ-PAY-BASIS) " RATE " WS-ED-AMOUNT
              " -> " WS-ED-AMOUNT2
           DISPLAY "EFFECTIVE PERIOD: " RTQ-EFF-PERIOD
           DISPLAY "|=================================================|"
           DISPLAY "[USE THE QUEUED RATES AND PERIOD]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              MOVE "Y" TO WS-USE-QUEUE
              MOVE RTQ-PAY-BASIS TO WS-QUEUE-BASIS
              MOVE RTQ-OLD-RATE TO WS-QUEUE-OLD-RATE
              MOVE RTQ-NEW-RATE TO WS-QUEUE-NEW-RATE
              MOVE RTQ-EFF-PERIOD TO WS-EFF-PERIOD
              IF WS-QUEUE-BASIS = "MONTHLY"
                 MOVE WS-QUEUE-NEW-RATE TO WS-NEW-SALARY
              END-IF
           END-IF.

        MARK-QUEUE-POSTED.
           OPEN I-O RETRO-QUEUE-FILE
           IF WS-RETRO-QUEUE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-RETRO-USER-ID TO RTQ-USER-ID
           READ RETRO-QUEUE-FILE KEY IS RTQ-USER-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RTQ-POSTED TO TRUE
                 MOVE FUNCTION CURRENT-DATE TO RTQ-POSTED-TIME
                 REWRITE RETRO-QUEUE-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: RETRO QUEUE NOT UPDATED."
                 END-REWRITE
           END-READ
           CLOSE RETRO-QUEUE-FILE.

      *> A CLOSED slip still contributes its difference (read-only) -
      *> the money owed for a closed period rides on the consolidated
      *> retro slip in the open period instead of reopening history.
           IF WS-PERIOD-FOUND = "Y"
              AND WS-CVT-INT >= WS-EFF-START-INT
              ADD 1 TO WS-PERIOD-COUNT
      *> Daily and hourly slips are worked units times the rate, so
      *> their back pay scales the slip's basic by the rate change.
              IF WS-QUEUE-BASIS NOT = "MONTHLY"
                 AND WS-QUEUE-OLD-RATE > ZERO
                 COMPUTE WS-DIFF-BASIC ROUNDED = BASIC-SALARY
                    * (WS-QUEUE-NEW-RATE - WS-QUEUE-OLD-RATE)
                    / WS-QUEUE-OLD-RATE
              ELSE
                 COMPUTE WS-DIFF-BASIC = WS-NEW-SALARY - BASIC-SALARY
              END-IF
              COMPUTE WS-NEW-BASIC = BASIC-SALARY + WS-DIFF-BASIC
              MOVE BASIC-SALARY TO WS-CONTRIB-BASIS
              PERFORM LOOKUP-CONTRIBUTIONS
              MOVE WS-CON-SSS TO WS-OLD-SSS
              MOVE WS-CON-PAGIBIG TO WS-OLD-PAGIBIG
              MOVE WS-CON-PHILHEALTH TO WS-OLD-PHILHEALTH
              MOVE WS-NEW-BASIC TO WS-CONTRIB-BASIS
              PERFORM LOOKUP-CONTRIBUTIONS
              COMPUTE WS-DIFF-SSS = WS-CON-SSS - WS-OLD-SSS
              COMPUTE WS-DIFF-PAGIBIG =
              ADD WS-DIFF-PAGIBIG TO WS-TOT-PAGIBIG
              ADD WS-DIFF-PHILHEALTH TO WS-TOT-PHILHEALTH
              MOVE BASIC-SALARY TO WS-ED-AMOUNT
              MOVE WS-NEW-BASIC TO WS-ED-AMOUNT2
              MOVE WS-DIFF-BASIC TO WS-ED-AMOUNT3
              COMPUTE WS-DIFF-SSS = WS-DIFF-SSS + WS-DIFF-PAGIBIG
                 + WS-DIFF-PHILHEALTH
              NOT INVALID KEY
                 MOVE "RETRO" TO WS-AUDIT-ACTOR
                 MOVE USER-ID TO WS-AUDIT-KEY
                 IF PAY-BASIS-MONTHLY
                    MOVE "EMPLOYEE-BASIC-SALARY" TO WS-AUDIT-FIELD
                    MOVE EMPLOYEE-BASIC-SALARY TO WS-ED-AMOUNT
                    MOVE WS-NEW-SALARY TO EMPLOYEE-BASIC-SALARY
                 ELSE
                    MOVE "EMPLOYEE-PAY-RATE" TO WS-AUDIT-FIELD
                    MOVE EMPLOYEE-PAY-RATE TO WS-ED-AMOUNT
                    MOVE WS-NEW-SALARY TO EMPLOYEE-PAY-RATE
                 END-IF
                 MOVE WS-ED-AMOUNT TO WS-AUDIT-OLD-VALUE
                 MOVE WS-NEW-SALARY TO WS-ED-AMOUNT
                 MOVE WS-ED-AMOUNT TO WS-AUDIT-NEW-VALUE
                 PERFORM APPEND-AUDIT-LOG
