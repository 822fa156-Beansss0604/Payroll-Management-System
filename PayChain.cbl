        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayChain.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RunControl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT RUN-HISTORY-FILE ASSIGN TO "RunHistory.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNHIST-STATUS.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT JOBLOG-FILE ASSIGN TO "JobLog.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-JOBLOG-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD RUN-CONTROL-FILE.
            COPY "RUNCTLREC.cpy".

        FD RUN-HISTORY-FILE.
        01 RUN-HISTORY-LINE PIC X(200).

      *> BatchParm.txt block PROGRAM=CHAIN names the period (PERIOD=),
      *> RERUN=Y to run every step again from the top, and OVERRIDE=
      *> a step name whose gate (return code 4) the payroll officer
      *> has reviewed and accepted. Every step program must also have
      *> its own block for the same period so none of them stops at a
      *> keyboard prompt.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        FD JOBLOG-FILE.
        01 JOBLOG-LINE PIC X(200).

        WORKING-STORAGE SECTION.
        01 WS-RUNCTL-STATUS PIC XX.
        01 WS-RUNHIST-STATUS PIC XX.
        01 WS-PARM-STATUS PIC XX.
        01 WS-JOBLOG-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12).
        01 WS-PARM-FOUND PIC X VALUE "N".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-PARM-PERIOD PIC X(30).
        01 WS-PARM-RERUN PIC X.
        01 WS-PARM-OVERRIDE PIC X(10).

        01 WS-CHAIN-PERIOD PIC X(30).
        01 WS-CHAIN-RERUN PIC X VALUE "N".
        01 WS-CHAIN-OVERRIDE PIC X(10) VALUE SPACES.
        01 WS-CHAIN-STOP PIC X VALUE "N".
        01 WS-CHAIN-RUNNING PIC X VALUE "N".
        01 WS-CHAIN-RESULT PIC X(4) VALUE "OK".
        01 WS-PARM-ERRORS PIC 99 VALUE ZERO.
        01 WS-STEPS-RUN PIC 99 VALUE ZERO.
        01 WS-STEPS-SKIPPED PIC 99 VALUE ZERO.

      *> The chain in run order: step name (kept on RunControl.txt as
      *> CHN-<step>), the BatchParm.txt block the step program reads,
      *> and the command that runs it. Each program returns 0 when
      *> clean, 4 when its gate trips and 8 when it fails.
        01 WS-STEP-VALUES.
            05 FILLER PIC X(10) VALUE "IMPORT".
            05 FILLER PIC X(12) VALUE "IMPORT".
            05 FILLER PIC X(40) VALUE "cobcrun AttendImport".
            05 FILLER PIC X(10) VALUE "INTEGRITY".
            05 FILLER PIC X(12) VALUE "INTEGRITY".
            05 FILLER PIC X(40) VALUE "cobcrun IntegritySweep".
            05 FILLER PIC X(10) VALUE "PREEDIT".
            05 FILLER PIC X(12) VALUE "PREEDIT".
            05 FILLER PIC X(40) VALUE "cobcrun PreRunEdit".
            05 FILLER PIC X(10) VALUE "BATCH".
            05 FILLER PIC X(12) VALUE "BATCH".
            05 FILLER PIC X(40) VALUE "cobcrun Admin BATCH".
            05 FILLER PIC X(10) VALUE "VARIANCE".
            05 FILLER PIC X(12) VALUE "VARIANCE".
            05 FILLER PIC X(40) VALUE "cobcrun Variance".
            05 FILLER PIC X(10) VALUE "DISBURSE".
            05 FILLER PIC X(12) VALUE "DISBURSE".
            05 FILLER PIC X(40) VALUE "cobcrun Disbursement".
            05 FILLER PIC X(10) VALUE "REMIT".
            05 FILLER PIC X(12) VALUE "REMIT".
            05 FILLER PIC X(40) VALUE "cobcrun Remittance".
            05 FILLER PIC X(10) VALUE "RECONCILE".
            05 FILLER PIC X(12) VALUE "RECONCILE".
            05 FILLER PIC X(40) VALUE "cobcrun Reconcile".
        01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
            05 WS-STEP-ENTRY OCCURS 8 TIMES.
               10 WS-STEP-NAME PIC X(10).
               10 WS-STEP-PARM PIC X(12).
               10 WS-STEP-COMMAND PIC X(40).
        01 WS-STEP-COUNT PIC 99 VALUE 8.
        01 WS-STEP-IDX PIC 99.

        01 WS-STEP-RC PIC S9(9).
        01 WS-STEP-RC-ED PIC 99.
        01 WS-STEP-RESULT PIC X(10).
        01 WS-STEP-START PIC X(21).
        01 WS-STEP-END PIC X(21).
        01 WS-RUN-FOUND PIC X VALUE "N".
        01 WS-JOB-START PIC X(21).
        01 WS-JOB-END PIC X(21).
        01 WS-COUNT-ED PIC Z9.
        01 WS-COUNT-ED2 PIC Z9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||      PAYROLL CHAIN - NIGHTLY DRIVER     |||||"
           DISPLAY "|=================================================|"
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-START
           MOVE "CHAIN" TO WS-PARM-PROGRAM
           PERFORM READ-BATCH-PARMS
           IF WS-PARM-FOUND = "Y" AND WS-PARM-PERIOD NOT = SPACES
              MOVE WS-PARM-PERIOD TO WS-CHAIN-PERIOD
              MOVE WS-PARM-RERUN TO WS-CHAIN-RERUN
              MOVE WS-PARM-OVERRIDE TO WS-CHAIN-OVERRIDE
              DISPLAY "PERIOD TAKEN FROM PARAMETER FILE: "
                 WS-CHAIN-PERIOD
           ELSE
              DISPLAY "[ENTER PAYSLIP PERIOD]: " WITH NO ADVANCING
              ACCEPT WS-CHAIN-PERIOD
              DISPLAY "[RUN EVERY STEP AGAIN FROM THE TOP]? (Y/N): "
                 WITH NO ADVANCING
              ACCEPT WS-CHAIN-RERUN
              DISPLAY "[STEP WHOSE GATE IS ACCEPTED (BLANK = NONE)]: "
                 WITH NO ADVANCING
              ACCEPT WS-CHAIN-OVERRIDE
           END-IF
           IF WS-CHAIN-RERUN = "y"
              MOVE "Y" TO WS-CHAIN-RERUN
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CHAIN-OVERRIDE)
              TO WS-CHAIN-OVERRIDE

           PERFORM CHECK-STEP-PARMS
           IF WS-PARM-ERRORS > ZERO
              DISPLAY "CHAIN NOT STARTED: " WS-PARM-ERRORS
                 " STEP PARAMETER BLOCK(S) MISSING OR FOR ANOTHER "
                 "PERIOD."
              MOVE "FAIL" TO WS-CHAIN-RESULT
              PERFORM WRITE-JOB-LOG
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
                 OR WS-CHAIN-STOP = "Y"
              PERFORM RUN-ONE-STEP
           END-PERFORM

           DISPLAY "|=================================================|"
           DISPLAY "STEPS RUN: " WS-STEPS-RUN
              "   ALREADY COMPLETE (SKIPPED): " WS-STEPS-SKIPPED
           EVALUATE WS-CHAIN-RESULT
              WHEN "OK"
                 DISPLAY "PAYROLL CHAIN COMPLETE FOR " WS-CHAIN-PERIOD
                 MOVE ZERO TO RETURN-CODE
              WHEN "GATE"
                 DISPLAY "CHAIN STOPPED AT GATE: "
                    WS-STEP-NAME(WS-STEP-IDX - 1)
                 DISPLAY "REVIEW THE STEP REPORT; RERUN THE CHAIN TO "
                    "RESTART AT THIS STEP."
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY "CHAIN STOPPED - STEP FAILED: "
                    WS-STEP-NAME(WS-STEP-IDX - 1)
                 DISPLAY "CORRECT THE CAUSE; RERUN THE CHAIN TO "
                    "RESTART AT THIS STEP."
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "|=================================================|"
           PERFORM WRITE-JOB-LOG
           STOP RUN.

      *> Every step must find its own block for the chain period, or
      *> it would either prompt at the keyboard or run another period.
        CHECK-STEP-PARMS.
           MOVE ZERO TO WS-PARM-ERRORS
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-COUNT
              MOVE WS-STEP-PARM(WS-STEP-IDX) TO WS-PARM-PROGRAM
              PERFORM READ-BATCH-PARMS
              IF WS-PARM-FOUND = "N"
                 ADD 1 TO WS-PARM-ERRORS
                 DISPLAY "NO PROGRAM=" WS-STEP-PARM(WS-STEP-IDX)
                    " BLOCK IN BatchParm.txt"
              ELSE
                 IF WS-PARM-PERIOD NOT = WS-CHAIN-PERIOD
                    ADD 1 TO WS-PARM-ERRORS
                    DISPLAY "PROGRAM=" WS-STEP-PARM(WS-STEP-IDX)
                       " BLOCK IS FOR PERIOD " WS-PARM-PERIOD
                 END-IF
              END-IF
           END-PERFORM.

      *> A step already COMPLETE for the period is skipped, so a rerun
      *> picks up at the step that failed or was gated. Once any step
      *> runs, every later step runs too - its earlier output is stale.
        RUN-ONE-STEP.
           MOVE WS-CHAIN-PERIOD TO RUN-PERIOD
           MOVE SPACES TO RUN-PROGRAM
           STRING "CHN-" DELIMITED BY SIZE
              WS-STEP-NAME(WS-STEP-IDX) DELIMITED BY SPACE
              INTO RUN-PROGRAM
           MOVE "N" TO WS-RUN-FOUND
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
              OPEN OUTPUT RUN-CONTROL-FILE
              CLOSE RUN-CONTROL-FILE
              OPEN I-O RUN-CONTROL-FILE
           END-IF
           READ RUN-CONTROL-FILE KEY IS RUN-KEY
              INVALID KEY
                 MOVE "N" TO WS-RUN-FOUND
              NOT INVALID KEY
                 MOVE "Y" TO WS-RUN-FOUND
           END-READ
           IF WS-RUN-FOUND = "Y" AND RUN-COMPLETED
              AND WS-CHAIN-RERUN NOT = "Y"
              AND WS-CHAIN-RUNNING = "N"
              CLOSE RUN-CONTROL-FILE
              ADD 1 TO WS-STEPS-SKIPPED
              DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX)
                 " ALREADY COMPLETE - SKIPPED"
              MOVE "SKIPPED" TO WS-STEP-RESULT
              MOVE ZERO TO WS-STEP-RC
              MOVE RUN-START-TIME TO WS-STEP-START
              MOVE RUN-END-TIME TO WS-STEP-END
              PERFORM APPEND-STEP-HISTORY
              EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO WS-CHAIN-RUNNING
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
           SET RUN-IN-PROGRESS TO TRUE
           MOVE "CHAIN" TO RUN-OPERATOR
           MOVE WS-STEP-START TO RUN-START-TIME
           MOVE SPACES TO RUN-END-TIME
           MOVE ZERO TO RUN-PROCESSED
           MOVE ZERO TO RUN-FAILED
           MOVE ZERO TO RUN-INACTIVE
           IF WS-RUN-FOUND = "Y"
              REWRITE RUN-CONTROL-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: RUN CONTROL NOT UPDATED."
              END-REWRITE
           ELSE
              WRITE RUN-CONTROL-RECORD
                 INVALID KEY
                    DISPLAY "WARNING: RUN CONTROL NOT WRITTEN."
              END-WRITE
           END-IF
           CLOSE RUN-CONTROL-FILE

           DISPLAY "|=================================================|"
           DISPLAY "STEP " WS-STEP-IDX ": " WS-STEP-NAME(WS-STEP-IDX)
           DISPLAY "|=================================================|"
           CALL "SYSTEM" USING BY REFERENCE
              WS-STEP-COMMAND(WS-STEP-IDX)
           MOVE RETURN-CODE TO WS-STEP-RC
      *> The shell hands back a wait status: the program's own return
      *> code sits in the high-order byte.
           IF WS-STEP-RC > 255
              DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
           END-IF
           MOVE ZERO TO RETURN-CODE
           ADD 1 TO WS-STEPS-RUN
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END

           EVALUATE TRUE
              WHEN WS-STEP-RC = ZERO
                 MOVE "COMPLETE" TO WS-STEP-RESULT
              WHEN WS-STEP-RC = 4
                 AND WS-CHAIN-OVERRIDE = WS-STEP-NAME(WS-STEP-IDX)
                 MOVE "OVERRIDDEN" TO WS-STEP-RESULT
              WHEN WS-STEP-RC = 4
                 MOVE "GATED" TO WS-STEP-RESULT
                 MOVE "GATE" TO WS-CHAIN-RESULT
                 MOVE "Y" TO WS-CHAIN-STOP
              WHEN OTHER
                 MOVE "FAILED" TO WS-STEP-RESULT
                 MOVE "FAIL" TO WS-CHAIN-RESULT
                 MOVE "Y" TO WS-CHAIN-STOP
           END-EVALUATE

           OPEN I-O RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE KEY IS RUN-KEY
              INVALID KEY
                 DISPLAY "WARNING: RUN CONTROL RECORD MISSING."
              NOT INVALID KEY
                 EVALUATE WS-STEP-RESULT
                    WHEN "GATED"
                       SET RUN-STEP-GATED TO TRUE
                    WHEN "FAILED"
                       SET RUN-STEP-FAILED TO TRUE
                    WHEN OTHER
                       SET RUN-COMPLETED TO TRUE
                 END-EVALUATE
                 MOVE WS-STEP-END TO RUN-END-TIME
                 REWRITE RUN-CONTROL-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: RUN CONTROL NOT RELEASED."
                 END-REWRITE
           END-READ
           CLOSE RUN-CONTROL-FILE
           DISPLAY "STEP " WS-STEP-NAME(WS-STEP-IDX) " RESULT: "
              WS-STEP-RESULT
           PERFORM APPEND-STEP-HISTORY.

        APPEND-STEP-HISTORY.
           MOVE WS-STEP-RC TO WS-STEP-RC-ED
           MOVE SPACES TO RUN-HISTORY-LINE
           STRING "CHAIN | PERIOD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CHAIN-PERIOD) DELIMITED BY SIZE
              " | STEP=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
                 DELIMITED BY SIZE
              " | RESULT=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-STEP-RESULT) DELIMITED BY SIZE
              " | RC=" DELIMITED BY SIZE
              WS-STEP-RC-ED DELIMITED BY SIZE
              " | START=" DELIMITED BY SIZE
              WS-STEP-START DELIMITED BY SIZE
              " | END=" DELIMITED BY SIZE
              WS-STEP-END DELIMITED BY SIZE
              INTO RUN-HISTORY-LINE
           MOVE "00" TO WS-RUNHIST-STATUS
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
              OPEN OUTPUT RUN-HISTORY-FILE
           END-IF
           WRITE RUN-HISTORY-LINE
           CLOSE RUN-HISTORY-FILE.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-FOUND
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE SPACES TO WS-PARM-PERIOD
           MOVE "N" TO WS-PARM-RERUN
           MOVE SPACES TO WS-PARM-OVERRIDE
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
                          IF PARM-LINE(1:6) = "RERUN="
                             MOVE PARM-LINE(7:1) TO WS-PARM-RERUN
                          END-IF
                          IF PARM-LINE(1:9) = "OVERRIDE="
                             MOVE PARM-LINE(10:10) TO WS-PARM-OVERRIDE
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE.

        WRITE-JOB-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-JOB-END
           MOVE WS-STEPS-RUN TO WS-COUNT-ED
           MOVE WS-STEPS-SKIPPED TO WS-COUNT-ED2
           MOVE SPACES TO JOBLOG-LINE
           STRING "CHAIN | PERIOD=" DELIMITED BY SIZE
              FUNCTION TRIM(WS-CHAIN-PERIOD) DELIMITED BY SIZE
              " | START=" DELIMITED BY SIZE
              WS-JOB-START DELIMITED BY SIZE
              " | END=" DELIMITED BY SIZE
              WS-JOB-END DELIMITED BY SIZE
              " | STATUS=" DELIMITED BY SIZE
              WS-CHAIN-RESULT DELIMITED BY SIZE
              " | STEPS RUN=" DELIMITED BY SIZE
              WS-COUNT-ED DELIMITED BY SIZE
              " | SKIPPED=" DELIMITED BY SIZE
              WS-COUNT-ED2 DELIMITED BY SIZE
              INTO JOBLOG-LINE
           MOVE "00" TO WS-JOBLOG-STATUS
           OPEN EXTEND JOBLOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
              OPEN OUTPUT JOBLOG-FILE
           END-IF
           WRITE JOBLOG-LINE
           CLOSE JOBLOG-FILE.
