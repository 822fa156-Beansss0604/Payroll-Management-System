        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayBackup.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT LOAN-FILE ASSIGN TO "Loan.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LOAN-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT LEAVE-FILE ASSIGN TO "Leave.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT OT-FILE ASSIGN TO "Overtime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OT-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT LEAVE-BAL-FILE ASSIGN TO "LeaveBalance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LEAVE-BAL-USER-ID
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT ALLOWANCE-FILE ASSIGN TO "Allowance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ALLOW-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT ATTENDANCE-FILE ASSIGN TO "Attendance.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ATTENDANCE-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DTR-FILE ASSIGN TO "DailyTime.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DTR-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT XREF-FILE ASSIGN TO "SlipIndex.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS XREF-SLIP-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT HOLIDAY-FILE ASSIGN TO "Holiday.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DEPT-FILE ASSIGN TO "Department.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DEPT-ASG-FILE ASSIGN TO "DeptAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEPT-ASG-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DISPUTE-FILE ASSIGN TO "Dispute.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISPUTE-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT SHIFT-FILE ASSIGN TO "Shift.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT SHIFT-ASG-FILE ASSIGN TO "ShiftAssign.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SHIFT-ASG-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RunControl.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RUN-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT RELEASE-FILE ASSIGN TO "PayRelease.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS REL-PERIOD
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT RETRO-QUEUE-FILE ASSIGN TO "RetroQueue.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTQ-USER-ID
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT WAGE-ADJ-FILE ASSIGN TO "WageAdjust.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WGA-BATCH-ID
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DEPT-BUDGET-FILE ASSIGN TO "DeptBudget.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BUD-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT LOAN-APP-FILE ASSIGN TO "LoanApplication.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LAPP-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DEFER-FILE ASSIGN TO "DeferredDed.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEFER-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT COMPANY-FILE ASSIGN TO "Company.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS COMPANY-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT DEPENDENT-FILE ASSIGN TO "Dependent.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT HMO-PLAN-FILE ASSIGN TO "HmoPlan.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HMO-PLAN-CODE
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT HMO-DEDUCT-FILE ASSIGN TO "HmoDeduct.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HMD-KEY
                FILE STATUS IS WS-LIVE-STATUS.

            SELECT BACKUP-FILE ASSIGN TO WS-BKP-FILENAME
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS WS-BKP-STATUS.

            SELECT BACKUP-GEN-FILE ASSIGN TO "BackupCatalog.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BKG-GEN-ID
                FILE STATUS IS WS-CATALOG-STATUS.

            SELECT REPORT-FILE ASSIGN TO "BackupReport.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PARM-FILE ASSIGN TO "BatchParm.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

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

        FD USER-FILE.
            COPY "USERREC.cpy".

        FD PAYSLIP-FILE.
            COPY "PAYREC.cpy".

        FD LOAN-FILE.
            COPY "LOANREC.cpy".

        FD LEAVE-FILE.
            COPY "LEAVEREC.cpy".

        FD OT-FILE.
            COPY "OTREC.cpy".

        FD LEAVE-BAL-FILE.
            COPY "LEAVEBALREC.cpy".

        FD ALLOWANCE-FILE.
            COPY "ALLOWREC.cpy".

        FD ATTENDANCE-FILE.
            COPY "ATTENDREC.cpy".

        FD DTR-FILE.
            COPY "DTRREC.cpy".

        FD XREF-FILE.
            COPY "XREFREC.cpy".

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD HOLIDAY-FILE.
            COPY "HOLREC.cpy".

        FD DEPT-FILE.
            COPY "DEPTREC.cpy".

        FD DEPT-ASG-FILE.
            COPY "DEPTASGREC.cpy".

        FD DISPUTE-FILE.
            COPY "DISPUTEREC.cpy".

        FD SHIFT-FILE.
            COPY "SHIFTREC.cpy".

        FD SHIFT-ASG-FILE.
            COPY "SHIFTASGREC.cpy".

        FD RUN-CONTROL-FILE.
            COPY "RUNCTLREC.cpy".

        FD RELEASE-FILE.
            COPY "RELEASEREC.cpy".

        FD RETRO-QUEUE-FILE.
            COPY "RETROQREC.cpy".

        FD WAGE-ADJ-FILE.
            COPY "WAGEADJREC.cpy".

        FD DEPT-BUDGET-FILE.
            COPY "DEPTBUDREC.cpy".

        FD LOAN-APP-FILE.
            COPY "LOANAPPREC.cpy".

        FD DEFER-FILE.
            COPY "DEFERREC.cpy".

        FD COMPANY-FILE.
            COPY "COMPANYREC.cpy".

        FD DEPENDENT-FILE.
            COPY "DEPENDREC.cpy".

        FD HMO-PLAN-FILE.
            COPY "HMOPLANREC.cpy".

        FD HMO-DEDUCT-FILE.
            COPY "HMODEDREC.cpy".

      *> A generation file holds the live file's records byte for byte
      *> in key order. Records are variable length so one layout
      *> serves every file; packed fields come back untouched.
        FD BACKUP-FILE
            RECORD IS VARYING IN SIZE FROM 1 TO 4000 CHARACTERS
            DEPENDING ON WS-BKP-LEN.
        01 BACKUP-RECORD.
            02 BACKUP-DATA PIC X(4000).

        FD BACKUP-GEN-FILE.
            COPY "BKPGENREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

      *> BatchParm.txt block PROGRAM=BACKUP with a KEEP= line sets how
      *> many active generations are kept (default 5); older ones are
      *> purged after each successful backup.
        FD PARM-FILE.
        01 PARM-LINE PIC X(80).

        FD AUDIT-FILE.
            COPY "AUDITREC.cpy".

        FD AUDIT-SEQ-FILE.
        01 AUDIT-SEQ-LINE PIC X(10).

        FD AUDIT-CHAIN-FILE.
        01 AUDIT-CHAIN-LINE PIC X(10).

        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        WORKING-STORAGE SECTION.
        01 CHOICE PIC 9.
        01 WS-CONFIRM PIC X.
        01 WS-CMD-LINE PIC X(80).
        01 WS-LIVE-STATUS PIC XX.
        01 WS-BKP-STATUS PIC XX.
        01 WS-CATALOG-STATUS PIC XX.
        01 WS-PARM-STATUS PIC XX.
        01 WS-PARM-PROGRAM PIC X(12) VALUE "BACKUP".
        01 WS-PARM-IN-BLOCK PIC X VALUE "N".
        01 WS-PARM-END PIC X VALUE "N".
        01 WS-KEEP-GENS PIC 99 VALUE 5.
        01 WS-BKP-FILENAME PIC X(60).
        01 WS-BKP-LEN PIC 9(4) COMP.
        01 WS-REC-BUF PIC X(4000).

      *> Every indexed master and transaction file the payroll reads
      *> or rewrites. The position in this table is the entry number
      *> in the generation catalog, so new files go on the end only.
        01 WS-FILE-VALUES.
            05 FILLER PIC X(20) VALUE "Record.txt".
            05 FILLER PIC X(20) VALUE "Payslip.txt".
            05 FILLER PIC X(20) VALUE "Loan.txt".
            05 FILLER PIC X(20) VALUE "Leave.txt".
            05 FILLER PIC X(20) VALUE "Overtime.txt".
            05 FILLER PIC X(20) VALUE "LeaveBalance.txt".
            05 FILLER PIC X(20) VALUE "Allowance.txt".
            05 FILLER PIC X(20) VALUE "Attendance.txt".
            05 FILLER PIC X(20) VALUE "DailyTime.txt".
            05 FILLER PIC X(20) VALUE "SlipIndex.txt".
            05 FILLER PIC X(20) VALUE "PayPeriod.txt".
            05 FILLER PIC X(20) VALUE "Holiday.txt".
            05 FILLER PIC X(20) VALUE "Department.txt".
            05 FILLER PIC X(20) VALUE "DeptAssign.txt".
            05 FILLER PIC X(20) VALUE "Dispute.txt".
            05 FILLER PIC X(20) VALUE "Shift.txt".
            05 FILLER PIC X(20) VALUE "ShiftAssign.txt".
            05 FILLER PIC X(20) VALUE "RunControl.txt".
            05 FILLER PIC X(20) VALUE "PayRelease.txt".
            05 FILLER PIC X(20) VALUE "RetroQueue.txt".
            05 FILLER PIC X(20) VALUE "WageAdjust.txt".
            05 FILLER PIC X(20) VALUE "DeptBudget.txt".
            05 FILLER PIC X(20) VALUE "LoanApplication.txt".
            05 FILLER PIC X(20) VALUE "DeferredDed.txt".
            05 FILLER PIC X(20) VALUE "Company.txt".
            05 FILLER PIC X(20) VALUE "Dependent.txt".
            05 FILLER PIC X(20) VALUE "HmoPlan.txt".
            05 FILLER PIC X(20) VALUE "HmoDeduct.txt".
        01 WS-FILE-TABLE REDEFINES WS-FILE-VALUES.
            05 WS-FILE-NAME PIC X(20) OCCURS 28 TIMES.
        01 WS-FILE-RECLEN-TABLE.
            05 WS-FILE-RECLEN PIC 9(4) COMP OCCURS 28 TIMES.
        01 WS-FILE-COUNT PIC 99 VALUE 28.
        01 WS-FILE-IDX PIC 99.

        01 WS-GEN-ID PIC X(16).
        01 WS-BKP-PERIOD PIC X(30).
        01 WS-BKP-REASON PIC X(10).
        01 WS-BKP-OK PIC X VALUE "Y".
        01 WS-LIVE-END PIC X VALUE "N".
        01 WS-LIVE-ERROR PIC X VALUE "N".
        01 WS-LIVE-PRESENT PIC X VALUE "N".
        01 WS-CAT-END PIC X VALUE "N".
        01 WS-GEN-FOUND PIC X VALUE "N".
        01 WS-RESTORE-OK PIC X VALUE "Y".
        01 WS-WRITE-ERRORS PIC 9(5) VALUE ZERO.
        01 WS-MISMATCHES PIC 99 VALUE ZERO.
        01 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-PURGE-COUNT PIC 9(5) VALUE ZERO.
        01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.

        01 WS-REC-HASH PIC 9(10).
        01 WS-HASH-IDX PIC 9(4) COMP.
        01 WS-CNT-RECORDS PIC 9(9).
        01 WS-CNT-HASH PIC 9(15).
        01 WS-BEFORE-RECORDS PIC 9(9).
        01 WS-BEFORE-HASH PIC 9(15).
        01 WS-TOTAL-RECORDS PIC 9(9).
        01 WS-RESULT-TEXT PIC X(10).
        01 WS-RECORDS-ED PIC Z(8)9.
        01 WS-RECORDS-ED2 PIC Z(8)9.
        01 WS-RECORDS-ED3 PIC Z(8)9.
        01 WS-KEEP-ED PIC Z9.

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
            88 SESSION-ROLE-PAYROLL-ADMIN VALUE "PAYROLL-ADMIN".
        01 WS-SESSION-USER PIC X(30) VALUE SPACES.
        01 WS-RUN-ACTIVE PIC X VALUE "N".
        01 WS-RUN-END PIC X VALUE "N".

        PROCEDURE DIVISION.
        MAIN-MENU.
           PERFORM SET-FILE-LENGTHS
           PERFORM GET-SESSION-ROLE
      *> "BATCH <period>" is the pre-run call from the batch payroll:
      *> take one generation, no prompts, return code 8 on failure so
      *> the batch refuses to start without a backup behind it.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           IF WS-CMD-LINE(1:5) = "BATCH"
              MOVE WS-CMD-LINE(7:30) TO WS-BKP-PERIOD
              MOVE "PRE-RUN" TO WS-BKP-REASON
              PERFORM TAKE-BACKUP
              IF WS-BKP-OK = "Y"
                 MOVE ZERO TO RETURN-CODE
              ELSE
                 MOVE 8 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF
           PERFORM UNTIL CHOICE = 4
           DISPLAY "|=================================================|"
           DISPLAY "|||||   PAYROLL BACKUP / RESTORE UTILITY      |||||"
           DISPLAY "|=================================================|"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [1] - TAKE A BACKUP GENERATION        |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [2] - LIST BACKUP GENERATIONS         |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [3] - RESTORE A GENERATION            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|||||   [4] - EXIT                            |||||"
           DISPLAY "||||||=======================================||||||"
           DISPLAY "|=================================================|"
           DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
           ACCEPT CHOICE
           EVALUATE CHOICE
              WHEN 1
                 DISPLAY "[PERIOD LABEL FOR THIS BACKUP]: "
                    WITH NO ADVANCING
                 ACCEPT WS-BKP-PERIOD
                 MOVE "MANUAL" TO WS-BKP-REASON
                 PERFORM TAKE-BACKUP
              WHEN 2
                 PERFORM LIST-GENERATIONS
              WHEN 3
                 PERFORM RESTORE-GENERATION
              WHEN 4
                 CONTINUE
              WHEN OTHER
                 DISPLAY "INVALID CHOICE. PLEASE TRY AGAIN."
           END-EVALUATE
           END-PERFORM
           STOP RUN.

        SET-FILE-LENGTHS.
           MOVE LENGTH OF USER-RECORD TO WS-FILE-RECLEN(1)
           MOVE LENGTH OF PAYSLIP-RECORD TO WS-FILE-RECLEN(2)
           MOVE LENGTH OF LOAN-RECORD TO WS-FILE-RECLEN(3)
           MOVE LENGTH OF LEAVE-RECORD TO WS-FILE-RECLEN(4)
           MOVE LENGTH OF OT-RECORD TO WS-FILE-RECLEN(5)
           MOVE LENGTH OF LEAVE-BAL-RECORD TO WS-FILE-RECLEN(6)
           MOVE LENGTH OF ALLOWANCE-RECORD TO WS-FILE-RECLEN(7)
           MOVE LENGTH OF ATTENDANCE-RECORD TO WS-FILE-RECLEN(8)
           MOVE LENGTH OF DTR-RECORD TO WS-FILE-RECLEN(9)
           MOVE LENGTH OF XREF-RECORD TO WS-FILE-RECLEN(10)
           MOVE LENGTH OF PERIOD-RECORD TO WS-FILE-RECLEN(11)
           MOVE LENGTH OF HOLIDAY-RECORD TO WS-FILE-RECLEN(12)
           MOVE LENGTH OF DEPT-RECORD TO WS-FILE-RECLEN(13)
           MOVE LENGTH OF DEPT-ASG-RECORD TO WS-FILE-RECLEN(14)
           MOVE LENGTH OF DISPUTE-RECORD TO WS-FILE-RECLEN(15)
           MOVE LENGTH OF SHIFT-RECORD TO WS-FILE-RECLEN(16)
           MOVE LENGTH OF SHIFT-ASG-RECORD TO WS-FILE-RECLEN(17)
           MOVE LENGTH OF RUN-CONTROL-RECORD TO WS-FILE-RECLEN(18)
           MOVE LENGTH OF RELEASE-RECORD TO WS-FILE-RECLEN(19)
           MOVE LENGTH OF RETRO-QUEUE-RECORD TO WS-FILE-RECLEN(20)
           MOVE LENGTH OF WAGE-ADJ-RECORD TO WS-FILE-RECLEN(21)
           MOVE LENGTH OF DEPT-BUDGET-RECORD TO WS-FILE-RECLEN(22)
           MOVE LENGTH OF LOAN-APP-RECORD TO WS-FILE-RECLEN(23)
           MOVE LENGTH OF DEFER-RECORD TO WS-FILE-RECLEN(24)
           MOVE LENGTH OF COMPANY-RECORD TO WS-FILE-RECLEN(25)
           MOVE LENGTH OF DEPENDENT-RECORD TO WS-FILE-RECLEN(26)
           MOVE LENGTH OF HMO-PLAN-RECORD TO WS-FILE-RECLEN(27)
           MOVE LENGTH OF HMO-DEDUCT-RECORD TO WS-FILE-RECLEN(28).

      *> Copies every file in the table to a new generation, counting
      *> and hashing each record as it goes, then catalogues the
      *> generation and purges any beyond the KEEP= limit. A failed
      *> copy removes its own partial files and is never catalogued.
        TAKE-BACKUP.
           MOVE "Y" TO WS-BKP-OK
           PERFORM READ-BATCH-PARMS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:16) TO WS-GEN-ID
           INITIALIZE BACKUP-GEN-RECORD
           MOVE WS-GEN-ID TO BKG-GEN-ID
           MOVE WS-BKP-PERIOD TO BKG-PERIOD
           MOVE WS-BKP-REASON TO BKG-REASON
           EVALUATE TRUE
              WHEN WS-SESSION-USER NOT = SPACES
                 MOVE WS-SESSION-USER TO BKG-TAKEN-BY
              WHEN WS-SESSION-ROLE NOT = SPACES
                 MOVE WS-SESSION-ROLE TO BKG-TAKEN-BY
              WHEN OTHER
                 MOVE "SCHEDULER" TO BKG-TAKEN-BY
           END-EVALUATE
           SET BKG-ACTIVE TO TRUE
           MOVE WS-CURRENT-DATETIME TO BKG-TAKEN-TIME
           MOVE SPACES TO BKG-LAST-RESTORE
           MOVE WS-FILE-COUNT TO BKG-FILE-COUNT
           MOVE ZERO TO WS-TOTAL-RECORDS

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "BACKUP GENERATION " WS-GEN-ID
              " - PERIOD: " FUNCTION TRIM(WS-BKP-PERIOD)
              " - " FUNCTION TRIM(WS-BKP-REASON)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE                   RECORDS  HASH TOTAL"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           DISPLAY "|=================================================|"
           DISPLAY "TAKING BACKUP GENERATION " WS-GEN-ID
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > WS-FILE-COUNT
              IF WS-BKP-OK = "Y"
                 PERFORM BACKUP-ONE-FILE
              END-IF
           END-PERFORM

           IF WS-BKP-OK = "Y"
              OPEN I-O BACKUP-GEN-FILE
              IF WS-CATALOG-STATUS NOT = "00"
                 OPEN OUTPUT BACKUP-GEN-FILE
                 CLOSE BACKUP-GEN-FILE
                 OPEN I-O BACKUP-GEN-FILE
              END-IF
              WRITE BACKUP-GEN-RECORD
                 INVALID KEY
                    DISPLAY "GENERATION " WS-GEN-ID
                       " ALREADY CATALOGUED."
                    MOVE "N" TO WS-BKP-OK
              END-WRITE
              CLOSE BACKUP-GEN-FILE
           END-IF

           MOVE SPACES TO REPORT-LINE
           IF WS-BKP-OK = "Y"
              MOVE WS-TOTAL-RECORDS TO WS-RECORDS-ED
              STRING "BACKUP COMPLETE. TOTAL RECORDS: " WS-RECORDS-ED
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM PRUNE-GENERATIONS
              DISPLAY "BACKUP COMPLETE. TOTAL RECORDS: " WS-RECORDS-ED
           ELSE
              PERFORM DELETE-GEN-FILES
              STRING "BACKUP FAILED. GENERATION NOT KEPT."
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              DISPLAY "BACKUP FAILED. GENERATION NOT KEPT."
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "REPORT FILE: BackupReport.txt"
           DISPLAY "|=================================================|".

        BACKUP-ONE-FILE.
           MOVE "N" TO BKG-FILE-PRESENT(WS-FILE-IDX)
           MOVE ZERO TO BKG-FILE-RECORDS(WS-FILE-IDX)
           MOVE ZERO TO BKG-FILE-HASH(WS-FILE-IDX)
           MOVE ZERO TO WS-CNT-RECORDS
           MOVE ZERO TO WS-CNT-HASH
           PERFORM OPEN-LIVE-INPUT
           IF WS-LIVE-STATUS = "35"
              MOVE SPACES TO REPORT-LINE
              STRING WS-FILE-NAME(WS-FILE-IDX) "   NOT ON FILE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              EXIT PARAGRAPH
           END-IF
           IF WS-LIVE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN " WS-FILE-NAME(WS-FILE-IDX)
                 " (STATUS " WS-LIVE-STATUS ")."
              MOVE "N" TO WS-BKP-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-ID TO BKG-GEN-ID
           PERFORM BUILD-BKP-FILENAME
           OPEN OUTPUT BACKUP-FILE
           IF WS-BKP-STATUS NOT = "00"
              DISPLAY "CANNOT CREATE " FUNCTION TRIM(WS-BKP-FILENAME)
                 " (STATUS " WS-BKP-STATUS ")."
              MOVE "N" TO WS-BKP-OK
              PERFORM CLOSE-LIVE
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO BKG-FILE-PRESENT(WS-FILE-IDX)
           MOVE WS-FILE-RECLEN(WS-FILE-IDX) TO WS-BKP-LEN
           MOVE "N" TO WS-LIVE-END
           MOVE "N" TO WS-LIVE-ERROR
           PERFORM UNTIL WS-LIVE-END = "Y"
              PERFORM READ-LIVE-NEXT
              IF WS-LIVE-END = "N"
                 MOVE WS-FILE-RECLEN(WS-FILE-IDX) TO WS-BKP-LEN
                 MOVE WS-REC-BUF TO BACKUP-DATA
                 WRITE BACKUP-RECORD
                 IF WS-BKP-STATUS NOT = "00"
                    MOVE "Y" TO WS-LIVE-ERROR
                    MOVE "Y" TO WS-LIVE-END
                 ELSE
                    PERFORM ADD-RECORD-HASH
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BACKUP-FILE
           PERFORM CLOSE-LIVE
           IF WS-LIVE-ERROR = "Y"
              DISPLAY "COPY OF " WS-FILE-NAME(WS-FILE-IDX)
                 " DID NOT COMPLETE."
              MOVE "N" TO WS-BKP-OK
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CNT-RECORDS TO BKG-FILE-RECORDS(WS-FILE-IDX)
           MOVE WS-CNT-HASH TO BKG-FILE-HASH(WS-FILE-IDX)
           ADD WS-CNT-RECORDS TO WS-TOTAL-RECORDS
           MOVE WS-CNT-RECORDS TO WS-RECORDS-ED
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-RECORDS-ED
              "  " WS-CNT-HASH
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Record count and hash total of the live copy of the current
      *> file, read in key order exactly as a backup would read it.
        COUNT-LIVE-FILE.
           MOVE ZERO TO WS-CNT-RECORDS
           MOVE ZERO TO WS-CNT-HASH
           MOVE "N" TO WS-LIVE-PRESENT
           PERFORM OPEN-LIVE-INPUT
           IF WS-LIVE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-LIVE-PRESENT
           MOVE WS-FILE-RECLEN(WS-FILE-IDX) TO WS-BKP-LEN
           MOVE "N" TO WS-LIVE-END
           MOVE "N" TO WS-LIVE-ERROR
           PERFORM UNTIL WS-LIVE-END = "Y"
              PERFORM READ-LIVE-NEXT
              IF WS-LIVE-END = "N"
                 PERFORM ADD-RECORD-HASH
              END-IF
           END-PERFORM
           PERFORM CLOSE-LIVE.

      *> Same fold the audit chain uses, over the full record image;
      *> per-record hashes are summed so the total is independent of
      *> how the file happens to be laid out on disk.
        ADD-RECORD-HASH.
           ADD 1 TO WS-CNT-RECORDS
           MOVE 5381 TO WS-REC-HASH
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
              UNTIL WS-HASH-IDX > WS-BKP-LEN
              COMPUTE WS-REC-HASH = FUNCTION MOD(
                 (WS-REC-HASH * 131) +
                 FUNCTION ORD(WS-REC-BUF(WS-HASH-IDX:1)),
                 999999937)
           END-PERFORM
           COMPUTE WS-CNT-HASH = FUNCTION MOD(
              WS-CNT-HASH + WS-REC-HASH, 1000000000000000).

        BUILD-BKP-FILENAME.
           MOVE SPACES TO WS-BKP-FILENAME
           STRING "BKP-" BKG-GEN-ID "-"
              FUNCTION TRIM(WS-FILE-NAME(WS-FILE-IDX))
              DELIMITED BY SIZE INTO WS-BKP-FILENAME.

        OPEN-LIVE-INPUT.
           EVALUATE WS-FILE-IDX
              WHEN 1  OPEN INPUT USER-FILE
              WHEN 2  OPEN INPUT PAYSLIP-FILE
              WHEN 3  OPEN INPUT LOAN-FILE
              WHEN 4  OPEN INPUT LEAVE-FILE
              WHEN 5  OPEN INPUT OT-FILE
              WHEN 6  OPEN INPUT LEAVE-BAL-FILE
              WHEN 7  OPEN INPUT ALLOWANCE-FILE
              WHEN 8  OPEN INPUT ATTENDANCE-FILE
              WHEN 9  OPEN INPUT DTR-FILE
              WHEN 10 OPEN INPUT XREF-FILE
              WHEN 11 OPEN INPUT PERIOD-FILE
              WHEN 12 OPEN INPUT HOLIDAY-FILE
              WHEN 13 OPEN INPUT DEPT-FILE
              WHEN 14 OPEN INPUT DEPT-ASG-FILE
              WHEN 15 OPEN INPUT DISPUTE-FILE
              WHEN 16 OPEN INPUT SHIFT-FILE
              WHEN 17 OPEN INPUT SHIFT-ASG-FILE
              WHEN 18 OPEN INPUT RUN-CONTROL-FILE
              WHEN 19 OPEN INPUT RELEASE-FILE
              WHEN 20 OPEN INPUT RETRO-QUEUE-FILE
              WHEN 21 OPEN INPUT WAGE-ADJ-FILE
              WHEN 22 OPEN INPUT DEPT-BUDGET-FILE
              WHEN 23 OPEN INPUT LOAN-APP-FILE
              WHEN 24 OPEN INPUT DEFER-FILE
              WHEN 25 OPEN INPUT COMPANY-FILE
              WHEN 26 OPEN INPUT DEPENDENT-FILE
              WHEN 27 OPEN INPUT HMO-PLAN-FILE
              WHEN 28 OPEN INPUT HMO-DEDUCT-FILE
           END-EVALUATE.

        OPEN-LIVE-OUTPUT.
           EVALUATE WS-FILE-IDX
              WHEN 1  OPEN OUTPUT USER-FILE
              WHEN 2  OPEN OUTPUT PAYSLIP-FILE
              WHEN 3  OPEN OUTPUT LOAN-FILE
              WHEN 4  OPEN OUTPUT LEAVE-FILE
              WHEN 5  OPEN OUTPUT OT-FILE
              WHEN 6  OPEN OUTPUT LEAVE-BAL-FILE
              WHEN 7  OPEN OUTPUT ALLOWANCE-FILE
              WHEN 8  OPEN OUTPUT ATTENDANCE-FILE
              WHEN 9  OPEN OUTPUT DTR-FILE
              WHEN 10 OPEN OUTPUT XREF-FILE
              WHEN 11 OPEN OUTPUT PERIOD-FILE
              WHEN 12 OPEN OUTPUT HOLIDAY-FILE
              WHEN 13 OPEN OUTPUT DEPT-FILE
              WHEN 14 OPEN OUTPUT DEPT-ASG-FILE
              WHEN 15 OPEN OUTPUT DISPUTE-FILE
              WHEN 16 OPEN OUTPUT SHIFT-FILE
              WHEN 17 OPEN OUTPUT SHIFT-ASG-FILE
              WHEN 18 OPEN OUTPUT RUN-CONTROL-FILE
              WHEN 19 OPEN OUTPUT RELEASE-FILE
              WHEN 20 OPEN OUTPUT RETRO-QUEUE-FILE
              WHEN 21 OPEN OUTPUT WAGE-ADJ-FILE
              WHEN 22 OPEN OUTPUT DEPT-BUDGET-FILE
              WHEN 23 OPEN OUTPUT LOAN-APP-FILE
              WHEN 24 OPEN OUTPUT DEFER-FILE
              WHEN 25 OPEN OUTPUT COMPANY-FILE
              WHEN 26 OPEN OUTPUT DEPENDENT-FILE
              WHEN 27 OPEN OUTPUT HMO-PLAN-FILE
              WHEN 28 OPEN OUTPUT HMO-DEDUCT-FILE
           END-EVALUATE.

        READ-LIVE-NEXT.
           EVALUATE WS-FILE-IDX
              WHEN 1
                 READ USER-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 2
                 READ PAYSLIP-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 3
                 READ LOAN-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 4
                 READ LEAVE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 5
                 READ OT-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 6
                 READ LEAVE-BAL-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 7
                 READ ALLOWANCE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 8
                 READ ATTENDANCE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 9
                 READ DTR-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 10
                 READ XREF-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 11
                 READ PERIOD-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 12
                 READ HOLIDAY-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 13
                 READ DEPT-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 14
                 READ DEPT-ASG-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 15
                 READ DISPUTE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 16
                 READ SHIFT-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 17
                 READ SHIFT-ASG-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 18
                 READ RUN-CONTROL-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 19
                 READ RELEASE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 20
                 READ RETRO-QUEUE-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 21
                 READ WAGE-ADJ-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 22
                 READ DEPT-BUDGET-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 23
                 READ LOAN-APP-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 24
                 READ DEFER-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 25
                 READ COMPANY-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 26
                 READ DEPENDENT-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 27
                 READ HMO-PLAN-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
              WHEN 28
                 READ HMO-DEDUCT-FILE NEXT INTO WS-REC-BUF
                    AT END MOVE "Y" TO WS-LIVE-END
                 END-READ
           END-EVALUATE
      *> Status 02 is a duplicate alternate key on Payslip.txt and is
      *> a good read; anything else outside the 0x class is a failure.
           IF WS-LIVE-END = "N" AND WS-LIVE-STATUS(1:1) NOT = "0"
              MOVE "Y" TO WS-LIVE-ERROR
              MOVE "Y" TO WS-LIVE-END
           END-IF.

        WRITE-LIVE.
           EVALUATE WS-FILE-IDX
              WHEN 1  WRITE USER-RECORD FROM WS-REC-BUF
              WHEN 2  WRITE PAYSLIP-RECORD FROM WS-REC-BUF
              WHEN 3  WRITE LOAN-RECORD FROM WS-REC-BUF
              WHEN 4  WRITE LEAVE-RECORD FROM WS-REC-BUF
              WHEN 5  WRITE OT-RECORD FROM WS-REC-BUF
              WHEN 6  WRITE LEAVE-BAL-RECORD FROM WS-REC-BUF
              WHEN 7  WRITE ALLOWANCE-RECORD FROM WS-REC-BUF
              WHEN 8  WRITE ATTENDANCE-RECORD FROM WS-REC-BUF
              WHEN 9  WRITE DTR-RECORD FROM WS-REC-BUF
              WHEN 10 WRITE XREF-RECORD FROM WS-REC-BUF
              WHEN 11 WRITE PERIOD-RECORD FROM WS-REC-BUF
              WHEN 12 WRITE HOLIDAY-RECORD FROM WS-REC-BUF
              WHEN 13 WRITE DEPT-RECORD FROM WS-REC-BUF
              WHEN 14 WRITE DEPT-ASG-RECORD FROM WS-REC-BUF
              WHEN 15 WRITE DISPUTE-RECORD FROM WS-REC-BUF
              WHEN 16 WRITE SHIFT-RECORD FROM WS-REC-BUF
              WHEN 17 WRITE SHIFT-ASG-RECORD FROM WS-REC-BUF
              WHEN 18 WRITE RUN-CONTROL-RECORD FROM WS-REC-BUF
              WHEN 19 WRITE RELEASE-RECORD FROM WS-REC-BUF
              WHEN 20 WRITE RETRO-QUEUE-RECORD FROM WS-REC-BUF
              WHEN 21 WRITE WAGE-ADJ-RECORD FROM WS-REC-BUF
              WHEN 22 WRITE DEPT-BUDGET-RECORD FROM WS-REC-BUF
              WHEN 23 WRITE LOAN-APP-RECORD FROM WS-REC-BUF
              WHEN 24 WRITE DEFER-RECORD FROM WS-REC-BUF
              WHEN 25 WRITE COMPANY-RECORD FROM WS-REC-BUF
              WHEN 26 WRITE DEPENDENT-RECORD FROM WS-REC-BUF
              WHEN 27 WRITE HMO-PLAN-RECORD FROM WS-REC-BUF
              WHEN 28 WRITE HMO-DEDUCT-RECORD FROM WS-REC-BUF
           END-EVALUATE
           IF WS-LIVE-STATUS(1:1) NOT = "0"
              ADD 1 TO WS-WRITE-ERRORS
           END-IF.

        CLOSE-LIVE.
           EVALUATE WS-FILE-IDX
              WHEN 1  CLOSE USER-FILE
              WHEN 2  CLOSE PAYSLIP-FILE
              WHEN 3  CLOSE LOAN-FILE
              WHEN 4  CLOSE LEAVE-FILE
              WHEN 5  CLOSE OT-FILE
              WHEN 6  CLOSE LEAVE-BAL-FILE
              WHEN 7  CLOSE ALLOWANCE-FILE
              WHEN 8  CLOSE ATTENDANCE-FILE
              WHEN 9  CLOSE DTR-FILE
              WHEN 10 CLOSE XREF-FILE
              WHEN 11 CLOSE PERIOD-FILE
              WHEN 12 CLOSE HOLIDAY-FILE
              WHEN 13 CLOSE DEPT-FILE
              WHEN 14 CLOSE DEPT-ASG-FILE
              WHEN 15 CLOSE DISPUTE-FILE
              WHEN 16 CLOSE SHIFT-FILE
              WHEN 17 CLOSE SHIFT-ASG-FILE
              WHEN 18 CLOSE RUN-CONTROL-FILE
              WHEN 19 CLOSE RELEASE-FILE
              WHEN 20 CLOSE RETRO-QUEUE-FILE
              WHEN 21 CLOSE WAGE-ADJ-FILE
              WHEN 22 CLOSE DEPT-BUDGET-FILE
              WHEN 23 CLOSE LOAN-APP-FILE
              WHEN 24 CLOSE DEFER-FILE
              WHEN 25 CLOSE COMPANY-FILE
              WHEN 26 CLOSE DEPENDENT-FILE
              WHEN 27 CLOSE HMO-PLAN-FILE
              WHEN 28 CLOSE HMO-DEDUCT-FILE
           END-EVALUATE.

      *> Removes the generation files named by the catalog entry in
      *> BACKUP-GEN-RECORD (present entries only).
        DELETE-GEN-FILES.
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > BKG-FILE-COUNT
              IF BKG-FILE-PRESENT(WS-FILE-IDX) = "Y"
                 PERFORM BUILD-BKP-FILENAME
                 CALL "CBL_DELETE_FILE" USING WS-BKP-FILENAME
              END-IF
           END-PERFORM.

        PRUNE-GENERATIONS.
           MOVE ZERO TO WS-ACTIVE-COUNT
           OPEN I-O BACKUP-GEN-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CAT-END
           PERFORM UNTIL WS-CAT-END = "Y"
              READ BACKUP-GEN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CAT-END
                 NOT AT END
                    IF BKG-ACTIVE
                       ADD 1 TO WS-ACTIVE-COUNT
                    END-IF
              END-READ
           END-PERFORM
           MOVE ZERO TO WS-PURGE-COUNT
           IF WS-ACTIVE-COUNT > WS-KEEP-GENS
              COMPUTE WS-PURGE-COUNT = WS-ACTIVE-COUNT - WS-KEEP-GENS
           END-IF
           IF WS-PURGE-COUNT > ZERO
              MOVE LOW-VALUES TO BKG-GEN-ID
              START BACKUP-GEN-FILE KEY IS NOT LESS THAN BKG-GEN-ID
                 INVALID KEY
                    MOVE ZERO TO WS-PURGE-COUNT
              END-START
           END-IF
           MOVE "N" TO WS-CAT-END
           PERFORM UNTIL WS-PURGE-COUNT = ZERO OR WS-CAT-END = "Y"
              READ BACKUP-GEN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CAT-END
                 NOT AT END
                    IF BKG-ACTIVE
                       PERFORM DELETE-GEN-FILES
                       SET BKG-PURGED TO TRUE
                       REWRITE BACKUP-GEN-RECORD
                          INVALID KEY
                             DISPLAY "WARNING: CATALOG NOT UPDATED "
                                "FOR " BKG-GEN-ID
                       END-REWRITE
                       SUBTRACT 1 FROM WS-PURGE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "GENERATION " BKG-GEN-ID
                          " PURGED (KEEPING " WS-KEEP-GENS ")"
                          DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "GENERATION " BKG-GEN-ID " PURGED."
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BACKUP-GEN-FILE.

        LIST-GENERATIONS.
           MOVE ZERO TO WS-LIST-COUNT
           OPEN INPUT BACKUP-GEN-FILE
           IF WS-CATALOG-STATUS NOT = "00"
              DISPLAY "NO BACKUP GENERATIONS ON FILE."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "|=================================================|"
           DISPLAY "GENERATION       PERIOD / REASON / STATUS"
           DISPLAY "|=================================================|"
           MOVE "N" TO WS-CAT-END
           PERFORM UNTIL WS-CAT-END = "Y"
              READ BACKUP-GEN-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CAT-END
                 NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY BKG-GEN-ID " "
                       FUNCTION TRIM(BKG-PERIOD) " / "
                       FUNCTION TRIM(BKG-REASON) " / "
                       FUNCTION TRIM(BKG-STATUS)
                    IF BKG-LAST-RESTORE NOT = SPACES
                       DISPLAY "                 LAST RESTORED "
                          BKG-LAST-RESTORE(1:14)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE BACKUP-GEN-FILE
           DISPLAY "|=================================================|"
           DISPLAY "GENERATIONS LISTED: " WS-LIST-COUNT
           DISPLAY "|=================================================|".

      *> Puts every file in the chosen generation back exactly as it
      *> was copied. Each file is counted and hashed before and after;
      *> the after figures must equal the generation's own, and the
      *> control report shows all three side by side.
        RESTORE-GENERATION.
           IF NOT SESSION-ROLE-PAYROLL-ADMIN
              OR WS-SESSION-USER = SPACES
              DISPLAY "ONLY A LOGGED-IN PAYROLL-ADMIN MAY RESTORE."
              EXIT PARAGRAPH
           END-IF
      *> Overwriting the masters under a running batch or chain step
      *> would leave that run writing into files it did not start with.
           PERFORM CHECK-RUN-ACTIVE
           IF WS-RUN-ACTIVE = "Y"
              DISPLAY "A " FUNCTION TRIM(RUN-PROGRAM) " RUN FOR PERIOD "
                 FUNCTION TRIM(RUN-PERIOD) " IS IN PROGRESS"
              DISPLAY "(STARTED " RUN-START-TIME " BY "
                 FUNCTION TRIM(RUN-OPERATOR) ")."
              DISPLAY "NOTHING RESTORED."
              EXIT PARAGRAPH
           END-IF
           PERFORM LIST-GENERATIONS
           DISPLAY "[GENERATION TO RESTORE]: " WITH NO ADVANCING
           ACCEPT WS-GEN-ID
           MOVE "N" TO WS-GEN-FOUND
           OPEN INPUT BACKUP-GEN-FILE
           IF WS-CATALOG-STATUS = "00"
              MOVE WS-GEN-ID TO BKG-GEN-ID
              READ BACKUP-GEN-FILE KEY IS BKG-GEN-ID
                 INVALID KEY
                    MOVE "N" TO WS-GEN-FOUND
                 NOT INVALID KEY
                    MOVE "Y" TO WS-GEN-FOUND
              END-READ
              CLOSE BACKUP-GEN-FILE
           END-IF
           IF WS-GEN-FOUND = "N"
              DISPLAY "GENERATION NOT FOUND."
              EXIT PARAGRAPH
           END-IF
           IF NOT BKG-ACTIVE
              DISPLAY "GENERATION " BKG-GEN-ID " HAS BEEN PURGED."
              EXIT PARAGRAPH
           END-IF

      *> Every copy must be readable before any live file is touched.
           MOVE "Y" TO WS-RESTORE-OK
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > BKG-FILE-COUNT
              IF BKG-FILE-PRESENT(WS-FILE-IDX) = "Y"
                 PERFORM BUILD-BKP-FILENAME
                 OPEN INPUT BACKUP-FILE
                 IF WS-BKP-STATUS NOT = "00"
                    DISPLAY "MISSING BACKUP FILE "
                       FUNCTION TRIM(WS-BKP-FILENAME)
                    MOVE "N" TO WS-RESTORE-OK
                 ELSE
                    CLOSE BACKUP-FILE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-RESTORE-OK = "N"
              DISPLAY "GENERATION IS INCOMPLETE. NOTHING RESTORED."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "********************************************"
           DISPLAY "* RESTORE REPLACES EVERY MASTER AND        *"
           DISPLAY "* TRANSACTION FILE WITH GENERATION         *"
           DISPLAY "* " BKG-GEN-ID "                         *"
           DISPLAY "* ALL CHANGES SINCE THEN WILL BE LOST.     *"
           DISPLAY "********************************************"
           DISPLAY "PERIOD: " FUNCTION TRIM(BKG-PERIOD)
              "  TAKEN: " BKG-TAKEN-TIME(1:14)
              "  BY: " FUNCTION TRIM(BKG-TAKEN-BY)
           DISPLAY "[RESTORE THIS GENERATION]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
              DISPLAY "RESTORE CANCELLED."
              EXIT PARAGRAPH
           END-IF

           MOVE ZERO TO WS-MISMATCHES
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "RESTORE OF GENERATION " BKG-GEN-ID
              " - PERIOD: " FUNCTION TRIM(BKG-PERIOD)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FILE                  BEFORE-RECS  BEFORE-HASH    "
              "    BACKUP-RECS  BACKUP-HASH        AFTER-RECS  "
              "AFTER-HASH         RESULT"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > BKG-FILE-COUNT
              PERFORM RESTORE-ONE-FILE
           END-PERFORM
      *> The restored files predate any batch checkpoint, so a resume
      *> point left by the failed run no longer means anything.
           CALL "CBL_DELETE_FILE" USING "BatchCheckpoint.txt"

           MOVE SPACES TO REPORT-LINE
           IF WS-MISMATCHES = ZERO
              MOVE "RESTORED" TO WS-RESULT-TEXT
              STRING "RESTORE COMPLETE. ALL FILES MATCH THE BACKUP."
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              MOVE "MISMATCH" TO WS-RESULT-TEXT
              STRING "RESTORE COMPLETE WITH " WS-MISMATCHES
                 " FILE(S) NOT MATCHING THE BACKUP."
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           OPEN I-O BACKUP-GEN-FILE
           READ BACKUP-GEN-FILE KEY IS BKG-GEN-ID
              INVALID KEY
                 DISPLAY "WARNING: CATALOG RECORD MISSING."
              NOT INVALID KEY
                 MOVE WS-CURRENT-DATETIME TO BKG-LAST-RESTORE
                 REWRITE BACKUP-GEN-RECORD
                    INVALID KEY
                       DISPLAY "WARNING: CATALOG NOT UPDATED."
                 END-REWRITE
           END-READ
           CLOSE BACKUP-GEN-FILE

           MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           MOVE BKG-GEN-ID TO WS-AUDIT-KEY
           MOVE "BACKUP-RESTORE" TO WS-AUDIT-FIELD
           MOVE BKG-PERIOD TO WS-AUDIT-OLD-VALUE
           MOVE WS-RESULT-TEXT TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG

           DISPLAY "|=================================================|"
           IF WS-MISMATCHES = ZERO
              DISPLAY "RESTORE COMPLETE. ALL FILES MATCH THE BACKUP."
           ELSE
              DISPLAY "RESTORE COMPLETE. FILES NOT MATCHING: "
                 WS-MISMATCHES
           END-IF
           DISPLAY "REPORT FILE: BackupReport.txt"
           DISPLAY "|=================================================|".

        RESTORE-ONE-FILE.
           PERFORM COUNT-LIVE-FILE
           MOVE WS-CNT-RECORDS TO WS-BEFORE-RECORDS
           MOVE WS-CNT-HASH TO WS-BEFORE-HASH
           MOVE ZERO TO WS-WRITE-ERRORS
           PERFORM OPEN-LIVE-OUTPUT
           IF BKG-FILE-PRESENT(WS-FILE-IDX) = "Y"
              PERFORM BUILD-BKP-FILENAME
              OPEN INPUT BACKUP-FILE
              MOVE "N" TO WS-LIVE-END
              PERFORM UNTIL WS-LIVE-END = "Y"
                 READ BACKUP-FILE
                    AT END
                       MOVE "Y" TO WS-LIVE-END
                    NOT AT END
                       MOVE SPACES TO WS-REC-BUF
                       MOVE BACKUP-DATA(1:WS-BKP-LEN) TO WS-REC-BUF
                       PERFORM WRITE-LIVE
                 END-READ
              END-PERFORM
              CLOSE BACKUP-FILE
           END-IF
           PERFORM CLOSE-LIVE

           PERFORM COUNT-LIVE-FILE
           IF WS-CNT-RECORDS = BKG-FILE-RECORDS(WS-FILE-IDX)
              AND WS-CNT-HASH = BKG-FILE-HASH(WS-FILE-IDX)
              AND WS-WRITE-ERRORS = ZERO
              MOVE "OK" TO WS-RESULT-TEXT
           ELSE
              MOVE "MISMATCH" TO WS-RESULT-TEXT
              ADD 1 TO WS-MISMATCHES
           END-IF
           MOVE WS-BEFORE-RECORDS TO WS-RECORDS-ED
           MOVE BKG-FILE-RECORDS(WS-FILE-IDX) TO WS-RECORDS-ED2
           MOVE WS-CNT-RECORDS TO WS-RECORDS-ED3
           MOVE SPACES TO REPORT-LINE
           STRING WS-FILE-NAME(WS-FILE-IDX) " " WS-RECORDS-ED
              "  " WS-BEFORE-HASH
              "  " WS-RECORDS-ED2 "  " BKG-FILE-HASH(WS-FILE-IDX)
              "  " WS-RECORDS-ED3 "  " WS-CNT-HASH
              "  " WS-RESULT-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY WS-FILE-NAME(WS-FILE-IDX) " " WS-RECORDS-ED3
              " RECORDS  " WS-RESULT-TEXT.

        READ-BATCH-PARMS.
           MOVE "N" TO WS-PARM-IN-BLOCK
           MOVE "N" TO WS-PARM-END
           MOVE 5 TO WS-KEEP-GENS
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
                       ELSE
                          MOVE "N" TO WS-PARM-IN-BLOCK
                       END-IF
                    ELSE
                       IF WS-PARM-IN-BLOCK = "Y"
                          AND PARM-LINE(1:5) = "KEEP="
                          IF PARM-LINE(6:2) IS NUMERIC
                             MOVE PARM-LINE(6:2) TO WS-KEEP-GENS
                          ELSE
                             IF PARM-LINE(6:1) IS NUMERIC
                                MOVE PARM-LINE(6:1) TO WS-KEEP-GENS
                             END-IF
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PARM-FILE
           IF WS-KEEP-GENS = ZERO
              MOVE 1 TO WS-KEEP-GENS
           END-IF.

      *> Any run-control record still RUNNING - a batch payroll,
      *> disbursement or payroll chain step - holds off a restore.
        CHECK-RUN-ACTIVE.
           MOVE "N" TO WS-RUN-ACTIVE
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-LIVE-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RUN-END
           PERFORM UNTIL WS-RUN-END = "Y"
              READ RUN-CONTROL-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-RUN-END
                 NOT AT END
                    IF RUN-IN-PROGRESS
                       MOVE "Y" TO WS-RUN-ACTIVE
                       MOVE "Y" TO WS-RUN-END
                    END-IF
              END-READ
           END-PERFORM
           CLOSE RUN-CONTROL-FILE.

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
