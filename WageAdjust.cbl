        IDENTIFICATION DIVISION.
        PROGRAM-ID. WageAdjust.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT USER-FILE ASSIGN TO "Record.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS USER-ID
                FILE STATUS IS WS-USER-STATUS.

            SELECT PAYSLIP-FILE ASSIGN TO "Payslip.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PAYSLIP-KEY
                ALTERNATE RECORD KEY IS USERNAME WITH DUPLICATES
                FILE STATUS IS WS-PAYSLIP-STATUS.

            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT WAGE-ADJ-FILE ASSIGN TO "WageAdjust.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WGA-BATCH-ID
                FILE STATUS IS WS-WAGE-ADJ-STATUS.

            SELECT RETRO-QUEUE-FILE ASSIGN TO "RetroQueue.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RTQ-USER-ID
                FILE STATUS IS WS-RETRO-QUEUE-STATUS.

            SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
                ORGANIZATION IS LINE SEQUENTIAL.

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

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD WAGE-ADJ-FILE.
            COPY "WAGEADJREC.cpy".

        FD RETRO-QUEUE-FILE.
            COPY "RETROQREC.cpy".

        FD REPORT-FILE.
        01 REPORT-LINE PIC X(132).

        FD AUDIT-FILE.
            COPY "AUDITREC.cpy".

        FD AUDIT-SEQ-FILE.
        01 AUDIT-SEQ-LINE PIC X(10).

        FD AUDIT-CHAIN-FILE.
        01 AUDIT-CHAIN-LINE PIC X(10).

        FD ADMIN-SESSION-FILE.
        01 ADMIN-SESSION-LINE PIC X(65).

        WORKING-STORAGE SECTION.
        01 WS-USER-STATUS PIC XX.
        01 WS-PAYSLIP-STATUS PIC XX.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-WAGE-ADJ-STATUS PIC XX.
        01 WS-RETRO-QUEUE-STATUS PIC XX.
        01 WS-REPORT-FILENAME PIC X(30).
        01 WS-MENU-CHOICE PIC X VALUE SPACE.
        01 WS-CHOICE PIC X.
        01 WS-USER-END PIC X VALUE "N".
        01 WS-SLIP-END PIC X VALUE "N".
        01 WS-LIST-END PIC X VALUE "N".
        01 WS-PAYSLIP-OPEN PIC X VALUE "N".
        01 WS-PERIOD-FILE-OK PIC X VALUE "N".

      *> P = preview (price and list, nothing changed), V = verify
      *> (re-price silently at sign-off), A = apply.
        01 WS-RUN-MODE PIC X VALUE "P".
            88 RUN-PREVIEW VALUE "P".
            88 RUN-VERIFY VALUE "V".
            88 RUN-APPLY VALUE "A".

      *> Selection and adjustment being priced - keyed in for a
      *> preview, loaded from the batch record for sign-off.
        01 WS-BATCH-ID PIC X(16).
        01 WS-DESCRIPTION PIC X(30).
        01 WS-SEL-BASIS PIC X(7).
        01 WS-SEL-POSITION PIC X(15).
        01 WS-SEL-DEPT PIC X(10).
        01 WS-BAND-LOW PIC 9(7)V99.
        01 WS-BAND-HIGH PIC 9(7)V99.
        01 WS-ADJ-TYPE PIC X(7).
        01 WS-ADJ-TYPE-ENTRY PIC X.
        01 WS-ADJ-AMOUNT PIC 9(7)V99.
        01 WS-EFF-PERIOD PIC X(30).
        01 WS-EFF-START-INT PIC 9(8).
        01 WS-CUR-PERIOD PIC X(30).
        01 WS-CUR-START-INT PIC 9(8).
        01 WS-CUR-END PIC X VALUE "N".
        01 WS-ENTRY-OK PIC X VALUE "N".

      *> Per-employee pricing.
        01 WS-EMP-BASIS PIC X(7).
        01 WS-OLD-RATE PIC S9(7)V99.
        01 WS-NEW-RATE PIC S9(8)V99.
        01 WS-RATE-LIMIT PIC S9(8)V99.
        01 WS-MONTH-FACTOR PIC 9(3).
        01 WS-OLD-MONTHLY PIC S9(9)V99.
        01 WS-NEW-MONTHLY PIC S9(9)V99.
        01 WS-EMP-IMPACT PIC S9(9)V99.
        01 WS-EMP-SELECTED PIC X VALUE "N".
        01 WS-RETRO-FLAG PIC X VALUE "N".
        01 WS-PERIOD-BASE PIC X(30).

        01 WS-TOT-COUNT PIC 9(5) VALUE ZERO.
        01 WS-TOT-RETRO PIC 9(5) VALUE ZERO.
        01 WS-TOT-SKIPPED PIC 9(5) VALUE ZERO.
        01 WS-TOT-OLD-MONTHLY PIC S9(11)V99 VALUE ZERO.
        01 WS-TOT-NEW-MONTHLY PIC S9(11)V99 VALUE ZERO.
        01 WS-TOT-IMPACT PIC S9(11)V99 VALUE ZERO.

        01 WS-ADJ-DEPT-TOTALS.
            05 WS-ADJ-DEPT-ENTRY OCCURS 50 TIMES.
                10 WS-ADJ-DEPT-CODE PIC X(10).
                10 WS-ADJ-DEPT-COUNT PIC 9(5).
                10 WS-ADJ-DEPT-OLD PIC S9(11)V99.
                10 WS-ADJ-DEPT-NEW PIC S9(11)V99.
        01 WS-ADJ-DEPT-IDX PIC 99.
        01 WS-ADJ-DEPT-USED PIC 99 VALUE ZERO.
        01 WS-ADJ-DEPT-HIT PIC 99.

        01 WS-SALARY-ENTRY PIC X(15).
        01 WS-SALARY-VALUE PIC 9(8)V99.
        01 WS-SALARY-OK PIC X VALUE "N".
        01 WS-SALARY-DOTS PIC 99.
        01 WS-SALARY-LEN PIC 99.
        01 WS-SALARY-IDX PIC 99.

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).

        01 WS-ED-RATE PIC -Z(7)9.99.
        01 WS-ED-RATE2 PIC -Z(7)9.99.
        01 WS-ED-AMOUNT PIC -Z(9)9.99.
        01 WS-ED-AMOUNT2 PIC -Z(9)9.99.
        01 WS-ED-AMOUNT3 PIC -Z(9)9.99.
        01 WS-COUNT-ED PIC ZZZZ9.
        01 WS-COUNT-ED2 PIC ZZZZ9.
        01 WS-NOTE PIC X(30).

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
        01 WS-SESSION-USER PIC X(30) VALUE SPACES.

        PROCEDURE DIVISION.
        MAINLINE.
           PERFORM GET-SESSION-ROLE
           PERFORM UNTIL WS-MENU-CHOICE = "4"
           DISPLAY "|=================================================|"
           DISPLAY "|||||      MASS SALARY ADJUSTMENT RUN         |||||"
           DISPLAY "|=================================================|"
           DISPLAY "|||||  [1] - PREVIEW A NEW ADJUSTMENT         |||||"
           DISPLAY "|||||  [2] - SIGN OFF / APPLY AN ADJUSTMENT   |||||"
           DISPLAY "|||||  [3] - LIST ADJUSTMENT BATCHES          |||||"
           DISPLAY "|||||  [4] - EXIT                             |||||"
           DISPLAY "|=================================================|"
              DISPLAY "[CHOOSE YOUR OPTION]: " WITH NO ADVANCING
              ACCEPT WS-MENU-CHOICE
              EVALUATE WS-MENU-CHOICE
                 WHEN "1"
                    PERFORM PREVIEW-ADJUSTMENT
                 WHEN "2"
                    PERFORM SIGN-OFF-ADJUSTMENT
                 WHEN "3"
                    PERFORM LIST-BATCHES
                 WHEN "4"
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "INVALID OPTION!"
              END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> Keys in the selection and the adjustment, prices every
      *> matching active employee into WageAdjPreview.txt and saves
      *> the batch PREVIEWED. Nothing on the employee file changes.
        PREVIEW-ADJUSTMENT.
           IF WS-SESSION-USER = SPACES
              DISPLAY "ONLY A LOGGED-IN ADMIN MAY PREPARE A SALARY "
                 "ADJUSTMENT."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[DESCRIPTION (E.G. WAGE ORDER NO. / MERIT 2026)]: "
              WITH NO ADVANCING
           ACCEPT WS-DESCRIPTION

           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[PAY BASIS TO ADJUST - MONTHLY, DAILY, HOURLY "
                 "OR BLANK FOR ALL]: " WITH NO ADVANCING
              ACCEPT WS-SEL-BASIS
              MOVE FUNCTION UPPER-CASE(WS-SEL-BASIS) TO WS-SEL-BASIS
              IF WS-SEL-BASIS = SPACES OR WS-SEL-BASIS = "MONTHLY"
                 OR WS-SEL-BASIS = "DAILY" OR WS-SEL-BASIS = "HOURLY"
                 MOVE "Y" TO WS-ENTRY-OK
              ELSE
                 DISPLAY "INVALID: MONTHLY, DAILY, HOURLY OR BLANK."
              END-IF
           END-PERFORM

           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
              DISPLAY "[POSITION - RANK-FILE, SUPERVISOR, MANAGER OR "
                 "BLANK FOR ALL]: " WITH NO ADVANCING
              ACCEPT WS-SEL-POSITION
              MOVE FUNCTION UPPER-CASE(WS-SEL-POSITION)
                 TO WS-SEL-POSITION
              IF WS-SEL-POSITION = SPACES
                 OR WS-SEL-POSITION = "RANK-FILE"
                 OR WS-SEL-POSITION = "SUPERVISOR"
                 OR WS-SEL-POSITION = "MANAGER"
                 MOVE "Y" TO WS-ENTRY-OK
              ELSE
                 DISPLAY "INVALID: RANK-FILE, SUPERVISOR, MANAGER OR "
                    "BLANK."
              END-IF
           END-PERFORM

           DISPLAY "[DEPARTMENT CODE OR BLANK FOR ALL]: "
              WITH NO ADVANCING
           ACCEPT WS-SEL-DEPT

           DISPLAY "[CURRENT RATE FROM (BLANK = NO LOWER LIMIT)]: "
              WITH NO ADVANCING
           ACCEPT WS-SALARY-ENTRY
           MOVE ZERO TO WS-BAND-LOW
           IF WS-SALARY-ENTRY NOT = SPACES
              PERFORM PARSE-SALARY-ENTRY
              IF WS-SALARY-OK = "N"
                 DISPLAY "INVALID RATE. PREVIEW NOT RUN."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-SALARY-VALUE TO WS-BAND-LOW
           END-IF
           DISPLAY "[CURRENT RATE TO (BLANK = NO UPPER LIMIT)]: "
              WITH NO ADVANCING
           ACCEPT WS-SALARY-ENTRY
           MOVE ZERO TO WS-BAND-HIGH
           IF WS-SALARY-ENTRY NOT = SPACES
              PERFORM PARSE-SALARY-ENTRY
              IF WS-SALARY-OK = "N"
                 DISPLAY "INVALID RATE. PREVIEW NOT RUN."
                 EXIT PARAGRAPH
              END-IF
              MOVE WS-SALARY-VALUE TO WS-BAND-HIGH
           END-IF
           IF WS-BAND-HIGH > ZERO AND WS-BAND-HIGH < WS-BAND-LOW
              DISPLAY "INVALID: UPPER LIMIT IS BELOW THE LOWER LIMIT. "
                 "PREVIEW NOT RUN."
              EXIT PARAGRAPH
           END-IF

           DISPLAY "[ADJUSTMENT - F = FLAT AMOUNT, P = PERCENTAGE, "
              "R = NEW FLOOR RATE]: " WITH NO ADVANCING
           ACCEPT WS-ADJ-TYPE-ENTRY
           EVALUATE WS-ADJ-TYPE-ENTRY
              WHEN "F" WHEN "f"
                 MOVE "FLAT" TO WS-ADJ-TYPE
              WHEN "P" WHEN "p"
                 MOVE "PERCENT" TO WS-ADJ-TYPE
              WHEN "R" WHEN "r"
                 MOVE "FLOOR" TO WS-ADJ-TYPE
              WHEN OTHER
                 DISPLAY "INVALID ADJUSTMENT TYPE. PREVIEW NOT RUN."
                 EXIT PARAGRAPH
           END-EVALUATE
      *> A flat amount or a floor is in pesos per month, per day or
      *> per hour; applied across mixed bases it would mean three
      *> different things, so those need a single pay basis.
           IF WS-ADJ-TYPE NOT = "PERCENT" AND WS-SEL-BASIS = SPACES
              DISPLAY "A FLAT AMOUNT OR FLOOR RATE NEEDS ONE PAY "
                 "BASIS. PREVIEW NOT RUN."
              EXIT PARAGRAPH
           END-IF
           IF WS-ADJ-TYPE = "PERCENT"
              DISPLAY "[PERCENTAGE INCREASE (E.G. 5.5)]: "
                 WITH NO ADVANCING
           ELSE
              DISPLAY "[AMOUNT PER " FUNCTION TRIM(WS-SEL-BASIS)
                 " RATE]: " WITH NO ADVANCING
           END-IF
           ACCEPT WS-SALARY-ENTRY
           PERFORM PARSE-SALARY-ENTRY
           IF WS-SALARY-OK = "N" OR WS-SALARY-VALUE = ZERO
              DISPLAY "INVALID AMOUNT. PREVIEW NOT RUN."
              EXIT PARAGRAPH
           END-IF
           IF WS-ADJ-TYPE = "PERCENT" AND WS-SALARY-VALUE > 100
              DISPLAY "INVALID: PERCENTAGE ABOVE 100. PREVIEW NOT RUN."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-SALARY-VALUE TO WS-ADJ-AMOUNT

           DISPLAY "[EFFECTIVE PERIOD (FIRST PERIOD THE NEW RATE "
              "APPLIES TO)]: " WITH NO ADVANCING
           ACCEPT WS-EFF-PERIOD
           MOVE WS-EFF-PERIOD TO WS-PERIOD-BASE
           PERFORM GET-PERIOD-START
           IF WS-CVT-INT = ZERO
              DISPLAY "EFFECTIVE PERIOD IS NOT ON THE PAY-PERIOD "
                 "CALENDAR. PREVIEW NOT RUN."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-CVT-INT TO WS-EFF-START-INT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATETIME
           MOVE WS-CURRENT-DATETIME(1:16) TO WS-BATCH-ID
           SET RUN-PREVIEW TO TRUE
           MOVE "WageAdjPreview.txt" TO WS-REPORT-FILENAME
           PERFORM PRICE-SELECTION

           IF WS-TOT-COUNT = ZERO
              DISPLAY "NO ACTIVE EMPLOYEE MATCHES THE SELECTION OR "
                 "NEEDS A CHANGE. NOTHING SAVED."
              DISPLAY "PREVIEW REPORT: WageAdjPreview.txt"
              EXIT PARAGRAPH
           END-IF

           MOVE WS-BATCH-ID TO WGA-BATCH-ID
           MOVE WS-DESCRIPTION TO WGA-DESCRIPTION
           MOVE WS-SEL-BASIS TO WGA-SEL-BASIS
           MOVE WS-SEL-POSITION TO WGA-SEL-POSITION
           MOVE WS-SEL-DEPT TO WGA-SEL-DEPT
           MOVE WS-BAND-LOW TO WGA-SEL-BAND-LOW
           MOVE WS-BAND-HIGH TO WGA-SEL-BAND-HIGH
           MOVE WS-ADJ-TYPE TO WGA-ADJ-TYPE
           MOVE WS-ADJ-AMOUNT TO WGA-ADJ-AMOUNT
           MOVE WS-EFF-PERIOD TO WGA-EFF-PERIOD
           SET WGA-PREVIEWED TO TRUE
           MOVE WS-TOT-COUNT TO WGA-EMP-COUNT
           MOVE WS-TOT-RETRO TO WGA-RETRO-COUNT
           MOVE WS-TOT-IMPACT TO WGA-MONTHLY-IMPACT
           MOVE WS-SESSION-USER TO WGA-PREPARED-BY
           MOVE WS-CURRENT-DATETIME TO WGA-PREPARED-TIME
           MOVE SPACES TO WGA-APPROVED-BY
           MOVE SPACES TO WGA-APPROVED-TIME
           OPEN I-O WAGE-ADJ-FILE
           IF WS-WAGE-ADJ-STATUS NOT = "00"
              OPEN OUTPUT WAGE-ADJ-FILE
              CLOSE WAGE-ADJ-FILE
              OPEN I-O WAGE-ADJ-FILE
           END-IF
           WRITE WAGE-ADJ-RECORD
              INVALID KEY
                 DISPLAY "ERROR: ADJUSTMENT BATCH NOT SAVED!"
                 CLOSE WAGE-ADJ-FILE
                 EXIT PARAGRAPH
           END-WRITE
           CLOSE WAGE-ADJ-FILE

           PERFORM SET-AUDIT-ACTOR
           MOVE WS-BATCH-ID TO WS-AUDIT-KEY
           MOVE "WAGE-ADJ-PREVIEW" TO WS-AUDIT-FIELD
           MOVE WS-DESCRIPTION TO WS-AUDIT-OLD-VALUE
           MOVE WS-TOT-IMPACT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG

           DISPLAY "|=================================================|"
           DISPLAY "ADJUSTMENT BATCH: " WS-BATCH-ID " (PREVIEWED)"
           DISPLAY "EMPLOYEES AFFECTED: " WS-TOT-COUNT
              "   ALREADY PAID FROM EFFECTIVE PERIOD: " WS-TOT-RETRO
           MOVE WS-TOT-IMPACT TO WS-ED-AMOUNT
           DISPLAY "MONTHLY COST IMPACT: " WS-ED-AMOUNT
           DISPLAY "PREVIEW REPORT: WageAdjPreview.txt"
           DISPLAY "A DIFFERENT ADMIN SIGNS OFF WITH OPTION [2]."
           DISPLAY "|=================================================|".

      *> The checker's step: re-prices the saved selection, refuses if
      *> the head count or cost no longer match the preview, then
      *> applies on confirmation or cancels the batch.
        SIGN-OFF-ADJUSTMENT.
           IF WS-SESSION-USER = SPACES
              DISPLAY "ONLY A LOGGED-IN ADMIN MAY SIGN OFF A SALARY "
                 "ADJUSTMENT."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[ENTER ADJUSTMENT BATCH ID]: " WITH NO ADVANCING
           ACCEPT WS-BATCH-ID
           OPEN I-O WAGE-ADJ-FILE
           IF WS-WAGE-ADJ-STATUS NOT = "00"
              DISPLAY "NO ADJUSTMENT BATCHES ON FILE."
              EXIT PARAGRAPH
           END-IF
           MOVE WS-BATCH-ID TO WGA-BATCH-ID
           READ WAGE-ADJ-FILE KEY IS WGA-BATCH-ID
              INVALID KEY
                 DISPLAY "ADJUSTMENT BATCH NOT FOUND."
                 CLOSE WAGE-ADJ-FILE
                 EXIT PARAGRAPH
           END-READ
           IF NOT WGA-PREVIEWED
              DISPLAY "BATCH IS " WGA-STATUS " BY " WGA-APPROVED-BY
              DISPLAY "ONLY A PREVIEWED BATCH CAN BE SIGNED OFF."
              CLOSE WAGE-ADJ-FILE
              EXIT PARAGRAPH
           END-IF
           IF WGA-PREPARED-BY = SPACES
              DISPLAY "BATCH HAS NO PREPARER ON RECORD. CANCEL IT AND "
                 "RUN A NEW PREVIEW."
              CLOSE WAGE-ADJ-FILE
              EXIT PARAGRAPH
           END-IF
           IF WGA-PREPARED-BY = WS-SESSION-USER
              DISPLAY "YOU PREPARED THIS ADJUSTMENT. A DIFFERENT "
                 "ADMIN MUST SIGN IT OFF."
              CLOSE WAGE-ADJ-FILE
              EXIT PARAGRAPH
           END-IF

           MOVE WGA-DESCRIPTION TO WS-DESCRIPTION
           MOVE WGA-SEL-BASIS TO WS-SEL-BASIS
           MOVE WGA-SEL-POSITION TO WS-SEL-POSITION
           MOVE WGA-SEL-DEPT TO WS-SEL-DEPT
           MOVE WGA-SEL-BAND-LOW TO WS-BAND-LOW
           MOVE WGA-SEL-BAND-HIGH TO WS-BAND-HIGH
           MOVE WGA-ADJ-TYPE TO WS-ADJ-TYPE
           MOVE WGA-ADJ-AMOUNT TO WS-ADJ-AMOUNT
           MOVE WGA-EFF-PERIOD TO WS-EFF-PERIOD
           MOVE WS-EFF-PERIOD TO WS-PERIOD-BASE
           PERFORM GET-PERIOD-START
           MOVE WS-CVT-INT TO WS-EFF-START-INT
      *> The new rate goes straight onto the master, so it may not be
      *> applied ahead of its effective period: any run of an earlier
      *> period still open would pay it early.
           PERFORM FIND-CURRENT-PERIOD
           IF WS-CUR-START-INT > ZERO
              AND WS-EFF-START-INT > WS-CUR-START-INT
              DISPLAY "EFFECTIVE PERIOD " FUNCTION TRIM(WGA-EFF-PERIOD)
                 " IS LATER THAN THE CURRENT OPEN PERIOD "
                 FUNCTION TRIM(WS-CUR-PERIOD) "."
              DISPLAY "SIGN OFF ONCE THE EARLIER PERIODS ARE CLOSED."
              CLOSE WAGE-ADJ-FILE
              EXIT PARAGRAPH
           END-IF

           DISPLAY "|=================================================|"
           DISPLAY "BATCH: " WGA-BATCH-ID "  " WGA-DESCRIPTION
           DISPLAY "PREPARED BY: " WGA-PREPARED-BY
           DISPLAY "ON: " WGA-PREPARED-TIME
           MOVE WGA-ADJ-AMOUNT TO WS-ED-RATE
           DISPLAY "ADJUSTMENT: " WGA-ADJ-TYPE " " WS-ED-RATE
              "  BASIS: " WGA-SEL-BASIS
           DISPLAY "EFFECTIVE PERIOD: " WGA-EFF-PERIOD
           MOVE WGA-MONTHLY-IMPACT TO WS-ED-AMOUNT
           DISPLAY "EMPLOYEES: " WGA-EMP-COUNT
              "   MONTHLY COST IMPACT: " WS-ED-AMOUNT
           DISPLAY "|=================================================|"

           SET RUN-VERIFY TO TRUE
           PERFORM PRICE-SELECTION
           IF WS-TOT-COUNT NOT = WGA-EMP-COUNT
              OR WS-TOT-IMPACT NOT = WGA-MONTHLY-IMPACT
              MOVE WS-TOT-IMPACT TO WS-ED-AMOUNT
              DISPLAY "THE EMPLOYEE FILE HAS CHANGED SINCE THE PREVIEW"
              DISPLAY "(NOW " WS-TOT-COUNT " EMPLOYEES, MONTHLY "
                 "IMPACT " WS-ED-AMOUNT ")."
              DISPLAY "CANCEL THIS BATCH AND RUN A NEW PREVIEW."
           END-IF

           DISPLAY "[A] APPLY   [C] CANCEL BATCH   [ENTER] LEAVE "
              "PENDING: " WITH NO ADVANCING
           MOVE SPACE TO WS-CHOICE
           ACCEPT WS-CHOICE
           EVALUATE WS-CHOICE
              WHEN "A" WHEN "a"
                 IF WS-TOT-COUNT NOT = WGA-EMP-COUNT
                    OR WS-TOT-IMPACT NOT = WGA-MONTHLY-IMPACT
                    DISPLAY "NOT APPLIED: PREVIEW IS OUT OF DATE."
                 ELSE
                    PERFORM APPLY-BATCH
                 END-IF
              WHEN "C" WHEN "c"
                 SET WGA-CANCELLED TO TRUE
                 MOVE WS-SESSION-USER TO WGA-APPROVED-BY
                 MOVE FUNCTION CURRENT-DATE TO WGA-APPROVED-TIME
                 REWRITE WAGE-ADJ-RECORD
                    INVALID KEY
                       DISPLAY "ERROR: BATCH NOT UPDATED!"
                 END-REWRITE
                 PERFORM SET-AUDIT-ACTOR
                 MOVE WGA-BATCH-ID TO WS-AUDIT-KEY
                 MOVE "WAGE-ADJ-STATUS" TO WS-AUDIT-FIELD
                 MOVE "PREVIEWED" TO WS-AUDIT-OLD-VALUE
                 MOVE "CANCELLED" TO WS-AUDIT-NEW-VALUE
                 PERFORM APPEND-AUDIT-LOG
                 DISPLAY "ADJUSTMENT BATCH CANCELLED."
              WHEN OTHER
                 DISPLAY "BATCH LEFT PENDING."
           END-EVALUATE
           CLOSE WAGE-ADJ-FILE.

        APPLY-BATCH.
           SET RUN-APPLY TO TRUE
           MOVE "WageAdjApplied.txt" TO WS-REPORT-FILENAME
           PERFORM PRICE-SELECTION
           SET WGA-APPLIED TO TRUE
           MOVE WS-TOT-RETRO TO WGA-RETRO-COUNT
           MOVE WS-SESSION-USER TO WGA-APPROVED-BY
           MOVE FUNCTION CURRENT-DATE TO WGA-APPROVED-TIME
           REWRITE WAGE-ADJ-RECORD
              INVALID KEY
                 DISPLAY "ERROR: BATCH NOT UPDATED!"
           END-REWRITE
           PERFORM SET-AUDIT-ACTOR
           MOVE WGA-BATCH-ID TO WS-AUDIT-KEY
           MOVE "WAGE-ADJ-STATUS" TO WS-AUDIT-FIELD
           MOVE "PREVIEWED" TO WS-AUDIT-OLD-VALUE
           MOVE "APPLIED" TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           DISPLAY "|=================================================|"
           DISPLAY "ADJUSTMENT APPLIED TO " WS-TOT-COUNT " EMPLOYEES."
           IF WS-TOT-RETRO > ZERO
              DISPLAY WS-TOT-RETRO " EMPLOYEES WERE ALREADY PAID FOR "
                 "THE EFFECTIVE PERIOD AND ARE QUEUED"
              DISPLAY "FOR THE RETRO PAY RUN (RetroQueue.txt)."
           END-IF
           DISPLAY "APPLIED REGISTER: WageAdjApplied.txt"
           DISPLAY "|=================================================|".

      *> One pass of the employee file for the current selection. In
      *> preview and apply the register is written; apply also changes
      *> each rate, audits it and queues the retro where needed.
        PRICE-SELECTION.
           MOVE ZERO TO WS-TOT-COUNT
           MOVE ZERO TO WS-TOT-RETRO
           MOVE ZERO TO WS-TOT-SKIPPED
           MOVE ZERO TO WS-TOT-OLD-MONTHLY
           MOVE ZERO TO WS-TOT-NEW-MONTHLY
           MOVE ZERO TO WS-TOT-IMPACT
           MOVE ZERO TO WS-ADJ-DEPT-USED
           IF RUN-APPLY
              OPEN I-O USER-FILE
              OPEN I-O RETRO-QUEUE-FILE
              IF WS-RETRO-QUEUE-STATUS NOT = "00"
                 OPEN OUTPUT RETRO-QUEUE-FILE
                 CLOSE RETRO-QUEUE-FILE
                 OPEN I-O RETRO-QUEUE-FILE
              END-IF
           ELSE
              OPEN INPUT USER-FILE
           END-IF
           IF WS-USER-STATUS NOT = "00"
              DISPLAY "EMPLOYEE FILE NOT AVAILABLE."
              IF RUN-APPLY
                 CLOSE RETRO-QUEUE-FILE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PAYSLIP-OPEN
           OPEN INPUT PAYSLIP-FILE
           IF WS-PAYSLIP-STATUS = "00"
              MOVE "Y" TO WS-PAYSLIP-OPEN
           END-IF
           MOVE "N" TO WS-PERIOD-FILE-OK
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
              MOVE "Y" TO WS-PERIOD-FILE-OK
           END-IF
           IF NOT RUN-VERIFY
              PERFORM WRITE-REPORT-HEADING
           END-IF

           MOVE "N" TO WS-USER-END
           MOVE LOW-VALUES TO USER-ID
           START USER-FILE KEY IS NOT LESS THAN USER-ID
              INVALID KEY
                 MOVE "Y" TO WS-USER-END
           END-START
           PERFORM UNTIL WS-USER-END = "Y"
              READ USER-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-USER-END
                 NOT AT END
                    PERFORM PRICE-ONE-EMPLOYEE
              END-READ
           END-PERFORM

           IF NOT RUN-VERIFY
              PERFORM WRITE-REPORT-SUMMARY
              CLOSE REPORT-FILE
           END-IF
           CLOSE USER-FILE
           IF RUN-APPLY
              CLOSE RETRO-QUEUE-FILE
           END-IF
           IF WS-PAYSLIP-OPEN = "Y"
              CLOSE PAYSLIP-FILE
           END-IF
           IF WS-PERIOD-FILE-OK = "Y"
              CLOSE PERIOD-FILE
              MOVE "N" TO WS-PERIOD-FILE-OK
           END-IF.

        PRICE-ONE-EMPLOYEE.
           IF NOT STATUS-ACTIVE
              EXIT PARAGRAPH
           END-IF
           IF PAY-BASIS-MONTHLY
              MOVE "MONTHLY" TO WS-EMP-BASIS
              MOVE EMPLOYEE-BASIC-SALARY TO WS-OLD-RATE
              MOVE 9999999.99 TO WS-RATE-LIMIT
              MOVE 1 TO WS-MONTH-FACTOR
           ELSE
              MOVE EMPLOYEE-PAY-BASIS TO WS-EMP-BASIS
              MOVE EMPLOYEE-PAY-RATE TO WS-OLD-RATE
              MOVE 99999.99 TO WS-RATE-LIMIT
      *> Monthly equivalents use the same 22 working days the final
      *> pay conversion uses, and an 8-hour day for hourly staff.
              IF PAY-BASIS-DAILY
                 MOVE 22 TO WS-MONTH-FACTOR
              ELSE
                 MOVE 176 TO WS-MONTH-FACTOR
              END-IF
           END-IF

           IF WS-SEL-BASIS NOT = SPACES
              AND WS-SEL-BASIS NOT = WS-EMP-BASIS
              EXIT PARAGRAPH
           END-IF
           IF WS-SEL-POSITION NOT = SPACES
              AND WS-SEL-POSITION NOT = EMPLOYEE-POSITION
              EXIT PARAGRAPH
           END-IF
           IF WS-SEL-DEPT NOT = SPACES
              AND WS-SEL-DEPT NOT = EMPLOYEE-DEPT-CODE
              EXIT PARAGRAPH
           END-IF
           IF WS-BAND-LOW > ZERO AND WS-OLD-RATE < WS-BAND-LOW
              EXIT PARAGRAPH
           END-IF
           IF WS-BAND-HIGH > ZERO AND WS-OLD-RATE > WS-BAND-HIGH
              EXIT PARAGRAPH
           END-IF

           EVALUATE WS-ADJ-TYPE
              WHEN "FLAT"
                 COMPUTE WS-NEW-RATE = WS-OLD-RATE + WS-ADJ-AMOUNT
              WHEN "PERCENT"
                 COMPUTE WS-NEW-RATE ROUNDED = WS-OLD-RATE
                    * (100 + WS-ADJ-AMOUNT) / 100
              WHEN OTHER
                 IF WS-OLD-RATE < WS-ADJ-AMOUNT
                    MOVE WS-ADJ-AMOUNT TO WS-NEW-RATE
                 ELSE
                    MOVE WS-OLD-RATE TO WS-NEW-RATE
                 END-IF
           END-EVALUATE
           IF WS-NEW-RATE = WS-OLD-RATE
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NOTE
           IF WS-NEW-RATE > WS-RATE-LIMIT
              ADD 1 TO WS-TOT-SKIPPED
              IF NOT RUN-VERIFY
                 MOVE "SKIPPED - RATE FIELD TOO SMALL" TO WS-NOTE
                 PERFORM WRITE-DETAIL-LINE
              END-IF
              EXIT PARAGRAPH
           END-IF

           COMPUTE WS-OLD-MONTHLY = WS-OLD-RATE * WS-MONTH-FACTOR
           COMPUTE WS-NEW-MONTHLY = WS-NEW-RATE * WS-MONTH-FACTOR
           COMPUTE WS-EMP-IMPACT = WS-NEW-MONTHLY - WS-OLD-MONTHLY
           PERFORM CHECK-PAID-PERIODS
           IF WS-RETRO-FLAG = "Y"
              MOVE "PAID FROM EFF PERIOD - RETRO" TO WS-NOTE
              ADD 1 TO WS-TOT-RETRO
           END-IF
           ADD 1 TO WS-TOT-COUNT
           ADD WS-OLD-MONTHLY TO WS-TOT-OLD-MONTHLY
           ADD WS-NEW-MONTHLY TO WS-TOT-NEW-MONTHLY
           ADD WS-EMP-IMPACT TO WS-TOT-IMPACT
           PERFORM ADD-DEPT-TOTAL

           IF RUN-APPLY
              PERFORM APPLY-ONE-EMPLOYEE
           END-IF
           IF NOT RUN-VERIFY
              PERFORM WRITE-DETAIL-LINE
           END-IF.

      *> Has this employee already been computed (or paid) for the
      *> effective period or a later one? Draft slips are left out -
      *> the batch recomputes those from the master, new rate and all.
        CHECK-PAID-PERIODS.
           MOVE "N" TO WS-RETRO-FLAG
           IF WS-PAYSLIP-OPEN = "N" OR WS-PERIOD-FILE-OK = "N"
              OR SLIP-CODE = SPACES
              EXIT PARAGRAPH
           END-IF
           MOVE SLIP-CODE TO USERNAME
           START PAYSLIP-FILE KEY IS EQUAL TO USERNAME
              INVALID KEY
                 EXIT PARAGRAPH
           END-START
           MOVE "N" TO WS-SLIP-END
           PERFORM UNTIL WS-SLIP-END = "Y"
              READ PAYSLIP-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-SLIP-END
                 NOT AT END
                    IF USERNAME NOT = SLIP-CODE
                       MOVE "Y" TO WS-SLIP-END
                    ELSE
                       MOVE SPACES TO WS-PERIOD-BASE
                       UNSTRING PAYSLIP-PERIOD DELIMITED BY "*ADJ"
                          INTO WS-PERIOD-BASE
                       IF PAYSLIP-PERIOD = WS-PERIOD-BASE
                          AND NOT SLIP-REVERSED
                          AND NOT SLIP-DRAFT
                          AND PAYSLIP-STATUS NOT = SPACES
                          PERFORM GET-PERIOD-START
                          IF WS-CVT-INT >= WS-EFF-START-INT
                             AND WS-CVT-INT > ZERO
                             MOVE "Y" TO WS-RETRO-FLAG
                             MOVE "Y" TO WS-SLIP-END
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.

        APPLY-ONE-EMPLOYEE.
           PERFORM SET-AUDIT-ACTOR
           MOVE USER-ID TO WS-AUDIT-KEY
           MOVE WS-OLD-RATE TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-AUDIT-OLD-VALUE
           MOVE WS-NEW-RATE TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-AUDIT-NEW-VALUE
           IF WS-EMP-BASIS = "MONTHLY"
              MOVE "EMPLOYEE-BASIC-SALARY" TO WS-AUDIT-FIELD
              MOVE WS-NEW-RATE TO EMPLOYEE-BASIC-SALARY
           ELSE
              MOVE "EMPLOYEE-PAY-RATE" TO WS-AUDIT-FIELD
              MOVE WS-NEW-RATE TO EMPLOYEE-PAY-RATE
           END-IF
           REWRITE USER-RECORD
              INVALID KEY
                 MOVE "ERROR - RATE NOT UPDATED" TO WS-NOTE
                 EXIT PARAGRAPH
           END-REWRITE
           PERFORM APPEND-AUDIT-LOG
           IF WS-RETRO-FLAG = "Y"
              PERFORM QUEUE-RETRO
           END-IF.

      *> An employee still waiting on an earlier queued retro keeps
      *> that entry's effective period and old rate (the rate actually
      *> paid); only the target rate moves up to this adjustment's.
        QUEUE-RETRO.
           MOVE USER-ID TO RTQ-USER-ID
           READ RETRO-QUEUE-FILE KEY IS RTQ-USER-ID
              INVALID KEY
                 MOVE WS-EFF-PERIOD TO RTQ-EFF-PERIOD
                 MOVE WS-EMP-BASIS TO RTQ-PAY-BASIS
                 MOVE WS-OLD-RATE TO RTQ-OLD-RATE
                 MOVE WS-NEW-RATE TO RTQ-NEW-RATE
                 MOVE WS-BATCH-ID TO RTQ-SOURCE
                 SET RTQ-PENDING TO TRUE
                 MOVE FUNCTION CURRENT-DATE TO RTQ-QUEUED-TIME
                 MOVE SPACES TO RTQ-POSTED-TIME
                 WRITE RETRO-QUEUE-RECORD
                    INVALID KEY
                       MOVE "ERROR - RETRO NOT QUEUED" TO WS-NOTE
                 END-WRITE
              NOT INVALID KEY
                 IF NOT RTQ-PENDING
                    MOVE WS-EFF-PERIOD TO RTQ-EFF-PERIOD
                    MOVE WS-OLD-RATE TO RTQ-OLD-RATE
                    SET RTQ-PENDING TO TRUE
                    MOVE SPACES TO RTQ-POSTED-TIME
                 END-IF
                 MOVE WS-EMP-BASIS TO RTQ-PAY-BASIS
                 MOVE WS-NEW-RATE TO RTQ-NEW-RATE
                 MOVE WS-BATCH-ID TO RTQ-SOURCE
                 MOVE FUNCTION CURRENT-DATE TO RTQ-QUEUED-TIME
                 REWRITE RETRO-QUEUE-RECORD
                    INVALID KEY
                       MOVE "ERROR - RETRO NOT QUEUED" TO WS-NOTE
                 END-REWRITE
           END-READ.

        ADD-DEPT-TOTAL.
           MOVE ZERO TO WS-ADJ-DEPT-HIT
           PERFORM VARYING WS-ADJ-DEPT-IDX FROM 1 BY 1
              UNTIL WS-ADJ-DEPT-IDX > WS-ADJ-DEPT-USED
              IF WS-ADJ-DEPT-CODE(WS-ADJ-DEPT-IDX) = EMPLOYEE-DEPT-CODE
                 MOVE WS-ADJ-DEPT-IDX TO WS-ADJ-DEPT-HIT
              END-IF
           END-PERFORM
           IF WS-ADJ-DEPT-HIT = ZERO
              IF WS-ADJ-DEPT-USED < 50
                 ADD 1 TO WS-ADJ-DEPT-USED
                 MOVE WS-ADJ-DEPT-USED TO WS-ADJ-DEPT-HIT
                 MOVE EMPLOYEE-DEPT-CODE
                    TO WS-ADJ-DEPT-CODE(WS-ADJ-DEPT-HIT)
                 MOVE ZERO TO WS-ADJ-DEPT-COUNT(WS-ADJ-DEPT-HIT)
                 MOVE ZERO TO WS-ADJ-DEPT-OLD(WS-ADJ-DEPT-HIT)
                 MOVE ZERO TO WS-ADJ-DEPT-NEW(WS-ADJ-DEPT-HIT)
              ELSE
      *> Table full: the rest are pooled on the last line.
                 MOVE 50 TO WS-ADJ-DEPT-HIT
                 MOVE "OTHERS" TO WS-ADJ-DEPT-CODE(50)
              END-IF
           END-IF
           ADD 1 TO WS-ADJ-DEPT-COUNT(WS-ADJ-DEPT-HIT)
           ADD WS-OLD-MONTHLY TO WS-ADJ-DEPT-OLD(WS-ADJ-DEPT-HIT)
           ADD WS-NEW-MONTHLY TO WS-ADJ-DEPT-NEW(WS-ADJ-DEPT-HIT).

        WRITE-REPORT-HEADING.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF RUN-APPLY
              STRING "MASS SALARY ADJUSTMENT - APPLIED REGISTER  BATCH "
                 WS-BATCH-ID "  SIGNED OFF BY "
                 FUNCTION TRIM(WS-SESSION-USER)
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "MASS SALARY ADJUSTMENT - PREVIEW REGISTER  BATCH "
                 WS-BATCH-ID "  (NOTHING CHANGED)"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(WS-DESCRIPTION)
              "  EFFECTIVE: " FUNCTION TRIM(WS-EFF-PERIOD)
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADJ-AMOUNT TO WS-ED-RATE
           MOVE WS-BAND-LOW TO WS-ED-AMOUNT
           MOVE WS-BAND-HIGH TO WS-ED-AMOUNT2
           MOVE SPACES TO REPORT-LINE
           STRING "ADJUSTMENT: " WS-ADJ-TYPE " " WS-ED-RATE
              "  BASIS: " WS-SEL-BASIS
              "  POSITION: " WS-SEL-POSITION
              "  DEPT: " WS-SEL-DEPT
              "  BAND: " WS-ED-AMOUNT " TO " WS-ED-AMOUNT2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "USER ID         NAME                 DEPT       "
              "BASIS      OLD RATE     NEW RATE  MONTHLY IMPACT  NOTE"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        WRITE-DETAIL-LINE.
           MOVE WS-OLD-RATE TO WS-ED-RATE
           MOVE WS-NEW-RATE TO WS-ED-RATE2
           IF WS-NOTE(1:7) = "SKIPPED"
              MOVE ZERO TO WS-ED-AMOUNT
           ELSE
              MOVE WS-EMP-IMPACT TO WS-ED-AMOUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING USER-ID(1:15) " " EMPLOYEE-NAME(1:20) " "
              EMPLOYEE-DEPT-CODE " " WS-EMP-BASIS " "
              WS-ED-RATE " " WS-ED-RATE2 " " WS-ED-AMOUNT "  "
              WS-NOTE
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "MONTHLY COST IMPACT BY DEPARTMENT"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEPT       EMPLOYEES    OLD MONTHLY      NEW MONTHLY"
              "           IMPACT"
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-ADJ-DEPT-IDX FROM 1 BY 1
              UNTIL WS-ADJ-DEPT-IDX > WS-ADJ-DEPT-USED
              MOVE WS-ADJ-DEPT-COUNT(WS-ADJ-DEPT-IDX) TO WS-COUNT-ED
              MOVE WS-ADJ-DEPT-OLD(WS-ADJ-DEPT-IDX) TO WS-ED-AMOUNT
              MOVE WS-ADJ-DEPT-NEW(WS-ADJ-DEPT-IDX) TO WS-ED-AMOUNT2
              COMPUTE WS-ED-AMOUNT3 = WS-ADJ-DEPT-NEW(WS-ADJ-DEPT-IDX)
                 - WS-ADJ-DEPT-OLD(WS-ADJ-DEPT-IDX)
              MOVE SPACES TO REPORT-LINE
              STRING WS-ADJ-DEPT-CODE(WS-ADJ-DEPT-IDX) "     "
                 WS-COUNT-ED " " WS-ED-AMOUNT " " WS-ED-AMOUNT2 " "
                 WS-ED-AMOUNT3
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-TOT-COUNT TO WS-COUNT-ED
           MOVE WS-TOT-OLD-MONTHLY TO WS-ED-AMOUNT
           MOVE WS-TOT-NEW-MONTHLY TO WS-ED-AMOUNT2
           MOVE WS-TOT-IMPACT TO WS-ED-AMOUNT3
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL          " WS-COUNT-ED " " WS-ED-AMOUNT " "
              WS-ED-AMOUNT2 " " WS-ED-AMOUNT3
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOT-RETRO TO WS-COUNT-ED
           MOVE WS-TOT-SKIPPED TO WS-COUNT-ED2
           MOVE SPACES TO REPORT-LINE
           STRING "ALREADY PAID FROM THE EFFECTIVE PERIOD (RETRO): "
              WS-COUNT-ED "   SKIPPED: " WS-COUNT-ED2
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

        LIST-BATCHES.
           OPEN INPUT WAGE-ADJ-FILE
           IF WS-WAGE-ADJ-STATUS NOT = "00"
              DISPLAY "NO ADJUSTMENT BATCHES ON FILE."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "BATCH ID         STATUS     TYPE       AMOUNT  EMPS"
              "   MONTHLY IMPACT  DESCRIPTION"
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ WAGE-ADJ-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    MOVE WGA-ADJ-AMOUNT TO WS-ED-RATE
                    MOVE WGA-MONTHLY-IMPACT TO WS-ED-AMOUNT
                    DISPLAY WGA-BATCH-ID " " WGA-STATUS " "
                       WGA-ADJ-TYPE WS-ED-RATE " " WGA-EMP-COUNT
                       WS-ED-AMOUNT "  " WGA-DESCRIPTION
              END-READ
           END-PERFORM
           CLOSE WAGE-ADJ-FILE.

        SET-AUDIT-ACTOR.
           IF WS-SESSION-USER NOT = SPACES
              MOVE WS-SESSION-USER TO WS-AUDIT-ACTOR
           ELSE
              IF WS-SESSION-ROLE NOT = SPACES
                 MOVE WS-SESSION-ROLE TO WS-AUDIT-ACTOR
              ELSE
                 MOVE "WAGE-ADJUST" TO WS-AUDIT-ACTOR
              END-IF
           END-IF.

      *> Start date of the period in WS-PERIOD-BASE as a day number in
      *> WS-CVT-INT (zero if not on the calendar). Opens the calendar
      *> itself unless a pricing pass already has it open.
        GET-PERIOD-START.
           MOVE ZERO TO WS-CVT-INT
           IF WS-PERIOD-FILE-OK = "Y"
              MOVE WS-PERIOD-BASE TO PERIOD-CODE
              READ PERIOD-FILE KEY IS PERIOD-CODE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE PERIOD-START-DATE TO WS-CVT-DATE
                    PERFORM CONVERT-DATE-TO-INT
              END-READ
           ELSE
              OPEN INPUT PERIOD-FILE
              IF WS-PERIOD-STATUS = "00"
                 MOVE WS-PERIOD-BASE TO PERIOD-CODE
                 READ PERIOD-FILE KEY IS PERIOD-CODE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE PERIOD-START-DATE TO WS-CVT-DATE
                       PERFORM CONVERT-DATE-TO-INT
                 END-READ
                 CLOSE PERIOD-FILE
              END-IF
           END-IF.

      *> The current open period is the earliest OPEN period on the
      *> calendar; its code and start day number are returned in
      *> WS-CUR-PERIOD and WS-CUR-START-INT (zero if none is open).
        FIND-CURRENT-PERIOD.
           MOVE SPACES TO WS-CUR-PERIOD
           MOVE ZERO TO WS-CUR-START-INT
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CUR-END
           PERFORM UNTIL WS-CUR-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-CUR-END
                 NOT AT END
                    IF PERIOD-OPEN
                       MOVE PERIOD-START-DATE TO WS-CVT-DATE
                       PERFORM CONVERT-DATE-TO-INT
                       IF WS-CVT-INT > ZERO
                          AND (WS-CUR-START-INT = ZERO
                          OR WS-CVT-INT < WS-CUR-START-INT)
                          MOVE WS-CVT-INT TO WS-CUR-START-INT
                          MOVE PERIOD-CODE TO WS-CUR-PERIOD
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

        CONVERT-DATE-TO-INT.
           MOVE ZERO TO WS-CVT-INT
           IF WS-CVT-DATE(1:2) IS NUMERIC AND
              WS-CVT-DATE(4:2) IS NUMERIC AND
              WS-CVT-DATE(7:2) IS NUMERIC
              MOVE WS-CVT-DATE(1:2) TO WS-CVT-MM
              MOVE WS-CVT-DATE(4:2) TO WS-CVT-DD
              MOVE WS-CVT-DATE(7:2) TO WS-CVT-YY
              COMPUTE WS-CVT-YMD = ((2000 + WS-CVT-YY) * 10000)
                 + (WS-CVT-MM * 100) + WS-CVT-DD
              MOVE FUNCTION INTEGER-OF-DATE(WS-CVT-YMD) TO WS-CVT-INT
           END-IF.

        PARSE-SALARY-ENTRY.
           MOVE "N" TO WS-SALARY-OK
           MOVE ZERO TO WS-SALARY-VALUE
           MOVE ZERO TO WS-SALARY-DOTS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SALARY-ENTRY))
              TO WS-SALARY-LEN
           IF WS-SALARY-ENTRY = SPACES OR WS-SALARY-LEN > 10
              MOVE "N" TO WS-SALARY-OK
           ELSE
              MOVE FUNCTION TRIM(WS-SALARY-ENTRY) TO WS-SALARY-ENTRY
              MOVE "Y" TO WS-SALARY-OK
              PERFORM VARYING WS-SALARY-IDX FROM 1 BY 1
                 UNTIL WS-SALARY-IDX > WS-SALARY-LEN
                 IF WS-SALARY-ENTRY(WS-SALARY-IDX:1) = "."
                    ADD 1 TO WS-SALARY-DOTS
                 ELSE
                    IF WS-SALARY-ENTRY(WS-SALARY-IDX:1)
                       IS NOT NUMERIC
                       MOVE "N" TO WS-SALARY-OK
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-SALARY-DOTS > 1
                 MOVE "N" TO WS-SALARY-OK
              END-IF
              IF WS-SALARY-OK = "Y"
                 COMPUTE WS-SALARY-VALUE = FUNCTION NUMVAL(
                    WS-SALARY-ENTRY(1:WS-SALARY-LEN))
              END-IF
           END-IF.

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
