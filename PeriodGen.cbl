        IDENTIFICATION DIVISION.
        PROGRAM-ID. PeriodGen.

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PERIOD-FILE ASSIGN TO "PayPeriod.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PERIOD-CODE
                FILE STATUS IS WS-PERIOD-STATUS.

            SELECT HOLIDAY-FILE ASSIGN TO "Holiday.txt"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOL-DATE
                FILE STATUS IS WS-HOLIDAY-STATUS.

            SELECT LISTING-FILE ASSIGN TO "PeriodCalendar.txt"
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.

        FD PERIOD-FILE.
            COPY "PERIODREC.cpy".

        FD HOLIDAY-FILE.
            COPY "HOLREC.cpy".

      *> Calendar listing for sign-off: one line per generated period
      *> with its start, end and pay date, and where a pay date was
      *> moved off a weekend or holiday, the date it was moved from.
        FD LISTING-FILE.
        01 LISTING-LINE PIC X(100).

        WORKING-STORAGE SECTION.
        01 WS-PERIOD-STATUS PIC XX.
        01 WS-HOLIDAY-STATUS PIC XX.
        01 WS-HOLIDAY-OPEN PIC X VALUE "N".
        01 WS-LIST-END PIC X VALUE "N".
        01 WS-CHOICE PIC X.

      *> Pay-frequency rule: S = semi-monthly (1st-15th and 16th to
      *> month end, codes yyyy-mm-A / yyyy-mm-B), M = monthly (code
      *> yyyy-mm). Pay falls the given number of days after the
      *> period end, then back to the previous banking day.
        01 WS-YEAR-ENTRY PIC X(4).
        01 WS-GEN-YEAR PIC 9(4).
        01 WS-FREQ PIC X.
            88 WS-FREQ-SEMI VALUE "S" "s".
            88 WS-FREQ-MONTHLY VALUE "M" "m".
        01 WS-OFFSET-ENTRY PIC X(2).
        01 WS-PAY-OFFSET PIC 99 VALUE ZERO.

        01 WS-GEN-TABLE.
            05 WS-GEN-ENTRY OCCURS 24 TIMES.
                10 WS-GEN-CODE PIC X(30).
                10 WS-GEN-START-INT PIC 9(8).
                10 WS-GEN-END-INT PIC 9(8).
                10 WS-GEN-PAY-INT PIC 9(8).
                10 WS-GEN-RULE-INT PIC 9(8).
                10 WS-GEN-MOVED PIC X(8).
                10 WS-GEN-ON-FILE PIC X.
        01 WS-GEN-USED PIC 99 VALUE ZERO.
        01 WS-GEN-IDX PIC 99.
        01 WS-GEN-NEW PIC 99 VALUE ZERO.

      *> Regular pay periods already on PayPeriod.txt (the 13th-month
      *> and leave-conversion runs are not calendar periods).
        01 WS-EXIST-TABLE.
            05 WS-EXIST-ENTRY OCCURS 500 TIMES.
                10 WS-EXIST-CODE PIC X(30).
                10 WS-EXIST-START-INT PIC 9(8).
                10 WS-EXIST-END-INT PIC 9(8).
        01 WS-EXIST-USED PIC 9(3) VALUE ZERO.
        01 WS-EXIST-IDX PIC 9(3).
        01 WS-PRIOR-END-INT PIC 9(8).
        01 WS-NEXT-START-INT PIC 9(8).
        01 WS-CONFLICTS PIC 9(3) VALUE ZERO.

        01 WS-MONTH PIC 99.
        01 WS-NEXT-MONTH PIC 99.
        01 WS-NEXT-YEAR PIC 9(4).
        01 WS-WORK-YMD PIC 9(8).
        01 WS-MONTH-FIRST-INT PIC 9(8).
        01 WS-MONTH-LAST-INT PIC 9(8).
        01 WS-YEAR-FIRST-INT PIC 9(8).
        01 WS-YEAR-LAST-INT PIC 9(8).
        01 WS-DAY-INT PIC 9(8).
        01 WS-DOW PIC 9.
        01 WS-BANKING-DAY PIC X VALUE "N".
        01 WS-NOT-BANKING-WHY PIC X(8).

        01 WS-CVT-DATE PIC X(15).
        01 WS-CVT-MM PIC 99.
        01 WS-CVT-DD PIC 99.
        01 WS-CVT-YY PIC 99.
        01 WS-CVT-YMD PIC 9(8).
        01 WS-CVT-INT PIC 9(8).
        01 WS-FMT-INT PIC 9(8).
        01 WS-FMT-YMD PIC 9(8).
        01 WS-FMT-DATE PIC X(8).
        01 WS-ED-START PIC X(8).
        01 WS-ED-END PIC X(8).
        01 WS-ED-PAY PIC X(8).
        01 WS-ED-RULE PIC X(8).
        01 WS-COUNT-ED PIC ZZ9.

        PROCEDURE DIVISION.
        MAINLINE.
           DISPLAY "|=================================================|"
           DISPLAY "|||||     PAY-PERIOD CALENDAR GENERATOR       |||||"
           DISPLAY "|=================================================|"
           PERFORM ACCEPT-GENERATION-RULE
           IF WS-GEN-YEAR = ZERO
              STOP RUN
           END-IF

           OPEN INPUT HOLIDAY-FILE
           IF WS-HOLIDAY-STATUS = "00"
              MOVE "Y" TO WS-HOLIDAY-OPEN
           ELSE
              MOVE "N" TO WS-HOLIDAY-OPEN
              DISPLAY "WARNING: NO Holiday.txt - ONLY WEEKENDS ARE "
                 "SKIPPED FOR PAY DATES."
           END-IF
           PERFORM BUILD-PERIODS
           IF WS-HOLIDAY-OPEN = "Y"
              CLOSE HOLIDAY-FILE
           END-IF

           PERFORM LOAD-EXISTING-PERIODS
           PERFORM CHECK-AGAINST-FILE
           PERFORM WRITE-CALENDAR-LISTING

           DISPLAY "|=================================================|"
           IF WS-CONFLICTS > ZERO
              MOVE WS-CONFLICTS TO WS-COUNT-ED
              DISPLAY WS-COUNT-ED " CONFLICT(S) WITH PayPeriod.txt. "
                 "CALENDAR NOT WRITTEN."
              DISPLAY "LISTING FILE: PeriodCalendar.txt"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-GEN-NEW = ZERO
              DISPLAY "EVERY PERIOD IS ALREADY ON FILE. NOTHING TO "
                 "WRITE."
              STOP RUN
           END-IF
           MOVE WS-GEN-NEW TO WS-COUNT-ED
           DISPLAY "LISTING FILE: PeriodCalendar.txt"
           DISPLAY "[SIGN OFF AND WRITE " WS-COUNT-ED
              " NEW PERIOD(S) TO PayPeriod.txt]? (Y/N): "
              WITH NO ADVANCING
           ACCEPT WS-CHOICE
           IF WS-CHOICE = "Y" OR WS-CHOICE = "y"
              PERFORM WRITE-NEW-PERIODS
           ELSE
              DISPLAY "CALENDAR NOT WRITTEN."
           END-IF
           DISPLAY "|=================================================|"
           STOP RUN.

        ACCEPT-GENERATION-RULE.
           MOVE ZERO TO WS-GEN-YEAR
           DISPLAY "[CALENDAR YEAR (YYYY)]: " WITH NO ADVANCING
           ACCEPT WS-YEAR-ENTRY
           IF WS-YEAR-ENTRY IS NOT NUMERIC
              DISPLAY "INVALID YEAR. NOTHING GENERATED."
              EXIT PARAGRAPH
           END-IF
           IF WS-YEAR-ENTRY < "2000" OR WS-YEAR-ENTRY > "2098"
              DISPLAY "INVALID YEAR. NOTHING GENERATED."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[PAY FREQUENCY (S = SEMI-MONTHLY, M = MONTHLY)]: "
              WITH NO ADVANCING
           ACCEPT WS-FREQ
           IF NOT WS-FREQ-SEMI AND NOT WS-FREQ-MONTHLY
              DISPLAY "INVALID FREQUENCY. NOTHING GENERATED."
              EXIT PARAGRAPH
           END-IF
           DISPLAY "[DAYS AFTER PERIOD END TO PAY (BLANK = 0)]: "
              WITH NO ADVANCING
           ACCEPT WS-OFFSET-ENTRY
           MOVE ZERO TO WS-PAY-OFFSET
           IF WS-OFFSET-ENTRY NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-OFFSET-ENTRY) NOT = ZERO
                 OR FUNCTION NUMVAL(WS-OFFSET-ENTRY) > 15
                 OR FUNCTION NUMVAL(WS-OFFSET-ENTRY) < ZERO
                 DISPLAY "INVALID: 0-15 DAYS. NOTHING GENERATED."
                 EXIT PARAGRAPH
              END-IF
              COMPUTE WS-PAY-OFFSET = FUNCTION NUMVAL(WS-OFFSET-ENTRY)
           END-IF
           MOVE WS-YEAR-ENTRY TO WS-GEN-YEAR.

        BUILD-PERIODS.
           MOVE ZERO TO WS-GEN-USED
           COMPUTE WS-WORK-YMD = (WS-GEN-YEAR * 10000) + 0101
           MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
              TO WS-YEAR-FIRST-INT
           COMPUTE WS-WORK-YMD = ((WS-GEN-YEAR + 1) * 10000) + 0101
           COMPUTE WS-YEAR-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1
           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
              PERFORM BUILD-MONTH-PERIODS
           END-PERFORM.

        BUILD-MONTH-PERIODS.
           COMPUTE WS-WORK-YMD = (WS-GEN-YEAR * 10000)
              + (WS-MONTH * 100) + 1
           MOVE FUNCTION INTEGER-OF-DATE(WS-WORK-YMD)
              TO WS-MONTH-FIRST-INT
           IF WS-MONTH = 12
              COMPUTE WS-NEXT-YEAR = WS-GEN-YEAR + 1
              MOVE 1 TO WS-NEXT-MONTH
           ELSE
              MOVE WS-GEN-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MONTH = WS-MONTH + 1
           END-IF
           COMPUTE WS-WORK-YMD = (WS-NEXT-YEAR * 10000)
              + (WS-NEXT-MONTH * 100) + 1
           COMPUTE WS-MONTH-LAST-INT =
              FUNCTION INTEGER-OF-DATE(WS-WORK-YMD) - 1
           IF WS-FREQ-SEMI
              ADD 1 TO WS-GEN-USED
              MOVE SPACES TO WS-GEN-CODE(WS-GEN-USED)
              STRING WS-GEN-YEAR "-" WS-MONTH "-A"
                 DELIMITED BY SIZE INTO WS-GEN-CODE(WS-GEN-USED)
              MOVE WS-MONTH-FIRST-INT TO WS-GEN-START-INT(WS-GEN-USED)
              COMPUTE WS-GEN-END-INT(WS-GEN-USED) =
                 WS-MONTH-FIRST-INT + 14
              PERFORM SET-PAY-DATE
              ADD 1 TO WS-GEN-USED
              MOVE SPACES TO WS-GEN-CODE(WS-GEN-USED)
              STRING WS-GEN-YEAR "-" WS-MONTH "-B"
                 DELIMITED BY SIZE INTO WS-GEN-CODE(WS-GEN-USED)
              COMPUTE WS-GEN-START-INT(WS-GEN-USED) =
                 WS-MONTH-FIRST-INT + 15
              MOVE WS-MONTH-LAST-INT TO WS-GEN-END-INT(WS-GEN-USED)
              PERFORM SET-PAY-DATE
           ELSE
              ADD 1 TO WS-GEN-USED
              MOVE SPACES TO WS-GEN-CODE(WS-GEN-USED)
              STRING WS-GEN-YEAR "-" WS-MONTH
                 DELIMITED BY SIZE INTO WS-GEN-CODE(WS-GEN-USED)
              MOVE WS-MONTH-FIRST-INT TO WS-GEN-START-INT(WS-GEN-USED)
              MOVE WS-MONTH-LAST-INT TO WS-GEN-END-INT(WS-GEN-USED)
              PERFORM SET-PAY-DATE
           END-IF.

      *> The rule date is the period end plus the offset; a weekend or
      *> Holiday.txt date is walked back to the banking day before it,
      *> so the bank is never given a pay date it cannot credit.
        SET-PAY-DATE.
           COMPUTE WS-DAY-INT =
              WS-GEN-END-INT(WS-GEN-USED) + WS-PAY-OFFSET
           MOVE WS-DAY-INT TO WS-GEN-RULE-INT(WS-GEN-USED)
           MOVE SPACES TO WS-GEN-MOVED(WS-GEN-USED)
           MOVE "N" TO WS-GEN-ON-FILE(WS-GEN-USED)
           PERFORM CHECK-BANKING-DAY
           IF WS-BANKING-DAY = "N"
              MOVE WS-NOT-BANKING-WHY TO WS-GEN-MOVED(WS-GEN-USED)
           END-IF
           PERFORM UNTIL WS-BANKING-DAY = "Y"
              SUBTRACT 1 FROM WS-DAY-INT
              PERFORM CHECK-BANKING-DAY
           END-PERFORM
           MOVE WS-DAY-INT TO WS-GEN-PAY-INT(WS-GEN-USED).

      *> Day 1 of the integer calendar (01/01/1601) was a Monday, so
      *> (day - 1) mod 7 gives 5 for Saturday and 6 for Sunday.
        CHECK-BANKING-DAY.
           MOVE "Y" TO WS-BANKING-DAY
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1, 7)
           IF WS-DOW > 4
              MOVE "N" TO WS-BANKING-DAY
              MOVE "WEEKEND" TO WS-NOT-BANKING-WHY
              EXIT PARAGRAPH
           END-IF
           IF WS-HOLIDAY-OPEN = "N"
              EXIT PARAGRAPH
           END-IF
           MOVE WS-DAY-INT TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE SPACES TO HOL-DATE
           MOVE WS-FMT-DATE TO HOL-DATE
           READ HOLIDAY-FILE KEY IS HOL-DATE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO WS-BANKING-DAY
                 MOVE "HOLIDAY" TO WS-NOT-BANKING-WHY
           END-READ.

        LOAD-EXISTING-PERIODS.
           MOVE ZERO TO WS-EXIST-USED
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-END
           PERFORM UNTIL WS-LIST-END = "Y"
              READ PERIOD-FILE NEXT
                 AT END
                    MOVE "Y" TO WS-LIST-END
                 NOT AT END
                    IF PERIOD-CODE(1:11) NOT = "13TH-MONTH-"
                       AND PERIOD-CODE(1:11) NOT = "LEAVE-CONV-"
                       AND WS-EXIST-USED < 500
                       PERFORM TAKE-EXISTING-PERIOD
                    END-IF
              END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

        TAKE-EXISTING-PERIOD.
           MOVE PERIOD-START-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXIST-USED
           MOVE PERIOD-CODE TO WS-EXIST-CODE(WS-EXIST-USED)
           MOVE WS-CVT-INT TO WS-EXIST-START-INT(WS-EXIST-USED)
           MOVE PERIOD-END-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-INT
           IF WS-CVT-INT = ZERO
              MOVE WS-EXIST-START-INT(WS-EXIST-USED) TO WS-CVT-INT
           END-IF
           MOVE WS-CVT-INT TO WS-EXIST-END-INT(WS-EXIST-USED).

      *> A generated period identical to one on file (same code and
      *> dates) is simply kept; any other overlap, a code clash, or a
      *> break between the year and the periods either side of it is
      *> a conflict and nothing is written.
        CHECK-AGAINST-FILE.
           MOVE ZERO TO WS-CONFLICTS
           MOVE ZERO TO WS-PRIOR-END-INT
           MOVE ZERO TO WS-NEXT-START-INT
           PERFORM VARYING WS-EXIST-IDX FROM 1 BY 1
              UNTIL WS-EXIST-IDX > WS-EXIST-USED
              IF WS-EXIST-END-INT(WS-EXIST-IDX) < WS-YEAR-FIRST-INT
                 AND WS-EXIST-END-INT(WS-EXIST-IDX) > WS-PRIOR-END-INT
                 MOVE WS-EXIST-END-INT(WS-EXIST-IDX)
                    TO WS-PRIOR-END-INT
              END-IF
              IF WS-EXIST-START-INT(WS-EXIST-IDX) > WS-YEAR-LAST-INT
                 AND (WS-NEXT-START-INT = ZERO OR
                 WS-EXIST-START-INT(WS-EXIST-IDX) < WS-NEXT-START-INT)
                 MOVE WS-EXIST-START-INT(WS-EXIST-IDX)
                    TO WS-NEXT-START-INT
              END-IF
              PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
                 UNTIL WS-GEN-IDX > WS-GEN-USED
                 PERFORM CHECK-ONE-OVERLAP
              END-PERFORM
           END-PERFORM
           IF WS-PRIOR-END-INT > ZERO
              AND WS-PRIOR-END-INT + 1 < WS-YEAR-FIRST-INT
              ADD 1 TO WS-CONFLICTS
              MOVE WS-PRIOR-END-INT TO WS-FMT-INT
              PERFORM FORMAT-DATE
              DISPLAY "GAP: LAST PERIOD BEFORE THE YEAR ENDS "
                 WS-FMT-DATE ", NOT ON 12/31 OF THE YEAR BEFORE."
           END-IF
           IF WS-NEXT-START-INT > ZERO
              AND WS-NEXT-START-INT - 1 > WS-YEAR-LAST-INT
              ADD 1 TO WS-CONFLICTS
              MOVE WS-NEXT-START-INT TO WS-FMT-INT
              PERFORM FORMAT-DATE
              DISPLAY "GAP: FIRST PERIOD AFTER THE YEAR STARTS "
                 WS-FMT-DATE ", NOT ON 01/01 OF THE YEAR AFTER."
           END-IF
           MOVE ZERO TO WS-GEN-NEW
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-GEN-USED
              IF WS-GEN-ON-FILE(WS-GEN-IDX) = "N"
                 ADD 1 TO WS-GEN-NEW
              END-IF
           END-PERFORM.

        CHECK-ONE-OVERLAP.
           IF WS-EXIST-CODE(WS-EXIST-IDX) = WS-GEN-CODE(WS-GEN-IDX)
              AND WS-EXIST-START-INT(WS-EXIST-IDX)
                 = WS-GEN-START-INT(WS-GEN-IDX)
              AND WS-EXIST-END-INT(WS-EXIST-IDX)
                 = WS-GEN-END-INT(WS-GEN-IDX)
              MOVE "Y" TO WS-GEN-ON-FILE(WS-GEN-IDX)
              EXIT PARAGRAPH
           END-IF
           IF WS-EXIST-CODE(WS-EXIST-IDX) = WS-GEN-CODE(WS-GEN-IDX)
              ADD 1 TO WS-CONFLICTS
              DISPLAY "CONFLICT: "
                 FUNCTION TRIM(WS-GEN-CODE(WS-GEN-IDX))
                 " IS ON FILE WITH DIFFERENT DATES."
              EXIT PARAGRAPH
           END-IF
           IF WS-EXIST-START-INT(WS-EXIST-IDX)
                 NOT > WS-GEN-END-INT(WS-GEN-IDX)
              AND WS-EXIST-END-INT(WS-EXIST-IDX)
                 NOT < WS-GEN-START-INT(WS-GEN-IDX)
              ADD 1 TO WS-CONFLICTS
              DISPLAY "OVERLAP: "
                 FUNCTION TRIM(WS-GEN-CODE(WS-GEN-IDX))
                 " WITH " FUNCTION TRIM(WS-EXIST-CODE(WS-EXIST-IDX))
           END-IF.

        WRITE-CALENDAR-LISTING.
           OPEN OUTPUT LISTING-FILE
           MOVE SPACES TO LISTING-LINE
           IF WS-FREQ-SEMI
              STRING "PAY-PERIOD CALENDAR " WS-GEN-YEAR
                 " - SEMI-MONTHLY, PAY " WS-PAY-OFFSET
                 " DAY(S) AFTER PERIOD END"
                 DELIMITED BY SIZE INTO LISTING-LINE
           ELSE
              STRING "PAY-PERIOD CALENDAR " WS-GEN-YEAR
                 " - MONTHLY, PAY " WS-PAY-OFFSET
                 " DAY(S) AFTER PERIOD END"
                 DELIMITED BY SIZE INTO LISTING-LINE
           END-IF
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "PERIOD       START    END      PAY DATE  NOTE"
              TO LISTING-LINE
           WRITE LISTING-LINE
           DISPLAY "PERIOD       START    END      PAY DATE  NOTE"
           DISPLAY "|=================================================|"
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-GEN-USED
              PERFORM LIST-ONE-PERIOD
           END-PERFORM
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE WS-GEN-NEW TO WS-COUNT-ED
           MOVE SPACES TO LISTING-LINE
           STRING "NEW PERIODS: " WS-COUNT-ED
              DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE WS-CONFLICTS TO WS-COUNT-ED
           MOVE SPACES TO LISTING-LINE
           STRING "CONFLICTS WITH PayPeriod.txt: " WS-COUNT-ED
              DELIMITED BY SIZE INTO LISTING-LINE
           WRITE LISTING-LINE
           MOVE SPACES TO LISTING-LINE
           WRITE LISTING-LINE
           MOVE "SIGNED OFF BY: ______________________  DATE: ________"
              TO LISTING-LINE
           WRITE LISTING-LINE
           CLOSE LISTING-FILE.

        LIST-ONE-PERIOD.
           MOVE WS-GEN-START-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-ED-START
           MOVE WS-GEN-END-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-ED-END
           MOVE WS-GEN-PAY-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-ED-PAY
           MOVE WS-GEN-RULE-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO WS-ED-RULE
           MOVE SPACES TO LISTING-LINE
           STRING WS-GEN-CODE(WS-GEN-IDX)(1:12) " " WS-ED-START " "
              WS-ED-END " " WS-ED-PAY "  "
              DELIMITED BY SIZE INTO LISTING-LINE
           IF WS-GEN-MOVED(WS-GEN-IDX) NOT = SPACES
              MOVE "MOVED FROM " TO LISTING-LINE(47:11)
              MOVE WS-ED-RULE TO LISTING-LINE(58:8)
              MOVE FUNCTION TRIM(WS-GEN-MOVED(WS-GEN-IDX))
                 TO LISTING-LINE(67:8)
           END-IF
           IF WS-GEN-ON-FILE(WS-GEN-IDX) = "Y"
              MOVE "ALREADY ON FILE" TO LISTING-LINE(76:15)
           END-IF
           WRITE LISTING-LINE
           DISPLAY LISTING-LINE(1:90).

        WRITE-NEW-PERIODS.
           OPEN I-O PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
              OPEN OUTPUT PERIOD-FILE
              CLOSE PERIOD-FILE
              OPEN I-O PERIOD-FILE
           END-IF
           MOVE ZERO TO WS-GEN-NEW
           PERFORM VARYING WS-GEN-IDX FROM 1 BY 1
              UNTIL WS-GEN-IDX > WS-GEN-USED
              IF WS-GEN-ON-FILE(WS-GEN-IDX) = "N"
                 PERFORM WRITE-ONE-PERIOD
              END-IF
           END-PERFORM
           CLOSE PERIOD-FILE
           MOVE WS-GEN-NEW TO WS-COUNT-ED
           DISPLAY "PAY PERIODS WRITTEN: " WS-COUNT-ED.

        WRITE-ONE-PERIOD.
           MOVE SPACES TO PERIOD-RECORD
           MOVE WS-GEN-CODE(WS-GEN-IDX) TO PERIOD-CODE
           MOVE WS-GEN-START-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO PERIOD-START-DATE
           MOVE WS-GEN-END-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO PERIOD-END-DATE
           MOVE WS-GEN-PAY-INT(WS-GEN-IDX) TO WS-FMT-INT
           PERFORM FORMAT-DATE
           MOVE WS-FMT-DATE TO PERIOD-PAY-DATE
           SET PERIOD-OPEN TO TRUE
           WRITE PERIOD-RECORD
              INVALID KEY
                 DISPLAY "ERROR: PAY PERIOD NOT RECORDED: "
                    PERIOD-CODE
              NOT INVALID KEY
                 ADD 1 TO WS-GEN-NEW
           END-WRITE.

      *> Day number to the mm/dd/yy form PayPeriod.txt and Holiday.txt
      *> are keyed and compared in.
        FORMAT-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-FMT-INT) TO WS-FMT-YMD
           MOVE SPACES TO WS-FMT-DATE
           STRING WS-FMT-YMD(5:2) "/" WS-FMT-YMD(7:2) "/"
              WS-FMT-YMD(3:2)
              DELIMITED BY SIZE INTO WS-FMT-DATE.

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
