*> batch-window capacity forecast: expands the standing-request
*> master against the shop calendar for the next N working days the
*> way FIBSR1 does for today, projects each day's requests, terms and
*> elapsed minutes from the per-request throughput and served-from-
*> store rate in recent CTLLOG history plus an allowance for the ad
*> hoc volume, and flags the days expected to overrun the WINPARM
*> minute or term budget with the standing requests driving them
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBFC1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "FCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT STAND-FILE ASSIGN TO "STANDMST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STAND-STATUS.
    SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CAL-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT WINDOW-FILE ASSIGN TO "WINPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT PRINT-FILE ASSIGN TO "FCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD.
    05  FCP-START-DATE          PIC X(8).
    05  FILLER                  PIC X.
    05  FCP-DAYS                PIC X(3).
    05  FILLER                  PIC X.
    05  FCP-HISTORY-DAYS        PIC X(3).
    05  FILLER                  PIC X.
    05  FCP-ADHOC-REQS          PIC X(4).
    05  FILLER                  PIC X.
    05  FCP-GAP-MINUTES         PIC X(3).
    05  FILLER                  PIC X(55).
FD  STAND-FILE.
01  STAND-RECORD.
    05  STND-REQUESTOR          PIC X(8).
    05  FILLER                  PIC X.
    05  STND-MODE               PIC X.
    05  FILLER                  PIC X.
    05  STND-START-A            PIC S9(9) SIGN LEADING SEPARATE.
    05  FILLER                  PIC X.
    05  STND-START-B            PIC S9(9) SIGN LEADING SEPARATE.
    05  FILLER                  PIC X.
    05  STND-N                  PIC 9(4).
    05  FILLER                  PIC X.
    05  STND-TARGET             PIC S9(9) SIGN LEADING SEPARATE.
    05  FILLER                  PIC X.
    05  STND-PRIORITY           PIC 9.
    05  FILLER                  PIC X.
    05  STND-FREQ               PIC X.
        88  STND-FREQ-DAILY       VALUE "D".
        88  STND-FREQ-WEEKLY      VALUE "W".
        88  STND-FREQ-MONTHLY     VALUE "M".
    05  FILLER                  PIC X.
    05  STND-DUE-DAY            PIC 9.
    05  FILLER                  PIC X.
    05  STND-ACTIVE             PIC X.
        88  STND-IS-ACTIVE        VALUE "A".
        88  STND-ON-HOLD          VALUE "H".
    05  FILLER                  PIC X.
    05  STND-SEQ-TYPE           PIC X.
    05  FILLER                  PIC X.
    05  STND-START-C            PIC S9(9) SIGN LEADING SEPARATE.
    05  FILLER                  PIC X.
    05  STND-WEIGHT-P           PIC S9(2) SIGN LEADING SEPARATE.
    05  FILLER                  PIC X.
    05  STND-WEIGHT-Q           PIC S9(2) SIGN LEADING SEPARATE.
FD  CALENDAR-FILE.
01  CALENDAR-RECORD.
    05  CAL-DATE                PIC 9(8).
    05  FILLER                  PIC X.
    05  CAL-DOW                 PIC 9.
    05  FILLER                  PIC X.
    05  CAL-WORKDAY             PIC X.
    05  FILLER                  PIC X.
    05  CAL-MONTH-END           PIC X.
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  WINDOW-FILE.
01  WINDOW-CARD.
    05  WBP-MINUTES             PIC X(4).
    05  FILLER                  PIC X.
    05  WBP-TERMS               PIC X(8).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-STAND-STATUS PIC XX.
77 WS-CAL-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-WINDOW-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-STAND-EOF PIC X VALUE "N".
    88 STAND-EOF VALUE "Y".
77 WS-CAL-EOF PIC X VALUE "N".
    88 CALENDAR-EOF VALUE "Y".
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-REQUEST-DUE PIC X VALUE "N".
    88 REQUEST-DUE VALUE "Y".
*> forecast parameters: the first day, the working days to cover,
*> the calendar days of CTLLOG history behind it, an optional ad hoc
*> requests-per-day figure in place of the one found in the history,
*> and the longest gap between two log records of the same batch
77 WS-START-DATE PIC 9(8).
77 WS-FORECAST-DAYS PIC 9(3) VALUE 10.
77 WS-HISTORY-DAYS PIC 9(3) VALUE 30.
77 WS-GAP-MINUTES PIC 9(3) VALUE 30.
77 WS-GAP-SECONDS PIC 9(6).
77 WS-ADHOC-PARM PIC 9(4) VALUE 0.
77 WS-ADHOC-OVERRIDE PIC X VALUE "N".
    88 ADHOC-OVERRIDDEN VALUE "Y".
77 WS-HIST-FROM PIC 9(8).
77 WS-HIST-THRU PIC 9(8).
77 WS-BUDGET-ACTIVE PIC X VALUE "N".
    88 BUDGET-ACTIVE VALUE "Y".
77 WS-BUDGET-MINUTES PIC 9(4) VALUE 0.
77 WS-BUDGET-TERMS PIC 9(8) VALUE 0.
*> the standing requests, each with the history of the runs logged
*> for it and the terms and seconds projected for one occurrence;
*> basis H = timed history of its own, L = logged but never timed,
*> N = no logged run, both L and N being estimated from the overall
*> rates
77 WS-ST-COUNT PIC 9(3) COMP VALUE 0.
77 WS-ST-IX PIC 9(3) COMP.
77 WS-ST-FOUND PIC X VALUE "N".
    88 ST-FOUND VALUE "Y".
01 WS-ST-TABLE.
    05 WS-ST-ENTRY OCCURS 500.
        10 WS-ST-REC-NO PIC 9(4).
        10 WS-ST-REQUESTOR PIC X(8).
        10 WS-ST-MODE PIC X.
        10 WS-ST-KEY-A PIC X(19).
        10 WS-ST-KEY-B PIC X(19).
        10 WS-ST-N PIC 9(4).
        10 WS-ST-MODULUS PIC 9(9).
        10 WS-ST-TYPE PIC X.
        10 WS-ST-FREQ PIC X.
        10 WS-ST-DUE-DAY PIC 9.
        10 WS-ST-H-RUNS PIC 9(6).
        10 WS-ST-H-SERVED PIC 9(6).
        10 WS-ST-H-TERMS PIC 9(8).
        10 WS-ST-H-TIMED PIC 9(6).
        10 WS-ST-H-SECS PIC 9(8).
        10 WS-ST-P-TERMS PIC 9(6).
        10 WS-ST-P-SECS PIC 9(7)V99.
        10 WS-ST-BASIS PIC X.
        10 WS-ST-PICKED PIC X.
        10 WS-ST-OVER-DAYS PIC 9(3).
77 WS-STAND-RECS PIC 9(4) VALUE 0.
77 WS-HELD-COUNT PIC 9(4) VALUE 0.
77 WS-ERROR-COUNT PIC 9(4) VALUE 0.
77 WS-NO-HISTORY-COUNT PIC 9(4) VALUE 0.
*> the working days being forecast
77 WS-DAY-COUNT PIC 9(3) COMP VALUE 0.
77 WS-DAY-IX PIC 9(3) COMP.
01 WS-DAY-TABLE.
    05 WS-DAY-ENTRY OCCURS 60.
        10 WS-DAY-DATE PIC 9(8).
        10 WS-DAY-DOW PIC 9.
        10 WS-DAY-MONTH-END PIC X.
        10 WS-DAY-ST-REQS PIC 9(5).
        10 WS-DAY-REQS PIC 9(5).
        10 WS-DAY-TERMS PIC 9(8).
        10 WS-DAY-SECS PIC 9(7)V99.
        10 WS-DAY-OVER-MIN PIC X.
        10 WS-DAY-OVER-TERMS PIC X.
77 WS-OVERRUN-DAYS PIC 9(3) VALUE 0.
*> history totals; a run is timed by the gap since the log record
*> before it when both fall on the same date within the gap limit,
*> so the first run of each batch is never timed
77 WS-LOG-DATE PIC 9(8).
77 WS-LOG-SECS PIC 9(5).
77 WS-PREV-DATE PIC 9(8) VALUE 0.
77 WS-PREV-SECS PIC 9(5) VALUE 0.
77 WS-LAST-HIST-DATE PIC 9(8) VALUE 0.
77 WS-RUN-TERMS PIC 9(4).
77 WS-RUN-SECS PIC 9(5).
77 WS-RUN-TIMED PIC X VALUE "N".
    88 RUN-TIMED VALUE "Y".
77 WS-RUN-SERVED PIC X VALUE "N".
    88 RUN-SERVED VALUE "Y".
77 WS-CAND-TYPE PIC X.
77 WS-HIST-DAYS-SEEN PIC 9(4) VALUE 0.
77 WS-H-RUNS PIC 9(6) VALUE 0.
77 WS-H-SERVED PIC 9(6) VALUE 0.
77 WS-H-TERMS PIC 9(8) VALUE 0.
77 WS-H-TIMED PIC 9(6) VALUE 0.
77 WS-T-GEN-TERMS PIC 9(8) VALUE 0.
77 WS-T-GEN-SECS PIC 9(8) VALUE 0.
77 WS-T-SERVED-RUNS PIC 9(6) VALUE 0.
77 WS-T-SERVED-SECS PIC 9(8) VALUE 0.
77 WS-AH-RUNS PIC 9(6) VALUE 0.
77 WS-AH-TERMS PIC 9(8) VALUE 0.
77 WS-AH-TIMED PIC 9(6) VALUE 0.
77 WS-AH-SECS PIC 9(8) VALUE 0.
*> rates derived from the history
77 WS-SERVED-RATE PIC 9V9(4) VALUE 0.
77 WS-SECS-PER-TERM PIC 9(5)V9(6) VALUE 0.
77 WS-SECS-PER-SERVED PIC 9(5)V9(4) VALUE 0.
77 WS-SERVED-TIMED PIC X VALUE "N".
    88 SERVED-TIMED VALUE "Y".
77 WS-AVG-RUN-TERMS PIC 9(6) VALUE 0.
77 WS-AH-REQS PIC 9(5) VALUE 0.
77 WS-AH-DAY-TERMS PIC 9(8) VALUE 0.
77 WS-AH-DAY-SECS PIC 9(7)V99 VALUE 0.
77 WS-EST-TERMS PIC 9(8).
77 WS-EST-RATE PIC 9V9(4).
77 WS-EST-SECS PIC 9(7)V99.
*> overrun drivers
77 WS-DRIVER-COUNT PIC 9 VALUE 0.
77 WS-BEST-IX PIC 9(3) COMP.
77 WS-BEST-VALUE PIC 9(9)V99.
77 WS-RANK-VALUE PIC 9(9)V99.
77 WS-RANK-BY-TERMS PIC X VALUE "N".
    88 RANK-BY-TERMS VALUE "Y".
77 WS-MINUTES PIC 9(6)V9.
77 WS-SERVED-PCT PIC 9(3)V9 VALUE 0.
77 WS-PCT PIC 9(4).
77 WS-EDIT-18 PIC -9(18).
77 WS-TODAY-INT PIC 9(8).
77 WS-PAGE-COUNT PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(4) VALUE 0.
77 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
01 WS-CURRENT-DATE.
    05 WS-CD-YYYY PIC 9(4).
    05 WS-CD-MM PIC 9(2).
    05 WS-CD-DD PIC 9(2).
    05 FILLER PIC X(13).
77 WS-RUN-DATE-EDIT PIC X(10).
77 WS-PAGE-EDIT PIC ZZZ9.
77 WS-N-EDIT PIC ZZZ9.
77 WS-COUNT-EDIT PIC ZZZZ9.
77 WS-TERMS-EDIT PIC ZZZZZZZ9.
77 WS-MINUTES-EDIT PIC ZZZZ9.9.
77 WS-PCT-EDIT PIC ZZZ9.
77 WS-RATE-EDIT PIC ZZ9.9.
77 WS-SECS-EDIT PIC ZZZZ9.999.
77 WS-DAYS-EDIT PIC ZZ9.
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBFC1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-PARM-CARD
        IF RETURN-CODE = 0
            PERFORM WRITE-REPORT-HEADER
            PERFORM READ-WINDOW-BUDGET
            PERFORM LOAD-WORKING-DAYS
        END-IF
        IF RETURN-CODE < 16
            PERFORM LOAD-STANDING-MASTER
        END-IF
        IF RETURN-CODE < 16
            PERFORM TALLY-CONTROL-LOG
        END-IF
        IF RETURN-CODE < 16
            PERFORM DERIVE-HISTORY-RATES
            PERFORM WRITE-FORECAST-BASIS
            PERFORM FORECAST-WORKING-DAYS
            PERFORM WRITE-DRIVER-SUMMARY
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    STOP RUN.
READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "FIBFC1: UNABLE TO OPEN PARAMETER FILE, STATUS="
            WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        READ PARM-FILE
            AT END
                MOVE SPACES TO PARM-CARD
        END-READ
        CLOSE PARM-FILE
    END-IF.
    IF RETURN-CODE = 0
        IF FCP-START-DATE = SPACES
            MOVE WS-CURRENT-DATE(1:8) TO WS-START-DATE
        ELSE
            IF FCP-START-DATE IS NOT NUMERIC
                DISPLAY "FIBFC1: START DATE '" FCP-START-DATE
                    "' MUST BE 8 NUMERIC DIGITS (YYYYMMDD) OR BLANK"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE FCP-START-DATE TO WS-START-DATE
            END-IF
        END-IF
        IF FCP-DAYS NOT = SPACES
            IF FCP-DAYS IS NOT NUMERIC OR FCP-DAYS = "000"
                    OR FCP-DAYS > "060"
                DISPLAY "FIBFC1: WORKING DAYS '" FCP-DAYS
                    "' MUST BE 001 TO 060"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE FCP-DAYS TO WS-FORECAST-DAYS
            END-IF
        END-IF
        IF FCP-HISTORY-DAYS NOT = SPACES
            IF FCP-HISTORY-DAYS IS NOT NUMERIC
                    OR FCP-HISTORY-DAYS = "000"
                DISPLAY "FIBFC1: HISTORY DAYS '" FCP-HISTORY-DAYS
                    "' MUST BE 3 NUMERIC DIGITS, NONZERO"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE FCP-HISTORY-DAYS TO WS-HISTORY-DAYS
            END-IF
        END-IF
        IF FCP-ADHOC-REQS NOT = SPACES
            IF FCP-ADHOC-REQS IS NOT NUMERIC
                DISPLAY "FIBFC1: AD HOC REQUESTS PER DAY '"
                    FCP-ADHOC-REQS "' MUST BE 4 NUMERIC DIGITS"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE FCP-ADHOC-REQS TO WS-ADHOC-PARM
                MOVE "Y" TO WS-ADHOC-OVERRIDE
            END-IF
        END-IF
        IF FCP-GAP-MINUTES NOT = SPACES
            IF FCP-GAP-MINUTES IS NOT NUMERIC
                    OR FCP-GAP-MINUTES = "000"
                DISPLAY "FIBFC1: GAP MINUTES '" FCP-GAP-MINUTES
                    "' MUST BE 3 NUMERIC DIGITS, NONZERO"
                MOVE 16 TO RETURN-CODE
            ELSE
                MOVE FCP-GAP-MINUTES TO WS-GAP-MINUTES
            END-IF
        END-IF
    END-IF.
    IF RETURN-CODE = 0
        COMPUTE WS-GAP-SECONDS = WS-GAP-MINUTES * 60
        MOVE WS-START-DATE TO WS-TODAY-INT
        COMPUTE WS-HIST-THRU = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - 1)
        COMPUTE WS-HIST-FROM = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - WS-HISTORY-DAYS)
    END-IF.
*> the same budget card FIBON1 reads; absent or zero means no limit
READ-WINDOW-BUDGET.
    OPEN INPUT WINDOW-FILE.
    IF WS-WINDOW-STATUS NOT = "00"
        IF WS-WINDOW-STATUS NOT = "35"
            DISPLAY "FIBFC1: UNABLE TO OPEN WINDOW BUDGET FILE,"
                " STATUS=" WS-WINDOW-STATUS " - NO BUDGET APPLIED"
        END-IF
    ELSE
        READ WINDOW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF WBP-MINUTES IS NUMERIC AND WBP-MINUTES NOT = "0000"
                    MOVE WBP-MINUTES TO WS-BUDGET-MINUTES
                    MOVE "Y" TO WS-BUDGET-ACTIVE
                END-IF
                IF WBP-TERMS IS NUMERIC AND WBP-TERMS NOT = "00000000"
                    MOVE WBP-TERMS TO WS-BUDGET-TERMS
                    MOVE "Y" TO WS-BUDGET-ACTIVE
                END-IF
        END-READ
        CLOSE WINDOW-FILE
    END-IF.
LOAD-WORKING-DAYS.
    OPEN INPUT CALENDAR-FILE.
    IF WS-CAL-STATUS NOT = "00"
        DISPLAY "FIBFC1: UNABLE TO OPEN SHOP CALENDAR, STATUS="
            WS-CAL-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-CALENDAR-RECORD
        PERFORM HOLD-WORKING-DAY
            UNTIL CALENDAR-EOF OR WS-DAY-COUNT >= WS-FORECAST-DAYS
        CLOSE CALENDAR-FILE
        IF WS-DAY-COUNT = 0
            DISPLAY "FIBFC1: NO WORKING DAY ON THE SHOP CALENDAR FROM "
                WS-START-DATE " - NOTHING FORECAST"
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-DAY-COUNT < WS-FORECAST-DAYS
                DISPLAY "FIBFC1: SHOP CALENDAR ENDS AFTER "
                    WS-DAY-COUNT " WORKING DAYS - FORECAST SHORTENED"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
READ-CALENDAR-RECORD.
    READ CALENDAR-FILE
        AT END
            MOVE "Y" TO WS-CAL-EOF
    END-READ.
HOLD-WORKING-DAY.
    IF CAL-DATE >= WS-START-DATE AND CAL-WORKDAY = "Y"
        ADD 1 TO WS-DAY-COUNT
        MOVE CAL-DATE TO WS-DAY-DATE(WS-DAY-COUNT)
        MOVE CAL-DOW TO WS-DAY-DOW(WS-DAY-COUNT)
        MOVE CAL-MONTH-END TO WS-DAY-MONTH-END(WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-ST-REQS(WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-REQS(WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-TERMS(WS-DAY-COUNT)
        MOVE 0 TO WS-DAY-SECS(WS-DAY-COUNT)
        MOVE "N" TO WS-DAY-OVER-MIN(WS-DAY-COUNT)
        MOVE "N" TO WS-DAY-OVER-TERMS(WS-DAY-COUNT)
    END-IF.
    PERFORM READ-CALENDAR-RECORD.
*> active standing requests with a valid frequency are held; held
*> and invalid entries are counted and left out, as FIBSR1 skips them
LOAD-STANDING-MASTER.
    OPEN INPUT STAND-FILE.
    IF WS-STAND-STATUS NOT = "00"
        DISPLAY "FIBFC1: UNABLE TO OPEN STANDING-REQUEST MASTER,"
            " STATUS=" WS-STAND-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-STAND-RECORD
        PERFORM HOLD-STANDING-REQUEST UNTIL STAND-EOF
        CLOSE STAND-FILE
    END-IF.
READ-STAND-RECORD.
    READ STAND-FILE
        AT END
            MOVE "Y" TO WS-STAND-EOF
        NOT AT END
            ADD 1 TO WS-STAND-RECS
    END-READ.
HOLD-STANDING-REQUEST.
    EVALUATE TRUE
        WHEN STND-ON-HOLD
            ADD 1 TO WS-HELD-COUNT
        WHEN NOT STND-IS-ACTIVE
            ADD 1 TO WS-ERROR-COUNT
        WHEN NOT (STND-FREQ-DAILY OR STND-FREQ-WEEKLY
                OR STND-FREQ-MONTHLY)
            ADD 1 TO WS-ERROR-COUNT
        WHEN WS-ST-COUNT >= 500
            DISPLAY "FIBFC1: MORE THAN 500 ACTIVE STANDING REQUESTS"
                " - NOTHING FORECAST"
            MOVE "Y" TO WS-STAND-EOF
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            ADD 1 TO WS-ST-COUNT
            MOVE WS-ST-COUNT TO WS-ST-IX
            MOVE WS-STAND-RECS TO WS-ST-REC-NO(WS-ST-IX)
            MOVE STND-REQUESTOR TO WS-ST-REQUESTOR(WS-ST-IX)
            MOVE STND-MODE TO WS-ST-MODE(WS-ST-IX)
            MOVE STND-START-A TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-ST-KEY-A(WS-ST-IX)
            MOVE STND-START-B TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-ST-KEY-B(WS-ST-IX)
            MOVE STND-N TO WS-ST-N(WS-ST-IX)
            MOVE 0 TO WS-ST-MODULUS(WS-ST-IX)
            IF STND-MODE = "M" AND STND-TARGET > 0
                MOVE STND-TARGET TO WS-ST-MODULUS(WS-ST-IX)
            END-IF
            IF STND-SEQ-TYPE = SPACE
                MOVE "S" TO WS-ST-TYPE(WS-ST-IX)
            ELSE
                MOVE STND-SEQ-TYPE TO WS-ST-TYPE(WS-ST-IX)
            END-IF
            MOVE STND-FREQ TO WS-ST-FREQ(WS-ST-IX)
            MOVE STND-DUE-DAY TO WS-ST-DUE-DAY(WS-ST-IX)
            MOVE 0 TO WS-ST-H-RUNS(WS-ST-IX)
            MOVE 0 TO WS-ST-H-SERVED(WS-ST-IX)
            MOVE 0 TO WS-ST-H-TERMS(WS-ST-IX)
            MOVE 0 TO WS-ST-H-TIMED(WS-ST-IX)
            MOVE 0 TO WS-ST-H-SECS(WS-ST-IX)
            MOVE 0 TO WS-ST-P-TERMS(WS-ST-IX)
            MOVE 0 TO WS-ST-P-SECS(WS-ST-IX)
            MOVE SPACE TO WS-ST-BASIS(WS-ST-IX)
            MOVE "N" TO WS-ST-PICKED(WS-ST-IX)
            MOVE 0 TO WS-ST-OVER-DAYS(WS-ST-IX)
    END-EVALUATE.
    PERFORM READ-STAND-RECORD.
TALLY-CONTROL-LOG.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "35"
        MOVE "NO CONTROL LOG PRESENT - NO HISTORY TO FORECAST FROM"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBFC1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM TALLY-LOG-RECORD UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
TALLY-LOG-RECORD.
    MOVE LOG-YYYY TO WS-LOG-DATE(1:4).
    MOVE LOG-MM TO WS-LOG-DATE(5:2).
    MOVE LOG-DD TO WS-LOG-DATE(7:2).
    MOVE "N" TO WS-RUN-TIMED.
    IF LOG-HH IS NUMERIC AND LOG-MIN IS NUMERIC AND LOG-SEC IS NUMERIC
        COMPUTE WS-LOG-SECS = LOG-HH * 3600 + LOG-MIN * 60 + LOG-SEC
        IF WS-LOG-DATE = WS-PREV-DATE AND WS-LOG-SECS >= WS-PREV-SECS
            COMPUTE WS-RUN-SECS = WS-LOG-SECS - WS-PREV-SECS
            IF WS-RUN-SECS <= WS-GAP-SECONDS
                MOVE "Y" TO WS-RUN-TIMED
            END-IF
        END-IF
        MOVE WS-LOG-DATE TO WS-PREV-DATE
        MOVE WS-LOG-SECS TO WS-PREV-SECS
    ELSE
        MOVE 0 TO WS-PREV-DATE
    END-IF.
    IF WS-LOG-DATE >= WS-HIST-FROM AND WS-LOG-DATE <= WS-HIST-THRU
            AND LOG-TERMS-PRODUCED IS NUMERIC
        PERFORM TALLY-HISTORY-RUN
    END-IF.
    PERFORM READ-LOG-RECORD.
TALLY-HISTORY-RUN.
    IF WS-LOG-DATE NOT = WS-LAST-HIST-DATE
        ADD 1 TO WS-HIST-DAYS-SEEN
        MOVE WS-LOG-DATE TO WS-LAST-HIST-DATE
    END-IF.
    MOVE LOG-TERMS-PRODUCED TO WS-RUN-TERMS.
    IF LOG-MODE = "E" AND LOG-BASE-POSITION IS NUMERIC
        SUBTRACT LOG-BASE-POSITION FROM WS-RUN-TERMS
    END-IF.
    MOVE "N" TO WS-RUN-SERVED.
    IF LOG-SOURCE-DATE IS NUMERIC AND LOG-SOURCE-SEQ IS NUMERIC
            AND LOG-SOURCE-SEQ NOT = LOG-TRANS-SEQ-NO
        MOVE "Y" TO WS-RUN-SERVED
    END-IF.
    ADD 1 TO WS-H-RUNS.
    ADD WS-RUN-TERMS TO WS-H-TERMS.
    IF RUN-SERVED
        ADD 1 TO WS-H-SERVED
    END-IF.
    IF RUN-TIMED
        ADD 1 TO WS-H-TIMED
        IF RUN-SERVED
            ADD 1 TO WS-T-SERVED-RUNS
            ADD WS-RUN-SECS TO WS-T-SERVED-SECS
        ELSE
            ADD WS-RUN-TERMS TO WS-T-GEN-TERMS
            ADD WS-RUN-SECS TO WS-T-GEN-SECS
        END-IF
    END-IF.
    PERFORM FIND-STANDING-MATCH.
    IF ST-FOUND
        ADD 1 TO WS-ST-H-RUNS(WS-ST-IX)
        ADD WS-RUN-TERMS TO WS-ST-H-TERMS(WS-ST-IX)
        IF RUN-SERVED
            ADD 1 TO WS-ST-H-SERVED(WS-ST-IX)
        END-IF
        IF RUN-TIMED
            ADD 1 TO WS-ST-H-TIMED(WS-ST-IX)
            ADD WS-RUN-SECS TO WS-ST-H-SECS(WS-ST-IX)
        END-IF
    ELSE
        ADD 1 TO WS-AH-RUNS
        ADD WS-RUN-TERMS TO WS-AH-TERMS
        IF RUN-TIMED
            ADD 1 TO WS-AH-TIMED
            ADD WS-RUN-SECS TO WS-AH-SECS
        END-IF
    END-IF.
*> a logged run belongs to a standing request when it was made for
*> the same requestor with the same mode, seeds, N and sequence type
*> (and modulus for a residue run); any other run is ad hoc work
FIND-STANDING-MATCH.
    IF LOG-SEQ-TYPE = SPACE
        MOVE "S" TO WS-CAND-TYPE
    ELSE
        MOVE LOG-SEQ-TYPE TO WS-CAND-TYPE
    END-IF.
    MOVE "N" TO WS-ST-FOUND.
    MOVE 1 TO WS-ST-IX.
    PERFORM SCAN-STANDING-TABLE
        UNTIL WS-ST-IX > WS-ST-COUNT OR ST-FOUND.
SCAN-STANDING-TABLE.
    IF WS-ST-REQUESTOR(WS-ST-IX) = LOG-REQUESTOR
            AND WS-ST-MODE(WS-ST-IX) = LOG-MODE
            AND WS-ST-KEY-A(WS-ST-IX) = LOG-START-A
            AND WS-ST-KEY-B(WS-ST-IX) = LOG-START-B
            AND WS-ST-N(WS-ST-IX) = LOG-REQUESTED-N
            AND WS-ST-TYPE(WS-ST-IX) = WS-CAND-TYPE
        IF LOG-MODE NOT = "M"
            MOVE "Y" TO WS-ST-FOUND
        ELSE
            IF LOG-MODULUS IS NUMERIC
                    AND LOG-MODULUS = WS-ST-MODULUS(WS-ST-IX)
                MOVE "Y" TO WS-ST-FOUND
            ELSE
                ADD 1 TO WS-ST-IX
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-ST-IX
    END-IF.
*> overall rates, the projection for one occurrence of each standing
*> request, and the ad hoc allowance per working day
DERIVE-HISTORY-RATES.
    IF WS-H-RUNS > 0
        COMPUTE WS-SERVED-RATE ROUNDED = WS-H-SERVED / WS-H-RUNS
        COMPUTE WS-AVG-RUN-TERMS ROUNDED = WS-H-TERMS / WS-H-RUNS
    END-IF.
    IF WS-T-GEN-TERMS > 0
        COMPUTE WS-SECS-PER-TERM ROUNDED =
            WS-T-GEN-SECS / WS-T-GEN-TERMS
    END-IF.
    IF WS-T-SERVED-RUNS > 0
        COMPUTE WS-SECS-PER-SERVED ROUNDED =
            WS-T-SERVED-SECS / WS-T-SERVED-RUNS
        MOVE "Y" TO WS-SERVED-TIMED
    END-IF.
    MOVE 1 TO WS-ST-IX.
    PERFORM PROJECT-STANDING-REQUEST UNTIL WS-ST-IX > WS-ST-COUNT.
    IF ADHOC-OVERRIDDEN
        MOVE WS-ADHOC-PARM TO WS-AH-REQS
        IF WS-AH-RUNS > 0
            COMPUTE WS-AH-DAY-TERMS ROUNDED =
                WS-AH-REQS * WS-AH-TERMS / WS-AH-RUNS
        ELSE
            COMPUTE WS-AH-DAY-TERMS = WS-AH-REQS * WS-AVG-RUN-TERMS
        END-IF
    ELSE
        IF WS-HIST-DAYS-SEEN > 0
            COMPUTE WS-AH-REQS ROUNDED =
                WS-AH-RUNS / WS-HIST-DAYS-SEEN
            COMPUTE WS-AH-DAY-TERMS ROUNDED =
                WS-AH-TERMS / WS-HIST-DAYS-SEEN
        END-IF
    END-IF.
    IF WS-AH-TIMED > 0
        COMPUTE WS-AH-DAY-SECS ROUNDED =
            WS-AH-REQS * WS-AH-SECS / WS-AH-TIMED
    ELSE
        MOVE WS-AH-DAY-TERMS TO WS-EST-TERMS
        MOVE WS-SERVED-RATE TO WS-EST-RATE
        PERFORM ESTIMATE-SECONDS
        IF SERVED-TIMED
            COMPUTE WS-AH-DAY-SECS ROUNDED = WS-EST-SECS
                + WS-AH-REQS * WS-SERVED-RATE * WS-SECS-PER-SERVED
        ELSE
            MOVE WS-EST-SECS TO WS-AH-DAY-SECS
        END-IF
    END-IF.
PROJECT-STANDING-REQUEST.
    IF WS-ST-H-RUNS(WS-ST-IX) > 0
        COMPUTE WS-ST-P-TERMS(WS-ST-IX) ROUNDED =
            WS-ST-H-TERMS(WS-ST-IX) / WS-ST-H-RUNS(WS-ST-IX)
        COMPUTE WS-EST-RATE ROUNDED =
            WS-ST-H-SERVED(WS-ST-IX) / WS-ST-H-RUNS(WS-ST-IX)
    ELSE
        MOVE WS-ST-N(WS-ST-IX) TO WS-ST-P-TERMS(WS-ST-IX)
        MOVE WS-SERVED-RATE TO WS-EST-RATE
    END-IF.
    IF WS-ST-H-TIMED(WS-ST-IX) > 0
        COMPUTE WS-ST-P-SECS(WS-ST-IX) ROUNDED =
            WS-ST-H-SECS(WS-ST-IX) / WS-ST-H-TIMED(WS-ST-IX)
        MOVE "H" TO WS-ST-BASIS(WS-ST-IX)
    ELSE
        MOVE WS-ST-P-TERMS(WS-ST-IX) TO WS-EST-TERMS
        PERFORM ESTIMATE-SECONDS
        IF SERVED-TIMED
            COMPUTE WS-ST-P-SECS(WS-ST-IX) ROUNDED = WS-EST-SECS
                + WS-EST-RATE * WS-SECS-PER-SERVED
        ELSE
            MOVE WS-EST-SECS TO WS-ST-P-SECS(WS-ST-IX)
        END-IF
        IF WS-ST-H-RUNS(WS-ST-IX) > 0
            MOVE "L" TO WS-ST-BASIS(WS-ST-IX)
        ELSE
            MOVE "N" TO WS-ST-BASIS(WS-ST-IX)
            ADD 1 TO WS-NO-HISTORY-COUNT
        END-IF
    END-IF.
    ADD 1 TO WS-ST-IX.
*> seconds for WS-EST-TERMS terms at the generated rate; when served
*> runs have been timed, the served share is taken at the served
*> rate by the caller and only the generated share is priced here
ESTIMATE-SECONDS.
    IF SERVED-TIMED
        COMPUTE WS-EST-SECS ROUNDED =
            (1 - WS-EST-RATE) * WS-EST-TERMS * WS-SECS-PER-TERM
    ELSE
        COMPUTE WS-EST-SECS ROUNDED =
            WS-EST-TERMS * WS-SECS-PER-TERM
    END-IF.
WRITE-FORECAST-BASIS.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CTLLOG HISTORY " WS-HIST-FROM " THRU " WS-HIST-THRU
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    MOVE WS-HIST-DAYS-SEEN TO WS-COUNT-EDIT.
    STRING "  BATCH DAYS " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(40:)
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-H-RUNS TO WS-TERMS-EDIT.
    STRING "  RUNS " WS-TERMS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    MOVE WS-H-TIMED TO WS-TERMS-EDIT.
    STRING "  TIMED " WS-TERMS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(16:)
    END-STRING.
    MOVE WS-AH-RUNS TO WS-TERMS-EDIT.
    STRING "  AD HOC " WS-TERMS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(32:)
    END-STRING.
    COMPUTE WS-SERVED-PCT ROUNDED = WS-SERVED-RATE * 100.
    MOVE WS-SERVED-PCT TO WS-RATE-EDIT.
    STRING "  SERVED " WS-RATE-EDIT " PCT"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(49:)
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-SECS-PER-TERM TO WS-SECS-EDIT.
    STRING "  SECONDS PER GENERATED TERM " WS-SECS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    IF SERVED-TIMED
        MOVE WS-SECS-PER-SERVED TO WS-SECS-EDIT
        STRING "  PER SERVED RUN " WS-SECS-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE(39:)
        END-STRING
    ELSE
        MOVE "  NO SERVED RUN TIMED" TO WS-PRINT-LINE(39:21)
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    IF WS-H-TIMED = 0
        MOVE "  NO RUN TIMED IN THE HISTORY - MINUTES CANNOT BE PROJECTED"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        DISPLAY "FIBFC1: NO TIMED RUNS IN CTLLOG HISTORY " WS-HIST-FROM
            " THRU " WS-HIST-THRU " - MINUTES NOT PROJECTED"
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-AH-REQS TO WS-COUNT-EDIT.
    STRING "AD HOC ALLOWANCE PER DAY " WS-COUNT-EDIT " REQUESTS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    MOVE WS-AH-DAY-TERMS TO WS-TERMS-EDIT.
    STRING WS-TERMS-EDIT " TERMS"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(41:)
    END-STRING.
    COMPUTE WS-MINUTES ROUNDED = WS-AH-DAY-SECS / 60.
    MOVE WS-MINUTES TO WS-MINUTES-EDIT.
    STRING WS-MINUTES-EDIT " MIN"
        DELIMITED BY SIZE INTO WS-PRINT-LINE(56:)
    END-STRING.
    IF ADHOC-OVERRIDDEN
        MOVE "(FCPARM)" TO WS-PRINT-LINE(68:8)
    ELSE
        MOVE "(HISTORY)" TO WS-PRINT-LINE(68:9)
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF BUDGET-ACTIVE
        MOVE WS-BUDGET-MINUTES TO WS-N-EDIT
        MOVE WS-BUDGET-TERMS TO WS-TERMS-EDIT
        STRING "WINDOW BUDGET " WS-N-EDIT " MINUTES  " WS-TERMS-EDIT
            " TERMS  (ZERO = UNLIMITED)"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        MOVE "NO WINPARM BUDGET - NO DAY CAN BE FLAGGED AS AN OVERRUN"
            TO WS-PRINT-LINE
    END-IF.
    PERFORM WRITE-REPORT-LINE.
FORECAST-WORKING-DAYS.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "DATE     DY ME STAND ADHOC    TERMS MINUTES  %MIN  %TRM"
        TO WS-PRINT-LINE.
    MOVE "FORECAST" TO WS-PRINT-LINE(58:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-DAY-IX.
    PERFORM FORECAST-ONE-DAY UNTIL WS-DAY-IX > WS-DAY-COUNT.
FORECAST-ONE-DAY.
    MOVE 1 TO WS-ST-IX.
    PERFORM ADD-DUE-REQUEST UNTIL WS-ST-IX > WS-ST-COUNT.
    ADD WS-AH-REQS TO WS-DAY-REQS(WS-DAY-IX).
    ADD WS-AH-DAY-TERMS TO WS-DAY-TERMS(WS-DAY-IX).
    ADD WS-AH-DAY-SECS TO WS-DAY-SECS(WS-DAY-IX).
    COMPUTE WS-MINUTES ROUNDED = WS-DAY-SECS(WS-DAY-IX) / 60.
    IF WS-BUDGET-MINUTES > 0 AND WS-MINUTES > WS-BUDGET-MINUTES
        MOVE "Y" TO WS-DAY-OVER-MIN(WS-DAY-IX)
    END-IF.
    IF WS-BUDGET-TERMS > 0
            AND WS-DAY-TERMS(WS-DAY-IX) > WS-BUDGET-TERMS
        MOVE "Y" TO WS-DAY-OVER-TERMS(WS-DAY-IX)
    END-IF.
    PERFORM WRITE-DAY-LINE.
    IF WS-DAY-OVER-MIN(WS-DAY-IX) = "Y"
            OR WS-DAY-OVER-TERMS(WS-DAY-IX) = "Y"
        ADD 1 TO WS-OVERRUN-DAYS
        PERFORM WRITE-DAY-DRIVERS
    END-IF.
    ADD 1 TO WS-DAY-IX.
ADD-DUE-REQUEST.
    PERFORM CHECK-REQUEST-DUE.
    IF REQUEST-DUE
        ADD 1 TO WS-DAY-ST-REQS(WS-DAY-IX)
        ADD 1 TO WS-DAY-REQS(WS-DAY-IX)
        ADD WS-ST-P-TERMS(WS-ST-IX) TO WS-DAY-TERMS(WS-DAY-IX)
        ADD WS-ST-P-SECS(WS-ST-IX) TO WS-DAY-SECS(WS-DAY-IX)
    END-IF.
    ADD 1 TO WS-ST-IX.
*> the FIBSR1 rules for standing request WS-ST-IX on day WS-DAY-IX
CHECK-REQUEST-DUE.
    MOVE "N" TO WS-REQUEST-DUE.
    EVALUATE WS-ST-FREQ(WS-ST-IX)
        WHEN "D"
            MOVE "Y" TO WS-REQUEST-DUE
        WHEN "W"
            IF WS-ST-DUE-DAY(WS-ST-IX) = WS-DAY-DOW(WS-DAY-IX)
                MOVE "Y" TO WS-REQUEST-DUE
            END-IF
        WHEN "M"
            IF WS-DAY-MONTH-END(WS-DAY-IX) = "Y"
                MOVE "Y" TO WS-REQUEST-DUE
            END-IF
    END-EVALUATE.
WRITE-DAY-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-DAY-DATE(WS-DAY-IX) TO WS-PRINT-LINE(1:8).
    MOVE WS-DAY-DOW(WS-DAY-IX) TO WS-PRINT-LINE(10:1).
    IF WS-DAY-MONTH-END(WS-DAY-IX) = "Y"
        MOVE "Y" TO WS-PRINT-LINE(13:1)
    END-IF.
    MOVE WS-DAY-ST-REQS(WS-DAY-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(16:5).
    MOVE WS-AH-REQS TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(22:5).
    MOVE WS-DAY-TERMS(WS-DAY-IX) TO WS-TERMS-EDIT.
    MOVE WS-TERMS-EDIT TO WS-PRINT-LINE(28:8).
    MOVE WS-MINUTES TO WS-MINUTES-EDIT.
    MOVE WS-MINUTES-EDIT TO WS-PRINT-LINE(37:7).
    IF WS-BUDGET-MINUTES > 0
        COMPUTE WS-PCT ROUNDED = WS-MINUTES * 100 / WS-BUDGET-MINUTES
            ON SIZE ERROR
                MOVE 9999 TO WS-PCT
        END-COMPUTE
        MOVE WS-PCT TO WS-PCT-EDIT
        MOVE WS-PCT-EDIT TO WS-PRINT-LINE(46:4)
    END-IF.
    IF WS-BUDGET-TERMS > 0
        COMPUTE WS-PCT ROUNDED =
            WS-DAY-TERMS(WS-DAY-IX) * 100 / WS-BUDGET-TERMS
            ON SIZE ERROR
                MOVE 9999 TO WS-PCT
        END-COMPUTE
        MOVE WS-PCT TO WS-PCT-EDIT
        MOVE WS-PCT-EDIT TO WS-PRINT-LINE(52:4)
    END-IF.
    EVALUATE TRUE
        WHEN WS-DAY-OVER-MIN(WS-DAY-IX) = "Y"
                AND WS-DAY-OVER-TERMS(WS-DAY-IX) = "Y"
            MOVE "OVERRUN - MINUTES+TERMS" TO WS-PRINT-LINE(58:23)
        WHEN WS-DAY-OVER-MIN(WS-DAY-IX) = "Y"
            MOVE "OVERRUN - MINUTES" TO WS-PRINT-LINE(58:17)
        WHEN WS-DAY-OVER-TERMS(WS-DAY-IX) = "Y"
            MOVE "OVERRUN - TERMS" TO WS-PRINT-LINE(58:15)
        WHEN OTHER
            MOVE "WITHIN" TO WS-PRINT-LINE(58:6)
    END-EVALUATE.
    PERFORM WRITE-REPORT-LINE.
*> up to five standing requests due on the overrun day, heaviest
*> first - by minutes, or by terms when only the term budget is over
WRITE-DAY-DRIVERS.
    IF WS-DAY-OVER-MIN(WS-DAY-IX) = "Y"
        MOVE "N" TO WS-RANK-BY-TERMS
    ELSE
        MOVE "Y" TO WS-RANK-BY-TERMS
    END-IF.
    MOVE 1 TO WS-ST-IX.
    PERFORM CLEAR-DRIVER-PICK UNTIL WS-ST-IX > WS-ST-COUNT.
    MOVE 0 TO WS-DRIVER-COUNT.
    MOVE 1 TO WS-BEST-IX.
    PERFORM PICK-DAY-DRIVER UNTIL WS-DRIVER-COUNT >= 5
        OR WS-BEST-IX = 0.
    IF WS-DAY-ST-REQS(WS-DAY-IX) = 0
        MOVE "      NO STANDING REQUEST DUE - AD HOC ALLOWANCE ALONE"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
CLEAR-DRIVER-PICK.
    MOVE "N" TO WS-ST-PICKED(WS-ST-IX).
    ADD 1 TO WS-ST-IX.
PICK-DAY-DRIVER.
    MOVE 0 TO WS-BEST-IX.
    MOVE 0 TO WS-BEST-VALUE.
    MOVE 1 TO WS-ST-IX.
    PERFORM RANK-DUE-REQUEST UNTIL WS-ST-IX > WS-ST-COUNT.
    IF WS-BEST-IX > 0
        MOVE "Y" TO WS-ST-PICKED(WS-BEST-IX)
        ADD 1 TO WS-DRIVER-COUNT
        ADD 1 TO WS-ST-OVER-DAYS(WS-BEST-IX)
        MOVE WS-BEST-IX TO WS-ST-IX
        MOVE SPACES TO WS-PRINT-LINE
        MOVE "DRIVER" TO WS-PRINT-LINE(7:6)
        PERFORM FORMAT-STANDING-REQUEST
        MOVE WS-ST-P-TERMS(WS-ST-IX) TO WS-TERMS-EDIT
        MOVE WS-TERMS-EDIT TO WS-PRINT-LINE(49:8)
        COMPUTE WS-MINUTES ROUNDED = WS-ST-P-SECS(WS-ST-IX) / 60
        MOVE WS-MINUTES TO WS-MINUTES-EDIT
        MOVE WS-MINUTES-EDIT TO WS-PRINT-LINE(58:7)
        MOVE "MIN" TO WS-PRINT-LINE(66:3)
        MOVE WS-ST-BASIS(WS-ST-IX) TO WS-PRINT-LINE(71:1)
        PERFORM WRITE-REPORT-LINE
    END-IF.
RANK-DUE-REQUEST.
    IF WS-ST-PICKED(WS-ST-IX) = "N"
        PERFORM CHECK-REQUEST-DUE
        IF REQUEST-DUE
            IF RANK-BY-TERMS
                MOVE WS-ST-P-TERMS(WS-ST-IX) TO WS-RANK-VALUE
            ELSE
                MOVE WS-ST-P-SECS(WS-ST-IX) TO WS-RANK-VALUE
            END-IF
            IF WS-BEST-IX = 0 OR WS-RANK-VALUE > WS-BEST-VALUE
                MOVE WS-ST-IX TO WS-BEST-IX
                MOVE WS-RANK-VALUE TO WS-BEST-VALUE
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-ST-IX.
*> record number, requestor, mode, N, frequency and due day of
*> standing request WS-ST-IX into columns 14-47 of the print line
FORMAT-STANDING-REQUEST.
    MOVE "REC" TO WS-PRINT-LINE(14:3).
    MOVE WS-ST-REC-NO(WS-ST-IX) TO WS-PRINT-LINE(18:4).
    MOVE WS-ST-REQUESTOR(WS-ST-IX) TO WS-PRINT-LINE(23:8).
    MOVE WS-ST-MODE(WS-ST-IX) TO WS-PRINT-LINE(32:1).
    MOVE WS-ST-N(WS-ST-IX) TO WS-N-EDIT.
    MOVE WS-N-EDIT TO WS-PRINT-LINE(34:4).
    MOVE WS-ST-FREQ(WS-ST-IX) TO WS-PRINT-LINE(39:1).
    IF WS-ST-FREQ(WS-ST-IX) = "W"
        MOVE "DAY" TO WS-PRINT-LINE(41:3)
        MOVE WS-ST-DUE-DAY(WS-ST-IX) TO WS-PRINT-LINE(45:1)
    END-IF.
WRITE-DRIVER-SUMMARY.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "STANDING REQUESTS DRIVING THE OVERRUN DAYS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    IF WS-OVERRUN-DAYS = 0
        MOVE "  NONE - NO WORKING DAY IS EXPECTED TO OVERRUN"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE SPACES TO WS-PRINT-LINE
        MOVE "STANDMST" TO WS-PRINT-LINE(14:8)
        MOVE "REQUESTR M    N F" TO WS-PRINT-LINE(23:17)
        MOVE "TERMS" TO WS-PRINT-LINE(52:5)
        MOVE "MINUTES B" TO WS-PRINT-LINE(59:9)
        MOVE "DAYS" TO WS-PRINT-LINE(72:4)
        PERFORM WRITE-REPORT-LINE
        MOVE 1 TO WS-ST-IX
        PERFORM WRITE-DRIVER-LINE UNTIL WS-ST-IX > WS-ST-COUNT
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-DAY-COUNT TO WS-DAYS-EDIT.
    STRING "WORKING DAYS " WS-DAYS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    MOVE WS-OVERRUN-DAYS TO WS-DAYS-EDIT.
    STRING "  EXPECTED TO OVERRUN " WS-DAYS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(17:)
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-ST-COUNT TO WS-COUNT-EDIT.
    STRING "STANDING REQUESTS " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    MOVE WS-HELD-COUNT TO WS-COUNT-EDIT.
    STRING "  ON HOLD " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(24:)
    END-STRING.
    MOVE WS-ERROR-COUNT TO WS-COUNT-EDIT.
    STRING "  IN ERROR " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(39:)
    END-STRING.
    MOVE WS-NO-HISTORY-COUNT TO WS-COUNT-EDIT.
    STRING "  NO HISTORY " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE(55:)
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE "BASIS: H = OWN TIMED RUNS, L = LOGGED UNTIMED, N = NO HISTORY"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    DISPLAY "FIBFC1: " WS-DAY-COUNT " WORKING DAYS FORECAST FROM "
        WS-START-DATE ", " WS-OVERRUN-DAYS " EXPECTED TO OVERRUN".
    IF WS-OVERRUN-DAYS > 0 OR WS-ERROR-COUNT > 0
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
WRITE-DRIVER-LINE.
    IF WS-ST-OVER-DAYS(WS-ST-IX) > 0
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM FORMAT-STANDING-REQUEST
        MOVE WS-ST-P-TERMS(WS-ST-IX) TO WS-TERMS-EDIT
        MOVE WS-TERMS-EDIT TO WS-PRINT-LINE(49:8)
        COMPUTE WS-MINUTES ROUNDED = WS-ST-P-SECS(WS-ST-IX) / 60
        MOVE WS-MINUTES TO WS-MINUTES-EDIT
        MOVE WS-MINUTES-EDIT TO WS-PRINT-LINE(59:7)
        MOVE WS-ST-BASIS(WS-ST-IX) TO WS-PRINT-LINE(67:1)
        MOVE WS-ST-OVER-DAYS(WS-ST-IX) TO WS-DAYS-EDIT
        MOVE WS-DAYS-EDIT TO WS-PRINT-LINE(73:3)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-ST-IX.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBFC1 BATCH-WINDOW FORECAST FROM " WS-START-DATE
        "  DATE: " WS-RUN-DATE-EDIT "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
WRITE-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
