*> the request counts by mode, total terms produced, served-from-
*> store versus regenerated counts, and rejects, with a grand
*> total tied back to the period's run-seq range and RUNCTL
*> rejects are counted off the open REJECTS suspense and the items
*> FIBSM1 has since closed to REJHIST, with those still open shown
*> separately
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBMC1.

    SELECT REJECT-FILE ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "REJHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
        10  FILLER              PIC X(35).
        10  REJ-REQUESTOR       PIC X(8).
        10  FILLER              PIC X(25).
FD  HISTORY-FILE.
01  HIST-RECORD.
    05  HST-REASON-CODE         PIC X(2).
    05  FILLER                  PIC X.
    05  HST-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X(43).
    05  HST-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X(108).
FD  RUNCTL-FILE.
01  RUNCTL-RECORD.
    05  RUNC-LAST-SEQ           PIC 9(6).
77 WS-PARM-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-REJECT-STATUS PIC XX.
77 WS-HIST-STATUS PIC XX.
77 WS-RUNCTL-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-REJECT-EOF PIC X VALUE "N".
    88 REJECT-EOF VALUE "Y".
77 WS-HIST-EOF PIC X VALUE "N".
    88 HIST-EOF VALUE "Y".
77 WS-SEL-YYYYMM PIC 9(6).
77 WS-LOG-YYYYMM PIC 9(6).
77 WS-WORK-REQUESTOR PIC X(8).
77 WS-RUN-TERMS PIC 9(4).
77 WS-REQ-COUNT PIC 9(3) COMP VALUE 0.
77 WS-REQ-IX PIC 9(3) COMP.
77 WS-REQ-FOUND PIC X VALUE "N".
        10 WS-REQ-SERVED PIC 9(6).
        10 WS-REQ-REGEN PIC 9(6).
        10 WS-REQ-REJECTS PIC 9(6).
        10 WS-REQ-OPEN PIC 9(6).
77 WS-TOT-FWD PIC 9(6) VALUE 0.
77 WS-TOT-REV PIC 9(6) VALUE 0.
77 WS-TOT-TERMS PIC 9(8) VALUE 0.
77 WS-TOT-SERVED PIC 9(6) VALUE 0.
77 WS-TOT-REGEN PIC 9(6) VALUE 0.
77 WS-TOT-REJECTS PIC 9(6) VALUE 0.
77 WS-TOT-OPEN PIC 9(6) VALUE 0.
77 WS-MIN-RUN-SEQ PIC 9(6) VALUE 0.
77 WS-MAX-RUN-SEQ PIC 9(6) VALUE 0.
77 WS-ANY-RUN PIC X VALUE "N".
            PERFORM WRITE-REPORT-HEADER
            PERFORM TALLY-CONTROL-LOG
            PERFORM TALLY-REJECTS
            PERFORM TALLY-REJECT-HISTORY
            PERFORM READ-RUNCTL-FILE
            PERFORM WRITE-REQUESTOR-LINES
            PERFORM WRITE-GRAND-TOTALS
                ADD 1 TO WS-REQ-FWD(WS-REQ-IX)
            END-IF
            IF LOG-TERMS-PRODUCED IS NUMERIC
                MOVE LOG-TERMS-PRODUCED TO WS-RUN-TERMS
                IF LOG-MODE = "E" AND LOG-BASE-POSITION IS NUMERIC
                    SUBTRACT LOG-BASE-POSITION FROM WS-RUN-TERMS
                END-IF
                ADD WS-RUN-TERMS TO WS-REQ-TERMS(WS-REQ-IX)
            END-IF
            PERFORM TALLY-SERVED-OR-REGEN
            PERFORM TRACK-RUN-SEQ-RANGE
            MOVE 0 TO WS-REQ-SERVED(WS-REQ-IX)
            MOVE 0 TO WS-REQ-REGEN(WS-REQ-IX)
            MOVE 0 TO WS-REQ-REJECTS(WS-REQ-IX)
            MOVE 0 TO WS-REQ-OPEN(WS-REQ-IX)
            MOVE "Y" TO WS-REQ-FOUND
        END-IF
    END-IF.
        PERFORM FIND-REQUESTOR-ENTRY
        IF REQUESTOR-FOUND
            ADD 1 TO WS-REQ-REJECTS(WS-REQ-IX)
            ADD 1 TO WS-REQ-OPEN(WS-REQ-IX)
        END-IF
    END-IF.
    PERFORM READ-REJECT-RECORD.
*> items closed out of the suspense file still count as rejects
*> in the period they were suspended
TALLY-REJECT-HISTORY.
    OPEN INPUT HISTORY-FILE.
    IF WS-HIST-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-HIST-STATUS NOT = "00"
            DISPLAY "FIBMC1: UNABLE TO OPEN SUSPENSE HISTORY FILE,"
                " STATUS=" WS-HIST-STATUS " - CLOSED REJECTS NOT COUNTED"
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM READ-HISTORY-RECORD
            PERFORM TALLY-HISTORY-RECORD UNTIL HIST-EOF
            CLOSE HISTORY-FILE
        END-IF
    END-IF.
READ-HISTORY-RECORD.
    READ HISTORY-FILE
        AT END
            MOVE "Y" TO WS-HIST-EOF
    END-READ.
TALLY-HISTORY-RECORD.
    IF HST-RUN-DATE IS NUMERIC
            AND HST-RUN-DATE(1:6) = WS-SEL-YYYYMM
        IF HST-REQUESTOR = SPACES
            MOVE "UNKNOWN" TO WS-WORK-REQUESTOR
        ELSE
            MOVE HST-REQUESTOR TO WS-WORK-REQUESTOR
        END-IF
        PERFORM FIND-REQUESTOR-ENTRY
        IF REQUESTOR-FOUND
            ADD 1 TO WS-REQ-REJECTS(WS-REQ-IX)
        END-IF
    END-IF.
    PERFORM READ-HISTORY-RECORD.
READ-RUNCTL-FILE.
    OPEN INPUT RUNCTL-FILE.
    IF WS-RUNCTL-STATUS = "00"
    MOVE "REQUESTR     FWD     REV     TERMS  SERVED   REGEN"
        TO WS-PRINT-LINE.
    MOVE "REJECTS" TO WS-PRINT-LINE(54:7).
    MOVE "OPEN" TO WS-PRINT-LINE(65:4).
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-REQ-IX.
    PERFORM WRITE-ONE-REQUESTOR UNTIL WS-REQ-IX > WS-REQ-COUNT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(44:6).
    MOVE WS-REQ-REJECTS(WS-REQ-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(55:6).
    MOVE WS-REQ-OPEN(WS-REQ-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(63:6).
    PERFORM WRITE-REPORT-LINE.
    ADD WS-REQ-FWD(WS-REQ-IX) TO WS-TOT-FWD.
    ADD WS-REQ-REV(WS-REQ-IX) TO WS-TOT-REV.
    ADD WS-REQ-SERVED(WS-REQ-IX) TO WS-TOT-SERVED.
    ADD WS-REQ-REGEN(WS-REQ-IX) TO WS-TOT-REGEN.
    ADD WS-REQ-REJECTS(WS-REQ-IX) TO WS-TOT-REJECTS.
    ADD WS-REQ-OPEN(WS-REQ-IX) TO WS-TOT-OPEN.
    ADD 1 TO WS-REQ-IX.
WRITE-GRAND-TOTALS.
    PERFORM WRITE-REPORT-HEADER.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(44:6).
    MOVE WS-TOT-REJECTS TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(55:6).
    MOVE WS-TOT-OPEN TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(63:6).
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF ANY-RUN-SEEN
    DISPLAY "FIBMC1: PERIOD " WS-SEL-YYYYMM " - "
        WS-REQ-COUNT " REQUESTORS, "
        WS-TOT-TERMS " TERMS, "
        WS-TOT-REJECTS " REJECTS, " WS-TOT-OPEN " STILL OPEN".
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
