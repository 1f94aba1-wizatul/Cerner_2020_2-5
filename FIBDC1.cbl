*> duplicate-run consolidation for TERMSIDX and VALIDX: a generated
*> run stored under one run key is regenerated and stored again under
*> a new key whenever serve-from-store misses it, so the same seeds
*> and family pile up under many keys. among the generated runs on
*> CTLLOG with identical sequence type, seeds and weights the longest
*> is kept as the canonical copy; every shorter (or equal) run whose
*> terms are confirmed to be a leading prefix of it is retired - an
*> alias from its key to the canonical key goes to ALIASF first, then
*> its terms and their VALIDX entries are deleted. a run some
*> extension (mode E) run continues from is never retired. the LIST
*> function reports what APPLY would remove without touching anything
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBDC1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "DCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.
    SELECT PRINT-FILE ASSIGN TO "DCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT TERMS-FILE ASSIGN TO "TERMSIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT VALUE-INDEX ASSIGN TO "VALIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VIDX-KEY
        FILE STATUS IS WS-VIDX-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD.
    05  DCP-FUNCTION            PIC X(7).
    05  FILLER                  PIC X(73).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  ALIAS-FILE.
COPY ALIASREC.
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).
FD  TERMS-FILE.
COPY TERMREC.
FD  VALUE-INDEX.
COPY VIDXREC.

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-ALIAS-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-TERMS-STATUS PIC XX.
77 WS-VIDX-STATUS PIC XX.
77 WS-FUNCTION PIC X(7) VALUE SPACES.
    88 FUNCTION-LIST VALUE "LIST" SPACES.
    88 FUNCTION-APPLY VALUE "APPLY".
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-ALIAS-EOF PIC X VALUE "N".
    88 ALIAS-EOF VALUE "Y".
77 WS-PURGE-DONE PIC X VALUE "N".
    88 PURGE-DONE VALUE "Y".
77 WS-CONSOL-HALTED PIC X VALUE "N".
    88 CONSOL-HALTED VALUE "Y".
77 WS-ENTRY-FOUND PIC X VALUE "N".
    88 ENTRY-FOUND VALUE "Y".
77 WS-PREFIX-STATE PIC X VALUE SPACE.
    88 PREFIX-CONFIRMED VALUE "Y".
    88 PREFIX-MISSING VALUE "M".
    88 PREFIX-DIFFERS VALUE "D".
*> the generated runs on CTLLOG still holding their own terms; the
*> family fields are normalised (C zero unless type T, P and Q one
*> unless type W) so like runs compare equal field by field.
*> state C may be retired, P is continued by an extension run and
*> is kept, K failed the prefix check and is kept, R is retired
77 WS-CAND-COUNT PIC 9(5) COMP VALUE 0.
77 WS-CAND-IX PIC 9(5) COMP.
77 WS-CANON-IX PIC 9(5) COMP.
77 WS-SCAN-IX PIC 9(5) COMP.
77 WS-CAND-TABLE-FULL PIC X VALUE "N".
    88 CAND-TABLE-FULL VALUE "Y".
01 WS-CAND-TABLE.
    05 WS-CAND-ENTRY OCCURS 5000.
        10 WS-CAND-DATE PIC 9(8).
        10 WS-CAND-SEQ PIC 9(6).
        10 WS-CAND-N PIC 9(4).
        10 WS-CAND-TERMS PIC 9(4).
        10 WS-CAND-TYPE PIC X.
        10 WS-CAND-A PIC S9(18).
        10 WS-CAND-B PIC S9(18).
        10 WS-CAND-C PIC S9(18).
        10 WS-CAND-P PIC S9(2).
        10 WS-CAND-Q PIC S9(2).
        10 WS-CAND-STATE PIC X.
*> runs already retired on ALIASF by an earlier consolidation
77 WS-RET-COUNT PIC 9(5) COMP VALUE 0.
77 WS-RET-IX PIC 9(5) COMP.
77 WS-RET-TABLE-FULL PIC X VALUE "N".
    88 RET-TABLE-FULL VALUE "Y".
01 WS-RET-TABLE.
    05 WS-RET-ENTRY OCCURS 5000.
        10 WS-RET-DATE PIC 9(8).
        10 WS-RET-SEQ PIC 9(6).
*> the run keys named as parents by extension runs on CTLLOG
77 WS-PAR-COUNT PIC 9(5) COMP VALUE 0.
77 WS-PAR-IX PIC 9(5) COMP.
01 WS-PAR-TABLE.
    05 WS-PAR-ENTRY OCCURS 5000.
        10 WS-PAR-DATE PIC 9(8).
        10 WS-PAR-SEQ PIC 9(6).
01 WS-LOG-KEY.
    05 WS-LOG-RUN-DATE PIC 9(8).
    05 WS-LOG-RUN-SEQ PIC 9(6).
77 WS-VERIFY-POSITION PIC 9(4).
77 WS-RETIRED-VALUE PIC S9(18).
01 WS-PURGE-KEY.
    05 WS-PURGE-DATE PIC 9(8).
    05 WS-PURGE-SEQ PIC 9(6).
01 WS-SAVE-TERM.
    05 WS-SAVE-RUN-DATE PIC 9(8).
    05 WS-SAVE-RUN-SEQ PIC 9(6).
    05 WS-SAVE-POSITION PIC 9(4).
    05 WS-SAVE-VALUE PIC S9(18).
77 WS-RUN-TERMS-REMOVED PIC 9(6).
77 WS-RUN-VIDX-REMOVED PIC 9(6).
*> space reclaimed is counted at the fixed record lengths of the
*> two clusters
77 WS-TERM-REC-BYTES PIC 9(2) VALUE 41.
77 WS-VIDX-REC-BYTES PIC 9(2) VALUE 42.
77 WS-LOG-COUNT PIC 9(6) VALUE 0.
77 WS-RUNS-EXAMINED PIC 9(6) VALUE 0.
77 WS-RUNS-ALREADY-RETIRED PIC 9(6) VALUE 0.
77 WS-RUNS-PARENT-KEPT PIC 9(6) VALUE 0.
77 WS-RUNS-NOT-PREFIX PIC 9(6) VALUE 0.
77 WS-RUNS-RETIRED PIC 9(6) VALUE 0.
77 WS-RESIDUAL-RUNS PIC 9(6) VALUE 0.
77 WS-TERMS-REMOVED PIC 9(8) VALUE 0.
77 WS-VIDX-REMOVED PIC 9(8) VALUE 0.
77 WS-VIDX-NOT-FOUND PIC 9(8) VALUE 0.
77 WS-TERM-BYTES PIC 9(12) VALUE 0.
77 WS-VIDX-BYTES PIC 9(12) VALUE 0.
77 WS-TOTAL-BYTES PIC 9(12) VALUE 0.
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
77 WS-SEQ-EDIT PIC ZZZZZ9.
77 WS-CANON-SEQ-EDIT PIC ZZZZZ9.
77 WS-N-EDIT PIC ZZZ9.
77 WS-CANON-N-EDIT PIC ZZZ9.
77 WS-POS-EDIT PIC ZZZ9.
77 WS-COUNT-EDIT PIC ZZZZZZZ9.
77 WS-VIDX-EDIT PIC ZZZZZZZ9.
77 WS-BYTES-EDIT PIC ZZZ,ZZZ,ZZZ,ZZ9.
77 WS-ACTION-TEXT PIC X(9).
77 WS-REMOVED-TEXT PIC X(11).
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBDC1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-PARM-CARD
        PERFORM WRITE-REPORT-HEADER
        EVALUATE TRUE
            WHEN FUNCTION-APPLY
                MOVE "RETIRED  " TO WS-ACTION-TEXT
                MOVE "REMOVED    " TO WS-REMOVED-TEXT
                MOVE "FUNCTION APPLY - DUPLICATE RUNS ALIASED AND REMOVED"
                    TO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
                PERFORM CONSOLIDATE-STORED-RUNS
            WHEN FUNCTION-LIST
                MOVE "DUPLICATE" TO WS-ACTION-TEXT
                MOVE "RECLAIMABLE" TO WS-REMOVED-TEXT
                MOVE "FUNCTION LIST - REPORT ONLY, NOTHING IS REMOVED"
                    TO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
                PERFORM CONSOLIDATE-STORED-RUNS
            WHEN OTHER
                DISPLAY "FIBDC1: INVALID FUNCTION " WS-FUNCTION
                    " - MUST BE LIST OR APPLY"
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
        CLOSE PRINT-FILE
    END-IF.
    STOP RUN.
READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE DCP-FUNCTION TO WS-FUNCTION
        END-READ
        CLOSE PARM-FILE
    END-IF.
CONSOLIDATE-STORED-RUNS.
    PERFORM LOAD-RETIRED-RUNS.
    IF RETURN-CODE < 16
        PERFORM LOAD-STORED-RUNS
    END-IF.
    IF RETURN-CODE < 16
        PERFORM MARK-EXTENSION-PARENTS
        PERFORM OPEN-STORED-RUN-FILES
    END-IF.
    IF RETURN-CODE < 16
        MOVE 1 TO WS-RET-IX
        PERFORM CHECK-RETIRED-RUN
            UNTIL WS-RET-IX > WS-RET-COUNT OR CONSOL-HALTED
        MOVE 1 TO WS-CAND-IX
        PERFORM CONSOLIDATE-CANDIDATE
            UNTIL WS-CAND-IX > WS-CAND-COUNT OR CONSOL-HALTED
        IF FUNCTION-APPLY
            CLOSE ALIAS-FILE
        END-IF
        CLOSE VALUE-INDEX
        CLOSE TERMS-FILE
        PERFORM WRITE-CONSOLIDATION-TOTALS
    END-IF.
*>------------------------------------------------------------------
*> the aliases already on file - those runs are not examined again
*>------------------------------------------------------------------
LOAD-RETIRED-RUNS.
    OPEN INPUT ALIAS-FILE.
    IF WS-ALIAS-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-ALIAS-STATUS NOT = "00"
            DISPLAY "FIBDC1: UNABLE TO OPEN ALIAS FILE, STATUS="
                WS-ALIAS-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-ALIAS-RECORD
            PERFORM NOTE-RETIRED-RUN UNTIL ALIAS-EOF
            CLOSE ALIAS-FILE
        END-IF
    END-IF.
READ-ALIAS-RECORD.
    READ ALIAS-FILE
        AT END
            MOVE "Y" TO WS-ALIAS-EOF
    END-READ.
NOTE-RETIRED-RUN.
    IF WS-RET-COUNT < 5000
        ADD 1 TO WS-RET-COUNT
        MOVE ALS-RETIRED-DATE TO WS-RET-DATE(WS-RET-COUNT)
        MOVE ALS-RETIRED-SEQ TO WS-RET-SEQ(WS-RET-COUNT)
    ELSE
        IF NOT RET-TABLE-FULL
            MOVE "Y" TO WS-RET-TABLE-FULL
            DISPLAY "FIBDC1: MORE THAN 5000 ALIASES ON FILE"
                " - NOTHING RETIRED"
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM READ-ALIAS-RECORD.
*>------------------------------------------------------------------
*> the generated runs on CTLLOG and the parents extensions name
*>------------------------------------------------------------------
LOAD-STORED-RUNS.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "35"
        MOVE "NO CONTROL LOG PRESENT - NO STORED RUNS TO EXAMINE"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBDC1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM EXAMINE-LOG-RECORD UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
EXAMINE-LOG-RECORD.
    ADD 1 TO WS-LOG-COUNT.
    IF LOG-MODE = "E"
            AND LOG-PARENT-DATE IS NUMERIC
            AND LOG-PARENT-SEQ IS NUMERIC
        PERFORM NOTE-EXTENSION-PARENT
    END-IF.
    IF LOG-MODE = "F"
            AND LOG-SOURCE-DATE IS NUMERIC
            AND LOG-SOURCE-SEQ IS NUMERIC
            AND LOG-SOURCE-SEQ = LOG-TRANS-SEQ-NO
            AND LOG-REQUESTED-N IS NUMERIC
            AND LOG-TERMS-PRODUCED IS NUMERIC
            AND LOG-TERMS-PRODUCED > 0
        MOVE LOG-SOURCE-DATE TO WS-LOG-RUN-DATE
        MOVE LOG-SOURCE-SEQ TO WS-LOG-RUN-SEQ
        PERFORM FIND-CANDIDATE-RUN
        IF NOT ENTRY-FOUND
            ADD 1 TO WS-RUNS-EXAMINED
            PERFORM FIND-RETIRED-RUN
            IF ENTRY-FOUND
                ADD 1 TO WS-RUNS-ALREADY-RETIRED
            ELSE
                PERFORM NOTE-CANDIDATE-RUN
            END-IF
        END-IF
    END-IF.
    IF RETURN-CODE < 16
        PERFORM READ-LOG-RECORD
    ELSE
        MOVE "Y" TO WS-LOG-EOF
    END-IF.
NOTE-EXTENSION-PARENT.
    IF WS-PAR-COUNT < 5000
        ADD 1 TO WS-PAR-COUNT
        MOVE LOG-PARENT-DATE TO WS-PAR-DATE(WS-PAR-COUNT)
        MOVE LOG-PARENT-SEQ TO WS-PAR-SEQ(WS-PAR-COUNT)
    ELSE
        DISPLAY "FIBDC1: MORE THAN 5000 EXTENSION RUNS ON CTLLOG"
            " - NOTHING RETIRED"
        MOVE 16 TO RETURN-CODE
    END-IF.
FIND-CANDIDATE-RUN.
    MOVE "N" TO WS-ENTRY-FOUND.
    MOVE 1 TO WS-SCAN-IX.
    PERFORM SCAN-CANDIDATE-RUN
        UNTIL WS-SCAN-IX > WS-CAND-COUNT OR ENTRY-FOUND.
SCAN-CANDIDATE-RUN.
    IF WS-CAND-DATE(WS-SCAN-IX) = WS-LOG-RUN-DATE
            AND WS-CAND-SEQ(WS-SCAN-IX) = WS-LOG-RUN-SEQ
        MOVE "Y" TO WS-ENTRY-FOUND
    ELSE
        ADD 1 TO WS-SCAN-IX
    END-IF.
FIND-RETIRED-RUN.
    MOVE "N" TO WS-ENTRY-FOUND.
    MOVE 1 TO WS-RET-IX.
    PERFORM SCAN-RETIRED-RUN
        UNTIL WS-RET-IX > WS-RET-COUNT OR ENTRY-FOUND.
SCAN-RETIRED-RUN.
    IF WS-RET-DATE(WS-RET-IX) = WS-LOG-RUN-DATE
            AND WS-RET-SEQ(WS-RET-IX) = WS-LOG-RUN-SEQ
        MOVE "Y" TO WS-ENTRY-FOUND
    ELSE
        ADD 1 TO WS-RET-IX
    END-IF.
NOTE-CANDIDATE-RUN.
    IF WS-CAND-COUNT < 5000
        ADD 1 TO WS-CAND-COUNT
        MOVE WS-CAND-COUNT TO WS-CAND-IX
        MOVE WS-LOG-RUN-DATE TO WS-CAND-DATE(WS-CAND-IX)
        MOVE WS-LOG-RUN-SEQ TO WS-CAND-SEQ(WS-CAND-IX)
        MOVE LOG-REQUESTED-N TO WS-CAND-N(WS-CAND-IX)
        MOVE LOG-TERMS-PRODUCED TO WS-CAND-TERMS(WS-CAND-IX)
        IF LOG-SEQ-TYPE = SPACE
            MOVE "S" TO WS-CAND-TYPE(WS-CAND-IX)
        ELSE
            MOVE LOG-SEQ-TYPE TO WS-CAND-TYPE(WS-CAND-IX)
        END-IF
        MOVE LOG-START-A TO WS-CAND-A(WS-CAND-IX)
        MOVE LOG-START-B TO WS-CAND-B(WS-CAND-IX)
        MOVE 0 TO WS-CAND-C(WS-CAND-IX)
        MOVE 1 TO WS-CAND-P(WS-CAND-IX)
        MOVE 1 TO WS-CAND-Q(WS-CAND-IX)
        IF WS-CAND-TYPE(WS-CAND-IX) = "T"
            MOVE LOG-START-C TO WS-CAND-C(WS-CAND-IX)
        END-IF
        IF WS-CAND-TYPE(WS-CAND-IX) = "W"
            MOVE LOG-WEIGHT-P TO WS-CAND-P(WS-CAND-IX)
            MOVE LOG-WEIGHT-Q TO WS-CAND-Q(WS-CAND-IX)
        END-IF
        MOVE "C" TO WS-CAND-STATE(WS-CAND-IX)
    ELSE
        IF NOT CAND-TABLE-FULL
            MOVE "Y" TO WS-CAND-TABLE-FULL
            DISPLAY "FIBDC1: MORE THAN 5000 GENERATED RUNS ON CTLLOG"
                " - ONLY THE FIRST 5000 ARE CONSOLIDATED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
MARK-EXTENSION-PARENTS.
    MOVE 1 TO WS-CAND-IX.
    PERFORM MARK-PARENT-CANDIDATE UNTIL WS-CAND-IX > WS-CAND-COUNT.
MARK-PARENT-CANDIDATE.
    MOVE "N" TO WS-ENTRY-FOUND.
    MOVE 1 TO WS-PAR-IX.
    PERFORM SCAN-PARENT-RUN UNTIL WS-PAR-IX > WS-PAR-COUNT OR ENTRY-FOUND.
    IF ENTRY-FOUND
        MOVE "P" TO WS-CAND-STATE(WS-CAND-IX)
        ADD 1 TO WS-RUNS-PARENT-KEPT
    END-IF.
    ADD 1 TO WS-CAND-IX.
SCAN-PARENT-RUN.
    IF WS-PAR-DATE(WS-PAR-IX) = WS-CAND-DATE(WS-CAND-IX)
            AND WS-PAR-SEQ(WS-PAR-IX) = WS-CAND-SEQ(WS-CAND-IX)
        MOVE "Y" TO WS-ENTRY-FOUND
    ELSE
        ADD 1 TO WS-PAR-IX
    END-IF.
OPEN-STORED-RUN-FILES.
    IF FUNCTION-APPLY
        OPEN I-O TERMS-FILE
    ELSE
        OPEN INPUT TERMS-FILE
    END-IF.
    IF WS-TERMS-STATUS NOT = "00"
        DISPLAY "FIBDC1: UNABLE TO OPEN TERMS INDEX FILE, STATUS="
            WS-TERMS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        IF FUNCTION-APPLY
            OPEN I-O VALUE-INDEX
        ELSE
            OPEN INPUT VALUE-INDEX
        END-IF
        IF WS-VIDX-STATUS NOT = "00"
            DISPLAY "FIBDC1: UNABLE TO OPEN VALUE INDEX FILE, STATUS="
                WS-VIDX-STATUS " - NOTHING RETIRED"
            MOVE 16 TO RETURN-CODE
            CLOSE TERMS-FILE
        ELSE
            IF FUNCTION-APPLY
                PERFORM OPEN-ALIAS-OUTPUT
            END-IF
        END-IF
    END-IF.
OPEN-ALIAS-OUTPUT.
    OPEN EXTEND ALIAS-FILE.
    IF WS-ALIAS-STATUS = "35"
        OPEN OUTPUT ALIAS-FILE
    END-IF.
    IF WS-ALIAS-STATUS NOT = "00"
        DISPLAY "FIBDC1: UNABLE TO OPEN ALIAS FILE FOR OUTPUT, STATUS="
            WS-ALIAS-STATUS " - NOTHING RETIRED"
        MOVE 16 TO RETURN-CODE
        CLOSE VALUE-INDEX
        CLOSE TERMS-FILE
    END-IF.
*>------------------------------------------------------------------
*> a run retired earlier whose terms are still on the index (an
*> interrupted APPLY) has the remainder removed now
*>------------------------------------------------------------------
CHECK-RETIRED-RUN.
    MOVE WS-RET-DATE(WS-RET-IX) TO WS-PURGE-DATE.
    MOVE WS-RET-SEQ(WS-RET-IX) TO WS-PURGE-SEQ.
    PERFORM PURGE-RUN-TERMS.
    IF WS-RUN-TERMS-REMOVED > 0
        ADD 1 TO WS-RESIDUAL-RUNS
        MOVE WS-PURGE-SEQ TO WS-SEQ-EDIT
        MOVE WS-RUN-TERMS-REMOVED TO WS-COUNT-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "RUN " WS-PURGE-DATE "/" WS-SEQ-EDIT
            " RETIRED EARLIER STILL HELD " WS-COUNT-EDIT " TERMS - "
            WS-REMOVED-TEXT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-RET-IX.
*>------------------------------------------------------------------
*> each retirable run is checked against the longest run of its
*> family; the earliest run wins a tie for longest
*>------------------------------------------------------------------
CONSOLIDATE-CANDIDATE.
    IF WS-CAND-STATE(WS-CAND-IX) = "C"
        PERFORM FIND-CANONICAL-RUN
        IF WS-CANON-IX NOT = WS-CAND-IX
            PERFORM VERIFY-RUN-PREFIX
            IF PREFIX-CONFIRMED
                PERFORM RETIRE-DUPLICATE-RUN
            ELSE
                PERFORM REPORT-PREFIX-EXCEPTION
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-CAND-IX.
FIND-CANONICAL-RUN.
    MOVE WS-CAND-IX TO WS-CANON-IX.
    MOVE 1 TO WS-SCAN-IX.
    PERFORM CHECK-CANONICAL-ENTRY UNTIL WS-SCAN-IX > WS-CAND-COUNT.
CHECK-CANONICAL-ENTRY.
    IF WS-SCAN-IX NOT = WS-CAND-IX
            AND WS-CAND-STATE(WS-SCAN-IX) NOT = "R"
            AND WS-CAND-TYPE(WS-SCAN-IX) = WS-CAND-TYPE(WS-CAND-IX)
            AND WS-CAND-A(WS-SCAN-IX) = WS-CAND-A(WS-CAND-IX)
            AND WS-CAND-B(WS-SCAN-IX) = WS-CAND-B(WS-CAND-IX)
            AND WS-CAND-C(WS-SCAN-IX) = WS-CAND-C(WS-CAND-IX)
            AND WS-CAND-P(WS-SCAN-IX) = WS-CAND-P(WS-CAND-IX)
            AND WS-CAND-Q(WS-SCAN-IX) = WS-CAND-Q(WS-CAND-IX)
        IF WS-CAND-TERMS(WS-SCAN-IX) > WS-CAND-TERMS(WS-CANON-IX)
                OR (WS-CAND-TERMS(WS-SCAN-IX) = WS-CAND-TERMS(WS-CANON-IX)
                    AND WS-SCAN-IX < WS-CANON-IX)
            MOVE WS-SCAN-IX TO WS-CANON-IX
        END-IF
    END-IF.
    ADD 1 TO WS-SCAN-IX.
*> every term of the shorter run must be on the index and equal the
*> canonical run's term at the same position before anything goes
VERIFY-RUN-PREFIX.
    MOVE "Y" TO WS-PREFIX-STATE.
    MOVE 1 TO WS-VERIFY-POSITION.
    PERFORM VERIFY-PREFIX-TERM
        UNTIL WS-VERIFY-POSITION > WS-CAND-TERMS(WS-CAND-IX)
            OR NOT PREFIX-CONFIRMED.
VERIFY-PREFIX-TERM.
    MOVE WS-CAND-DATE(WS-CAND-IX) TO TERM-KEY-RUN-DATE.
    MOVE WS-CAND-SEQ(WS-CAND-IX) TO TERM-KEY-RUN-SEQ.
    MOVE WS-CAND-TYPE(WS-CAND-IX) TO TERM-KEY-SEQ-TYPE.
    MOVE WS-CAND-N(WS-CAND-IX) TO TERM-KEY-N.
    MOVE WS-VERIFY-POSITION TO TERM-KEY-POSITION.
    READ TERMS-FILE
        INVALID KEY
            MOVE "M" TO WS-PREFIX-STATE
    END-READ.
    IF PREFIX-CONFIRMED
        MOVE TERM-VALUE TO WS-RETIRED-VALUE
        MOVE WS-CAND-DATE(WS-CANON-IX) TO TERM-KEY-RUN-DATE
        MOVE WS-CAND-SEQ(WS-CANON-IX) TO TERM-KEY-RUN-SEQ
        MOVE WS-CAND-TYPE(WS-CANON-IX) TO TERM-KEY-SEQ-TYPE
        MOVE WS-CAND-N(WS-CANON-IX) TO TERM-KEY-N
        MOVE WS-VERIFY-POSITION TO TERM-KEY-POSITION
        READ TERMS-FILE
            INVALID KEY
                MOVE "M" TO WS-PREFIX-STATE
        END-READ
        IF PREFIX-CONFIRMED AND TERM-VALUE NOT = WS-RETIRED-VALUE
            MOVE "D" TO WS-PREFIX-STATE
        END-IF
    END-IF.
    IF PREFIX-CONFIRMED
        ADD 1 TO WS-VERIFY-POSITION
    END-IF.
REPORT-PREFIX-EXCEPTION.
    MOVE "K" TO WS-CAND-STATE(WS-CAND-IX).
    ADD 1 TO WS-RUNS-NOT-PREFIX.
    IF RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.
    PERFORM FORMAT-RUN-PAIR-LINE.
    MOVE "KEPT     " TO WS-PRINT-LINE(1:9).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VERIFY-POSITION TO WS-POS-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF PREFIX-MISSING
        STRING "  TERM " WS-POS-EDIT " MISSING FROM ONE OF THE RUNS"
            " - NOT A CONFIRMED PREFIX"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        STRING "  TERM " WS-POS-EDIT " DIFFERS FROM THE CANONICAL RUN"
            " - NOT A PREFIX"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
*> the alias is written before any term is deleted, so an interrupted
*> APPLY never leaves a run key that resolves to nothing
RETIRE-DUPLICATE-RUN.
    MOVE "R" TO WS-CAND-STATE(WS-CAND-IX).
    ADD 1 TO WS-RUNS-RETIRED.
    IF FUNCTION-APPLY
        PERFORM WRITE-ALIAS-RECORD
    END-IF.
    IF NOT CONSOL-HALTED
        MOVE WS-CAND-DATE(WS-CAND-IX) TO WS-PURGE-DATE
        MOVE WS-CAND-SEQ(WS-CAND-IX) TO WS-PURGE-SEQ
        PERFORM PURGE-RUN-TERMS
        PERFORM FORMAT-RUN-PAIR-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE WS-RUN-TERMS-REMOVED TO WS-COUNT-EDIT
        MOVE WS-RUN-VIDX-REMOVED TO WS-VIDX-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "  TERMS " WS-REMOVED-TEXT " " WS-COUNT-EDIT
            "   VALIDX ENTRIES " WS-REMOVED-TEXT " " WS-VIDX-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
WRITE-ALIAS-RECORD.
    MOVE SPACES TO ALIAS-RECORD.
    MOVE WS-CAND-DATE(WS-CAND-IX) TO ALS-RETIRED-DATE.
    MOVE WS-CAND-SEQ(WS-CAND-IX) TO ALS-RETIRED-SEQ.
    MOVE WS-CAND-N(WS-CAND-IX) TO ALS-RETIRED-N.
    MOVE WS-CAND-TERMS(WS-CAND-IX) TO ALS-RETIRED-TERMS.
    MOVE WS-CAND-DATE(WS-CANON-IX) TO ALS-CANON-DATE.
    MOVE WS-CAND-SEQ(WS-CANON-IX) TO ALS-CANON-SEQ.
    MOVE WS-CAND-N(WS-CANON-IX) TO ALS-CANON-N.
    MOVE WS-CAND-TYPE(WS-CAND-IX) TO ALS-SEQ-TYPE.
    MOVE WS-CURRENT-DATE(1:8) TO ALS-RETIRED-ON.
    WRITE ALIAS-RECORD.
    IF WS-ALIAS-STATUS NOT = "00"
        DISPLAY "FIBDC1: ALIAS FILE WRITE FAILED, STATUS="
            WS-ALIAS-STATUS " - CONSOLIDATION HALTED"
        MOVE "Y" TO WS-CONSOL-HALTED
        MOVE 16 TO RETURN-CODE
        SUBTRACT 1 FROM WS-RUNS-RETIRED
        MOVE "C" TO WS-CAND-STATE(WS-CAND-IX)
    END-IF.
FORMAT-RUN-PAIR-LINE.
    MOVE WS-CAND-SEQ(WS-CAND-IX) TO WS-SEQ-EDIT.
    MOVE WS-CAND-N(WS-CAND-IX) TO WS-N-EDIT.
    MOVE WS-CAND-SEQ(WS-CANON-IX) TO WS-CANON-SEQ-EDIT.
    MOVE WS-CAND-N(WS-CANON-IX) TO WS-CANON-N-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING WS-ACTION-TEXT " " WS-CAND-DATE(WS-CAND-IX) "/" WS-SEQ-EDIT
        " N " WS-N-EDIT " TYPE " WS-CAND-TYPE(WS-CAND-IX)
        "  INTO " WS-CAND-DATE(WS-CANON-IX) "/" WS-CANON-SEQ-EDIT
        " N " WS-CANON-N-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
*>------------------------------------------------------------------
*> removes (LIST: counts) every term held under one run key and the
*> VALIDX entry of each
*>------------------------------------------------------------------
PURGE-RUN-TERMS.
    MOVE 0 TO WS-RUN-TERMS-REMOVED.
    MOVE 0 TO WS-RUN-VIDX-REMOVED.
    MOVE "N" TO WS-PURGE-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    MOVE WS-PURGE-DATE TO TERM-KEY-RUN-DATE.
    MOVE WS-PURGE-SEQ TO TERM-KEY-RUN-SEQ.
    START TERMS-FILE KEY >= TERM-KEY
        INVALID KEY
            MOVE "Y" TO WS-PURGE-DONE
    END-START.
    PERFORM PURGE-NEXT-TERM UNTIL PURGE-DONE.
    ADD WS-RUN-TERMS-REMOVED TO WS-TERMS-REMOVED.
    ADD WS-RUN-VIDX-REMOVED TO WS-VIDX-REMOVED.
PURGE-NEXT-TERM.
    READ TERMS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-PURGE-DONE
    END-READ.
    IF NOT PURGE-DONE
        IF TERM-KEY-RUN-DATE NOT = WS-PURGE-DATE
                OR TERM-KEY-RUN-SEQ NOT = WS-PURGE-SEQ
            MOVE "Y" TO WS-PURGE-DONE
        ELSE
            MOVE TERM-KEY-RUN-DATE TO WS-SAVE-RUN-DATE
            MOVE TERM-KEY-RUN-SEQ TO WS-SAVE-RUN-SEQ
            MOVE TERM-KEY-POSITION TO WS-SAVE-POSITION
            MOVE TERM-VALUE TO WS-SAVE-VALUE
            IF FUNCTION-APPLY
                DELETE TERMS-FILE RECORD
                    INVALID KEY
                        DISPLAY "FIBDC1: DELETE FAILED, STATUS="
                            WS-TERMS-STATUS " - CONSOLIDATION HALTED"
                        MOVE "Y" TO WS-PURGE-DONE
                        MOVE "Y" TO WS-CONSOL-HALTED
                        MOVE 16 TO RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO WS-RUN-TERMS-REMOVED
                        PERFORM PRUNE-VALUE-INDEX
                END-DELETE
            ELSE
                ADD 1 TO WS-RUN-TERMS-REMOVED
                PERFORM COUNT-VALUE-INDEX
            END-IF
        END-IF
    END-IF.
PRUNE-VALUE-INDEX.
    PERFORM BUILD-VIDX-KEY.
    DELETE VALUE-INDEX RECORD
        INVALID KEY
            ADD 1 TO WS-VIDX-NOT-FOUND
        NOT INVALID KEY
            ADD 1 TO WS-RUN-VIDX-REMOVED
    END-DELETE.
COUNT-VALUE-INDEX.
    PERFORM BUILD-VIDX-KEY.
    READ VALUE-INDEX
        INVALID KEY
            ADD 1 TO WS-VIDX-NOT-FOUND
        NOT INVALID KEY
            ADD 1 TO WS-RUN-VIDX-REMOVED
    END-READ.
BUILD-VIDX-KEY.
    MOVE WS-SAVE-VALUE TO VIDX-VALUE.
    MOVE WS-SAVE-RUN-DATE TO VIDX-RUN-DATE.
    MOVE WS-SAVE-RUN-SEQ TO VIDX-RUN-SEQ.
    MOVE WS-SAVE-POSITION TO VIDX-POSITION.
WRITE-CONSOLIDATION-TOTALS.
    COMPUTE WS-TERM-BYTES = WS-TERMS-REMOVED * WS-TERM-REC-BYTES.
    COMPUTE WS-VIDX-BYTES = WS-VIDX-REMOVED * WS-VIDX-REC-BYTES.
    COMPUTE WS-TOTAL-BYTES = WS-TERM-BYTES + WS-VIDX-BYTES.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LOG-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CTLLOG RECORDS READ            " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-EXAMINED TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "GENERATED RUNS EXAMINED        " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-ALREADY-RETIRED TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  ALREADY RETIRED              " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-PARENT-KEPT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  KEPT - EXTENDED BY A RUN     " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-NOT-PREFIX TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  KEPT - NOT A PREFIX          " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-RETIRED TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  DUPLICATES " WS-ACTION-TEXT "         " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-RESIDUAL-RUNS > 0
        MOVE WS-RESIDUAL-RUNS TO WS-COUNT-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "RETIRED RUNS STILL HOLDING TERMS" WS-COUNT-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE WS-TERMS-REMOVED TO WS-COUNT-EDIT.
    MOVE WS-TERM-BYTES TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TERMSIDX RECORDS " WS-REMOVED-TEXT "   " WS-COUNT-EDIT
        "  BYTES " WS-BYTES-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-REMOVED TO WS-COUNT-EDIT.
    MOVE WS-VIDX-BYTES TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "VALIDX ENTRIES " WS-REMOVED-TEXT "     " WS-COUNT-EDIT
        "  BYTES " WS-BYTES-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-NOT-FOUND TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  VALIDX ENTRY NOT ON INDEX    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TOTAL-BYTES TO WS-BYTES-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TOTAL SPACE " WS-REMOVED-TEXT "                  BYTES "
        WS-BYTES-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF CONSOL-HALTED
        MOVE "CONSOLIDATION INCOMPLETE - SEE SYSOUT, RERUN APPLY"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    DISPLAY "FIBDC1: DUPLICATE RUNS " WS-ACTION-TEXT " " WS-RUNS-RETIRED
        ", TERMS " WS-REMOVED-TEXT " " WS-TERMS-REMOVED.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBDC1 DUPLICATE RUN CONSOLIDATION  DATE: "
        WS-RUN-DATE-EDIT "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
WRITE-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
