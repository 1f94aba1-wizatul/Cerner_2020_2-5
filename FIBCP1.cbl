*> side-by-side comparison of two stored runs in TERMSIDX; a run
*> that has been extended (or is itself an extension) is compared
*> as one sequence across every run in its chain, and a run retired
*> as a duplicate is compared through its alias
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBCP1.

        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.
01  PRINT-RECORD                PIC X(80).
FD  TERMS-FILE.
COPY TERMREC.
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  ALIAS-FILE.
COPY ALIASREC.

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
    05 WS-RUN2-SEQ PIC 9(6).
77 WS-RUN1-COUNT PIC 9(4) VALUE 0.
77 WS-RUN2-COUNT PIC 9(4) VALUE 0.
77 WS-RUN1-SEGS PIC 9(2) VALUE 0.
77 WS-RUN2-SEGS PIC 9(2) VALUE 0.
01 WS-RUN1-TABLE.
    05 WS-RUN1-VALUE OCCURS 9999 PIC S9(18) COMP-3.
01 WS-RUN2-TABLE.
77 WS-DELTA-EDIT PIC -(18)9.
77 WS-COUNT-EDIT PIC ZZZZ9.
01 WS-PRINT-LINE PIC X(80).
*> extension runs on CTLLOG, so a run and the runs that extend it
*> (or that it extends) can be read as one logical sequence
77 WS-LOG-STATUS PIC XX.
77 WS-EXT-USABLE PIC X VALUE "N".
    88 EXTENSIONS-USABLE VALUE "Y".
77 WS-EXT-LOG-EOF PIC X VALUE "N".
    88 EXT-LOG-EOF VALUE "Y".
77 WS-EXT-COUNT PIC 9(4) COMP VALUE 0.
77 WS-EXT-IX PIC 9(4) COMP.
77 WS-EXT-PICK PIC 9(4) COMP.
77 WS-EXT-FOUND PIC X VALUE "N".
    88 EXT-ENTRY-FOUND VALUE "Y".
01 WS-EXT-TABLE.
    05 WS-EXT-ENTRY OCCURS 2000.
        10 WS-EXT-DATE PIC 9(8).
        10 WS-EXT-SEQ PIC 9(6).
        10 WS-EXT-PARENT-DATE PIC 9(8).
        10 WS-EXT-PARENT-SEQ PIC 9(6).
        10 WS-EXT-END PIC 9(4).
        10 WS-EXT-BASE PIC 9(4).
77 WS-SEG-COUNT PIC 9(2) COMP VALUE 0.
77 WS-SEG-IX PIC 9(2) COMP.
77 WS-SEG-LOW PIC 9(2) COMP.
77 WS-SEG-HIGH PIC 9(2) COMP.
77 WS-SEG-DONE PIC X VALUE "N".
    88 CHAIN-DONE VALUE "Y".
*> a segment is read no further than the base position the next
*> segment extends from, which is short of its end when the next
*> run extends a retired duplicate of it
01 WS-SEG-TABLE.
    05 WS-SEG-ENTRY OCCURS 50.
        10 WS-SEG-DATE PIC 9(8).
        10 WS-SEG-SEQ PIC 9(6).
        10 WS-SEG-BASE PIC 9(4).
        10 WS-SEG-LIMIT PIC 9(4).
01 WS-SEG-HOLD.
    05 WS-SEG-HOLD-DATE PIC 9(8).
    05 WS-SEG-HOLD-SEQ PIC 9(6).
    05 WS-SEG-HOLD-BASE PIC 9(4).
    05 WS-SEG-HOLD-LIMIT PIC 9(4).
77 WS-LOAD-LIMIT PIC 9(4) VALUE 9999.
*> a run retired as a duplicate by FIBDC1 is read as the first terms
*> of the canonical run named on ALIASF, no further than it held
77 WS-ALIAS-STATUS PIC XX.
77 WS-ALIAS-EOF PIC X VALUE "N".
    88 ALIAS-EOF VALUE "Y".
77 WS-ALIAS-HIT PIC X VALUE "N".
    88 ALIAS-HIT VALUE "Y".
77 WS-ALIASED PIC X VALUE "N".
    88 RUN-IS-ALIASED VALUE "Y".
77 WS-ALIAS-HOPS PIC 9(2) COMP.
77 WS-ALIAS-DATE PIC 9(8).
77 WS-ALIAS-SEQ PIC 9(6).
77 WS-ALIAS-N PIC 9(4).
77 WS-ALIAS-LIMIT PIC 9(4) VALUE 9999.
01 WS-RUN-ALIAS-TABLE.
    05 WS-RUN-ALIAS-ENTRY OCCURS 2.
        10 WS-RUN-ALIASED PIC X.
        10 WS-RUN-CANON-DATE PIC 9(8).
        10 WS-RUN-CANON-SEQ PIC 9(6).
        10 WS-RUN-CANON-LIMIT PIC 9(4).

PROCEDURE DIVISION.
PARA1.
                    " STATUS=" WS-TERMS-STATUS
                MOVE 16 TO RETURN-CODE
            ELSE
                PERFORM LOAD-EXTENSION-TABLE
                PERFORM LOAD-BOTH-RUNS
                CLOSE TERMS-FILE
                PERFORM WRITE-REPORT-HEADER
    MOVE 1 TO WS-LOAD-SIDE.
    MOVE WS-RUN1-DATE TO WS-SEL-RUN-DATE.
    MOVE WS-RUN1-SEQ TO WS-SEL-RUN-SEQ.
    PERFORM LOAD-RUN-CHAIN.
    MOVE WS-SEG-COUNT TO WS-RUN1-SEGS.
    MOVE 2 TO WS-LOAD-SIDE.
    MOVE WS-RUN2-DATE TO WS-SEL-RUN-DATE.
    MOVE WS-RUN2-SEQ TO WS-SEL-RUN-SEQ.
    PERFORM LOAD-RUN-CHAIN.
    MOVE WS-SEG-COUNT TO WS-RUN2-SEGS.
*> each side is loaded run by run along its chain, so an extended
*> run's positions follow on from those of the run it extends
LOAD-RUN-CHAIN.
    MOVE WS-SEL-RUN-DATE TO WS-ALIAS-DATE.
    MOVE WS-SEL-RUN-SEQ TO WS-ALIAS-SEQ.
    PERFORM RESOLVE-RUN-ALIAS.
    MOVE WS-ALIASED TO WS-RUN-ALIASED(WS-LOAD-SIDE).
    IF RUN-IS-ALIASED
        MOVE WS-ALIAS-DATE TO WS-RUN-CANON-DATE(WS-LOAD-SIDE)
        MOVE WS-ALIAS-SEQ TO WS-RUN-CANON-SEQ(WS-LOAD-SIDE)
        MOVE WS-ALIAS-LIMIT TO WS-RUN-CANON-LIMIT(WS-LOAD-SIDE)
        MOVE 1 TO WS-SEG-COUNT
        MOVE WS-ALIAS-DATE TO WS-SEG-DATE(1)
        MOVE WS-ALIAS-SEQ TO WS-SEG-SEQ(1)
        MOVE 0 TO WS-SEG-BASE(1)
        MOVE 9999 TO WS-SEG-LIMIT(1)
    ELSE
        MOVE WS-SEL-RUN-DATE TO WS-SEG-HOLD-DATE
        MOVE WS-SEL-RUN-SEQ TO WS-SEG-HOLD-SEQ
        PERFORM BUILD-RUN-CHAIN
    END-IF.
    MOVE 1 TO WS-SEG-IX.
    PERFORM LOAD-RUN-TERMS UNTIL WS-SEG-IX > WS-SEG-COUNT.
LOAD-RUN-TERMS.
    MOVE WS-SEG-DATE(WS-SEG-IX) TO WS-SEL-RUN-DATE.
    MOVE WS-SEG-SEQ(WS-SEG-IX) TO WS-SEL-RUN-SEQ.
    MOVE WS-SEG-LIMIT(WS-SEG-IX) TO WS-LOAD-LIMIT.
    ADD 1 TO WS-SEG-IX.
    MOVE "N" TO WS-LOAD-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    MOVE WS-SEL-RUN-DATE TO TERM-KEY-RUN-DATE.
    IF NOT LOAD-DONE
        IF TERM-KEY-RUN-DATE NOT = WS-SEL-RUN-DATE
                OR TERM-KEY-RUN-SEQ NOT = WS-SEL-RUN-SEQ
                OR TERM-KEY-POSITION > WS-ALIAS-LIMIT
                OR TERM-KEY-POSITION > WS-LOAD-LIMIT
            MOVE "Y" TO WS-LOAD-DONE
        END-IF
    END-IF.
            " TERMS - NO COMPARISON DONE"
        MOVE 4 TO RETURN-CODE
    ELSE
        IF WS-RUN1-SEGS > 1
            MOVE 1 TO WS-LOAD-SIDE
            MOVE WS-RUN1-SEGS TO WS-COUNT-EDIT
            PERFORM WRITE-CHAIN-NOTE
        END-IF
        IF WS-RUN2-SEGS > 1
            MOVE 2 TO WS-LOAD-SIDE
            MOVE WS-RUN2-SEGS TO WS-COUNT-EDIT
            PERFORM WRITE-CHAIN-NOTE
        END-IF
        MOVE 1 TO WS-LOAD-SIDE
        PERFORM WRITE-ALIAS-NOTE
        MOVE 2 TO WS-LOAD-SIDE
        PERFORM WRITE-ALIAS-NOTE
        MOVE SPACES TO WS-PRINT-LINE
        MOVE "   TERM POSITION" TO WS-PRINT-LINE(1:16)
        MOVE "RUN 1 VALUE" TO WS-PRINT-LINE(18:11)
            UNTIL WS-COMPARE-IX > WS-COMMON-COUNT
        PERFORM WRITE-VERDICT-LINES
    END-IF.
WRITE-CHAIN-NOTE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "RUN " WS-LOAD-SIDE " IS AN EXTENDED SEQUENCE OF "
        WS-COUNT-EDIT " RUNS, COMPARED AS ONE"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
WRITE-ALIAS-NOTE.
    IF WS-RUN-ALIASED(WS-LOAD-SIDE) = "Y"
        MOVE WS-RUN-CANON-SEQ(WS-LOAD-SIDE) TO WS-SEQ-EDIT
        MOVE WS-RUN-CANON-LIMIT(WS-LOAD-SIDE) TO WS-POS-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "RUN " WS-LOAD-SIDE " RETIRED AS A DUPLICATE - FIRST "
            WS-POS-EDIT " TERMS OF RUN "
            WS-RUN-CANON-DATE(WS-LOAD-SIDE) "/" WS-SEQ-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
COMPARE-TERM-PAIR.
    COMPUTE WS-DELTA = WS-RUN2-VALUE(WS-COMPARE-IX)
        - WS-RUN1-VALUE(WS-COMPARE-IX).
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
RESOLVE-RUN-ALIAS.
    MOVE "N" TO WS-ALIASED.
    MOVE 9999 TO WS-ALIAS-LIMIT.
    MOVE 0 TO WS-ALIAS-HOPS.
    MOVE "Y" TO WS-ALIAS-HIT.
    PERFORM FIND-RUN-ALIAS UNTIL NOT ALIAS-HIT OR WS-ALIAS-HOPS > 10.
FIND-RUN-ALIAS.
    MOVE "N" TO WS-ALIAS-HIT.
    MOVE "N" TO WS-ALIAS-EOF.
    OPEN INPUT ALIAS-FILE.
    IF WS-ALIAS-STATUS = "00"
        PERFORM SCAN-ALIAS-FILE UNTIL ALIAS-EOF
        CLOSE ALIAS-FILE
    END-IF.
    ADD 1 TO WS-ALIAS-HOPS.
SCAN-ALIAS-FILE.
    READ ALIAS-FILE
        AT END
            MOVE "Y" TO WS-ALIAS-EOF
        NOT AT END
            IF ALS-RETIRED-DATE = WS-ALIAS-DATE
                    AND ALS-RETIRED-SEQ = WS-ALIAS-SEQ
                MOVE "Y" TO WS-ALIAS-HIT
                MOVE "Y" TO WS-ALIAS-EOF
                IF NOT RUN-IS-ALIASED
                    MOVE ALS-RETIRED-TERMS TO WS-ALIAS-LIMIT
                END-IF
                MOVE "Y" TO WS-ALIASED
                MOVE ALS-CANON-DATE TO WS-ALIAS-DATE
                MOVE ALS-CANON-SEQ TO WS-ALIAS-SEQ
                MOVE ALS-CANON-N TO WS-ALIAS-N
            END-IF
    END-READ.
*> holds every extension (mode E) run logged on CTLLOG with the run
*> it extends; without the log each run is read on its own
LOAD-EXTENSION-TABLE.
    MOVE 0 TO WS-EXT-COUNT.
    MOVE "N" TO WS-EXT-LOG-EOF.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "FIBCP1: CONTROL LOG NOT AVAILABLE, STATUS="
            WS-LOG-STATUS " - EXTENDED RUNS READ ONE RUN AT A TIME"
    ELSE
        MOVE "Y" TO WS-EXT-USABLE
        PERFORM READ-EXTENSION-LOG UNTIL EXT-LOG-EOF
        CLOSE CONTROL-LOG
    END-IF.
READ-EXTENSION-LOG.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-EXT-LOG-EOF
        NOT AT END
            IF LOG-MODE = "E"
                    AND LOG-SOURCE-DATE IS NUMERIC
                    AND LOG-SOURCE-SEQ IS NUMERIC
                    AND LOG-SOURCE-SEQ = LOG-TRANS-SEQ-NO
                    AND LOG-PARENT-DATE IS NUMERIC
                    AND LOG-PARENT-SEQ IS NUMERIC
                    AND LOG-TERMS-PRODUCED IS NUMERIC
                    AND LOG-BASE-POSITION IS NUMERIC
                PERFORM HOLD-EXTENSION-ENTRY
            END-IF
    END-READ.
HOLD-EXTENSION-ENTRY.
    IF WS-EXT-COUNT < 2000
        ADD 1 TO WS-EXT-COUNT
        MOVE LOG-SOURCE-DATE TO WS-EXT-DATE(WS-EXT-COUNT)
        MOVE LOG-SOURCE-SEQ TO WS-EXT-SEQ(WS-EXT-COUNT)
        MOVE LOG-PARENT-DATE TO WS-EXT-PARENT-DATE(WS-EXT-COUNT)
        MOVE LOG-PARENT-SEQ TO WS-EXT-PARENT-SEQ(WS-EXT-COUNT)
        MOVE LOG-TERMS-PRODUCED TO WS-EXT-END(WS-EXT-COUNT)
        MOVE LOG-BASE-POSITION TO WS-EXT-BASE(WS-EXT-COUNT)
    ELSE
        DISPLAY "FIBCP1: MORE THAN 2000 EXTENSION RUNS ON CTLLOG -"
            " LATER EXTENSIONS READ ONE RUN AT A TIME"
        MOVE "Y" TO WS-EXT-LOG-EOF
    END-IF.
*> builds the run chain holding the run in WS-SEG-HOLD: back through
*> the runs it extends to the root, reversed into reading order,
*> then forward through the longest extension of each run in turn
BUILD-RUN-CHAIN.
    MOVE 1 TO WS-SEG-COUNT.
    MOVE WS-SEG-HOLD-DATE TO WS-SEG-DATE(1).
    MOVE WS-SEG-HOLD-SEQ TO WS-SEG-SEQ(1).
    MOVE 0 TO WS-SEG-BASE(1).
    IF EXTENSIONS-USABLE
        MOVE "N" TO WS-SEG-DONE
        PERFORM ADD-PARENT-SEGMENT UNTIL CHAIN-DONE
        MOVE 1 TO WS-SEG-LOW
        MOVE WS-SEG-COUNT TO WS-SEG-HIGH
        PERFORM SWAP-CHAIN-SEGMENTS UNTIL WS-SEG-LOW >= WS-SEG-HIGH
        MOVE "N" TO WS-SEG-DONE
        PERFORM ADD-CHILD-SEGMENT UNTIL CHAIN-DONE
    END-IF.
    MOVE 1 TO WS-SEG-IX.
    PERFORM SET-SEGMENT-LIMIT UNTIL WS-SEG-IX > WS-SEG-COUNT.
SET-SEGMENT-LIMIT.
    IF WS-SEG-IX < WS-SEG-COUNT
        MOVE WS-SEG-BASE(WS-SEG-IX + 1) TO WS-SEG-LIMIT(WS-SEG-IX)
    ELSE
        MOVE 9999 TO WS-SEG-LIMIT(WS-SEG-IX)
    END-IF.
    ADD 1 TO WS-SEG-IX.
ADD-PARENT-SEGMENT.
    MOVE "N" TO WS-EXT-FOUND.
    MOVE 1 TO WS-EXT-IX.
    PERFORM FIND-EXTENSION-ENTRY
        UNTIL WS-EXT-IX > WS-EXT-COUNT OR EXT-ENTRY-FOUND.
    IF EXT-ENTRY-FOUND AND WS-SEG-COUNT < 50
        MOVE WS-EXT-BASE(WS-EXT-IX) TO WS-SEG-BASE(WS-SEG-COUNT)
        ADD 1 TO WS-SEG-COUNT
        MOVE WS-EXT-PARENT-DATE(WS-EXT-IX) TO WS-SEG-DATE(WS-SEG-COUNT)
        MOVE WS-EXT-PARENT-SEQ(WS-EXT-IX) TO WS-SEG-SEQ(WS-SEG-COUNT)
        MOVE 0 TO WS-SEG-BASE(WS-SEG-COUNT)
    ELSE
        MOVE "Y" TO WS-SEG-DONE
    END-IF.
FIND-EXTENSION-ENTRY.
    IF WS-EXT-DATE(WS-EXT-IX) = WS-SEG-DATE(WS-SEG-COUNT)
            AND WS-EXT-SEQ(WS-EXT-IX) = WS-SEG-SEQ(WS-SEG-COUNT)
        MOVE "Y" TO WS-EXT-FOUND
    ELSE
        ADD 1 TO WS-EXT-IX
    END-IF.
SWAP-CHAIN-SEGMENTS.
    MOVE WS-SEG-ENTRY(WS-SEG-LOW) TO WS-SEG-HOLD.
    MOVE WS-SEG-ENTRY(WS-SEG-HIGH) TO WS-SEG-ENTRY(WS-SEG-LOW).
    MOVE WS-SEG-HOLD TO WS-SEG-ENTRY(WS-SEG-HIGH).
    ADD 1 TO WS-SEG-LOW.
    SUBTRACT 1 FROM WS-SEG-HIGH.
ADD-CHILD-SEGMENT.
    MOVE 0 TO WS-EXT-PICK.
    MOVE 1 TO WS-EXT-IX.
    PERFORM PICK-CHILD-EXTENSION UNTIL WS-EXT-IX > WS-EXT-COUNT.
    IF WS-EXT-PICK > 0 AND WS-SEG-COUNT < 50
        ADD 1 TO WS-SEG-COUNT
        MOVE WS-EXT-DATE(WS-EXT-PICK) TO WS-SEG-DATE(WS-SEG-COUNT)
        MOVE WS-EXT-SEQ(WS-EXT-PICK) TO WS-SEG-SEQ(WS-SEG-COUNT)
        MOVE WS-EXT-BASE(WS-EXT-PICK) TO WS-SEG-BASE(WS-SEG-COUNT)
    ELSE
        MOVE "Y" TO WS-SEG-DONE
    END-IF.
PICK-CHILD-EXTENSION.
    IF WS-EXT-PARENT-DATE(WS-EXT-IX) = WS-SEG-DATE(WS-SEG-COUNT)
            AND WS-EXT-PARENT-SEQ(WS-EXT-IX) = WS-SEG-SEQ(WS-SEG-COUNT)
        IF WS-EXT-PICK = 0
            MOVE WS-EXT-IX TO WS-EXT-PICK
        ELSE
            IF WS-EXT-END(WS-EXT-IX) > WS-EXT-END(WS-EXT-PICK)
                    OR (WS-EXT-END(WS-EXT-IX) = WS-EXT-END(WS-EXT-PICK)
                    AND WS-EXT-BASE(WS-EXT-IX) > WS-EXT-BASE(WS-EXT-PICK))
                MOVE WS-EXT-IX TO WS-EXT-PICK
            END-IF
        END-IF
    END-IF.
    ADD 1 TO WS-EXT-IX.
