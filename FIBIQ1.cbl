*> interactive inquiry over the TERMSIDX KSDS, run from a terminal
*> session between batches: position lookup, value search, and
*> forward/backward browse within a stored run, plus a shop-wide
*> value search over the VALIDX where-used index. a run that has
*> been extended (or is itself an extension) is looked up and
*> browsed as one sequence across every run in its chain, and a run
*> retired as a duplicate is read through its alias
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBIQ1.

        ACCESS MODE IS DYNAMIC
        RECORD KEY IS VIDX-KEY
        FILE STATUS IS WS-VIDX-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.
COPY TERMREC.
FD  VALUE-INDEX.
COPY VIDXREC.
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  ALIAS-FILE.
COPY ALIASREC.

WORKING-STORAGE SECTION.
77 WS-TERMS-STATUS PIC XX.
77 WS-POS-EDIT PIC ZZZ9.
77 WS-SEQ-EDIT PIC ZZZZZ9.
77 WS-VALUE-EDIT PIC -(18)9.
77 WS-ENTERED-RUN-DATE PIC 9(8).
77 WS-ENTERED-RUN-SEQ PIC 9(6).
77 WS-CURR-POSITION PIC 9(4) VALUE 0.
77 WS-COUNT-EDIT PIC Z9.
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

PROCEDURE DIVISION.
PARA1.
            DISPLAY "FIBIQ1: VALUE INDEX NOT AVAILABLE, STATUS="
                WS-VIDX-STATUS " - SHOP-WIDE SEARCH DISABLED"
        END-IF
        PERFORM LOAD-EXTENSION-TABLE
        DISPLAY "FIBIQ1 TERM INQUIRY"
        DISPLAY "  P = LOOK UP A POSITION IN A RUN"
        DISPLAY "  V = SEARCH A RUN FOR A VALUE"
            DISPLAY "FIBIQ1: POSITION MUST BE 4 NUMERIC DIGITS"
        ELSE
            MOVE WS-POS-IN TO WS-SEL-POSITION
            MOVE "N" TO WS-FOUND
            MOVE 1 TO WS-SEG-IX
            PERFORM SCAN-SEGMENT-FOR-POSITION
                UNTIL WS-SEG-IX > WS-SEG-COUNT OR TERM-FOUND
            IF TERM-FOUND
                MOVE "Y" TO WS-CURR-VALID
                PERFORM DISPLAY-TERM-RECORD
            ELSE
                MOVE "N" TO WS-CURR-VALID
                DISPLAY "FIBIQ1: POSITION " WS-SEL-POSITION
                    " NOT STORED FOR RUN " WS-ENTERED-RUN-DATE
                    "/" WS-ENTERED-RUN-SEQ
            END-IF
        END-IF
    END-IF.
            DISPLAY "FIBIQ1: VALUE MUST BE NUMERIC WITH AN OPTIONAL"
                " LEADING + OR -"
        ELSE
            MOVE "N" TO WS-FOUND
            MOVE 1 TO WS-SEG-IX
            PERFORM SCAN-SEGMENT-FOR-VALUE
                UNTIL WS-SEG-IX > WS-SEG-COUNT OR TERM-FOUND
            IF TERM-FOUND
                MOVE "Y" TO WS-CURR-VALID
                PERFORM DISPLAY-TERM-RECORD
                MOVE "N" TO WS-CURR-VALID
                MOVE WS-SEL-VALUE TO WS-VALUE-EDIT
                DISPLAY "FIBIQ1: VALUE " WS-VALUE-EDIT
                    " NOT STORED FOR RUN " WS-ENTERED-RUN-DATE
                    "/" WS-ENTERED-RUN-SEQ
            END-IF
        END-IF
    END-IF.
        IF CURRENT-TERM-VALID
            IF TERM-KEY-RUN-DATE = WS-SEL-RUN-DATE
                    AND TERM-KEY-RUN-SEQ = WS-SEL-RUN-SEQ
                    AND TERM-KEY-POSITION <= WS-ALIAS-LIMIT
                    AND TERM-KEY-POSITION <= WS-SEG-LIMIT(WS-SEG-IX)
                PERFORM DISPLAY-TERM-RECORD
            ELSE
                PERFORM BROWSE-INTO-NEXT-SEGMENT
            END-IF
        END-IF
    END-IF.
                    AND TERM-KEY-RUN-SEQ = WS-SEL-RUN-SEQ
                PERFORM DISPLAY-TERM-RECORD
            ELSE
                PERFORM BROWSE-INTO-PRIOR-SEGMENT
            END-IF
        END-IF
    END-IF.
*> a browse that runs off the end of one run of an extended sequence
*> carries on at the first term of the run that extends it
BROWSE-INTO-NEXT-SEGMENT.
    IF WS-SEG-IX < WS-SEG-COUNT
        ADD 1 TO WS-SEG-IX
        MOVE WS-SEG-DATE(WS-SEG-IX) TO WS-SEL-RUN-DATE
        MOVE WS-SEG-SEQ(WS-SEG-IX) TO WS-SEL-RUN-SEQ
        PERFORM START-RUN-BROWSE
    ELSE
        MOVE "Y" TO WS-SCAN-DONE
    END-IF.
    IF SCAN-DONE
        MOVE "N" TO WS-CURR-VALID
        DISPLAY "FIBIQ1: END OF RUN " WS-SEL-RUN-DATE
            "/" WS-SEL-RUN-SEQ
    ELSE
        PERFORM DISPLAY-TERM-RECORD
    END-IF.
*> and backward off the start of an extension, at the last term of
*> the run it extends
BROWSE-INTO-PRIOR-SEGMENT.
    MOVE "N" TO WS-FOUND.
    IF WS-SEG-IX > 1 AND WS-CURR-POSITION > 1
        SUBTRACT 1 FROM WS-SEG-IX
        COMPUTE WS-SEL-POSITION = WS-CURR-POSITION - 1
        MOVE WS-SEG-DATE(WS-SEG-IX) TO WS-SEL-RUN-DATE
        MOVE WS-SEG-SEQ(WS-SEG-IX) TO WS-SEL-RUN-SEQ
        PERFORM START-RUN-BROWSE
        PERFORM SCAN-FOR-POSITION UNTIL SCAN-DONE
    END-IF.
    IF TERM-FOUND
        PERFORM DISPLAY-TERM-RECORD
    ELSE
        MOVE "N" TO WS-CURR-VALID
        DISPLAY "FIBIQ1: START OF RUN " WS-SEL-RUN-DATE
            "/" WS-SEL-RUN-SEQ
    END-IF.
SHOPWIDE-VALUE-SEARCH.
    IF NOT VALUE-INDEX-USABLE
        DISPLAY "FIBIQ1: VALUE INDEX NOT AVAILABLE - SHOP-WIDE"
    ELSE
        MOVE WS-DATE-IN TO WS-SEL-RUN-DATE
        MOVE WS-SEQ-IN TO WS-SEL-RUN-SEQ
        MOVE WS-DATE-IN TO WS-ENTERED-RUN-DATE
        MOVE WS-SEQ-IN TO WS-ENTERED-RUN-SEQ
        MOVE "Y" TO WS-KEYS-VALID
        MOVE WS-DATE-IN TO WS-ALIAS-DATE
        MOVE WS-SEQ-IN TO WS-ALIAS-SEQ
        PERFORM RESOLVE-RUN-ALIAS
        IF RUN-IS-ALIASED
            MOVE 1 TO WS-SEG-COUNT
            MOVE WS-ALIAS-DATE TO WS-SEG-DATE(1)
            MOVE WS-ALIAS-SEQ TO WS-SEG-SEQ(1)
            MOVE 0 TO WS-SEG-BASE(1)
            MOVE 9999 TO WS-SEG-LIMIT(1)
            MOVE 1 TO WS-SEG-IX
            MOVE WS-ALIAS-DATE TO WS-SEL-RUN-DATE
            MOVE WS-ALIAS-SEQ TO WS-SEL-RUN-SEQ
            MOVE WS-ALIAS-LIMIT TO WS-POS-EDIT
            DISPLAY "FIBIQ1: RUN " WS-ENTERED-RUN-DATE "/"
                WS-ENTERED-RUN-SEQ " WAS RETIRED AS A DUPLICATE - READ AS"
                " THE FIRST " WS-POS-EDIT " TERMS OF RUN " WS-ALIAS-DATE
                "/" WS-ALIAS-SEQ
        ELSE
            MOVE WS-DATE-IN TO WS-SEG-HOLD-DATE
            MOVE WS-SEQ-IN TO WS-SEG-HOLD-SEQ
            PERFORM BUILD-RUN-CHAIN
            IF WS-SEG-COUNT > 1
                MOVE WS-SEG-COUNT TO WS-COUNT-EDIT
                DISPLAY "FIBIQ1: RUN " WS-ENTERED-RUN-DATE "/"
                    WS-ENTERED-RUN-SEQ " IS PART OF AN EXTENDED SEQUENCE OF "
                    WS-COUNT-EDIT " RUNS, READ AS ONE"
            END-IF
        END-IF
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
EDIT-VALUE-INPUT.
    MOVE "Y" TO WS-VALUE-OK.
    IF WS-VALUE-IN = SPACES
    IF NOT SCAN-DONE
        IF TERM-KEY-RUN-DATE NOT = WS-SEL-RUN-DATE
                OR TERM-KEY-RUN-SEQ NOT = WS-SEL-RUN-SEQ
                OR TERM-KEY-POSITION > WS-ALIAS-LIMIT
                OR TERM-KEY-POSITION > WS-SEG-LIMIT(WS-SEG-IX)
            MOVE "Y" TO WS-SCAN-DONE
        END-IF
    END-IF.
SCAN-SEGMENT-FOR-POSITION.
    MOVE WS-SEG-DATE(WS-SEG-IX) TO WS-SEL-RUN-DATE.
    MOVE WS-SEG-SEQ(WS-SEG-IX) TO WS-SEL-RUN-SEQ.
    PERFORM START-RUN-BROWSE.
    PERFORM SCAN-FOR-POSITION UNTIL SCAN-DONE.
    IF NOT TERM-FOUND
        ADD 1 TO WS-SEG-IX
    END-IF.
SCAN-SEGMENT-FOR-VALUE.
    MOVE WS-SEG-DATE(WS-SEG-IX) TO WS-SEL-RUN-DATE.
    MOVE WS-SEG-SEQ(WS-SEG-IX) TO WS-SEL-RUN-SEQ.
    PERFORM START-RUN-BROWSE.
    PERFORM SCAN-FOR-VALUE UNTIL SCAN-DONE.
    IF NOT TERM-FOUND
        ADD 1 TO WS-SEG-IX
    END-IF.
SCAN-FOR-POSITION.
    IF TERM-KEY-POSITION = WS-SEL-POSITION
        MOVE "Y" TO WS-FOUND
        PERFORM READ-NEXT-TERM
    END-IF.
DISPLAY-TERM-RECORD.
    MOVE TERM-KEY-POSITION TO WS-CURR-POSITION.
    MOVE TERM-KEY-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE TERM-KEY-POSITION TO WS-POS-EDIT.
    MOVE TERM-VALUE TO WS-VALUE-EDIT.
        "  N " TERM-KEY-N
        "  POSITION " WS-POS-EDIT
        "  VALUE " WS-VALUE-EDIT.
*> holds every extension (mode E) run logged on CTLLOG with the run
*> it extends; without the log each run is read on its own
LOAD-EXTENSION-TABLE.
    MOVE 0 TO WS-EXT-COUNT.
    MOVE "N" TO WS-EXT-LOG-EOF.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "FIBIQ1: CONTROL LOG NOT AVAILABLE, STATUS="
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
        DISPLAY "FIBIQ1: MORE THAN 2000 EXTENSION RUNS ON CTLLOG -"
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
    MOVE 1 TO WS-SEG-IX.
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
