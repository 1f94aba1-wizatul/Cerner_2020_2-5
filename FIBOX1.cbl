*> which extract generation with their term count and hash, so the
*> default incremental mode cuts only runs not yet sent, a reship
*> mode can recut a named prior generation after a lost feed, and
*> the legacy date-range mode remains for ad hoc cuts. terms of a
*> residue run (mode M) go out as R records carrying the modulus
*> from CTLLOG, never as D records, so no feed takes them as values
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBOX1.

    SELECT SEND-CONTROL ASSIGN TO "SENDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCTL-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT TERMS-FILE ASSIGN TO "TERMSIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    05  SCTL-COUNT              PIC 9(8).
    05  FILLER                  PIC X.
    05  SCTL-HASH               PIC S9(18) SIGN LEADING SEPARATE.
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  TERMS-FILE.
COPY TERMREC.

        10 WS-SENT-RUN-SEQ PIC 9(6).
        10 WS-SENT-COUNT PIC 9(8).
        10 WS-SENT-HASH PIC S9(18) COMP-3.
77 WS-LOG-STATUS PIC XX.
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-RES-CNT PIC 9(5) COMP VALUE 0.
77 WS-RES-IX PIC 9(5) COMP.
77 WS-MODULUS-OUT PIC 9(9) VALUE 0.
01 WS-RES-TABLE.
    05 WS-RES-ENTRY OCCURS 2000.
        10 WS-RES-RUN-DATE PIC 9(8).
        10 WS-RES-RUN-SEQ PIC 9(6).
        10 WS-RES-MODULUS PIC 9(9).
01 WS-MOD-RUN.
    05 WS-MOD-RUN-DATE PIC 9(8) VALUE 0.
    05 WS-MOD-RUN-SEQ PIC 9(6) VALUE 0.
01 WS-CURR-RUN.
    05 WS-CURR-RUN-DATE PIC 9(8).
    05 WS-CURR-RUN-SEQ PIC 9(6).
    IF RETURN-CODE = 0 AND NOT EXTF-RANGE
        PERFORM LOAD-SEND-CONTROL
    END-IF.
    IF RETURN-CODE = 0
        PERFORM LOAD-RESIDUE-RUNS
    END-IF.
    IF RETURN-CODE = 0
        PERFORM SET-OUTPUT-GENERATION
    END-IF.
        END-IF
        PERFORM READ-SEND-CONTROL
    END-IF.
LOAD-RESIDUE-RUNS.
    MOVE 0 TO WS-RES-CNT.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBOX1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM LOAD-RESIDUE-ENTRY UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
LOAD-RESIDUE-ENTRY.
    IF LOG-MODE = "M" AND LOG-SOURCE-DATE IS NUMERIC
            AND LOG-SOURCE-SEQ IS NUMERIC AND LOG-MODULUS IS NUMERIC
        IF WS-RES-CNT >= 2000
            DISPLAY "FIBOX1: CONTROL LOG HOLDS OVER 2000 RESIDUE"
                " RUNS - RUN A HOUSEKEEPING PASS"
            MOVE 16 TO RETURN-CODE
            MOVE "Y" TO WS-LOG-EOF
        ELSE
            ADD 1 TO WS-RES-CNT
            MOVE LOG-SOURCE-DATE TO WS-RES-RUN-DATE(WS-RES-CNT)
            MOVE LOG-SOURCE-SEQ TO WS-RES-RUN-SEQ(WS-RES-CNT)
            MOVE LOG-MODULUS TO WS-RES-MODULUS(WS-RES-CNT)
        END-IF
    END-IF.
    IF NOT LOG-EOF
        PERFORM READ-LOG-RECORD
    END-IF.
SET-OUTPUT-GENERATION.
    EVALUATE TRUE
        WHEN EXTF-RESHIP
WRITE-EXTRACT-DETAIL.
    MOVE TERM-VALUE TO WS-VALUE-OUT.
    MOVE SPACES TO WS-EXTRACT-LINE.
    IF TERM-KEY-SEQ-TYPE = "s" OR "t" OR "w"
        PERFORM FIND-RESIDUE-MODULUS
        STRING "R" "|" TERM-KEY-RUN-DATE "|" TERM-KEY-RUN-SEQ
            "|" TERM-KEY-SEQ-TYPE "|" TERM-KEY-N
            "|" TERM-KEY-POSITION "|" WS-VALUE-OUT
            "|" WS-MODULUS-OUT
            DELIMITED BY SIZE INTO WS-EXTRACT-LINE
        END-STRING
    ELSE
        STRING "D" "|" TERM-KEY-RUN-DATE "|" TERM-KEY-RUN-SEQ
            "|" TERM-KEY-SEQ-TYPE "|" TERM-KEY-N
            "|" TERM-KEY-POSITION "|" WS-VALUE-OUT
            DELIMITED BY SIZE INTO WS-EXTRACT-LINE
        END-STRING
    END-IF.
    WRITE EXTRACT-RECORD FROM WS-EXTRACT-LINE.
    ADD 1 TO WS-EXTRACT-COUNT.
    ADD TERM-VALUE TO WS-HASH-TOTAL.
FIND-RESIDUE-MODULUS.
    IF TERM-KEY-RUN-DATE NOT = WS-MOD-RUN-DATE
            OR TERM-KEY-RUN-SEQ NOT = WS-MOD-RUN-SEQ
        MOVE TERM-KEY-RUN-DATE TO WS-MOD-RUN-DATE
        MOVE TERM-KEY-RUN-SEQ TO WS-MOD-RUN-SEQ
        MOVE 0 TO WS-MODULUS-OUT
        MOVE 1 TO WS-RES-IX
        PERFORM SCAN-RESIDUE-TABLE
            UNTIL WS-RES-IX > WS-RES-CNT OR WS-MODULUS-OUT > 0
        IF WS-MODULUS-OUT = 0
            DISPLAY "FIBOX1: WARNING - RESIDUE RUN " WS-MOD-RUN-DATE
                "/" WS-MOD-RUN-SEQ " NOT ON CONTROL LOG, MODULUS"
                " SENT AS ZERO"
        END-IF
    END-IF.
SCAN-RESIDUE-TABLE.
    IF WS-RES-RUN-DATE(WS-RES-IX) = WS-MOD-RUN-DATE
            AND WS-RES-RUN-SEQ(WS-RES-IX) = WS-MOD-RUN-SEQ
        MOVE WS-RES-MODULUS(WS-RES-IX) TO WS-MODULUS-OUT
    ELSE
        ADD 1 TO WS-RES-IX
    END-IF.
WRITE-HEADER-RECORD.
    MOVE SPACES TO WS-EXTRACT-LINE.
    STRING "H" "|" WS-CD-YYYY WS-CD-MM WS-CD-DD
