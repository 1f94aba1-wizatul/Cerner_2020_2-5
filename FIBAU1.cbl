*> deep audit of the stored runs: regenerates every run logged on
*> CTLLOG from its own seeds, sequence type and weights and compares
*> each TERMSIDX term value position by position, confirms every
*> stored term has exactly one VALIDX where-used entry carrying the
*> right sequence type and N, and lists the VALIDX entries that no
*> longer point at a stored term. a residue run (mode M) is
*> recomputed modulo its logged modulus and, holding no values, has
*> no VALIDX entries to confirm. the REBUILD function instead
*> unloads TERMSIDX into a fresh set of VALIDX entries (VIDXNEW)
*> for the VIDXRB job to sort and reload
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBAU1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "AUPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT VIDX-OUT-FILE ASSIGN TO "VIDXNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VIDXNEW-STATUS.
    SELECT PRINT-FILE ASSIGN TO "AURPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.
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
    05  AUP-FUNCTION            PIC X(7).
    05  FILLER                  PIC X(73).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  VIDX-OUT-FILE.
01  VIDX-OUT-RECORD             PIC X(42).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).
FD  ALIAS-FILE.
COPY ALIASREC.
FD  TERMS-FILE.
COPY TERMREC.
FD  VALUE-INDEX.
COPY VIDXREC.

WORKING-STORAGE SECTION.
77 A PIC S9(18).
77 B PIC S9(18).
77 C PIC S9(18).
77 D PIC S9(18).
77 WS-SEQ-TYPE PIC X VALUE "S".
    88 SEQ-TYPE-THREE-TERM VALUE "T".
    88 SEQ-TYPE-WEIGHTED VALUE "W".
77 WS-WEIGHT-P PIC S9(2).
77 WS-WEIGHT-Q PIC S9(2).
77 WS-MODULUS PIC S9(9) VALUE 0.
77 WS-POSITION PIC 9(4).
77 WS-OVERFLOW-FLAG PIC X VALUE "N".
    88 TERM-OVERFLOW VALUE "Y".
77 WS-PARM-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-VIDXNEW-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-TERMS-STATUS PIC XX.
77 WS-VIDX-STATUS PIC XX.
77 WS-FUNCTION PIC X(7) VALUE SPACES.
    88 FUNCTION-AUDIT VALUE "AUDIT" SPACES.
    88 FUNCTION-REBUILD VALUE "REBUILD".
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-GROUP-DONE PIC X VALUE "N".
    88 GROUP-DONE VALUE "Y".
77 WS-TERMS-EOF PIC X VALUE "N".
    88 TERMS-EOF VALUE "Y".
77 WS-VIDX-EOF PIC X VALUE "N".
    88 VIDX-EOF VALUE "Y".
77 WS-SERVED-REC PIC X VALUE "N".
    88 SERVED-LOG-RECORD VALUE "Y".
77 WS-ENTRY-FOUND PIC X VALUE "N".
    88 ENTRY-FOUND VALUE "Y".
01 WS-GROUP-KEY.
    05 WS-GROUP-RUN-DATE PIC 9(8).
    05 WS-GROUP-RUN-SEQ PIC 9(6).
77 WS-EXPECT-TYPE PIC X.
77 WS-EXPECT-N PIC 9(4).
77 WS-EXPECT-COUNT PIC 9(4).
77 WS-PRIOR-POSITION PIC 9(4).
77 WS-RUN-TERMS PIC 9(6).
77 WS-RUN-DIFFS PIC 9(6).
77 WS-RUN-KEY-BAD PIC X VALUE "N".
    88 RUN-KEY-MISMATCH VALUE "Y".
*> the runs already recomputed from their log record, so the
*> TERMSIDX pass can tell which stored runs have no log record
77 WS-RUN-COUNT PIC 9(5) COMP VALUE 0.
77 WS-RUN-IX PIC 9(5) COMP.
77 WS-RUN-FOUND PIC X VALUE "N".
    88 RUN-FOUND VALUE "Y".
77 WS-RUN-TABLE-FULL PIC X VALUE "N".
    88 RUN-TABLE-FULL VALUE "Y".
01 WS-RUN-TABLE.
    05 WS-RUN-ENTRY OCCURS 10000.
        10 WS-RUN-DATE PIC 9(8).
        10 WS-RUN-SEQ PIC 9(6).
01 WS-PREV-RUN-KEY.
    05 WS-PREV-RUN-DATE PIC 9(8).
    05 WS-PREV-RUN-SEQ PIC 9(6).
01 WS-CHECKED-RUN-KEY.
    05 WS-CHECKED-RUN-DATE PIC 9(8).
    05 WS-CHECKED-RUN-SEQ PIC 9(6).
77 WS-CHECKED-RUN-EXISTS PIC X VALUE "N".
    88 CHECKED-RUN-EXISTS VALUE "Y".
*> a generated run retired by the FIBDC1 consolidation holds no terms
*> of its own; its terms are audited under the canonical run
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
77 WS-ALIAS-SEQ-EDIT PIC ZZZZZ9.
77 WS-RUNS-RETIRED PIC 9(6) VALUE 0.
77 WS-LOG-COUNT PIC 9(6) VALUE 0.
77 WS-RUNS-AUDITED PIC 9(6) VALUE 0.
77 WS-TERMS-RECOMPUTED PIC 9(8) VALUE 0.
77 WS-VALUE-DIFFS PIC 9(6) VALUE 0.
77 WS-RUN-EXCEPTIONS PIC 9(6) VALUE 0.
77 WS-NO-LOG-RUNS PIC 9(6) VALUE 0.
77 WS-TERMS-READ PIC 9(8) VALUE 0.
77 WS-VIDX-MISSING PIC 9(8) VALUE 0.
77 WS-VIDX-WRONG PIC 9(8) VALUE 0.
77 WS-VIDX-READ PIC 9(8) VALUE 0.
77 WS-VIDX-ORPHANS PIC 9(8) VALUE 0.
77 WS-VIDX-STRAYS PIC 9(8) VALUE 0.
77 WS-VIDX-STALE PIC 9(8) VALUE 0.
77 WS-VIDX-WRITTEN PIC 9(8) VALUE 0.
77 WS-RESIDUE-TERMS PIC 9(8) VALUE 0.
77 WS-REBUILD-RUNS PIC 9(6) VALUE 0.
77 WS-EXCEPTION-COUNT PIC 9(8) VALUE 0.
*> individual term lines are capped so a badly drifted index cannot
*> flood the report; the totals still count everything
77 WS-DETAIL-LINES PIC 9(6) VALUE 0.
77 WS-DETAIL-LIMIT PIC 9(6) VALUE 500.
77 WS-RUN-DETAIL-LINES PIC 9(4).
77 WS-RUN-DETAIL-LIMIT PIC 9(4) VALUE 5.
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
77 WS-POS-EDIT PIC ZZZ9.
77 WS-N-EDIT PIC ZZZ9.
77 WS-COUNT-EDIT PIC ZZZZZZZ9.
77 WS-EXPECTED-EDIT PIC ZZZZZ9.
77 WS-FOUND-EDIT PIC ZZZZZ9.
77 WS-VALUE-EDIT PIC -(18)9.
77 WS-CALC-EDIT PIC -(18)9.
77 WS-SUBTITLE PIC X(60).
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBAU1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-PARM-CARD
        EVALUATE TRUE
            WHEN FUNCTION-REBUILD
                MOVE "VALIDX REBUILD FROM TERMSIDX" TO WS-SUBTITLE
                PERFORM WRITE-REPORT-HEADER
                PERFORM REBUILD-VALUE-INDEX
            WHEN FUNCTION-AUDIT
                MOVE "RECOMPUTE AND WHERE-USED INDEX VERIFICATION"
                    TO WS-SUBTITLE
                PERFORM WRITE-REPORT-HEADER
                PERFORM AUDIT-STORED-RUNS
            WHEN OTHER
                DISPLAY "FIBAU1: INVALID FUNCTION " WS-FUNCTION
                    " - MUST BE AUDIT OR REBUILD"
                MOVE 16 TO RETURN-CODE
        END-EVALUATE
        CLOSE PRINT-FILE
        IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.
    STOP RUN.
READ-PARM-CARD.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS = "00"
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE AUP-FUNCTION TO WS-FUNCTION
        END-READ
        CLOSE PARM-FILE
    END-IF.
AUDIT-STORED-RUNS.
    OPEN INPUT TERMS-FILE.
    IF WS-TERMS-STATUS NOT = "00"
        DISPLAY "FIBAU1: UNABLE TO OPEN TERMS INDEX FILE, STATUS="
            WS-TERMS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT VALUE-INDEX
        IF WS-VIDX-STATUS NOT = "00"
            DISPLAY "FIBAU1: UNABLE TO OPEN VALUE INDEX FILE, STATUS="
                WS-VIDX-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM RECOMPUTE-LOGGED-RUNS
            IF RETURN-CODE < 16
                PERFORM VERIFY-TERMS-AGAINST-VALIDX
                PERFORM LIST-ORPHAN-VALIDX-ENTRIES
                PERFORM WRITE-AUDIT-TOTALS
            END-IF
            CLOSE VALUE-INDEX
        END-IF
        CLOSE TERMS-FILE
    END-IF.
*>------------------------------------------------------------------
*> pass 1 - every generated run on CTLLOG regenerated and compared
*>------------------------------------------------------------------
RECOMPUTE-LOGGED-RUNS.
    MOVE "PASS 1 - STORED TERMS AGAINST AN INDEPENDENT RECOMPUTE"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "35"
        MOVE "NO CONTROL LOG PRESENT - NO RUNS TO RECOMPUTE"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBAU1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM AUDIT-LOG-RECORD UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
AUDIT-LOG-RECORD.
    ADD 1 TO WS-LOG-COUNT.
    MOVE LOG-YYYY TO WS-GROUP-RUN-DATE(1:4).
    MOVE LOG-MM TO WS-GROUP-RUN-DATE(5:2).
    MOVE LOG-DD TO WS-GROUP-RUN-DATE(7:2).
    MOVE LOG-TRANS-SEQ-NO TO WS-GROUP-RUN-SEQ.
    MOVE "N" TO WS-SERVED-REC.
    IF LOG-SOURCE-DATE IS NUMERIC AND LOG-SOURCE-SEQ IS NUMERIC
        IF LOG-SOURCE-DATE NOT = WS-GROUP-RUN-DATE
                OR LOG-SOURCE-SEQ NOT = WS-GROUP-RUN-SEQ
            MOVE "Y" TO WS-SERVED-REC
        END-IF
        MOVE LOG-SOURCE-DATE TO WS-GROUP-RUN-DATE
        MOVE LOG-SOURCE-SEQ TO WS-GROUP-RUN-SEQ
    END-IF.
    IF NOT SERVED-LOG-RECORD
        PERFORM FIND-AUDITED-RUN
        IF NOT RUN-FOUND
            PERFORM NOTE-AUDITED-RUN
            MOVE WS-GROUP-RUN-DATE TO WS-ALIAS-DATE
            MOVE WS-GROUP-RUN-SEQ TO WS-ALIAS-SEQ
            PERFORM RESOLVE-RUN-ALIAS
            IF RUN-IS-ALIASED
                PERFORM WRITE-RETIRED-RUN-LINE
            ELSE
                PERFORM RECOMPUTE-RUN
            END-IF
        END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
FIND-AUDITED-RUN.
    MOVE "N" TO WS-RUN-FOUND.
    MOVE 1 TO WS-RUN-IX.
    PERFORM SCAN-AUDITED-RUN UNTIL WS-RUN-IX > WS-RUN-COUNT OR RUN-FOUND.
SCAN-AUDITED-RUN.
    IF WS-RUN-DATE(WS-RUN-IX) = WS-GROUP-RUN-DATE
            AND WS-RUN-SEQ(WS-RUN-IX) = WS-GROUP-RUN-SEQ
        MOVE "Y" TO WS-RUN-FOUND
    ELSE
        ADD 1 TO WS-RUN-IX
    END-IF.
RESOLVE-RUN-ALIAS.
    MOVE "N" TO WS-ALIASED.
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
                MOVE "Y" TO WS-ALIASED
                MOVE ALS-CANON-DATE TO WS-ALIAS-DATE
                MOVE ALS-CANON-SEQ TO WS-ALIAS-SEQ
            END-IF
    END-READ.
WRITE-RETIRED-RUN-LINE.
    ADD 1 TO WS-RUNS-RETIRED.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-ALIAS-SEQ TO WS-ALIAS-SEQ-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
        "  RETIRED INTO RUN " WS-ALIAS-DATE "/" WS-ALIAS-SEQ-EDIT
        " - AUDITED THERE"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
NOTE-AUDITED-RUN.
    IF WS-RUN-COUNT < 10000
        ADD 1 TO WS-RUN-COUNT
        MOVE WS-GROUP-RUN-DATE TO WS-RUN-DATE(WS-RUN-COUNT)
        MOVE WS-GROUP-RUN-SEQ TO WS-RUN-SEQ(WS-RUN-COUNT)
    ELSE
        IF NOT RUN-TABLE-FULL
            MOVE "Y" TO WS-RUN-TABLE-FULL
            DISPLAY "FIBAU1: MORE THAN 10000 LOGGED RUNS - STORED RUNS"
                " WITHOUT A LOG RECORD WILL NOT BE REPORTED"
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
RECOMPUTE-RUN.
    ADD 1 TO WS-RUNS-AUDITED.
    IF LOG-SEQ-TYPE = SPACE
        MOVE "S" TO WS-SEQ-TYPE
    ELSE
        MOVE LOG-SEQ-TYPE TO WS-SEQ-TYPE
    END-IF.
    MOVE WS-SEQ-TYPE TO WS-EXPECT-TYPE.
    MOVE LOG-REQUESTED-N TO WS-EXPECT-N.
    MOVE LOG-TERMS-PRODUCED TO WS-EXPECT-COUNT.
    MOVE 0 TO WS-PRIOR-POSITION.
    IF LOG-MODE = "E" AND LOG-BASE-POSITION IS NUMERIC
        SUBTRACT LOG-BASE-POSITION FROM WS-EXPECT-COUNT
        MOVE LOG-BASE-POSITION TO WS-PRIOR-POSITION
    END-IF.
    MOVE LOG-START-A TO A.
    MOVE LOG-START-B TO B.
    IF SEQ-TYPE-THREE-TERM
        MOVE LOG-START-C TO D
    ELSE
        MOVE 0 TO D
    END-IF.
    IF SEQ-TYPE-WEIGHTED
        MOVE LOG-WEIGHT-P TO WS-WEIGHT-P
        MOVE LOG-WEIGHT-Q TO WS-WEIGHT-Q
    ELSE
        MOVE 1 TO WS-WEIGHT-P
        MOVE 1 TO WS-WEIGHT-Q
    END-IF.
    MOVE 0 TO WS-MODULUS.
    IF LOG-MODE = "M" AND LOG-MODULUS IS NUMERIC AND LOG-MODULUS > 1
        MOVE LOG-MODULUS TO WS-MODULUS
        INSPECT WS-EXPECT-TYPE CONVERTING "STW" TO "stw"
        COMPUTE A = FUNCTION MOD(A, WS-MODULUS)
        COMPUTE B = FUNCTION MOD(B, WS-MODULUS)
        COMPUTE D = FUNCTION MOD(D, WS-MODULUS)
    END-IF.
    MOVE 0 TO C.
    MOVE 0 TO WS-POSITION.
    MOVE "N" TO WS-OVERFLOW-FLAG.
    MOVE 0 TO WS-RUN-TERMS.
    MOVE 0 TO WS-RUN-DIFFS.
    MOVE 0 TO WS-RUN-DETAIL-LINES.
    MOVE "N" TO WS-RUN-KEY-BAD.
    MOVE "N" TO WS-GROUP-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    MOVE WS-GROUP-RUN-DATE TO TERM-KEY-RUN-DATE.
    MOVE WS-GROUP-RUN-SEQ TO TERM-KEY-RUN-SEQ.
    START TERMS-FILE KEY >= TERM-KEY
        INVALID KEY
            MOVE "Y" TO WS-GROUP-DONE
    END-START.
    PERFORM COMPARE-NEXT-TERM UNTIL GROUP-DONE.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-RUN-TERMS TO WS-FOUND-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    EVALUATE TRUE
        WHEN WS-RUN-TERMS = 0
            ADD 1 TO WS-RUN-EXCEPTIONS
            ADD 1 TO WS-EXCEPTION-COUNT
            STRING "EXCEPTION: RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
                "  LOGGED BUT NOT IN TERMSIDX"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        WHEN WS-RUN-TERMS NOT = WS-EXPECT-COUNT
                OR WS-RUN-DIFFS > 0 OR RUN-KEY-MISMATCH
            ADD 1 TO WS-RUN-EXCEPTIONS
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE WS-EXPECT-COUNT TO WS-EXPECTED-EDIT
            MOVE WS-RUN-DIFFS TO WS-COUNT-EDIT
            STRING "EXCEPTION: RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
                "  LOGGED " WS-EXPECTED-EDIT " HELD " WS-FOUND-EDIT
                " DIFFER " WS-COUNT-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        WHEN OTHER
            STRING "RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
                "  TERMS " WS-FOUND-EDIT "  RECOMPUTED - IN AGREEMENT"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
    END-EVALUATE.
    PERFORM WRITE-REPORT-LINE.
COMPARE-NEXT-TERM.
    READ TERMS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-GROUP-DONE
    END-READ.
    IF NOT GROUP-DONE
        IF TERM-KEY-RUN-DATE NOT = WS-GROUP-RUN-DATE
                OR TERM-KEY-RUN-SEQ NOT = WS-GROUP-RUN-SEQ
            MOVE "Y" TO WS-GROUP-DONE
        ELSE
            ADD 1 TO WS-RUN-TERMS
            IF TERM-KEY-SEQ-TYPE NOT = WS-EXPECT-TYPE
                    OR TERM-KEY-N NOT = WS-EXPECT-N
                IF NOT RUN-KEY-MISMATCH
                    MOVE "Y" TO WS-RUN-KEY-BAD
                    MOVE TERM-KEY-N TO WS-N-EDIT
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING "  KEY CARRIES TYPE " TERM-KEY-SEQ-TYPE
                        " N " WS-N-EDIT " - LOG SAYS TYPE "
                        WS-EXPECT-TYPE
                        DELIMITED BY SIZE INTO WS-PRINT-LINE
                    END-STRING
                    PERFORM WRITE-DETAIL-LINE
                END-IF
            END-IF
            IF TERM-KEY-POSITION > WS-PRIOR-POSITION + 1
                MOVE TERM-KEY-POSITION TO WS-POS-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "  GAP IN STORED POSITIONS BEFORE " WS-POS-EDIT
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
                PERFORM WRITE-RUN-DETAIL-LINE
                ADD 1 TO WS-RUN-DIFFS
                ADD 1 TO WS-VALUE-DIFFS
            END-IF
            MOVE TERM-KEY-POSITION TO WS-PRIOR-POSITION
            PERFORM REGENERATE-TERM UNTIL WS-POSITION >= TERM-KEY-POSITION
                OR TERM-OVERFLOW
            ADD 1 TO WS-TERMS-RECOMPUTED
            IF TERM-OVERFLOW OR TERM-KEY-POSITION = 0
                    OR TERM-VALUE NOT = C
                ADD 1 TO WS-RUN-DIFFS
                ADD 1 TO WS-VALUE-DIFFS
                MOVE TERM-KEY-POSITION TO WS-POS-EDIT
                MOVE TERM-VALUE TO WS-VALUE-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                IF TERM-OVERFLOW OR TERM-KEY-POSITION = 0
                    STRING "  POSITION " WS-POS-EDIT " STORED "
                        WS-VALUE-EDIT " CANNOT BE RECOMPUTED"
                        DELIMITED BY SIZE INTO WS-PRINT-LINE
                    END-STRING
                ELSE
                    MOVE C TO WS-CALC-EDIT
                    STRING "  POSITION " WS-POS-EDIT " STORED "
                        WS-VALUE-EDIT " RECOMPUTED " WS-CALC-EDIT
                        DELIMITED BY SIZE INTO WS-PRINT-LINE
                    END-STRING
                END-IF
                PERFORM WRITE-RUN-DETAIL-LINE
            END-IF
        END-IF
    END-IF.
REGENERATE-TERM.
    ADD 1 TO WS-POSITION.
    EVALUATE TRUE
        WHEN WS-MODULUS > 0
            PERFORM REGENERATE-RESIDUE
        WHEN SEQ-TYPE-THREE-TERM
            COMPUTE C = A + B + D
                ON SIZE ERROR
                    MOVE "Y" TO WS-OVERFLOW-FLAG
            END-COMPUTE
        WHEN SEQ-TYPE-WEIGHTED
            COMPUTE C = WS-WEIGHT-P * A + WS-WEIGHT-Q * B
                ON SIZE ERROR
                    MOVE "Y" TO WS-OVERFLOW-FLAG
            END-COMPUTE
        WHEN OTHER
            COMPUTE C = A + B
                ON SIZE ERROR
                    MOVE "Y" TO WS-OVERFLOW-FLAG
            END-COMPUTE
    END-EVALUATE.
    IF SEQ-TYPE-THREE-TERM
        MOVE B TO A
        MOVE D TO B
        MOVE C TO D
    ELSE
        MOVE B TO A
        MOVE C TO B
    END-IF.
REGENERATE-RESIDUE.
    EVALUATE TRUE
        WHEN SEQ-TYPE-THREE-TERM
            COMPUTE C = FUNCTION MOD(A + B + D, WS-MODULUS)
        WHEN SEQ-TYPE-WEIGHTED
            COMPUTE C = FUNCTION MOD(WS-WEIGHT-P * A
                + WS-WEIGHT-Q * B, WS-MODULUS)
        WHEN OTHER
            COMPUTE C = FUNCTION MOD(A + B, WS-MODULUS)
    END-EVALUATE.
WRITE-RUN-DETAIL-LINE.
    ADD 1 TO WS-RUN-DETAIL-LINES.
    IF WS-RUN-DETAIL-LINES <= WS-RUN-DETAIL-LIMIT
        PERFORM WRITE-DETAIL-LINE
    END-IF.
WRITE-DETAIL-LINE.
    ADD 1 TO WS-DETAIL-LINES.
    IF WS-DETAIL-LINES <= WS-DETAIL-LIMIT
        PERFORM WRITE-REPORT-LINE
    END-IF.
    IF WS-DETAIL-LINES = WS-DETAIL-LIMIT
        MOVE "  DETAIL LINE LIMIT REACHED - FURTHER ITEMS COUNTED ONLY"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
*>------------------------------------------------------------------
*> pass 2 - every stored term must have its VALIDX entry
*>------------------------------------------------------------------
VERIFY-TERMS-AGAINST-VALIDX.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "PASS 2 - STORED TERMS AGAINST THE VALIDX WHERE-USED INDEX"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZEROES TO WS-PREV-RUN-KEY.
    MOVE "N" TO WS-TERMS-EOF.
    MOVE LOW-VALUES TO TERM-KEY.
    START TERMS-FILE KEY >= TERM-KEY
        INVALID KEY
            MOVE "Y" TO WS-TERMS-EOF
    END-START.
    PERFORM READ-NEXT-TERM.
    PERFORM VERIFY-TERM-ENTRY UNTIL TERMS-EOF.
READ-NEXT-TERM.
    IF NOT TERMS-EOF
        READ TERMS-FILE NEXT RECORD
            AT END
                MOVE "Y" TO WS-TERMS-EOF
        END-READ
    END-IF.
VERIFY-TERM-ENTRY.
    ADD 1 TO WS-TERMS-READ.
    IF TERM-KEY-RUN-DATE NOT = WS-PREV-RUN-DATE
            OR TERM-KEY-RUN-SEQ NOT = WS-PREV-RUN-SEQ
        MOVE TERM-KEY-RUN-DATE TO WS-PREV-RUN-DATE
        MOVE TERM-KEY-RUN-SEQ TO WS-PREV-RUN-SEQ
        IF NOT RUN-TABLE-FULL
            MOVE WS-PREV-RUN-DATE TO WS-GROUP-RUN-DATE
            MOVE WS-PREV-RUN-SEQ TO WS-GROUP-RUN-SEQ
            PERFORM FIND-AUDITED-RUN
            IF NOT RUN-FOUND
                ADD 1 TO WS-NO-LOG-RUNS
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE WS-PREV-RUN-SEQ TO WS-SEQ-EDIT
                MOVE SPACES TO WS-PRINT-LINE
                STRING "EXCEPTION: RUN " WS-PREV-RUN-DATE "/"
                    WS-SEQ-EDIT "  IN TERMSIDX WITH NO LOG RECORD"
                    " - NOT RECOMPUTED"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-IF.
    IF TERM-KEY-SEQ-TYPE = "s" OR "t" OR "w"
        ADD 1 TO WS-RESIDUE-TERMS
    ELSE
        PERFORM VERIFY-TERM-VALIDX
    END-IF.
    PERFORM READ-NEXT-TERM.
VERIFY-TERM-VALIDX.
    MOVE TERM-VALUE TO VIDX-VALUE.
    MOVE TERM-KEY-RUN-DATE TO VIDX-RUN-DATE.
    MOVE TERM-KEY-RUN-SEQ TO VIDX-RUN-SEQ.
    MOVE TERM-KEY-POSITION TO VIDX-POSITION.
    MOVE "Y" TO WS-ENTRY-FOUND.
    READ VALUE-INDEX
        INVALID KEY
            MOVE "N" TO WS-ENTRY-FOUND
    END-READ.
    MOVE TERM-KEY-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE TERM-KEY-POSITION TO WS-POS-EDIT.
    MOVE TERM-VALUE TO WS-VALUE-EDIT.
    IF NOT ENTRY-FOUND
        ADD 1 TO WS-VIDX-MISSING
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "MISSING VALIDX: RUN " TERM-KEY-RUN-DATE "/" WS-SEQ-EDIT
            " POS " WS-POS-EDIT " VALUE " WS-VALUE-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-DETAIL-LINE
    ELSE
        IF VIDX-SEQ-TYPE NOT = TERM-KEY-SEQ-TYPE
                OR VIDX-N NOT = TERM-KEY-N
            ADD 1 TO WS-VIDX-WRONG
            ADD 1 TO WS-EXCEPTION-COUNT
            MOVE VIDX-N TO WS-N-EDIT
            MOVE SPACES TO WS-PRINT-LINE
            STRING "WRONG VALIDX: RUN " TERM-KEY-RUN-DATE "/" WS-SEQ-EDIT
                " POS " WS-POS-EDIT " ENTRY TYPE " VIDX-SEQ-TYPE
                " N " WS-N-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
            PERFORM WRITE-DETAIL-LINE
        END-IF
    END-IF.
*>------------------------------------------------------------------
*> pass 3 - every VALIDX entry must point back at a stored term
*>------------------------------------------------------------------
LIST-ORPHAN-VALIDX-ENTRIES.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "PASS 3 - VALIDX ENTRIES AGAINST THE STORED TERMS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE ZEROES TO WS-CHECKED-RUN-KEY.
    MOVE "N" TO WS-VIDX-EOF.
    MOVE LOW-VALUES TO VIDX-KEY.
    START VALUE-INDEX KEY >= VIDX-KEY
        INVALID KEY
            MOVE "Y" TO WS-VIDX-EOF
    END-START.
    PERFORM READ-NEXT-VIDX.
    PERFORM CHECK-VIDX-ENTRY UNTIL VIDX-EOF.
READ-NEXT-VIDX.
    IF NOT VIDX-EOF
        READ VALUE-INDEX NEXT RECORD
            AT END
                MOVE "Y" TO WS-VIDX-EOF
        END-READ
    END-IF.
CHECK-VIDX-ENTRY.
    ADD 1 TO WS-VIDX-READ.
    MOVE VIDX-RUN-DATE TO TERM-KEY-RUN-DATE.
    MOVE VIDX-RUN-SEQ TO TERM-KEY-RUN-SEQ.
    MOVE VIDX-SEQ-TYPE TO TERM-KEY-SEQ-TYPE.
    MOVE VIDX-N TO TERM-KEY-N.
    MOVE VIDX-POSITION TO TERM-KEY-POSITION.
    MOVE "Y" TO WS-ENTRY-FOUND.
    READ TERMS-FILE
        INVALID KEY
            MOVE "N" TO WS-ENTRY-FOUND
    END-READ.
    MOVE VIDX-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE VIDX-POSITION TO WS-POS-EDIT.
    MOVE VIDX-VALUE TO WS-VALUE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF NOT ENTRY-FOUND
        PERFORM CHECK-ORPHAN-RUN
        IF CHECKED-RUN-EXISTS
            PERFORM FIND-TERM-AT-POSITION
        END-IF
    END-IF.
    IF ENTRY-FOUND
        IF TERM-VALUE NOT = VIDX-VALUE
            ADD 1 TO WS-VIDX-STALE
            ADD 1 TO WS-EXCEPTION-COUNT
            STRING "STALE VALIDX: RUN " VIDX-RUN-DATE "/" WS-SEQ-EDIT
                " POS " WS-POS-EDIT " VALUE " WS-VALUE-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
            PERFORM WRITE-DETAIL-LINE
        END-IF
    ELSE
        ADD 1 TO WS-EXCEPTION-COUNT
        IF CHECKED-RUN-EXISTS
            ADD 1 TO WS-VIDX-STRAYS
            STRING "NO SUCH TERM: RUN " VIDX-RUN-DATE "/" WS-SEQ-EDIT
                " POS " WS-POS-EDIT " VALUE " WS-VALUE-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        ELSE
            ADD 1 TO WS-VIDX-ORPHANS
            STRING "ORPHAN VALIDX: RUN " VIDX-RUN-DATE "/" WS-SEQ-EDIT
                " POS " WS-POS-EDIT " VALUE " WS-VALUE-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        END-IF
        PERFORM WRITE-DETAIL-LINE
    END-IF.
    PERFORM READ-NEXT-VIDX.
*> an entry that misses on its full key may still name a position the
*> run holds under another sequence type or N - pass 2 has already
*> reported that as a wrong entry, so the run is scanned for the
*> position before the entry is called a stray. residue terms carry
*> no VALIDX entry and are passed over
FIND-TERM-AT-POSITION.
    MOVE "N" TO WS-GROUP-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    MOVE VIDX-RUN-DATE TO TERM-KEY-RUN-DATE.
    MOVE VIDX-RUN-SEQ TO TERM-KEY-RUN-SEQ.
    START TERMS-FILE KEY >= TERM-KEY
        INVALID KEY
            MOVE "Y" TO WS-GROUP-DONE
    END-START.
    PERFORM SCAN-RUN-POSITION UNTIL GROUP-DONE.
SCAN-RUN-POSITION.
    READ TERMS-FILE NEXT RECORD
        AT END
            MOVE "Y" TO WS-GROUP-DONE
    END-READ.
    IF NOT GROUP-DONE
        IF TERM-KEY-RUN-DATE NOT = VIDX-RUN-DATE
                OR TERM-KEY-RUN-SEQ NOT = VIDX-RUN-SEQ
            MOVE "Y" TO WS-GROUP-DONE
        ELSE
            IF TERM-KEY-POSITION = VIDX-POSITION
                    AND TERM-KEY-SEQ-TYPE NOT = "s" AND "t" AND "w"
                MOVE "Y" TO WS-ENTRY-FOUND
                MOVE "Y" TO WS-GROUP-DONE
            END-IF
        END-IF
    END-IF.
*> an entry whose term is missing is an orphan when its whole run is
*> gone from TERMSIDX; the last run looked up is remembered, since
*> a purged run leaves a run of consecutive orphans
CHECK-ORPHAN-RUN.
    IF VIDX-RUN-DATE NOT = WS-CHECKED-RUN-DATE
            OR VIDX-RUN-SEQ NOT = WS-CHECKED-RUN-SEQ
        MOVE VIDX-RUN-DATE TO WS-CHECKED-RUN-DATE
        MOVE VIDX-RUN-SEQ TO WS-CHECKED-RUN-SEQ
        MOVE "N" TO WS-CHECKED-RUN-EXISTS
        MOVE "N" TO WS-GROUP-DONE
        MOVE LOW-VALUES TO TERM-KEY
        MOVE WS-CHECKED-RUN-DATE TO TERM-KEY-RUN-DATE
        MOVE WS-CHECKED-RUN-SEQ TO TERM-KEY-RUN-SEQ
        START TERMS-FILE KEY >= TERM-KEY
            INVALID KEY
                MOVE "Y" TO WS-GROUP-DONE
        END-START
        IF NOT GROUP-DONE
            READ TERMS-FILE NEXT RECORD
                AT END
                    MOVE "Y" TO WS-GROUP-DONE
            END-READ
        END-IF
        IF NOT GROUP-DONE
            IF TERM-KEY-RUN-DATE = WS-CHECKED-RUN-DATE
                    AND TERM-KEY-RUN-SEQ = WS-CHECKED-RUN-SEQ
                MOVE "Y" TO WS-CHECKED-RUN-EXISTS
            END-IF
        END-IF
    END-IF.
WRITE-AUDIT-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LOG-COUNT TO WS-COUNT-EDIT.
    MOVE "CONTROL LOG RECORDS READ" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-AUDITED TO WS-COUNT-EDIT.
    MOVE "GENERATED RUNS RECOMPUTED" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUNS-RETIRED TO WS-COUNT-EDIT.
    MOVE "RETIRED RUNS - AUDITED UNDER CANONICAL" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TERMS-RECOMPUTED TO WS-COUNT-EDIT.
    MOVE "TERMS COMPARED" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VALUE-DIFFS TO WS-COUNT-EDIT.
    MOVE "TERMS DIFFERING FROM THE RECOMPUTE" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RUN-EXCEPTIONS TO WS-COUNT-EDIT.
    MOVE "RUNS IN EXCEPTION" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-NO-LOG-RUNS TO WS-COUNT-EDIT.
    MOVE "STORED RUNS WITH NO LOG RECORD" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-TERMS-READ TO WS-COUNT-EDIT.
    MOVE "TERMSIDX RECORDS READ" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RESIDUE-TERMS TO WS-COUNT-EDIT.
    MOVE "RESIDUE TERMS - NO VALIDX ENTRY KEPT" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-MISSING TO WS-COUNT-EDIT.
    MOVE "TERMS WITH NO VALIDX ENTRY" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-WRONG TO WS-COUNT-EDIT.
    MOVE "VALIDX ENTRIES WITH WRONG TYPE OR N" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-READ TO WS-COUNT-EDIT.
    MOVE "VALIDX RECORDS READ" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-STALE TO WS-COUNT-EDIT.
    MOVE "EXTRA ENTRIES WITH A STALE VALUE" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-STRAYS TO WS-COUNT-EDIT.
    MOVE "ENTRIES FOR A TERM THE RUN DOES NOT HOLD" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-VIDX-ORPHANS TO WS-COUNT-EDIT.
    MOVE "ORPHAN ENTRIES - RUN NOT IN TERMSIDX" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
    MOVE "EXCEPTIONS" TO WS-PRINT-LINE.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8).
    PERFORM WRITE-REPORT-LINE.
    IF WS-VIDX-MISSING > 0 OR WS-VIDX-WRONG > 0 OR WS-VIDX-STALE > 0
            OR WS-VIDX-STRAYS > 0 OR WS-VIDX-ORPHANS > 0
        MOVE "VALIDX HAS DRIFTED FROM TERMSIDX - RUN THE VIDXRB JOB"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
    DISPLAY "FIBAU1: " WS-RUNS-AUDITED " RUNS RECOMPUTED, "
        WS-EXCEPTION-COUNT " EXCEPTIONS".
*>------------------------------------------------------------------
*> REBUILD - a fresh VALIDX entry for every stored term
*>------------------------------------------------------------------
REBUILD-VALUE-INDEX.
    OPEN INPUT TERMS-FILE.
    IF WS-TERMS-STATUS NOT = "00"
        DISPLAY "FIBAU1: UNABLE TO OPEN TERMS INDEX FILE, STATUS="
            WS-TERMS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN OUTPUT VIDX-OUT-FILE
        IF WS-VIDXNEW-STATUS NOT = "00"
            DISPLAY "FIBAU1: UNABLE TO OPEN VIDXNEW FILE, STATUS="
                WS-VIDXNEW-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE ZEROES TO WS-PREV-RUN-KEY
            MOVE "N" TO WS-TERMS-EOF
            MOVE LOW-VALUES TO TERM-KEY
            START TERMS-FILE KEY >= TERM-KEY
                INVALID KEY
                    MOVE "Y" TO WS-TERMS-EOF
            END-START
            PERFORM READ-NEXT-TERM
            PERFORM WRITE-REBUILD-ENTRY UNTIL TERMS-EOF
            CLOSE VIDX-OUT-FILE
            MOVE WS-TERMS-READ TO WS-COUNT-EDIT
            MOVE "TERMSIDX RECORDS READ" TO WS-PRINT-LINE
            MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8)
            PERFORM WRITE-REPORT-LINE
            MOVE WS-REBUILD-RUNS TO WS-COUNT-EDIT
            MOVE "STORED RUNS" TO WS-PRINT-LINE
            MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8)
            PERFORM WRITE-REPORT-LINE
            MOVE WS-RESIDUE-TERMS TO WS-COUNT-EDIT
            MOVE "RESIDUE TERMS SKIPPED" TO WS-PRINT-LINE
            MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8)
            PERFORM WRITE-REPORT-LINE
            MOVE WS-VIDX-WRITTEN TO WS-COUNT-EDIT
            MOVE "VALIDX ENTRIES WRITTEN TO VIDXNEW" TO WS-PRINT-LINE
            MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(45:8)
            PERFORM WRITE-REPORT-LINE
            DISPLAY "FIBAU1: " WS-VIDX-WRITTEN " VALIDX ENTRIES WRITTEN"
                " FOR " WS-REBUILD-RUNS " STORED RUNS"
        END-IF
        CLOSE TERMS-FILE
    END-IF.
WRITE-REBUILD-ENTRY.
    ADD 1 TO WS-TERMS-READ.
    IF TERM-KEY-RUN-DATE NOT = WS-PREV-RUN-DATE
            OR TERM-KEY-RUN-SEQ NOT = WS-PREV-RUN-SEQ
        MOVE TERM-KEY-RUN-DATE TO WS-PREV-RUN-DATE
        MOVE TERM-KEY-RUN-SEQ TO WS-PREV-RUN-SEQ
        ADD 1 TO WS-REBUILD-RUNS
    END-IF.
    IF TERM-KEY-SEQ-TYPE = "s" OR "t" OR "w"
        ADD 1 TO WS-RESIDUE-TERMS
        PERFORM READ-NEXT-TERM
    ELSE
        PERFORM WRITE-REBUILD-VIDX
    END-IF.
WRITE-REBUILD-VIDX.
    MOVE TERM-VALUE TO VIDX-VALUE.
    MOVE TERM-KEY-RUN-DATE TO VIDX-RUN-DATE.
    MOVE TERM-KEY-RUN-SEQ TO VIDX-RUN-SEQ.
    MOVE TERM-KEY-POSITION TO VIDX-POSITION.
    MOVE TERM-KEY-SEQ-TYPE TO VIDX-SEQ-TYPE.
    MOVE TERM-KEY-N TO VIDX-N.
    MOVE VIDX-RECORD TO VIDX-OUT-RECORD.
    WRITE VIDX-OUT-RECORD.
    IF WS-VIDXNEW-STATUS NOT = "00"
        DISPLAY "FIBAU1: VIDXNEW WRITE FAILED, STATUS="
            WS-VIDXNEW-STATUS " - REBUILD HALTED"
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-TERMS-EOF
    ELSE
        ADD 1 TO WS-VIDX-WRITTEN
        PERFORM READ-NEXT-TERM
    END-IF.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBAU1 TERMS INDEX DEEP AUDIT  DATE: " WS-RUN-DATE-EDIT
        "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE WS-SUBTITLE TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
WRITE-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
