    SELECT PRINT-FILE ASSIGN TO "RECRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.
    SELECT TERMS-FILE ASSIGN TO "TERMSIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
01  RESTART-RECORD              PIC X(40).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).
FD  ALIAS-FILE.
COPY ALIASREC.
FD  TERMS-FILE.
COPY TERMREC.

77 WS-SERVED-REC PIC X VALUE "N".
    88 SERVED-LOG-RECORD VALUE "Y".
77 WS-TERM-COUNT PIC 9(6).
*> a served record, or a generated run since retired into a longer
*> canonical run, balances against only the leading terms it logged
77 WS-COUNT-LIMIT PIC 9(6).
77 WS-EXPECTED-COUNT PIC 9(6).
77 WS-LAST-VALUE PIC S9(18).
*> a residue run (mode M) stores its terms under the lower-case type
*> code and a true-value run under the upper-case one; a term filed
*> under the other kind of code is counted here
77 WS-MARK-ERRORS PIC 9(6).
77 WS-MODULUS-EDIT PIC Z(8)9.
77 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
77 WS-LOG-COUNT PIC 9(6) VALUE 0.
77 WS-PAGE-COUNT PIC 9(4) VALUE 0.
01 WS-GROUP-KEY.
    05 WS-GROUP-RUN-DATE PIC 9(8).
    05 WS-GROUP-RUN-SEQ PIC 9(6).
*> run keys retired by the FIBDC1 consolidation resolve through ALIASF
*> to the canonical run now holding their terms
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

PROCEDURE DIVISION.
PARA1.
        MOVE LOG-SOURCE-DATE TO WS-GROUP-RUN-DATE
        MOVE LOG-SOURCE-SEQ TO WS-GROUP-RUN-SEQ
    END-IF.
    MOVE LOG-TERMS-PRODUCED TO WS-EXPECTED-COUNT.
    IF LOG-MODE = "E" AND LOG-BASE-POSITION IS NUMERIC
        SUBTRACT LOG-BASE-POSITION FROM WS-EXPECTED-COUNT
    END-IF.
    MOVE 999999 TO WS-COUNT-LIMIT.
    IF SERVED-LOG-RECORD
        MOVE WS-EXPECTED-COUNT TO WS-COUNT-LIMIT
    END-IF.
    MOVE WS-GROUP-RUN-DATE TO WS-ALIAS-DATE.
    MOVE WS-GROUP-RUN-SEQ TO WS-ALIAS-SEQ.
    PERFORM RESOLVE-RUN-ALIAS.
    IF RUN-IS-ALIASED
        PERFORM WRITE-RETIRED-RUN-LINE
        MOVE WS-ALIAS-DATE TO WS-GROUP-RUN-DATE
        MOVE WS-ALIAS-SEQ TO WS-GROUP-RUN-SEQ
        MOVE WS-EXPECTED-COUNT TO WS-COUNT-LIMIT
    END-IF.
    PERFORM COUNT-INDEX-TERMS.
    IF WS-TERM-COUNT = 0 AND (SERVED-LOG-RECORD OR RUN-IS-ALIASED)
        PERFORM WRITE-SOURCE-PURGED-LINE
    ELSE
    IF WS-TERM-COUNT NOT = WS-EXPECTED-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        PERFORM WRITE-COUNT-EXCEPTION
    ELSE
        IF WS-MARK-ERRORS > 0
            ADD 1 TO WS-EXCEPTION-COUNT
            PERFORM WRITE-MARKER-EXCEPTION
        ELSE
        IF WS-TERM-COUNT > 0 AND (LOG-MODE = "F" OR LOG-MODE = "E")
                AND WS-LAST-VALUE NOT = LOG-FINAL-B
            ADD 1 TO WS-EXCEPTION-COUNT
            PERFORM WRITE-VALUE-EXCEPTION
        ELSE
            PERFORM WRITE-MATCHED-LINE
        END-IF
        END-IF
    END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
COUNT-INDEX-TERMS.
    MOVE 0 TO WS-TERM-COUNT.
    MOVE 0 TO WS-LAST-VALUE.
    MOVE 0 TO WS-MARK-ERRORS.
    MOVE "N" TO WS-GROUP-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    MOVE WS-GROUP-RUN-DATE TO TERM-KEY-RUN-DATE.
    IF NOT GROUP-DONE
        IF TERM-KEY-RUN-DATE = WS-GROUP-RUN-DATE
                AND TERM-KEY-RUN-SEQ = WS-GROUP-RUN-SEQ
                AND TERM-KEY-POSITION <= WS-COUNT-LIMIT
            ADD 1 TO WS-TERM-COUNT
            MOVE TERM-VALUE TO WS-LAST-VALUE
            PERFORM CHECK-RESIDUE-MARKER
        ELSE
            MOVE "Y" TO WS-GROUP-DONE
        END-IF
    END-IF.
CHECK-RESIDUE-MARKER.
    IF LOG-MODE = "M"
        IF TERM-KEY-SEQ-TYPE NOT = "s" AND NOT = "t" AND NOT = "w"
            ADD 1 TO WS-MARK-ERRORS
        END-IF
    ELSE
        IF TERM-KEY-SEQ-TYPE = "s" OR "t" OR "w"
            ADD 1 TO WS-MARK-ERRORS
        END-IF
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
CHECK-RESTART-EMPTY.
    OPEN INPUT RESTART-FILE.
    IF WS-RESTART-STATUS = "35"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
WRITE-RETIRED-RUN-LINE.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-ALIAS-SEQ TO WS-ALIAS-SEQ-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
        " RETIRED - BALANCED AGAINST RUN " WS-ALIAS-DATE "/"
        WS-ALIAS-SEQ-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
WRITE-MATCHED-LINE.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-TERM-COUNT TO WS-FOUND-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF LOG-MODE = "M"
        MOVE LOG-MODULUS TO WS-MODULUS-EDIT
        STRING "RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
            "  TERMS " WS-FOUND-EDIT "  IN BALANCE - RESIDUES MOD "
            WS-MODULUS-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        STRING "RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
            "  TERMS " WS-FOUND-EDIT "  IN BALANCE"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
WRITE-COUNT-EXCEPTION.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-EXPECTED-COUNT TO WS-EXPECTED-EDIT.
    MOVE WS-TERM-COUNT TO WS-FOUND-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "EXCEPTION: RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
WRITE-MARKER-EXCEPTION.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-MARK-ERRORS TO WS-FOUND-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF LOG-MODE = "M"
        STRING "EXCEPTION: RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
            "  RESIDUE RUN, " WS-FOUND-EDIT " TERMS NOT MARKED"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        STRING "EXCEPTION: RUN " WS-GROUP-RUN-DATE "/" WS-SEQ-EDIT
            "  " WS-FOUND-EDIT " TERMS MARKED AS RESIDUES"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
WRITE-VALUE-EXCEPTION.
    MOVE WS-GROUP-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-LAST-VALUE TO WS-VALUE-EDIT.
