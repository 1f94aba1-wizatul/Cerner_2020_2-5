    05  TRP-THRU-DATE           PIC X(8).
    05  FILLER                  PIC X(63).
FD  LOG-ARCHIVE.
01  LOG-ARCHIVE-RECORD          PIC X(191).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  PRINT-FILE.
77 WS-FROM-DATE PIC 9(8).
77 WS-THRU-DATE PIC 9(8).
77 WS-LOG-DATE PIC 9(8).
77 WS-RUN-TERMS PIC 9(4).
77 WS-DAY-COUNT PIC 9(3) COMP VALUE 0.
77 WS-DAY-IX PIC 9(3) COMP.
77 WS-DAY-FOUND PIC X VALUE "N".
                ADD 1 TO WS-DAY-FWD(WS-DAY-IX)
            END-IF
            IF LOG-TERMS-PRODUCED IS NUMERIC
                MOVE LOG-TERMS-PRODUCED TO WS-RUN-TERMS
                IF LOG-MODE = "E" AND LOG-BASE-POSITION IS NUMERIC
                    SUBTRACT LOG-BASE-POSITION FROM WS-RUN-TERMS
                END-IF
                ADD WS-RUN-TERMS TO WS-DAY-TERMS(WS-DAY-IX)
                IF LOG-REQUESTED-N IS NUMERIC
                        AND LOG-TERMS-PRODUCED < LOG-REQUESTED-N
                    ADD 1 TO WS-DAY-SHORT(WS-DAY-IX)
