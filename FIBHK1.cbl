FD  CONTROL-LOG.
COPY CTLLOGR.
FD  LOG-ARCHIVE.
01  LOG-ARCHIVE-RECORD          PIC X(191).
FD  LOG-OUT-FILE.
01  LOG-OUT-RECORD              PIC X(191).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).
FD  TERMS-FILE.
    05 WS-SAVE-RUN-SEQ PIC 9(6).
    05 WS-SAVE-POSITION PIC 9(4).
    05 WS-SAVE-VALUE PIC S9(18).
    05 WS-SAVE-SEQ-TYPE PIC X.
        88 SAVE-RESIDUE-TERM VALUE "s" "t" "w".
77 WS-TERMS-EOF PIC X VALUE "N".
    88 TERMS-EOF VALUE "Y".
77 WS-LOG-EOF PIC X VALUE "N".
            MOVE TERM-KEY-RUN-SEQ TO WS-SAVE-RUN-SEQ
            MOVE TERM-KEY-POSITION TO WS-SAVE-POSITION
            MOVE TERM-VALUE TO WS-SAVE-VALUE
            MOVE TERM-KEY-SEQ-TYPE TO WS-SAVE-SEQ-TYPE
            DELETE TERMS-FILE RECORD
                INVALID KEY
                    DISPLAY "FIBHK1: DELETE FAILED, STATUS="
                NOT INVALID KEY
                    ADD 1 TO WS-DATE-DELETED
                    ADD 1 TO WS-TOT-DELETED
                    IF NOT SAVE-RESIDUE-TERM
                        PERFORM PRUNE-VALUE-INDEX
                    END-IF
            END-DELETE
        END-IF
    END-IF.
