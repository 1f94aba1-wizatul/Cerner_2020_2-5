*> LOGARCH generations cut by FIBHK1, reloads its terms into the
*> TERMSIDX KSDS (and the VALIDX where-used index) and appends the
*> matching audit record back to CTLLOG, so inquiry, analytics,
*> comparison and serve-from-store can see the run again. the terms
*> of a residue run (mode M) are stored with no VALIDX entries
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBRS1.

FD  TERM-ARCHIVE.
01  TERM-ARCHIVE-RECORD         PIC X(41).
FD  LOG-ARCHIVE.
01  LOG-ARCHIVE-RECORD          PIC X(191).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  PRINT-FILE.
            NOT INVALID KEY
                ADD 1 TO WS-TERMS-RELOADED
        END-WRITE
        IF TERM-KEY-SEQ-TYPE NOT = "s" AND NOT = "t" AND NOT = "w"
            PERFORM RESTORE-VALUE-INDEX-ENTRY
        END-IF
    END-IF.
    PERFORM READ-ARCHIVE-TERM.
RESTORE-VALUE-INDEX-ENTRY.
