        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF TRANS-MODE-EXTEND
        STRING "       EXTENDS PARENT RUN " TRANS-PARENT-DATE "/"
            TRANS-PARENT-SEQ
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        MOVE TRANS-START-A TO WS-A-EDIT
        MOVE TRANS-START-B TO WS-B-EDIT
        STRING "       SEEDS A=" WS-A-EDIT " B=" WS-B-EDIT
            " TYPE=" TRANS-SEQ-TYPE
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    PERFORM READ-TRANS-RECORD.
CANCEL-QUEUE-ENTRY.
