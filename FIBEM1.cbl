*> entitlement master maintenance for the ENTITLE requestor master
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBEM1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-FILE ASSIGN TO "EMTRANS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-STATUS.
    SELECT ENTITLE-FILE ASSIGN TO "ENTITLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENTITLE-STATUS.
    SELECT NEW-ENTITLE-FILE ASSIGN TO "ENTNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEWENT-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "ENTHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT PRINT-FILE ASSIGN TO "EMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAINT-FILE.
01  MAINT-CARD.
    05  EMT-FUNCTION            PIC X(7).
    05  FILLER                  PIC X.
    05  EMT-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  EMT-AUTH-FLAG           PIC X.
    05  FILLER                  PIC X.
    05  EMT-MAX-N               PIC X(4).
    05  FILLER                  PIC X.
    05  EMT-MAX-BATCH           PIC X(4).
    05  FILLER                  PIC X.
    05  EMT-CHANGED-BY          PIC X(8).
    05  FILLER                  PIC X(43).
FD  ENTITLE-FILE.
01  ENTITLE-RECORD.
    05  ENT-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  ENT-AUTH-FLAG           PIC X.
    05  FILLER                  PIC X.
    05  ENT-MAX-N               PIC X(4).
    05  FILLER                  PIC X.
    05  ENT-MAX-BATCH           PIC X(4).
FD  NEW-ENTITLE-FILE.
01  NEW-ENTITLE-RECORD          PIC X(20).
FD  HISTORY-FILE.
01  HIST-RECORD.
    05  HIST-DATE               PIC 9(8).
    05  FILLER                  PIC X.
    05  HIST-TIME               PIC 9(6).
    05  FILLER                  PIC X.
    05  HIST-CHANGED-BY         PIC X(8).
    05  FILLER                  PIC X.
    05  HIST-FUNCTION           PIC X(7).
    05  FILLER                  PIC X.
    05  HIST-BEFORE-IMAGE       PIC X(20).
    05  FILLER                  PIC X.
    05  HIST-AFTER-IMAGE        PIC X(20).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

WORKING-STORAGE SECTION.
77 WS-MAINT-STATUS PIC XX.
77 WS-ENTITLE-STATUS PIC XX.
77 WS-NEWENT-STATUS PIC XX.
77 WS-HIST-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-MAINT-EOF PIC X VALUE "N".
    88 MAINT-EOF VALUE "Y".
77 WS-ENTITLE-EOF PIC X VALUE "N".
    88 ENTITLE-EOF VALUE "Y".
77 WS-FUNCTION PIC X(7).
    88 FUNCTION-ADD VALUE "ADD".
    88 FUNCTION-CHANGE VALUE "CHANGE".
    88 FUNCTION-SUSPEND VALUE "SUSPEND".
    88 FUNCTION-DELETE VALUE "DELETE".
77 WS-CARD-VALID PIC X VALUE "Y".
    88 CARD-IS-VALID VALUE "Y".
77 WS-REJECT-TEXT PIC X(40).
77 WS-ENT-FOUND PIC X VALUE "N".
    88 ENTITLEMENT-FOUND VALUE "Y".
77 WS-DUP-FOUND PIC X VALUE "N".
    88 DUPLICATE-FOUND VALUE "Y".
77 WS-OPERPARM-OK PIC X VALUE "N".
    88 OPERPARM-PRESENT VALUE "Y".
*> FIBON1 holds the master in a 100-entry table and ignores any
*> entries past that point, so the master is kept at or below it
77 WS-ENT-CAPACITY PIC 9(3) COMP VALUE 100.
77 WS-ENT-WARN-LEVEL PIC 9(3) COMP VALUE 90.
77 WS-ENT-TABLE-MAX PIC 9(3) COMP VALUE 200.
77 WS-ENT-COUNT PIC 9(3) COMP VALUE 0.
77 WS-ENT-IX PIC 9(3) COMP.
77 WS-ENT-IX2 PIC 9(3) COMP.
77 WS-ACTIVE-COUNT PIC 9(3) COMP VALUE 0.
77 WS-ACTIVE-BEFORE PIC 9(3) COMP VALUE 0.
01 WS-ENT-TABLE.
    05 WS-ENT-ENTRY OCCURS 200.
        10 WS-ENT-REQUESTOR PIC X(8).
        10 WS-ENT-AUTH PIC X.
        10 WS-ENT-MAX-N PIC X(4).
        10 WS-ENT-MAX-BATCH PIC X(4).
        10 WS-ENT-DELETED PIC X.
01 WS-ENT-IMAGE.
    05 WS-IMG-REQUESTOR PIC X(8).
    05 FILLER PIC X VALUE SPACE.
    05 WS-IMG-AUTH PIC X.
    05 FILLER PIC X VALUE SPACE.
    05 WS-IMG-MAX-N PIC X(4).
    05 FILLER PIC X VALUE SPACE.
    05 WS-IMG-MAX-BATCH PIC X(4).
77 WS-BEFORE-IMAGE PIC X(20).
77 WS-AFTER-IMAGE PIC X(20).
*> change history is held here and only written to ENTHIST once the
*> updated master has passed its edit and will be installed
77 WS-HT-MAX PIC 9(3) COMP VALUE 500.
77 WS-HT-COUNT PIC 9(3) COMP VALUE 0.
77 WS-HT-IX PIC 9(3) COMP.
77 WS-HIST-WRITTEN PIC 9(6) VALUE 0.
01 WS-HIST-TABLE.
    05 WS-HT-ENTRY OCCURS 500.
        10 WS-HT-CHANGED-BY PIC X(8).
        10 WS-HT-FUNCTION PIC X(7).
        10 WS-HT-BEFORE-IMAGE PIC X(20).
        10 WS-HT-AFTER-IMAGE PIC X(20).
77 WS-CHECK-LIMIT PIC X(4).
77 WS-LIMIT-VALID PIC X VALUE "N".
    88 LIMIT-IS-VALID VALUE "Y".
77 WS-CARD-COUNT PIC 9(6) VALUE 0.
77 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
77 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
77 WS-PAGE-COUNT PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(4) VALUE 0.
77 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
01 WS-CURRENT-DATE.
    05 WS-CD-YYYY PIC 9(4).
    05 WS-CD-MM PIC 9(2).
    05 WS-CD-DD PIC 9(2).
    05 WS-CD-HH PIC 9(2).
    05 WS-CD-MIN PIC 9(2).
    05 WS-CD-SEC PIC 9(2).
    05 FILLER PIC X(7).
77 WS-RUN-DATE-EDIT PIC X(10).
77 WS-PAGE-EDIT PIC ZZZ9.
77 WS-COUNT-EDIT PIC ZZZZZ9.
77 WS-ENT-EDIT PIC ZZ9.
77 WS-CAP-EDIT PIC ZZ9.
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBEM1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADER
        PERFORM LOAD-ENTITLE-MASTER
        IF RETURN-CODE < 16
            PERFORM PROCESS-MAINT-FILE
            PERFORM EDIT-NEW-MASTER
            PERFORM WRITE-NEW-MASTER
            PERFORM WRITE-CHANGE-HISTORY
            PERFORM WRITE-MASTER-LISTING
            PERFORM WRITE-REPORT-TOTALS
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    DISPLAY "FIBEM1: " WS-CARD-COUNT " TRANSACTIONS, "
        WS-APPLIED-COUNT " APPLIED, " WS-REJECTED-COUNT
        " REJECTED, " WS-EXCEPTION-COUNT " MASTER EXCEPTIONS".
    STOP RUN.
LOAD-ENTITLE-MASTER.
    MOVE 0 TO WS-ENT-COUNT.
    MOVE 0 TO WS-ACTIVE-COUNT.
    OPEN INPUT ENTITLE-FILE.
    IF WS-ENTITLE-STATUS NOT = "00"
        DISPLAY "FIBEM1: UNABLE TO OPEN ENTITLEMENT MASTER, STATUS="
            WS-ENTITLE-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-ENTITLE-RECORD
        PERFORM LOAD-ENTITLE-ENTRY UNTIL ENTITLE-EOF
        CLOSE ENTITLE-FILE
    END-IF.
    MOVE WS-ACTIVE-COUNT TO WS-ACTIVE-BEFORE.
READ-ENTITLE-RECORD.
    READ ENTITLE-FILE
        AT END
            MOVE "Y" TO WS-ENTITLE-EOF
    END-READ.
LOAD-ENTITLE-ENTRY.
    IF WS-ENT-COUNT >= WS-ENT-TABLE-MAX
        DISPLAY "FIBEM1: ENTITLEMENT MASTER EXCEEDS 200 RECORDS"
            " - MASTER NOT MAINTAINED"
        MOVE "MASTER EXCEEDS 200 RECORDS - NOT MAINTAINED"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-ENTITLE-EOF
    ELSE
        ADD 1 TO WS-ENT-COUNT
        ADD 1 TO WS-ACTIVE-COUNT
        MOVE ENT-REQUESTOR TO WS-ENT-REQUESTOR(WS-ENT-COUNT)
        MOVE ENT-AUTH-FLAG TO WS-ENT-AUTH(WS-ENT-COUNT)
        MOVE ENT-MAX-N TO WS-ENT-MAX-N(WS-ENT-COUNT)
        MOVE ENT-MAX-BATCH TO WS-ENT-MAX-BATCH(WS-ENT-COUNT)
        MOVE "N" TO WS-ENT-DELETED(WS-ENT-COUNT)
        PERFORM READ-ENTITLE-RECORD
    END-IF.
OPEN-HISTORY-FILE.
    OPEN EXTEND HISTORY-FILE.
    IF WS-HIST-STATUS = "35"
        OPEN OUTPUT HISTORY-FILE
    END-IF.
    IF WS-HIST-STATUS NOT = "00"
        DISPLAY "FIBEM1: UNABLE TO OPEN CHANGE HISTORY FILE, STATUS="
            WS-HIST-STATUS " - MASTER NOT TO BE INSTALLED"
        MOVE 16 TO RETURN-CODE
    END-IF.
PROCESS-MAINT-FILE.
    OPEN INPUT MAINT-FILE.
    IF WS-MAINT-STATUS = "35"
        MOVE "NO MAINTENANCE TRANSACTIONS - MASTER EDIT ONLY"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-MAINT-STATUS NOT = "00"
            DISPLAY "FIBEM1: UNABLE TO OPEN MAINTENANCE TRANSACTIONS,"
                " STATUS=" WS-MAINT-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE "FUNCTION REQUESTR A MAXN BTCH USERID   RESULT"
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
            PERFORM READ-MAINT-CARD
            PERFORM APPLY-MAINT-CARD UNTIL MAINT-EOF
            CLOSE MAINT-FILE
            IF WS-CARD-COUNT = 0
                MOVE "NO MAINTENANCE TRANSACTIONS - MASTER EDIT ONLY"
                    TO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-IF.
READ-MAINT-CARD.
    READ MAINT-FILE
        AT END
            MOVE "Y" TO WS-MAINT-EOF
    END-READ.
APPLY-MAINT-CARD.
    ADD 1 TO WS-CARD-COUNT.
    MOVE "Y" TO WS-CARD-VALID.
    MOVE SPACES TO WS-REJECT-TEXT.
    MOVE EMT-FUNCTION TO WS-FUNCTION.
    IF NOT FUNCTION-ADD AND NOT FUNCTION-CHANGE
            AND NOT FUNCTION-SUSPEND AND NOT FUNCTION-DELETE
        MOVE "FUNCTION NOT ADD/CHANGE/SUSPEND/DELETE"
            TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-REQUESTOR = SPACES
        MOVE "REQUESTOR ID IS BLANK" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-CHANGED-BY = SPACES
        MOVE "CHANGED-BY USER ID IS BLANK" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND WS-HT-COUNT >= WS-HT-MAX
        MOVE "500 CHANGES THIS RUN - RESUBMIT CARD" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        PERFORM FIND-REQUESTOR-ENTRY
        EVALUATE TRUE
            WHEN FUNCTION-ADD
                PERFORM APPLY-ADD
            WHEN FUNCTION-CHANGE
                PERFORM APPLY-CHANGE
            WHEN FUNCTION-SUSPEND
                PERFORM APPLY-SUSPEND
            WHEN FUNCTION-DELETE
                PERFORM APPLY-DELETE
        END-EVALUATE
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE EMT-FUNCTION TO WS-PRINT-LINE(1:7).
    MOVE EMT-REQUESTOR TO WS-PRINT-LINE(10:8).
    MOVE EMT-AUTH-FLAG TO WS-PRINT-LINE(19:1).
    MOVE EMT-MAX-N TO WS-PRINT-LINE(21:4).
    MOVE EMT-MAX-BATCH TO WS-PRINT-LINE(26:4).
    MOVE EMT-CHANGED-BY TO WS-PRINT-LINE(31:8).
    IF CARD-IS-VALID
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "APPLIED" TO WS-PRINT-LINE(40:7)
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE WS-REJECT-TEXT TO WS-PRINT-LINE(40:40)
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    PERFORM READ-MAINT-CARD.
FIND-REQUESTOR-ENTRY.
    MOVE "N" TO WS-ENT-FOUND.
    MOVE 1 TO WS-ENT-IX.
    PERFORM SCAN-REQUESTOR-TABLE
        UNTIL WS-ENT-IX > WS-ENT-COUNT OR ENTITLEMENT-FOUND.
SCAN-REQUESTOR-TABLE.
    IF WS-ENT-REQUESTOR(WS-ENT-IX) = EMT-REQUESTOR
            AND WS-ENT-DELETED(WS-ENT-IX) = "N"
        MOVE "Y" TO WS-ENT-FOUND
    ELSE
        ADD 1 TO WS-ENT-IX
    END-IF.
APPLY-ADD.
    IF ENTITLEMENT-FOUND
        MOVE "REQUESTOR ALREADY ON MASTER" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND WS-ACTIVE-COUNT >= WS-ENT-CAPACITY
        MOVE "MASTER FULL - 100 REQUESTOR LIMIT" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND WS-ENT-COUNT >= WS-ENT-TABLE-MAX
        MOVE "MASTER TABLE FULL - 200 RECORDS" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-AUTH-FLAG NOT = "Y"
            AND EMT-AUTH-FLAG NOT = "N"
        MOVE "AUTHORIZED FLAG MUST BE Y OR N" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        MOVE EMT-MAX-N TO WS-CHECK-LIMIT
        PERFORM CHECK-LIMIT-FIELD
        IF NOT LIMIT-IS-VALID
            MOVE "MAXIMUM N MUST BE 0001-9999" TO WS-REJECT-TEXT
            MOVE "N" TO WS-CARD-VALID
        END-IF
    END-IF.
    IF CARD-IS-VALID
        MOVE EMT-MAX-BATCH TO WS-CHECK-LIMIT
        PERFORM CHECK-LIMIT-FIELD
        IF NOT LIMIT-IS-VALID
            MOVE "MAXIMUM PER BATCH MUST BE 0001-9999"
                TO WS-REJECT-TEXT
            MOVE "N" TO WS-CARD-VALID
        END-IF
    END-IF.
    IF CARD-IS-VALID
        MOVE SPACES TO WS-BEFORE-IMAGE
        ADD 1 TO WS-ENT-COUNT
        ADD 1 TO WS-ACTIVE-COUNT
        MOVE WS-ENT-COUNT TO WS-ENT-IX
        MOVE EMT-REQUESTOR TO WS-ENT-REQUESTOR(WS-ENT-IX)
        MOVE EMT-AUTH-FLAG TO WS-ENT-AUTH(WS-ENT-IX)
        MOVE EMT-MAX-N TO WS-ENT-MAX-N(WS-ENT-IX)
        MOVE EMT-MAX-BATCH TO WS-ENT-MAX-BATCH(WS-ENT-IX)
        MOVE "N" TO WS-ENT-DELETED(WS-ENT-IX)
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-AFTER-IMAGE
        PERFORM HOLD-HISTORY-ENTRY
    END-IF.
APPLY-CHANGE.
    IF NOT ENTITLEMENT-FOUND
        MOVE "REQUESTOR NOT ON MASTER" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-AUTH-FLAG = SPACE
            AND EMT-MAX-N = SPACES AND EMT-MAX-BATCH = SPACES
        MOVE "NO FIELDS SUPPLIED TO CHANGE" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-AUTH-FLAG NOT = SPACE
            AND EMT-AUTH-FLAG NOT = "Y" AND EMT-AUTH-FLAG NOT = "N"
        MOVE "AUTHORIZED FLAG MUST BE Y OR N" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-REQUESTOR = "OPERPARM"
            AND EMT-AUTH-FLAG = "N"
        MOVE "OPERPARM MUST STAY AUTHORIZED" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-MAX-N NOT = SPACES
        MOVE EMT-MAX-N TO WS-CHECK-LIMIT
        PERFORM CHECK-LIMIT-FIELD
        IF NOT LIMIT-IS-VALID
            MOVE "MAXIMUM N MUST BE 0001-9999" TO WS-REJECT-TEXT
            MOVE "N" TO WS-CARD-VALID
        END-IF
    END-IF.
    IF CARD-IS-VALID AND EMT-MAX-BATCH NOT = SPACES
        MOVE EMT-MAX-BATCH TO WS-CHECK-LIMIT
        PERFORM CHECK-LIMIT-FIELD
        IF NOT LIMIT-IS-VALID
            MOVE "MAXIMUM PER BATCH MUST BE 0001-9999"
                TO WS-REJECT-TEXT
            MOVE "N" TO WS-CARD-VALID
        END-IF
    END-IF.
    IF CARD-IS-VALID
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-BEFORE-IMAGE
        IF EMT-AUTH-FLAG NOT = SPACE
            MOVE EMT-AUTH-FLAG TO WS-ENT-AUTH(WS-ENT-IX)
        END-IF
        IF EMT-MAX-N NOT = SPACES
            MOVE EMT-MAX-N TO WS-ENT-MAX-N(WS-ENT-IX)
        END-IF
        IF EMT-MAX-BATCH NOT = SPACES
            MOVE EMT-MAX-BATCH TO WS-ENT-MAX-BATCH(WS-ENT-IX)
        END-IF
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-AFTER-IMAGE
        PERFORM HOLD-HISTORY-ENTRY
    END-IF.
APPLY-SUSPEND.
    IF NOT ENTITLEMENT-FOUND
        MOVE "REQUESTOR NOT ON MASTER" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-REQUESTOR = "OPERPARM"
        MOVE "OPERPARM MUST STAY AUTHORIZED" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND WS-ENT-AUTH(WS-ENT-IX) = "N"
        MOVE "REQUESTOR ALREADY SUSPENDED" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-BEFORE-IMAGE
        MOVE "N" TO WS-ENT-AUTH(WS-ENT-IX)
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-AFTER-IMAGE
        PERFORM HOLD-HISTORY-ENTRY
    END-IF.
APPLY-DELETE.
    IF NOT ENTITLEMENT-FOUND
        MOVE "REQUESTOR NOT ON MASTER" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND EMT-REQUESTOR = "OPERPARM"
        MOVE "OPERPARM CAN NEVER BE DELETED" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO WS-BEFORE-IMAGE
        MOVE SPACES TO WS-AFTER-IMAGE
        MOVE "Y" TO WS-ENT-DELETED(WS-ENT-IX)
        SUBTRACT 1 FROM WS-ACTIVE-COUNT
        PERFORM HOLD-HISTORY-ENTRY
    END-IF.
CHECK-LIMIT-FIELD.
    MOVE "N" TO WS-LIMIT-VALID.
    IF WS-CHECK-LIMIT IS NUMERIC AND WS-CHECK-LIMIT NOT = "0000"
        MOVE "Y" TO WS-LIMIT-VALID
    END-IF.
BUILD-ENTRY-IMAGE.
    MOVE WS-ENT-REQUESTOR(WS-ENT-IX) TO WS-IMG-REQUESTOR.
    MOVE WS-ENT-AUTH(WS-ENT-IX) TO WS-IMG-AUTH.
    MOVE WS-ENT-MAX-N(WS-ENT-IX) TO WS-IMG-MAX-N.
    MOVE WS-ENT-MAX-BATCH(WS-ENT-IX) TO WS-IMG-MAX-BATCH.
HOLD-HISTORY-ENTRY.
    ADD 1 TO WS-HT-COUNT.
    MOVE EMT-CHANGED-BY TO WS-HT-CHANGED-BY(WS-HT-COUNT).
    MOVE WS-FUNCTION TO WS-HT-FUNCTION(WS-HT-COUNT).
    MOVE WS-BEFORE-IMAGE TO WS-HT-BEFORE-IMAGE(WS-HT-COUNT).
    MOVE WS-AFTER-IMAGE TO WS-HT-AFTER-IMAGE(WS-HT-COUNT).
EDIT-NEW-MASTER.
    MOVE "N" TO WS-OPERPARM-OK.
    MOVE 1 TO WS-ENT-IX.
    PERFORM EDIT-MASTER-ENTRY UNTIL WS-ENT-IX > WS-ENT-COUNT.
    IF NOT OPERPARM-PRESENT
        MOVE "MASTER EXCEPTION - NO AUTHORIZED OPERPARM ENTRY"
            TO WS-PRINT-LINE
        PERFORM WRITE-EXCEPTION-LINE
    END-IF.
    MOVE WS-ACTIVE-COUNT TO WS-ENT-EDIT.
    MOVE WS-ENT-CAPACITY TO WS-CAP-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF WS-ACTIVE-COUNT > WS-ENT-CAPACITY
        STRING "MASTER EXCEPTION - " WS-ENT-EDIT
            " REQUESTORS EXCEEDS FIBON1 CAPACITY OF " WS-CAP-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-EXCEPTION-LINE
    ELSE
        IF WS-ACTIVE-COUNT >= WS-ENT-WARN-LEVEL
            STRING "WARNING - MASTER HOLDS " WS-ENT-EDIT
                " OF " WS-CAP-EDIT " REQUESTORS - NEAR FIBON1 CAPACITY"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
            PERFORM WRITE-REPORT-LINE
            DISPLAY "FIBEM1: " WS-PRINT-LINE
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
EDIT-MASTER-ENTRY.
    IF WS-ENT-DELETED(WS-ENT-IX) = "N"
        IF WS-ENT-REQUESTOR(WS-ENT-IX) = "OPERPARM"
                AND WS-ENT-AUTH(WS-ENT-IX) = "Y"
            MOVE "Y" TO WS-OPERPARM-OK
        END-IF
        MOVE SPACES TO WS-PRINT-LINE
        EVALUATE TRUE
            WHEN WS-ENT-REQUESTOR(WS-ENT-IX) = SPACES
                MOVE "MASTER EXCEPTION - BLANK REQUESTOR ID"
                    TO WS-PRINT-LINE
            WHEN WS-ENT-AUTH(WS-ENT-IX) NOT = "Y"
                    AND WS-ENT-AUTH(WS-ENT-IX) NOT = "N"
                STRING "MASTER EXCEPTION - " WS-ENT-REQUESTOR(WS-ENT-IX)
                    " AUTHORIZED FLAG NOT Y OR N"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
            WHEN WS-ENT-MAX-N(WS-ENT-IX) IS NOT NUMERIC
                STRING "MASTER EXCEPTION - " WS-ENT-REQUESTOR(WS-ENT-IX)
                    " MAXIMUM N NOT NUMERIC"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
            WHEN WS-ENT-MAX-BATCH(WS-ENT-IX) IS NOT NUMERIC
                STRING "MASTER EXCEPTION - " WS-ENT-REQUESTOR(WS-ENT-IX)
                    " MAXIMUM PER BATCH NOT NUMERIC"
                    DELIMITED BY SIZE INTO WS-PRINT-LINE
                END-STRING
        END-EVALUATE
        IF WS-PRINT-LINE NOT = SPACES
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
        MOVE "N" TO WS-DUP-FOUND
        COMPUTE WS-ENT-IX2 = WS-ENT-IX + 1
        PERFORM CHECK-DUPLICATE-ENTRY
            UNTIL WS-ENT-IX2 > WS-ENT-COUNT OR DUPLICATE-FOUND
        IF DUPLICATE-FOUND
            MOVE SPACES TO WS-PRINT-LINE
            STRING "MASTER EXCEPTION - " WS-ENT-REQUESTOR(WS-ENT-IX)
                " APPEARS MORE THAN ONCE"
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
            PERFORM WRITE-EXCEPTION-LINE
        END-IF
    END-IF.
    ADD 1 TO WS-ENT-IX.
CHECK-DUPLICATE-ENTRY.
    IF WS-ENT-DELETED(WS-ENT-IX2) = "N"
            AND WS-ENT-REQUESTOR(WS-ENT-IX2) = WS-ENT-REQUESTOR(WS-ENT-IX)
        MOVE "Y" TO WS-DUP-FOUND
    ELSE
        ADD 1 TO WS-ENT-IX2
    END-IF.
WRITE-EXCEPTION-LINE.
    ADD 1 TO WS-EXCEPTION-COUNT.
    PERFORM WRITE-REPORT-LINE.
    DISPLAY "FIBEM1: " WS-PRINT-LINE.
    IF RETURN-CODE < 8
        MOVE 8 TO RETURN-CODE
    END-IF.
WRITE-NEW-MASTER.
    OPEN OUTPUT NEW-ENTITLE-FILE.
    IF WS-NEWENT-STATUS NOT = "00"
        DISPLAY "FIBEM1: UNABLE TO OPEN NEW ENTITLEMENT MASTER, STATUS="
            WS-NEWENT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 1 TO WS-ENT-IX
        PERFORM WRITE-NEW-MASTER-ENTRY UNTIL WS-ENT-IX > WS-ENT-COUNT
        CLOSE NEW-ENTITLE-FILE
    END-IF.
WRITE-NEW-MASTER-ENTRY.
    IF WS-ENT-DELETED(WS-ENT-IX) = "N"
        PERFORM BUILD-ENTRY-IMAGE
        MOVE WS-ENT-IMAGE TO NEW-ENTITLE-RECORD
        WRITE NEW-ENTITLE-RECORD
    END-IF.
    ADD 1 TO WS-ENT-IX.
*> the FIBEM1J install step runs only at RC 4 or below, so the held
*> history goes to ENTHIST only when the run has not reached RC 8
WRITE-CHANGE-HISTORY.
    IF RETURN-CODE < 8 AND WS-HT-COUNT > 0
        PERFORM OPEN-HISTORY-FILE
        IF RETURN-CODE < 16
            MOVE 1 TO WS-HT-IX
            PERFORM WRITE-HISTORY-RECORD UNTIL WS-HT-IX > WS-HT-COUNT
            CLOSE HISTORY-FILE
        END-IF
    END-IF.
WRITE-HISTORY-RECORD.
    MOVE SPACES TO HIST-RECORD.
    MOVE WS-CURRENT-DATE(1:8) TO HIST-DATE.
    MOVE WS-CURRENT-DATE(9:6) TO HIST-TIME.
    MOVE WS-HT-CHANGED-BY(WS-HT-IX) TO HIST-CHANGED-BY.
    MOVE WS-HT-FUNCTION(WS-HT-IX) TO HIST-FUNCTION.
    MOVE WS-HT-BEFORE-IMAGE(WS-HT-IX) TO HIST-BEFORE-IMAGE.
    MOVE WS-HT-AFTER-IMAGE(WS-HT-IX) TO HIST-AFTER-IMAGE.
    WRITE HIST-RECORD.
    ADD 1 TO WS-HIST-WRITTEN.
    ADD 1 TO WS-HT-IX.
WRITE-MASTER-LISTING.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "UPDATED MASTER:  REQUESTR A MAXN BTCH" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-ENT-IX.
    PERFORM WRITE-MASTER-LISTING-LINE UNTIL WS-ENT-IX > WS-ENT-COUNT.
WRITE-MASTER-LISTING-LINE.
    IF WS-ENT-DELETED(WS-ENT-IX) = "N"
        PERFORM BUILD-ENTRY-IMAGE
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-ENT-IMAGE TO WS-PRINT-LINE(18:20)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-ENT-IX.
WRITE-REPORT-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TRANSACTIONS READ:    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TRANSACTIONS APPLIED: " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TRANSACTIONS REJECTED:" WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ACTIVE-BEFORE TO WS-ENT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REQUESTORS BEFORE:       " WS-ENT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ACTIVE-COUNT TO WS-ENT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REQUESTORS AFTER:        " WS-ENT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-EXCEPTION-COUNT > 0
        MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "MASTER EXCEPTIONS:    " WS-COUNT-EDIT
            " - UPDATED MASTER NOT TO BE INSTALLED"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    IF WS-HIST-WRITTEN < WS-HT-COUNT
        MOVE WS-HT-COUNT TO WS-COUNT-EDIT
        STRING "HISTORY HELD:         " WS-COUNT-EDIT
            " - NOT WRITTEN, MASTER NOT INSTALLED"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        MOVE WS-HIST-WRITTEN TO WS-COUNT-EDIT
        STRING "HISTORY WRITTEN:      " WS-COUNT-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBEM1 ENTITLEMENT MAINTENANCE  DATE: " WS-RUN-DATE-EDIT
        "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
WRITE-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
