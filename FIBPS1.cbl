*> batch partition splitter: divides the TRANSIN queue (recycled
*> suspense entries first, as FIBON1 reads them) into up to four
*> partition queues by requestor or by priority band so the FIBON1
*> batch can run as concurrent executions, draws a block of run
*> numbers from RUNCTL for each partition up front, and writes the
*> partition map the merge step uses to put TRANSOUT back together
*> in the original queue order
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBPS1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT RECYCLE-FILE ASSIGN TO "RECYCLEI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-STATUS.
    SELECT TRANS-FILE ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-STATUS.
    SELECT PART-QUEUE-1 ASSIGN TO "PARTQ1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PQ1-STATUS.
    SELECT PART-QUEUE-2 ASSIGN TO "PARTQ2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PQ2-STATUS.
    SELECT PART-QUEUE-3 ASSIGN TO "PARTQ3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PQ3-STATUS.
    SELECT PART-QUEUE-4 ASSIGN TO "PARTQ4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PQ4-STATUS.
    SELECT PART-BLOCK-1 ASSIGN TO "PARTBK1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PB-STATUS.
    SELECT PART-BLOCK-2 ASSIGN TO "PARTBK2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PB-STATUS.
    SELECT PART-BLOCK-3 ASSIGN TO "PARTBK3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PB-STATUS.
    SELECT PART-BLOCK-4 ASSIGN TO "PARTBK4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PB-STATUS.
    SELECT MAP-FILE ASSIGN TO "PARTMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT PRINT-FILE ASSIGN TO "PSRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-CARD.
    05  PTP-METHOD              PIC X.
    05  FILLER                  PIC X.
    05  PTP-COUNT               PIC X.
    05  FILLER                  PIC X(77).
01  PARM-REQUESTOR-CARD.
    05  PTR-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  PTR-PARTITION           PIC X.
    05  FILLER                  PIC X(70).
01  PARM-BAND-CARD.
    05  PTB-LOW-PRIORITY        PIC X.
    05  FILLER                  PIC X.
    05  PTB-HIGH-PRIORITY       PIC X.
    05  FILLER                  PIC X.
    05  PTB-PARTITION           PIC X.
    05  FILLER                  PIC X(75).
FD  RECYCLE-FILE.
01  RECYCLE-RECORD.
    05  RCY-REASON-CODE         PIC 9(2).
    05  FILLER                  PIC X.
    05  RCY-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  RCY-RUN-SEQ             PIC 9(6).
    05  FILLER                  PIC X.
    05  RCY-TRANS-IMAGE         PIC X(68).
FD  TRANS-FILE.
COPY TRANSREC.
FD  RUNCTL-FILE.
01  RUNCTL-RECORD.
    05  RUNC-LAST-SEQ           PIC 9(6).
FD  PART-QUEUE-1.
01  PART-QUEUE-1-RECORD         PIC X(68).
FD  PART-QUEUE-2.
01  PART-QUEUE-2-RECORD         PIC X(68).
FD  PART-QUEUE-3.
01  PART-QUEUE-3-RECORD         PIC X(68).
FD  PART-QUEUE-4.
01  PART-QUEUE-4-RECORD         PIC X(68).
FD  PART-BLOCK-1.
01  PART-BLOCK-1-CARD           PIC X(22).
FD  PART-BLOCK-2.
01  PART-BLOCK-2-CARD           PIC X(22).
FD  PART-BLOCK-3.
01  PART-BLOCK-3-CARD           PIC X(22).
FD  PART-BLOCK-4.
01  PART-BLOCK-4-CARD           PIC X(22).
FD  MAP-FILE.
01  MAP-RECORD.
    05  PMP-PARTITION           PIC 9.
    05  FILLER                  PIC X.
    05  PMP-SOURCE              PIC X.
    05  FILLER                  PIC X.
    05  PMP-ENTRY               PIC 9(6).
    05  FILLER                  PIC X.
    05  PMP-TRANS-IMAGE         PIC X(68).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

WORKING-STORAGE SECTION.
77 WS-PARM-STATUS PIC XX.
77 WS-RECYCLE-STATUS PIC XX.
77 WS-TRANS-STATUS PIC XX.
77 WS-RUNCTL-STATUS PIC XX.
77 WS-PQ1-STATUS PIC XX.
77 WS-PQ2-STATUS PIC XX.
77 WS-PQ3-STATUS PIC XX.
77 WS-PQ4-STATUS PIC XX.
77 WS-PQ-STATUS PIC XX.
77 WS-PB-STATUS PIC XX.
77 WS-MAP-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-PARM-EOF PIC X VALUE "N".
    88 PARM-EOF VALUE "Y".
77 WS-QUEUE-EOF PIC X VALUE "N".
    88 QUEUE-EOF VALUE "Y".
77 WS-RECYCLE-ACTIVE PIC X VALUE "N".
    88 READING-RECYCLE VALUE "Y".
77 WS-METHOD PIC X VALUE SPACE.
    88 SPLIT-BY-REQUESTOR VALUE "R".
    88 SPLIT-BY-PRIORITY VALUE "P".
77 WS-PART-COUNT PIC 9 VALUE 0.
77 WS-PART-IX PIC 9 COMP.
77 WS-TARGET-PART PIC 9 VALUE 0.
77 WS-SOURCE PIC X VALUE SPACE.
77 WS-ENTRY-NO PIC 9(6) VALUE 0.
77 WS-LAST-RUN-SEQ PIC 9(6) VALUE 0.
77 WS-NEW-LAST-SEQ PIC 9(6) VALUE 0.
77 WS-NEXT-SEQ PIC 9(7) VALUE 0.
77 WS-PENDING-TOTAL PIC 9(7) VALUE 0.
77 WS-ENTRY-TOTAL PIC 9(6) VALUE 0.
77 WS-CARD-NO PIC 9(4) VALUE 0.
*> requestors keep one partition for the whole batch, so their
*> batch limits, extension chains and queue order stay together;
*> a requestor with no PTPARM card goes to the partition with the
*> least pending work at the point it is first seen
77 WS-RQ-COUNT PIC 9(3) COMP VALUE 0.
77 WS-RQ-IX PIC 9(3) COMP.
77 WS-FIND-REQUESTOR PIC X(8).
77 WS-RQ-FOUND PIC X VALUE "N".
    88 REQUESTOR-FOUND VALUE "Y".
01 WS-RQ-TABLE.
    05 WS-RQ-ENTRY OCCURS 200.
        10 WS-RQ-REQUESTOR PIC X(8).
        10 WS-RQ-PARTITION PIC 9.
        10 WS-RQ-HOW PIC X.
        10 WS-RQ-ENTRIES PIC 9(6).
77 WS-BAND-COUNT PIC 9(2) COMP VALUE 0.
77 WS-BAND-IX PIC 9(2) COMP.
77 WS-BAND-FOUND PIC X VALUE "N".
    88 BAND-FOUND VALUE "Y".
01 WS-BAND-TABLE.
    05 WS-BAND-ENTRY OCCURS 10.
        10 WS-BAND-LOW PIC 9.
        10 WS-BAND-HIGH PIC 9.
        10 WS-BAND-PARTITION PIC 9.
*> entry 11 collects priorities that are not a digit
77 WS-PRI-IX PIC 9(2) COMP.
01 WS-PRI-TABLE.
    05 WS-PRI-ENTRY OCCURS 11.
        10 WS-PRI-PARTITION PIC 9.
        10 WS-PRI-ENTRIES PIC 9(6).
01 WS-PART-TABLE.
    05 WS-PART-ENTRY OCCURS 4.
        10 WS-PART-ENTRIES PIC 9(6).
        10 WS-PART-PENDING PIC 9(6).
        10 WS-PART-RECYCLED PIC 9(6).
        10 WS-PART-LOW PIC 9(7).
        10 WS-PART-HIGH PIC 9(7).
01 WS-BLOCK-CARD.
    05 WS-BLK-PARTITION PIC 9.
    05 FILLER PIC X VALUE SPACE.
    05 WS-BLK-LOW-SEQ PIC 9(6).
    05 FILLER PIC X VALUE SPACE.
    05 WS-BLK-HIGH-SEQ PIC 9(6).
    05 FILLER PIC X VALUE SPACE.
    05 WS-BLK-ENTRIES PIC 9(6).
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
77 WS-COUNT-EDIT PIC ZZZZZ9.
77 WS-COUNT-EDIT-2 PIC ZZZZZ9.
77 WS-SEQ-EDIT PIC 9(6).
77 WS-SEQ-EDIT-2 PIC 9(6).
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADER
        PERFORM READ-SPLIT-PARM
        IF RETURN-CODE = 0
            PERFORM READ-RUN-CONTROL
        END-IF
        IF RETURN-CODE = 0
            PERFORM OPEN-PARTITION-FILES
        END-IF
        IF RETURN-CODE = 0
            PERFORM SPLIT-QUEUE
            PERFORM CLOSE-PARTITION-FILES
        END-IF
        IF RETURN-CODE = 0
            PERFORM ALLOCATE-RUN-BLOCKS
        END-IF
        IF RETURN-CODE = 0
            PERFORM WRITE-SPLIT-REPORT
        ELSE
            MOVE "SPLIT NOT COMPLETED - DO NOT RUN THE PARTITIONS"
                TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    STOP RUN.
*> PTPARM card 1: method in col 1 (R = by requestor, P = by
*> priority band), partition count 2-4 in col 3. Method R may be
*> followed by requestor cards (requestor cols 1-8, partition col
*> 10); method P by band cards (low priority col 1, high priority
*> col 3, partition col 5)
READ-SPLIT-PARM.
    OPEN INPUT PARM-FILE.
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO OPEN PTPARM, STATUS="
            WS-PARM-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-PARM-CARD
        IF PARM-EOF
            DISPLAY "FIBPS1: PTPARM IS EMPTY"
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE PTP-METHOD TO WS-METHOD
            IF NOT SPLIT-BY-REQUESTOR AND NOT SPLIT-BY-PRIORITY
                DISPLAY "FIBPS1: SPLIT METHOD '" PTP-METHOD
                    "' MUST BE R OR P"
                MOVE 16 TO RETURN-CODE
            END-IF
            IF PTP-COUNT IS NUMERIC AND PTP-COUNT >= "2"
                    AND PTP-COUNT <= "4"
                MOVE PTP-COUNT TO WS-PART-COUNT
            ELSE
                DISPLAY "FIBPS1: PARTITION COUNT '" PTP-COUNT
                    "' MUST BE 2, 3 OR 4"
                MOVE 16 TO RETURN-CODE
            END-IF
            PERFORM READ-PARM-CARD
            PERFORM LOAD-ASSIGNMENT-CARD UNTIL PARM-EOF
        END-IF
        CLOSE PARM-FILE
    END-IF.
READ-PARM-CARD.
    READ PARM-FILE
        AT END
            MOVE "Y" TO WS-PARM-EOF
        NOT AT END
            ADD 1 TO WS-CARD-NO
    END-READ.
LOAD-ASSIGNMENT-CARD.
    IF SPLIT-BY-REQUESTOR
        PERFORM LOAD-REQUESTOR-CARD
    ELSE
        PERFORM LOAD-BAND-CARD
    END-IF.
    PERFORM READ-PARM-CARD.
LOAD-REQUESTOR-CARD.
    IF PTR-REQUESTOR = SPACES OR PTR-PARTITION IS NOT NUMERIC
            OR PTR-PARTITION = "0" OR PTR-PARTITION > WS-PART-COUNT
        DISPLAY "FIBPS1: PTPARM CARD " WS-CARD-NO
            " - INVALID REQUESTOR ASSIGNMENT '" PARM-CARD(1:10) "'"
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE PTR-REQUESTOR TO WS-FIND-REQUESTOR
        MOVE "N" TO WS-RQ-FOUND
        MOVE 1 TO WS-RQ-IX
        PERFORM SCAN-REQUESTOR-TABLE
            UNTIL WS-RQ-IX > WS-RQ-COUNT OR REQUESTOR-FOUND
        IF REQUESTOR-FOUND
            DISPLAY "FIBPS1: PTPARM CARD " WS-CARD-NO
                " - REQUESTOR " PTR-REQUESTOR " ASSIGNED TWICE"
            MOVE 16 TO RETURN-CODE
        ELSE
            IF WS-RQ-COUNT >= 200
                DISPLAY "FIBPS1: MORE THAN 200 REQUESTORS ON PTPARM"
                MOVE 16 TO RETURN-CODE
            ELSE
                ADD 1 TO WS-RQ-COUNT
                MOVE PTR-REQUESTOR TO WS-RQ-REQUESTOR(WS-RQ-COUNT)
                MOVE PTR-PARTITION TO WS-RQ-PARTITION(WS-RQ-COUNT)
                MOVE "C" TO WS-RQ-HOW(WS-RQ-COUNT)
                MOVE 0 TO WS-RQ-ENTRIES(WS-RQ-COUNT)
            END-IF
        END-IF
    END-IF.
LOAD-BAND-CARD.
    IF PTB-LOW-PRIORITY IS NOT NUMERIC
            OR PTB-HIGH-PRIORITY IS NOT NUMERIC
            OR PTB-LOW-PRIORITY > PTB-HIGH-PRIORITY
            OR PTB-PARTITION IS NOT NUMERIC OR PTB-PARTITION = "0"
            OR PTB-PARTITION > WS-PART-COUNT
        DISPLAY "FIBPS1: PTPARM CARD " WS-CARD-NO
            " - INVALID PRIORITY BAND '" PARM-CARD(1:5) "'"
        MOVE 16 TO RETURN-CODE
    ELSE
        IF WS-BAND-COUNT >= 10
            DISPLAY "FIBPS1: MORE THAN 10 PRIORITY BANDS ON PTPARM"
            MOVE 16 TO RETURN-CODE
        ELSE
            ADD 1 TO WS-BAND-COUNT
            MOVE PTB-LOW-PRIORITY TO WS-BAND-LOW(WS-BAND-COUNT)
            MOVE PTB-HIGH-PRIORITY TO WS-BAND-HIGH(WS-BAND-COUNT)
            MOVE PTB-PARTITION TO WS-BAND-PARTITION(WS-BAND-COUNT)
        END-IF
    END-IF.
READ-RUN-CONTROL.
    MOVE 0 TO WS-LAST-RUN-SEQ.
    OPEN INPUT RUNCTL-FILE.
    IF WS-RUNCTL-STATUS = "00"
        READ RUNCTL-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RUNC-LAST-SEQ IS NUMERIC
                    MOVE RUNC-LAST-SEQ TO WS-LAST-RUN-SEQ
                END-IF
        END-READ
        CLOSE RUNCTL-FILE
    ELSE
        IF WS-RUNCTL-STATUS = "35"
            DISPLAY "FIBPS1: RUN CONTROL FILE NOT FOUND -"
                " RUN NUMBERING STARTS FROM ZERO"
        ELSE
            DISPLAY "FIBPS1: UNABLE TO READ RUN CONTROL FILE, STATUS="
                WS-RUNCTL-STATUS
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
OPEN-PARTITION-FILES.
    OPEN OUTPUT MAP-FILE.
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO OPEN PARTITION MAP, STATUS="
            WS-MAP-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.
    MOVE 1 TO WS-PART-IX.
    PERFORM OPEN-PARTITION-QUEUE UNTIL WS-PART-IX > WS-PART-COUNT.
OPEN-PARTITION-QUEUE.
    EVALUATE WS-PART-IX
        WHEN 1
            OPEN OUTPUT PART-QUEUE-1
            MOVE WS-PQ1-STATUS TO WS-PQ-STATUS
        WHEN 2
            OPEN OUTPUT PART-QUEUE-2
            MOVE WS-PQ2-STATUS TO WS-PQ-STATUS
        WHEN 3
            OPEN OUTPUT PART-QUEUE-3
            MOVE WS-PQ3-STATUS TO WS-PQ-STATUS
        WHEN OTHER
            OPEN OUTPUT PART-QUEUE-4
            MOVE WS-PQ4-STATUS TO WS-PQ-STATUS
    END-EVALUATE.
    IF WS-PQ-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO OPEN PARTITION QUEUE PARTQ"
            WS-PART-IX ", STATUS=" WS-PQ-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.
    MOVE 0 TO WS-PART-ENTRIES(WS-PART-IX).
    MOVE 0 TO WS-PART-PENDING(WS-PART-IX).
    MOVE 0 TO WS-PART-RECYCLED(WS-PART-IX).
    ADD 1 TO WS-PART-IX.
CLOSE-PARTITION-FILES.
    IF WS-MAP-STATUS = "00"
        CLOSE MAP-FILE
    END-IF.
    IF WS-PQ1-STATUS = "00"
        CLOSE PART-QUEUE-1
    END-IF.
    IF WS-PQ2-STATUS = "00" AND WS-PART-COUNT >= 2
        CLOSE PART-QUEUE-2
    END-IF.
    IF WS-PQ3-STATUS = "00" AND WS-PART-COUNT >= 3
        CLOSE PART-QUEUE-3
    END-IF.
    IF WS-PQ4-STATUS = "00" AND WS-PART-COUNT >= 4
        CLOSE PART-QUEUE-4
    END-IF.
*> the recycled suspense entries are routed first, exactly as
*> FIBON1 reads RECYCLEI ahead of TRANSIN, so each partition queue
*> and the map keep the order the batch would have used
SPLIT-QUEUE.
    MOVE 1 TO WS-PRI-IX.
    PERFORM CLEAR-PRIORITY-ENTRY UNTIL WS-PRI-IX > 11.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO OPEN TRANSACTION FILE, STATUS="
            WS-TRANS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE "N" TO WS-RECYCLE-ACTIVE
        OPEN INPUT RECYCLE-FILE
        IF WS-RECYCLE-STATUS = "00"
            MOVE "Y" TO WS-RECYCLE-ACTIVE
            MOVE "R" TO WS-SOURCE
            MOVE 0 TO WS-ENTRY-NO
            MOVE "N" TO WS-QUEUE-EOF
            PERFORM READ-QUEUE-ENTRY
            PERFORM ROUTE-QUEUE-ENTRY UNTIL QUEUE-EOF
            CLOSE RECYCLE-FILE
            MOVE "N" TO WS-RECYCLE-ACTIVE
        ELSE
            IF WS-RECYCLE-STATUS NOT = "35"
                DISPLAY "FIBPS1: UNABLE TO OPEN RECYCLE FILE, STATUS="
                    WS-RECYCLE-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF
        END-IF
        IF RETURN-CODE = 0
            MOVE "Q" TO WS-SOURCE
            MOVE 0 TO WS-ENTRY-NO
            MOVE "N" TO WS-QUEUE-EOF
            PERFORM READ-QUEUE-ENTRY
            PERFORM ROUTE-QUEUE-ENTRY UNTIL QUEUE-EOF
        END-IF
        CLOSE TRANS-FILE
    END-IF.
CLEAR-PRIORITY-ENTRY.
    MOVE 0 TO WS-PRI-PARTITION(WS-PRI-IX).
    MOVE 0 TO WS-PRI-ENTRIES(WS-PRI-IX).
    ADD 1 TO WS-PRI-IX.
READ-QUEUE-ENTRY.
    IF READING-RECYCLE
        READ RECYCLE-FILE
            AT END
                MOVE "Y" TO WS-QUEUE-EOF
            NOT AT END
                MOVE RCY-TRANS-IMAGE TO TRANS-RECORD
        END-READ
    ELSE
        READ TRANS-FILE
            AT END
                MOVE "Y" TO WS-QUEUE-EOF
        END-READ
    END-IF.
ROUTE-QUEUE-ENTRY.
    ADD 1 TO WS-ENTRY-NO.
    ADD 1 TO WS-ENTRY-TOTAL.
    IF SPLIT-BY-REQUESTOR
        PERFORM PICK-REQUESTOR-PARTITION
    ELSE
        PERFORM PICK-PRIORITY-PARTITION
    END-IF.
    PERFORM WRITE-PARTITION-ENTRY.
    MOVE SPACES TO MAP-RECORD.
    MOVE WS-TARGET-PART TO PMP-PARTITION.
    MOVE WS-SOURCE TO PMP-SOURCE.
    MOVE WS-ENTRY-NO TO PMP-ENTRY.
    MOVE TRANS-RECORD TO PMP-TRANS-IMAGE.
    WRITE MAP-RECORD.
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "FIBPS1: PARTITION MAP WRITE FAILED, STATUS="
            WS-MAP-STATUS " - SPLIT HALTED"
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-QUEUE-EOF
    END-IF.
    ADD 1 TO WS-PART-ENTRIES(WS-TARGET-PART).
    IF TRANS-STAT-PENDING
        ADD 1 TO WS-PART-PENDING(WS-TARGET-PART)
        ADD 1 TO WS-PENDING-TOTAL
    END-IF.
    IF READING-RECYCLE
        ADD 1 TO WS-PART-RECYCLED(WS-TARGET-PART)
    END-IF.
    IF NOT QUEUE-EOF
        PERFORM READ-QUEUE-ENTRY
    END-IF.
PICK-REQUESTOR-PARTITION.
    MOVE "N" TO WS-RQ-FOUND.
    MOVE 1 TO WS-RQ-IX.
    MOVE TRANS-REQUESTOR TO WS-FIND-REQUESTOR.
    PERFORM SCAN-REQUESTOR-TABLE
        UNTIL WS-RQ-IX > WS-RQ-COUNT OR REQUESTOR-FOUND.
    IF NOT REQUESTOR-FOUND
        IF WS-RQ-COUNT >= 200
            DISPLAY "FIBPS1: MORE THAN 200 REQUESTORS IN THE QUEUE"
                " - SPLIT HALTED"
            MOVE 16 TO RETURN-CODE
            MOVE "Y" TO WS-QUEUE-EOF
            MOVE 1 TO WS-RQ-IX
        ELSE
            ADD 1 TO WS-RQ-COUNT
            MOVE WS-RQ-COUNT TO WS-RQ-IX
            MOVE TRANS-REQUESTOR TO WS-RQ-REQUESTOR(WS-RQ-IX)
            MOVE 1 TO WS-TARGET-PART
            MOVE 2 TO WS-PART-IX
            PERFORM FIND-LEAST-LOADED UNTIL WS-PART-IX > WS-PART-COUNT
            MOVE WS-TARGET-PART TO WS-RQ-PARTITION(WS-RQ-IX)
            MOVE "B" TO WS-RQ-HOW(WS-RQ-IX)
            MOVE 0 TO WS-RQ-ENTRIES(WS-RQ-IX)
        END-IF
    END-IF.
    MOVE WS-RQ-PARTITION(WS-RQ-IX) TO WS-TARGET-PART.
    ADD 1 TO WS-RQ-ENTRIES(WS-RQ-IX).
SCAN-REQUESTOR-TABLE.
    IF WS-RQ-REQUESTOR(WS-RQ-IX) = WS-FIND-REQUESTOR
        MOVE "Y" TO WS-RQ-FOUND
    ELSE
        ADD 1 TO WS-RQ-IX
    END-IF.
FIND-LEAST-LOADED.
    IF WS-PART-PENDING(WS-PART-IX) < WS-PART-PENDING(WS-TARGET-PART)
        MOVE WS-PART-IX TO WS-TARGET-PART
    END-IF.
    ADD 1 TO WS-PART-IX.
*> a priority no band card covers goes to the partition of the same
*> number, and priority 0, anything beyond the partition count and
*> anything not a digit to the last partition
PICK-PRIORITY-PARTITION.
    MOVE "N" TO WS-BAND-FOUND.
    IF TRANS-PRIORITY IS NUMERIC
        MOVE 1 TO WS-BAND-IX
        PERFORM SCAN-BAND-TABLE
            UNTIL WS-BAND-IX > WS-BAND-COUNT OR BAND-FOUND
        COMPUTE WS-PRI-IX = TRANS-PRIORITY + 1
    ELSE
        MOVE 11 TO WS-PRI-IX
    END-IF.
    IF BAND-FOUND
        MOVE WS-BAND-PARTITION(WS-BAND-IX) TO WS-TARGET-PART
    ELSE
        IF WS-PRI-IX > 1 AND WS-PRI-IX <= WS-PART-COUNT + 1
            COMPUTE WS-TARGET-PART = WS-PRI-IX - 1
        ELSE
            MOVE WS-PART-COUNT TO WS-TARGET-PART
        END-IF
    END-IF.
    MOVE WS-TARGET-PART TO WS-PRI-PARTITION(WS-PRI-IX).
    ADD 1 TO WS-PRI-ENTRIES(WS-PRI-IX).
SCAN-BAND-TABLE.
    IF TRANS-PRIORITY >= WS-BAND-LOW(WS-BAND-IX)
            AND TRANS-PRIORITY <= WS-BAND-HIGH(WS-BAND-IX)
        MOVE "Y" TO WS-BAND-FOUND
    ELSE
        ADD 1 TO WS-BAND-IX
    END-IF.
WRITE-PARTITION-ENTRY.
    EVALUATE WS-TARGET-PART
        WHEN 1
            WRITE PART-QUEUE-1-RECORD FROM TRANS-RECORD
            MOVE WS-PQ1-STATUS TO WS-PQ-STATUS
        WHEN 2
            WRITE PART-QUEUE-2-RECORD FROM TRANS-RECORD
            MOVE WS-PQ2-STATUS TO WS-PQ-STATUS
        WHEN 3
            WRITE PART-QUEUE-3-RECORD FROM TRANS-RECORD
            MOVE WS-PQ3-STATUS TO WS-PQ-STATUS
        WHEN OTHER
            WRITE PART-QUEUE-4-RECORD FROM TRANS-RECORD
            MOVE WS-PQ4-STATUS TO WS-PQ-STATUS
    END-EVALUATE.
    IF WS-PQ-STATUS NOT = "00"
        DISPLAY "FIBPS1: PARTITION QUEUE PARTQ" WS-TARGET-PART
            " WRITE FAILED, STATUS=" WS-PQ-STATUS " - SPLIT HALTED"
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-QUEUE-EOF
    END-IF.
*> each partition gets a contiguous block sized to its pending
*> entries, in partition order, and RUNCTL is moved past the lot in
*> one update - the partitions never touch RUNCTL themselves, so
*> they can run side by side. An empty partition gets a block whose
*> high number is below its low number
ALLOCATE-RUN-BLOCKS.
    IF WS-LAST-RUN-SEQ + WS-PENDING-TOTAL > 999998
        DISPLAY "FIBPS1: RUN NUMBER RANGE EXHAUSTED - " WS-PENDING-TOTAL
            " NUMBERS NEEDED AFTER " WS-LAST-RUN-SEQ
        MOVE 16 TO RETURN-CODE
    ELSE
        COMPUTE WS-NEXT-SEQ = WS-LAST-RUN-SEQ + 1
        MOVE 1 TO WS-PART-IX
        PERFORM WRITE-BLOCK-CARD UNTIL WS-PART-IX > WS-PART-COUNT
    END-IF.
    IF RETURN-CODE = 0
        COMPUTE WS-NEW-LAST-SEQ = WS-LAST-RUN-SEQ + WS-PENDING-TOTAL
        MOVE WS-NEW-LAST-SEQ TO RUNC-LAST-SEQ
        OPEN OUTPUT RUNCTL-FILE
        IF WS-RUNCTL-STATUS NOT = "00"
            DISPLAY "FIBPS1: UNABLE TO UPDATE RUN CONTROL FILE,"
                " STATUS=" WS-RUNCTL-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            WRITE RUNCTL-RECORD
            CLOSE RUNCTL-FILE
        END-IF
    END-IF.
WRITE-BLOCK-CARD.
    MOVE WS-NEXT-SEQ TO WS-PART-LOW(WS-PART-IX).
    ADD WS-PART-PENDING(WS-PART-IX) TO WS-NEXT-SEQ.
    COMPUTE WS-PART-HIGH(WS-PART-IX) = WS-NEXT-SEQ - 1.
    MOVE WS-PART-IX TO WS-BLK-PARTITION.
    MOVE WS-PART-LOW(WS-PART-IX) TO WS-BLK-LOW-SEQ.
    MOVE WS-PART-HIGH(WS-PART-IX) TO WS-BLK-HIGH-SEQ.
    MOVE WS-PART-PENDING(WS-PART-IX) TO WS-BLK-ENTRIES.
    EVALUATE WS-PART-IX
        WHEN 1
            OPEN OUTPUT PART-BLOCK-1
            IF WS-PB-STATUS = "00"
                WRITE PART-BLOCK-1-CARD FROM WS-BLOCK-CARD
                CLOSE PART-BLOCK-1
            END-IF
        WHEN 2
            OPEN OUTPUT PART-BLOCK-2
            IF WS-PB-STATUS = "00"
                WRITE PART-BLOCK-2-CARD FROM WS-BLOCK-CARD
                CLOSE PART-BLOCK-2
            END-IF
        WHEN 3
            OPEN OUTPUT PART-BLOCK-3
            IF WS-PB-STATUS = "00"
                WRITE PART-BLOCK-3-CARD FROM WS-BLOCK-CARD
                CLOSE PART-BLOCK-3
            END-IF
        WHEN OTHER
            OPEN OUTPUT PART-BLOCK-4
            IF WS-PB-STATUS = "00"
                WRITE PART-BLOCK-4-CARD FROM WS-BLOCK-CARD
                CLOSE PART-BLOCK-4
            END-IF
    END-EVALUATE.
    IF WS-PB-STATUS NOT = "00"
        DISPLAY "FIBPS1: UNABLE TO WRITE BLOCK CARD PARTBK"
            WS-PART-IX ", STATUS=" WS-PB-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.
    ADD 1 TO WS-PART-IX.
WRITE-SPLIT-REPORT.
    MOVE SPACES TO WS-PRINT-LINE.
    IF SPLIT-BY-REQUESTOR
        STRING "SPLIT BY REQUESTOR INTO " WS-PART-COUNT " PARTITIONS"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        STRING "SPLIT BY PRIORITY BAND INTO " WS-PART-COUNT
            " PARTITIONS"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    MOVE "PART  ENTRIES  PENDING  RECYCLED  RUN NUMBERS"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-PART-IX.
    PERFORM WRITE-PARTITION-LINE UNTIL WS-PART-IX > WS-PART-COUNT.
    MOVE WS-ENTRY-TOTAL TO WS-COUNT-EDIT.
    MOVE WS-PENDING-TOTAL TO WS-COUNT-EDIT-2.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "TOTAL " WS-COUNT-EDIT "   " WS-COUNT-EDIT-2
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-LAST-RUN-SEQ TO WS-SEQ-EDIT.
    MOVE WS-NEW-LAST-SEQ TO WS-SEQ-EDIT-2.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "RUNCTL LAST RUN NUMBER " WS-SEQ-EDIT " BEFORE, "
        WS-SEQ-EDIT-2 " AFTER"
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF SPLIT-BY-REQUESTOR
        MOVE "REQUESTR  PART  ASSIGNED  ENTRIES" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE 1 TO WS-RQ-IX
        PERFORM WRITE-REQUESTOR-LINE UNTIL WS-RQ-IX > WS-RQ-COUNT
    ELSE
        MOVE "PRIORITY  PART  ENTRIES" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE 1 TO WS-PRI-IX
        PERFORM WRITE-PRIORITY-LINE UNTIL WS-PRI-IX > 11
    END-IF.
    DISPLAY "FIBPS1: " WS-ENTRY-TOTAL " QUEUE ENTRIES SPLIT INTO "
        WS-PART-COUNT " PARTITIONS, " WS-PENDING-TOTAL
        " RUN NUMBERS DRAWN".
WRITE-PARTITION-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-PART-IX TO WS-PRINT-LINE(2:1).
    MOVE WS-PART-ENTRIES(WS-PART-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(7:6).
    MOVE WS-PART-PENDING(WS-PART-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(16:6).
    MOVE WS-PART-RECYCLED(WS-PART-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(26:6).
    IF WS-PART-PENDING(WS-PART-IX) = 0
        MOVE "NONE" TO WS-PRINT-LINE(34:4)
    ELSE
        MOVE WS-PART-LOW(WS-PART-IX) TO WS-SEQ-EDIT
        MOVE WS-PART-HIGH(WS-PART-IX) TO WS-SEQ-EDIT-2
        STRING WS-SEQ-EDIT "-" WS-SEQ-EDIT-2
            DELIMITED BY SIZE INTO WS-PRINT-LINE(34:13)
        END-STRING
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    ADD 1 TO WS-PART-IX.
WRITE-REQUESTOR-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-RQ-REQUESTOR(WS-RQ-IX) TO WS-PRINT-LINE(1:8).
    MOVE WS-RQ-PARTITION(WS-RQ-IX) TO WS-PRINT-LINE(12:1).
    IF WS-RQ-HOW(WS-RQ-IX) = "C"
        MOVE "PTPARM" TO WS-PRINT-LINE(17:6)
    ELSE
        MOVE "BALANCED" TO WS-PRINT-LINE(17:8)
    END-IF.
    MOVE WS-RQ-ENTRIES(WS-RQ-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(28:6).
    PERFORM WRITE-REPORT-LINE.
    ADD 1 TO WS-RQ-IX.
WRITE-PRIORITY-LINE.
    IF WS-PRI-ENTRIES(WS-PRI-IX) > 0
        MOVE SPACES TO WS-PRINT-LINE
        IF WS-PRI-IX = 11
            MOVE "OTHER" TO WS-PRINT-LINE(1:5)
        ELSE
            COMPUTE WS-TARGET-PART = WS-PRI-IX - 1
            MOVE WS-TARGET-PART TO WS-PRINT-LINE(5:1)
        END-IF
        MOVE WS-PRI-PARTITION(WS-PRI-IX) TO WS-PRINT-LINE(12:1)
        MOVE WS-PRI-ENTRIES(WS-PRI-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(17:6)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-PRI-IX.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBPS1 BATCH PARTITION SPLIT  DATE: "
        WS-RUN-DATE-EDIT "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
WRITE-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-REPORT-HEADER
    END-IF.
