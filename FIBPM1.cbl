*> partitioned batch merge: after the concurrent FIBON1 partition
*> executions, rebuilds the single TRANSOUT queue image in the
*> original queue order from the FIBPS1 partition map, and merges
*> the partition SEQRPT reports into one report in run-seq order
*> with the batch totals recombined, balancing every queue entry
*> back to the partition that was given it (the partition CTLLOG
*> and REJECTS files are merged on run seq by SORT in the same job)
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBPM1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAP-FILE ASSIGN TO "PARTMAP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAP-STATUS.
    SELECT PART-OUT-1 ASSIGN TO "PTOUT1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT PART-OUT-2 ASSIGN TO "PTOUT2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT PART-OUT-3 ASSIGN TO "PTOUT3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT PART-OUT-4 ASSIGN TO "PTOUT4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PO-STATUS.
    SELECT PART-RPT-1 ASSIGN TO "PTRPT1"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PR-STATUS.
    SELECT PART-RPT-2 ASSIGN TO "PTRPT2"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PR-STATUS.
    SELECT PART-RPT-3 ASSIGN TO "PTRPT3"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PR-STATUS.
    SELECT PART-RPT-4 ASSIGN TO "PTRPT4"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PR-STATUS.
    SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSOUT-STATUS.
    SELECT SEQ-REPORT ASSIGN TO "SEQRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEQRPT-STATUS.
    SELECT PRINT-FILE ASSIGN TO "PMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  MAP-FILE.
01  MAP-RECORD.
    05  PMP-PARTITION           PIC X.
    05  FILLER                  PIC X.
    05  PMP-SOURCE              PIC X.
    05  FILLER                  PIC X.
    05  PMP-ENTRY               PIC 9(6).
    05  FILLER                  PIC X.
    05  PMP-TRANS-IMAGE         PIC X(68).
FD  PART-OUT-1.
01  PART-OUT-1-RECORD           PIC X(68).
FD  PART-OUT-2.
01  PART-OUT-2-RECORD           PIC X(68).
FD  PART-OUT-3.
01  PART-OUT-3-RECORD           PIC X(68).
FD  PART-OUT-4.
01  PART-OUT-4-RECORD           PIC X(68).
FD  PART-RPT-1.
01  PART-RPT-1-RECORD           PIC X(80).
FD  PART-RPT-2.
01  PART-RPT-2-RECORD           PIC X(80).
FD  PART-RPT-3.
01  PART-RPT-3-RECORD           PIC X(80).
FD  PART-RPT-4.
01  PART-RPT-4-RECORD           PIC X(80).
FD  TRANSOUT-FILE.
COPY TRANSREC.
FD  SEQ-REPORT.
01  SEQ-REPORT-RECORD           PIC X(80).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

WORKING-STORAGE SECTION.
77 WS-MAP-STATUS PIC XX.
77 WS-PO-STATUS PIC XX.
77 WS-PR-STATUS PIC XX.
77 WS-TRANSOUT-STATUS PIC XX.
77 WS-SEQRPT-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-MAP-EOF PIC X VALUE "N".
    88 MAP-EOF VALUE "Y".
77 WS-PART-IX PIC 9 COMP.
77 WS-PICK-IX PIC 9 COMP.
77 WS-PART-NO PIC 9.
77 WS-MAP-TOTAL PIC 9(6) VALUE 0.
77 WS-BAD-MAP PIC 9(6) VALUE 0.
77 WS-OUT-OF-BALANCE PIC X VALUE "N".
    88 OUT-OF-BALANCE VALUE "Y".
01 WS-PART-OUT-RECORD PIC X(68).
*> per partition: whether its TRANSOUT and SEQRPT could be opened
*> and what came back from it
01 WS-PARTITION-TABLE.
    05 WS-PT-ENTRY OCCURS 4.
        10 WS-PT-OUT-OPEN PIC X.
        10 WS-PT-OUT-EOF PIC X.
        10 WS-PT-MAPPED PIC 9(6).
        10 WS-PT-RETURNED PIC 9(6).
        10 WS-PT-DONE PIC 9(6).
        10 WS-PT-REJECTED PIC 9(6).
        10 WS-PT-MISSING PIC 9(6).
        10 WS-PT-OUT-STEP PIC 9(6).
        10 WS-PT-EXTRA PIC 9(6).
        10 WS-PT-RPT-OPEN PIC X.
        10 WS-PT-RPT-STATE PIC X.
            88 RPT-IN-SECTION VALUE "H".
            88 RPT-AT-TOTALS VALUE "T".
            88 RPT-FINISHED VALUE "E".
        10 WS-PT-RPT-SEQ PIC 9(6).
        10 WS-PT-RPT-LINE PIC X(80).
        10 WS-PT-RUNS PIC 9(6).
        10 WS-PT-LINES PIC 9(6).
        10 WS-PT-HAS-TOTALS PIC X.
*> SEQRPT line layouts written by FIBON1
01 WS-RPT-LINE PIC X(80).
01 WS-RPT-HEADER REDEFINES WS-RPT-LINE.
    05 WS-RH-TITLE PIC X(22).
    05 FILLER PIC X(25).
    05 WS-RH-RUN PIC X(6).
    05 FILLER PIC X(8).
    05 WS-RH-PAGE PIC X(4).
    05 FILLER PIC X(15).
01 WS-RPT-TERMS-LINE REDEFINES WS-RPT-LINE.
    05 WS-RT-LABEL PIC X(7).
    05 WS-RT-TERMS PIC X(8).
    05 FILLER PIC X(7).
    05 WS-RT-SUM PIC X(19).
    05 FILLER PIC X(39).
01 WS-RPT-MINMAX-LINE REDEFINES WS-RPT-LINE.
    05 WS-RM-LABEL PIC X(7).
    05 WS-RM-MIN PIC X(19).
    05 FILLER PIC X(7).
    05 WS-RM-MAX PIC X(19).
    05 FILLER PIC X(28).
01 WS-RPT-REJECT-LINE REDEFINES WS-RPT-LINE.
    05 WS-RJ-LABEL PIC X(23).
    05 WS-RJ-COUNT PIC X(4).
    05 FILLER PIC X(53).
01 WS-RPT-REASON-LINE REDEFINES WS-RPT-LINE.
    05 WS-RR-LABEL PIC X(9).
    05 WS-RR-CODE PIC X(2).
    05 FILLER PIC X(2).
    05 WS-RR-COUNT PIC X(4).
    05 FILLER PIC X(2).
    05 WS-RR-TEXT PIC X(28).
    05 FILLER PIC X(33).
01 WS-RPT-DEFER-LINE REDEFINES WS-RPT-LINE.
    05 WS-RD-LABEL PIC X(19).
    05 WS-RD-COUNT PIC X(6).
    05 FILLER PIC X(55).
77 WS-SECTION-SEQ PIC 9(6) VALUE 0.
77 WS-SECTION-DONE PIC X VALUE "N".
    88 SECTION-DONE VALUE "Y".
77 WS-SECTIONS-LEFT PIC X VALUE "N".
    88 SECTIONS-LEFT VALUE "Y".
77 WS-TOTALS-DONE PIC X VALUE "N".
    88 TOTALS-DONE VALUE "Y".
77 WS-SEQRPT-PAGE PIC 9(4) VALUE 0.
*> the batch totals recombined from the partition trailers
77 WS-BT-TERMS PIC 9(8) VALUE 0.
77 WS-BT-SUM PIC S9(18) VALUE 0.
77 WS-BT-MIN PIC S9(18) VALUE 0.
77 WS-BT-MAX PIC S9(18) VALUE 0.
77 WS-BT-PART-TERMS PIC 9(8) VALUE 0.
77 WS-BT-FIRST PIC X VALUE "Y".
    88 BT-IS-FIRST VALUE "Y".
77 WS-BT-REJECTS PIC 9(4) VALUE 0.
77 WS-BT-DEFERRED PIC 9(6) VALUE 0.
77 WS-WORK-VALUE PIC S9(18) VALUE 0.
77 WS-REJ-IX PIC 9(2) COMP.
01 WS-BT-REASON-TABLE.
    05 WS-BT-REASON OCCURS 19.
        10 WS-BT-REASON-COUNT PIC 9(4).
        10 WS-BT-REASON-TEXT PIC X(28).
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
77 WS-TERMS-EDIT PIC ZZZZZZZ9.
77 WS-VALUE-EDIT PIC -(18)9.
77 WS-VALUE-EDIT-2 PIC -(18)9.
77 WS-REJ-EDIT PIC ZZZ9.
77 WS-CODE-EDIT PIC 99.
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBPM1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADER
        MOVE 1 TO WS-PART-IX
        PERFORM CLEAR-PARTITION-ENTRY UNTIL WS-PART-IX > 4
        PERFORM REBUILD-TRANSOUT
        IF RETURN-CODE < 16
            PERFORM MERGE-SEQUENCE-REPORTS
        END-IF
        IF RETURN-CODE < 16
            PERFORM WRITE-MERGE-TOTALS
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    STOP RUN.
CLEAR-PARTITION-ENTRY.
    MOVE "N" TO WS-PT-OUT-OPEN(WS-PART-IX).
    MOVE "N" TO WS-PT-OUT-EOF(WS-PART-IX).
    MOVE 0 TO WS-PT-MAPPED(WS-PART-IX).
    MOVE 0 TO WS-PT-RETURNED(WS-PART-IX).
    MOVE 0 TO WS-PT-DONE(WS-PART-IX).
    MOVE 0 TO WS-PT-REJECTED(WS-PART-IX).
    MOVE 0 TO WS-PT-MISSING(WS-PART-IX).
    MOVE 0 TO WS-PT-OUT-STEP(WS-PART-IX).
    MOVE 0 TO WS-PT-EXTRA(WS-PART-IX).
    MOVE "N" TO WS-PT-RPT-OPEN(WS-PART-IX).
    MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX).
    MOVE 0 TO WS-PT-RPT-SEQ(WS-PART-IX).
    MOVE SPACES TO WS-PT-RPT-LINE(WS-PART-IX).
    MOVE 0 TO WS-PT-RUNS(WS-PART-IX).
    MOVE 0 TO WS-PT-LINES(WS-PART-IX).
    MOVE "N" TO WS-PT-HAS-TOTALS(WS-PART-IX).
    ADD 1 TO WS-PART-IX.
*> every map entry takes the next record of its partition's
*> TRANSOUT; FIBON1 writes exactly one per queue entry it was given,
*> in order, so the queue comes back as FIBPS1 read it. An entry the
*> partition did not return goes back unchanged, still pending
REBUILD-TRANSOUT.
    OPEN INPUT MAP-FILE.
    IF WS-MAP-STATUS NOT = "00"
        DISPLAY "FIBPM1: UNABLE TO OPEN PARTITION MAP, STATUS="
            WS-MAP-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN OUTPUT TRANSOUT-FILE
        IF WS-TRANSOUT-STATUS NOT = "00"
            DISPLAY "FIBPM1: UNABLE TO OPEN TRANSOUT FILE, STATUS="
                WS-TRANSOUT-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE 1 TO WS-PART-IX
            PERFORM OPEN-PARTITION-OUT UNTIL WS-PART-IX > 4
            PERFORM READ-MAP-RECORD
            PERFORM RETURN-QUEUE-ENTRY UNTIL MAP-EOF
            MOVE 1 TO WS-PART-IX
            PERFORM DRAIN-PARTITION-OUT UNTIL WS-PART-IX > 4
            CLOSE TRANSOUT-FILE
        END-IF
        CLOSE MAP-FILE
    END-IF.
OPEN-PARTITION-OUT.
    EVALUATE WS-PART-IX
        WHEN 1
            OPEN INPUT PART-OUT-1
        WHEN 2
            OPEN INPUT PART-OUT-2
        WHEN 3
            OPEN INPUT PART-OUT-3
        WHEN OTHER
            OPEN INPUT PART-OUT-4
    END-EVALUATE.
    IF WS-PO-STATUS = "00"
        MOVE "Y" TO WS-PT-OUT-OPEN(WS-PART-IX)
    ELSE
        MOVE "Y" TO WS-PT-OUT-EOF(WS-PART-IX)
        IF WS-PO-STATUS NOT = "35"
            DISPLAY "FIBPM1: UNABLE TO OPEN PTOUT" WS-PART-IX
                ", STATUS=" WS-PO-STATUS
        END-IF
    END-IF.
    ADD 1 TO WS-PART-IX.
READ-MAP-RECORD.
    READ MAP-FILE
        AT END
            MOVE "Y" TO WS-MAP-EOF
    END-READ.
RETURN-QUEUE-ENTRY.
    ADD 1 TO WS-MAP-TOTAL.
    IF PMP-PARTITION IS NUMERIC AND PMP-PARTITION >= "1"
            AND PMP-PARTITION <= "4"
        MOVE PMP-PARTITION TO WS-PART-IX
        ADD 1 TO WS-PT-MAPPED(WS-PART-IX)
        PERFORM READ-PARTITION-OUT
        IF WS-PT-OUT-EOF(WS-PART-IX) = "Y"
            ADD 1 TO WS-PT-MISSING(WS-PART-IX)
            MOVE "Y" TO WS-OUT-OF-BALANCE
            MOVE PMP-TRANS-IMAGE TO TRANS-RECORD
        ELSE
            IF WS-PART-OUT-RECORD(1:44) = PMP-TRANS-IMAGE(1:44)
                    AND WS-PART-OUT-RECORD(52:17) = PMP-TRANS-IMAGE(52:17)
                MOVE WS-PART-OUT-RECORD TO TRANS-RECORD
                IF TRANS-STAT-PROCESSED
                        AND PMP-TRANS-IMAGE(45:1) NOT = "D"
                    ADD 1 TO WS-PT-DONE(WS-PART-IX)
                END-IF
                IF TRANS-STAT-REJECTED
                        AND PMP-TRANS-IMAGE(45:1) NOT = "E"
                    ADD 1 TO WS-PT-REJECTED(WS-PART-IX)
                END-IF
            ELSE
                ADD 1 TO WS-PT-OUT-STEP(WS-PART-IX)
                MOVE "Y" TO WS-OUT-OF-BALANCE
                MOVE PMP-TRANS-IMAGE TO TRANS-RECORD
            END-IF
        END-IF
    ELSE
        ADD 1 TO WS-BAD-MAP
        MOVE "Y" TO WS-OUT-OF-BALANCE
        MOVE PMP-TRANS-IMAGE TO TRANS-RECORD
    END-IF.
    WRITE TRANS-RECORD.
    PERFORM READ-MAP-RECORD.
READ-PARTITION-OUT.
    IF WS-PT-OUT-EOF(WS-PART-IX) NOT = "Y"
        EVALUATE WS-PART-IX
            WHEN 1
                READ PART-OUT-1 INTO WS-PART-OUT-RECORD
                    AT END
                        MOVE "Y" TO WS-PT-OUT-EOF(WS-PART-IX)
                END-READ
            WHEN 2
                READ PART-OUT-2 INTO WS-PART-OUT-RECORD
                    AT END
                        MOVE "Y" TO WS-PT-OUT-EOF(WS-PART-IX)
                END-READ
            WHEN 3
                READ PART-OUT-3 INTO WS-PART-OUT-RECORD
                    AT END
                        MOVE "Y" TO WS-PT-OUT-EOF(WS-PART-IX)
                END-READ
            WHEN OTHER
                READ PART-OUT-4 INTO WS-PART-OUT-RECORD
                    AT END
                        MOVE "Y" TO WS-PT-OUT-EOF(WS-PART-IX)
                END-READ
        END-EVALUATE
        IF WS-PT-OUT-EOF(WS-PART-IX) NOT = "Y"
            ADD 1 TO WS-PT-RETURNED(WS-PART-IX)
        END-IF
    END-IF.
DRAIN-PARTITION-OUT.
    PERFORM READ-PARTITION-OUT.
    PERFORM COUNT-EXTRA-OUT UNTIL WS-PT-OUT-EOF(WS-PART-IX) = "Y".
    IF WS-PT-OUT-OPEN(WS-PART-IX) = "Y"
        EVALUATE WS-PART-IX
            WHEN 1
                CLOSE PART-OUT-1
            WHEN 2
                CLOSE PART-OUT-2
            WHEN 3
                CLOSE PART-OUT-3
            WHEN OTHER
                CLOSE PART-OUT-4
        END-EVALUATE
    END-IF.
    ADD 1 TO WS-PART-IX.
COUNT-EXTRA-OUT.
    ADD 1 TO WS-PT-EXTRA(WS-PART-IX).
    MOVE "Y" TO WS-OUT-OF-BALANCE.
    PERFORM READ-PARTITION-OUT.
*> each partition report is a run of sections, one per run in
*> ascending run seq (a section is a page header and the pages that
*> follow it for the same run), ending in that partition's totals;
*> the lowest waiting section of any partition goes next
MERGE-SEQUENCE-REPORTS.
    OPEN OUTPUT SEQ-REPORT.
    IF WS-SEQRPT-STATUS NOT = "00"
        DISPLAY "FIBPM1: UNABLE TO OPEN SEQRPT, STATUS="
            WS-SEQRPT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        MOVE 1 TO WS-PART-IX
        PERFORM OPEN-PARTITION-REPORT UNTIL WS-PART-IX > 4
        PERFORM FIND-NEXT-SECTION
        PERFORM MERGE-NEXT-SECTION UNTIL NOT SECTIONS-LEFT
        MOVE "Y" TO WS-BT-FIRST
        MOVE 1 TO WS-REJ-IX
        PERFORM CLEAR-REASON-TOTAL UNTIL WS-REJ-IX > 19
        MOVE 1 TO WS-PART-IX
        PERFORM COPY-PARTITION-TOTALS UNTIL WS-PART-IX > 4
        PERFORM WRITE-BATCH-TOTALS
        MOVE 1 TO WS-PART-IX
        PERFORM CLOSE-PARTITION-REPORT UNTIL WS-PART-IX > 4
        CLOSE SEQ-REPORT
    END-IF.
OPEN-PARTITION-REPORT.
    EVALUATE WS-PART-IX
        WHEN 1
            OPEN INPUT PART-RPT-1
        WHEN 2
            OPEN INPUT PART-RPT-2
        WHEN 3
            OPEN INPUT PART-RPT-3
        WHEN OTHER
            OPEN INPUT PART-RPT-4
    END-EVALUATE.
    IF WS-PR-STATUS = "00"
        MOVE "Y" TO WS-PT-RPT-OPEN(WS-PART-IX)
        PERFORM READ-PARTITION-REPORT
        IF RPT-IN-SECTION(WS-PART-IX)
                AND WS-PT-RPT-LINE(WS-PART-IX)(1:22)
                    NOT = "FIBON1 SEQUENCE REPORT"
            MOVE 0 TO WS-PT-RPT-SEQ(WS-PART-IX)
        END-IF
    ELSE
        IF WS-PR-STATUS NOT = "35"
            DISPLAY "FIBPM1: UNABLE TO OPEN PTRPT" WS-PART-IX
                ", STATUS=" WS-PR-STATUS
        END-IF
    END-IF.
    ADD 1 TO WS-PART-IX.
*> reads the next line of the current partition report and sets
*> the partition state from it: a new run's header, the start of
*> the partition totals, or end of file
READ-PARTITION-REPORT.
    MOVE "N" TO WS-SECTION-DONE.
    EVALUATE WS-PART-IX
        WHEN 1
            READ PART-RPT-1 INTO WS-PT-RPT-LINE(WS-PART-IX)
                AT END
                    MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX)
            END-READ
        WHEN 2
            READ PART-RPT-2 INTO WS-PT-RPT-LINE(WS-PART-IX)
                AT END
                    MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX)
            END-READ
        WHEN 3
            READ PART-RPT-3 INTO WS-PT-RPT-LINE(WS-PART-IX)
                AT END
                    MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX)
            END-READ
        WHEN OTHER
            READ PART-RPT-4 INTO WS-PT-RPT-LINE(WS-PART-IX)
                AT END
                    MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX)
            END-READ
    END-EVALUATE.
    IF WS-PR-STATUS = "00"
        MOVE WS-PT-RPT-LINE(WS-PART-IX) TO WS-RPT-LINE
        EVALUATE TRUE
            WHEN WS-RH-TITLE = "FIBON1 SEQUENCE REPORT"
                IF RPT-IN-SECTION(WS-PART-IX)
                        AND FUNCTION NUMVAL(WS-RH-RUN) = WS-SECTION-SEQ
                    CONTINUE
                ELSE
                    MOVE "H" TO WS-PT-RPT-STATE(WS-PART-IX)
                    COMPUTE WS-PT-RPT-SEQ(WS-PART-IX) =
                        FUNCTION NUMVAL(WS-RH-RUN)
                    MOVE "Y" TO WS-SECTION-DONE
                END-IF
            WHEN WS-RT-LABEL = "TERMS: "
                MOVE "T" TO WS-PT-RPT-STATE(WS-PART-IX)
                MOVE "Y" TO WS-PT-HAS-TOTALS(WS-PART-IX)
                MOVE "Y" TO WS-SECTION-DONE
            WHEN OTHER
                MOVE "H" TO WS-PT-RPT-STATE(WS-PART-IX)
        END-EVALUATE
    ELSE
        MOVE "E" TO WS-PT-RPT-STATE(WS-PART-IX)
        MOVE "Y" TO WS-SECTION-DONE
    END-IF.
FIND-NEXT-SECTION.
    MOVE "N" TO WS-SECTIONS-LEFT.
    MOVE 0 TO WS-PICK-IX.
    MOVE 1 TO WS-PART-IX.
    PERFORM CHECK-WAITING-SECTION UNTIL WS-PART-IX > 4.
CHECK-WAITING-SECTION.
    IF RPT-IN-SECTION(WS-PART-IX)
        IF NOT SECTIONS-LEFT
                OR WS-PT-RPT-SEQ(WS-PART-IX) < WS-PT-RPT-SEQ(WS-PICK-IX)
            MOVE WS-PART-IX TO WS-PICK-IX
            MOVE "Y" TO WS-SECTIONS-LEFT
        END-IF
    END-IF.
    ADD 1 TO WS-PART-IX.
MERGE-NEXT-SECTION.
    MOVE WS-PICK-IX TO WS-PART-IX.
    MOVE WS-PT-RPT-SEQ(WS-PART-IX) TO WS-SECTION-SEQ.
    ADD 1 TO WS-PT-RUNS(WS-PART-IX).
    MOVE "N" TO WS-SECTION-DONE.
    PERFORM COPY-SECTION-LINE UNTIL SECTION-DONE.
    PERFORM FIND-NEXT-SECTION.
COPY-SECTION-LINE.
    MOVE WS-PT-RPT-LINE(WS-PART-IX) TO WS-RPT-LINE.
    IF WS-RH-TITLE = "FIBON1 SEQUENCE REPORT"
        ADD 1 TO WS-SEQRPT-PAGE
        MOVE WS-SEQRPT-PAGE TO WS-PAGE-EDIT
        MOVE WS-PAGE-EDIT TO WS-RH-PAGE
    END-IF.
    WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE.
    ADD 1 TO WS-PT-LINES(WS-PART-IX).
    PERFORM READ-PARTITION-REPORT.
*> the partition totals are copied under their own heading and
*> added into the batch totals, which are then written in the same
*> form a single FIBON1 batch ends its report with
COPY-PARTITION-TOTALS.
    IF RPT-AT-TOTALS(WS-PART-IX)
        MOVE WS-PART-IX TO WS-PART-NO
        MOVE SPACES TO WS-RPT-LINE
        STRING "PARTITION " WS-PART-NO " TOTALS"
            DELIMITED BY SIZE INTO WS-RPT-LINE
        END-STRING
        WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE
        MOVE 0 TO WS-BT-PART-TERMS
        MOVE "N" TO WS-TOTALS-DONE
        PERFORM COPY-TOTALS-LINE UNTIL TOTALS-DONE
    END-IF.
    ADD 1 TO WS-PART-IX.
COPY-TOTALS-LINE.
    MOVE WS-PT-RPT-LINE(WS-PART-IX) TO WS-RPT-LINE.
    WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE.
    ADD 1 TO WS-PT-LINES(WS-PART-IX).
    EVALUATE TRUE
        WHEN WS-RT-LABEL = "TERMS: "
            COMPUTE WS-BT-PART-TERMS = FUNCTION NUMVAL(WS-RT-TERMS)
            ADD WS-BT-PART-TERMS TO WS-BT-TERMS
            COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RT-SUM)
            ADD WS-WORK-VALUE TO WS-BT-SUM
        WHEN WS-RM-LABEL = "  MIN: "
            IF WS-BT-PART-TERMS > 0
                PERFORM ADD-PARTITION-MIN-MAX
            END-IF
        WHEN WS-RJ-LABEL = "REJECTED TRANSACTIONS: "
            IF WS-RJ-COUNT NOT = "NONE"
                COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RJ-COUNT)
                ADD WS-WORK-VALUE TO WS-BT-REJECTS
            END-IF
        WHEN WS-RR-LABEL = "  REASON "
            IF WS-RR-CODE IS NUMERIC
                MOVE WS-RR-CODE TO WS-REJ-IX
                IF WS-REJ-IX >= 1 AND WS-REJ-IX <= 19
                    COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RR-COUNT)
                    ADD WS-WORK-VALUE TO WS-BT-REASON-COUNT(WS-REJ-IX)
                    MOVE WS-RR-TEXT TO WS-BT-REASON-TEXT(WS-REJ-IX)
                END-IF
            END-IF
        WHEN WS-RD-LABEL = "DEFERRED REQUESTS: "
            COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RD-COUNT)
            ADD WS-WORK-VALUE TO WS-BT-DEFERRED
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    PERFORM READ-TOTALS-LINE.
READ-TOTALS-LINE.
    PERFORM READ-PARTITION-REPORT.
    IF RPT-FINISHED(WS-PART-IX)
        MOVE "Y" TO WS-TOTALS-DONE
    ELSE
        MOVE "T" TO WS-PT-RPT-STATE(WS-PART-IX)
    END-IF.
ADD-PARTITION-MIN-MAX.
    COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RM-MIN).
    IF BT-IS-FIRST OR WS-WORK-VALUE < WS-BT-MIN
        MOVE WS-WORK-VALUE TO WS-BT-MIN
    END-IF.
    COMPUTE WS-WORK-VALUE = FUNCTION NUMVAL(WS-RM-MAX).
    IF BT-IS-FIRST OR WS-WORK-VALUE > WS-BT-MAX
        MOVE WS-WORK-VALUE TO WS-BT-MAX
    END-IF.
    MOVE "N" TO WS-BT-FIRST.
CLEAR-REASON-TOTAL.
    MOVE 0 TO WS-BT-REASON-COUNT(WS-REJ-IX).
    MOVE SPACES TO WS-BT-REASON-TEXT(WS-REJ-IX).
    ADD 1 TO WS-REJ-IX.
WRITE-BATCH-TOTALS.
    MOVE "BATCH TOTALS - ALL PARTITIONS" TO WS-RPT-LINE.
    WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE.
    MOVE WS-BT-TERMS TO WS-TERMS-EDIT.
    MOVE WS-BT-SUM TO WS-VALUE-EDIT.
    MOVE SPACES TO WS-RPT-LINE.
    STRING "TERMS: " WS-TERMS-EDIT "  SUM: " WS-VALUE-EDIT
        DELIMITED BY SIZE INTO WS-RPT-LINE
    END-STRING.
    WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE.
    MOVE WS-BT-MIN TO WS-VALUE-EDIT.
    MOVE WS-BT-MAX TO WS-VALUE-EDIT-2.
    MOVE SPACES TO WS-RPT-LINE.
    STRING "  MIN: " WS-VALUE-EDIT "  MAX: " WS-VALUE-EDIT-2
        DELIMITED BY SIZE INTO WS-RPT-LINE
    END-STRING.
    WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE.
    IF WS-BT-REJECTS = 0
        MOVE "REJECTED TRANSACTIONS: NONE" TO WS-RPT-LINE
        WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE
    ELSE
        MOVE WS-BT-REJECTS TO WS-REJ-EDIT
        MOVE SPACES TO WS-RPT-LINE
        STRING "REJECTED TRANSACTIONS: " WS-REJ-EDIT
            DELIMITED BY SIZE INTO WS-RPT-LINE
        END-STRING
        WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE
        MOVE 1 TO WS-REJ-IX
        PERFORM WRITE-BATCH-REASON-LINE UNTIL WS-REJ-IX > 19
    END-IF.
    IF WS-BT-DEFERRED > 0
        MOVE WS-BT-DEFERRED TO WS-COUNT-EDIT
        MOVE SPACES TO WS-RPT-LINE
        STRING "DEFERRED REQUESTS: " WS-COUNT-EDIT
            " - WINDOW BUDGET EXHAUSTED, LEFT PENDING"
            DELIMITED BY SIZE INTO WS-RPT-LINE
        END-STRING
        WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE
    END-IF.
WRITE-BATCH-REASON-LINE.
    IF WS-BT-REASON-COUNT(WS-REJ-IX) > 0
        MOVE WS-REJ-IX TO WS-CODE-EDIT
        MOVE WS-BT-REASON-COUNT(WS-REJ-IX) TO WS-REJ-EDIT
        MOVE SPACES TO WS-RPT-LINE
        STRING "  REASON " WS-CODE-EDIT "  " WS-REJ-EDIT
            "  " WS-BT-REASON-TEXT(WS-REJ-IX)
            DELIMITED BY SIZE INTO WS-RPT-LINE
        END-STRING
        WRITE SEQ-REPORT-RECORD FROM WS-RPT-LINE
    END-IF.
    ADD 1 TO WS-REJ-IX.
CLOSE-PARTITION-REPORT.
    IF WS-PT-RPT-OPEN(WS-PART-IX) = "Y"
        EVALUATE WS-PART-IX
            WHEN 1
                CLOSE PART-RPT-1
            WHEN 2
                CLOSE PART-RPT-2
            WHEN 3
                CLOSE PART-RPT-3
            WHEN OTHER
                CLOSE PART-RPT-4
        END-EVALUATE
    END-IF.
    ADD 1 TO WS-PART-IX.
WRITE-MERGE-TOTALS.
    MOVE "PART  MAPPED  RETURNED    DONE  REJECTED  MISSING  OUTSTEP   EXTRA"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-PART-IX.
    PERFORM WRITE-QUEUE-BALANCE-LINE UNTIL WS-PART-IX > 4.
    MOVE WS-MAP-TOTAL TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "QUEUE ENTRIES ON THE PARTITION MAP: " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    IF WS-BAD-MAP > 0
        MOVE WS-BAD-MAP TO WS-COUNT-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "MAP ENTRIES WITH NO VALID PARTITION:  " WS-COUNT-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        PERFORM WRITE-REPORT-LINE
    END-IF.
    MOVE "PART  SEQRPT RUNS  SEQRPT LINES  TOTALS" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE 1 TO WS-PART-IX.
    PERFORM WRITE-REPORT-BALANCE-LINE UNTIL WS-PART-IX > 4.
    IF OUT-OF-BALANCE
        MOVE "MERGE OUT OF BALANCE - HOLD THE BATCH" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        DISPLAY "FIBPM1: PARTITION MERGE OUT OF BALANCE - SEE PMRPT"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        MOVE "MERGE BALANCED" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        DISPLAY "FIBPM1: " WS-MAP-TOTAL " QUEUE ENTRIES RETURNED FROM"
            " THE PARTITIONS - MERGE BALANCED"
    END-IF.
WRITE-QUEUE-BALANCE-LINE.
    IF WS-PT-MAPPED(WS-PART-IX) > 0 OR WS-PT-EXTRA(WS-PART-IX) > 0
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-PART-IX TO WS-PRINT-LINE(2:1)
        MOVE WS-PT-MAPPED(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(7:6)
        MOVE WS-PT-RETURNED(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(15:6)
        MOVE WS-PT-DONE(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(23:6)
        MOVE WS-PT-REJECTED(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(33:6)
        MOVE WS-PT-MISSING(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6)
        MOVE WS-PT-OUT-STEP(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(51:6)
        MOVE WS-PT-EXTRA(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(59:6)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-PART-IX.
*> a partition that was given queue entries must have ended its
*> report with its totals; a missing trailer means it did not finish
WRITE-REPORT-BALANCE-LINE.
    IF WS-PT-MAPPED(WS-PART-IX) > 0 OR WS-PT-LINES(WS-PART-IX) > 0
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-PART-IX TO WS-PRINT-LINE(2:1)
        MOVE WS-PT-RUNS(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(12:6)
        MOVE WS-PT-LINES(WS-PART-IX) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(26:6)
        IF WS-PT-HAS-TOTALS(WS-PART-IX) = "Y"
            MOVE "PRESENT" TO WS-PRINT-LINE(34:7)
        ELSE
            MOVE "MISSING" TO WS-PRINT-LINE(34:7)
            MOVE "Y" TO WS-OUT-OF-BALANCE
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-PART-IX.
WRITE-REPORT-HEADER.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "FIBPM1 PARTITION MERGE  DATE: "
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
