*> post-batch acknowledgment feed: joins the FIBON1 TRANSOUT queue
*> image with the REJECTS suspense, the CTLLOG audit trail and the
*> WINPARM window budget to give every queue entry exactly one
*> ACKOUT outcome record (generated, served from store, extended,
*> reverse found/not found, residues generated, rejected with
*> reason, deferred,
*> cancelled) with
*> the TERMSIDX run keys and any overflow shortening, prints a
*> notice page per requestor, and balances the acknowledgments back
*> to the TRANSIN (plus RECYCLEI) entries the batch was given
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBAK1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSOUT-STATUS.
    SELECT TRANS-FILE ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT RECYCLE-FILE ASSIGN TO "RECYCLEI"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECYCLE-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT REJECT-FILE ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT WINDOW-FILE ASSIGN TO "WINPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT ACK-FILE ASSIGN TO "ACKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.
    SELECT PRINT-FILE ASSIGN TO "ACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANSOUT-FILE.
COPY TRANSREC.
FD  TRANS-FILE.
01  TRANSIN-RECORD              PIC X(68).
FD  RECYCLE-FILE.
01  RECYCLE-RECORD.
    05  RCY-REASON-CODE         PIC 9(2).
    05  FILLER                  PIC X.
    05  RCY-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  RCY-RUN-SEQ             PIC 9(6).
    05  FILLER                  PIC X.
    05  RCY-TRANS-IMAGE         PIC X(68).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  REJECT-FILE.
01  REJECT-RECORD.
    05  REJ-REASON-CODE         PIC 9(2).
    05  FILLER                  PIC X.
    05  REJ-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  REJ-RUN-SEQ             PIC 9(6).
    05  FILLER                  PIC X.
    05  REJ-TRANS-IMAGE         PIC X(68).
FD  WINDOW-FILE.
01  WINDOW-CARD.
    05  WBP-MINUTES             PIC X(4).
    05  FILLER                  PIC X.
    05  WBP-TERMS               PIC X(8).
FD  ACK-FILE.
01  ACK-RECORD.
    05  ACK-BATCH-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  ACK-ENTRY-NO            PIC 9(6).
    05  FILLER                  PIC X.
    05  ACK-SOURCE              PIC X.
    05  FILLER                  PIC X.
    05  ACK-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  ACK-OUTCOME             PIC X(2).
    05  FILLER                  PIC X.
    05  ACK-REASON-CODE         PIC 9(2).
    05  FILLER                  PIC X.
    05  ACK-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  ACK-RUN-SEQ             PIC 9(6).
    05  FILLER                  PIC X.
    05  ACK-TERMS-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  ACK-TERMS-SEQ           PIC 9(6).
    05  FILLER                  PIC X.
    05  ACK-MODE                PIC X.
    05  FILLER                  PIC X.
    05  ACK-SEQ-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  ACK-REQUESTED-N         PIC 9(4).
    05  FILLER                  PIC X.
    05  ACK-TERMS-PRODUCED      PIC 9(4).
    05  FILLER                  PIC X.
    05  ACK-SHORTENED           PIC X.
    05  FILLER                  PIC X.
    05  ACK-FOUND-POSITION      PIC 9(4).
    05  FILLER                  PIC X.
    05  ACK-OUTCOME-TEXT        PIC X(40).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

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
77 WS-POSITION PIC 9(4).
77 WS-OVERFLOW-FLAG PIC X VALUE "N".
    88 TERM-OVERFLOW VALUE "Y".
77 WS-TRANSOUT-STATUS PIC XX.
77 WS-TRANS-STATUS PIC XX.
77 WS-RECYCLE-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-REJECT-STATUS PIC XX.
77 WS-WINDOW-STATUS PIC XX.
77 WS-ACK-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-TRANSOUT-EOF PIC X VALUE "N".
    88 TRANSOUT-EOF VALUE "Y".
77 WS-TRANS-EOF PIC X VALUE "N".
    88 TRANS-EOF VALUE "Y".
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-REJECT-EOF PIC X VALUE "N".
    88 REJECT-EOF VALUE "Y".
77 WS-RECYCLE-ACTIVE PIC X VALUE "N".
    88 READING-RECYCLE VALUE "Y".
77 WS-QUEUE-OPEN PIC X VALUE "N".
    88 QUEUE-FILES-OPEN VALUE "Y".
77 WS-BUDGET-ACTIVE PIC X VALUE "N".
    88 BUDGET-ACTIVE VALUE "Y".
*> the queue entry FIBON1 was given for the current TRANSOUT entry,
*> read from RECYCLEI then TRANSIN in the same order FIBON1 reads
01 WS-REF-RECORD.
    05 WS-REF-FRONT PIC X(44).
    05 WS-REF-STATUS PIC X.
        88 REF-STAT-PENDING VALUE "P" " ".
        88 REF-STAT-CANCELLED VALUE "C".
    05 WS-REF-RUN-SEQ PIC X(6).
    05 WS-REF-BACK PIC X(17).
77 WS-REF-SOURCE PIC X VALUE "N".
    88 REF-FROM-RECYCLE VALUE "R".
    88 REF-FROM-QUEUE VALUE "Q".
    88 REF-EXHAUSTED VALUE "N".
77 WS-MIN-SEQ PIC 9(6).
77 WS-MAX-SEQ PIC 9(6).
77 WS-ENTRY-NO PIC 9(6) VALUE 0.
77 WS-TRANSIN-COUNT PIC 9(6) VALUE 0.
77 WS-RECYCLE-COUNT PIC 9(6) VALUE 0.
77 WS-ACK-COUNT PIC 9(6) VALUE 0.
77 WS-EXTRA-COUNT PIC 9(6) VALUE 0.
77 WS-UNACKED-COUNT PIC 9(6) VALUE 0.
77 WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
77 WS-LOG-COUNT PIC 9(5) COMP VALUE 0.
77 WS-LOG-IX PIC 9(5) COMP.
77 WS-LOG-FOUND PIC X VALUE "N".
    88 LOG-FOUND VALUE "Y".
77 WS-LOG-WARNED PIC X VALUE "N".
    88 LOG-TABLE-WARNED VALUE "Y".
01 WS-LOG-TABLE.
    05 WS-LT-ENTRY OCCURS 5000.
        10 WS-LT-SEQ PIC 9(6).
        10 WS-LT-DATE PIC 9(8).
        10 WS-LT-MODE PIC X.
        10 WS-LT-SEQ-TYPE PIC X.
        10 WS-LT-REQ-N PIC 9(4).
        10 WS-LT-PRODUCED PIC 9(4).
        10 WS-LT-SOURCE-DATE PIC 9(8).
        10 WS-LT-SOURCE-SEQ PIC 9(6).
        10 WS-LT-MODULUS PIC 9(9).
77 WS-REJ-COUNT PIC 9(5) COMP VALUE 0.
77 WS-REJ-IX PIC 9(5) COMP.
77 WS-REJ-FOUND PIC X VALUE "N".
    88 REJ-FOUND VALUE "Y".
77 WS-REJ-WARNED PIC X VALUE "N".
    88 REJ-TABLE-WARNED VALUE "Y".
01 WS-REJ-TABLE.
    05 WS-RT-ENTRY OCCURS 5000.
        10 WS-RT-SEQ PIC 9(6).
        10 WS-RT-DATE PIC 9(8).
        10 WS-RT-REASON PIC 9(2).
01 WS-REJ-REASON-TEXTS.
    05 FILLER PIC X(28) VALUE "N IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "N MUST BE GREATER THAN ZERO".
    05 FILLER PIC X(28) VALUE "STARTING A IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "STARTING B IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "MODE MUST BE F R E OR M".
    05 FILLER PIC X(28) VALUE "TARGET IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "REQUESTOR NOT AUTHORIZED".
    05 FILLER PIC X(28) VALUE "N EXCEEDS REQUESTOR MAXIMUM".
    05 FILLER PIC X(28) VALUE "REQUESTOR OVER BATCH LIMIT".
    05 FILLER PIC X(28) VALUE "SEQUENCE TYPE NOT S T OR W".
    05 FILLER PIC X(28) VALUE "STARTING C IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "WEIGHT P IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "WEIGHT Q IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "PARENT RUN KEY NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "PARENT RUN NOT ON CTLLOG".
    05 FILLER PIC X(28) VALUE "N NOT BEYOND PARENT RUN".
    05 FILLER PIC X(28) VALUE "PARENT TERMS NOT IN TERMSIDX".
    05 FILLER PIC X(28) VALUE "MODULUS IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "MODULUS MUST BE 2 OR MORE".
01 WS-REJ-REASON-TABLE REDEFINES WS-REJ-REASON-TEXTS.
    05 WS-REJ-REASON-TEXT OCCURS 19 PIC X(28).
77 WS-REASON-MAX PIC 9(2) VALUE 19.
77 WS-REASON-TEXT PIC X(28).
01 WS-OUTCOME-CODES.
    05 FILLER PIC X(32) VALUE "GNGENERATED".
    05 FILLER PIC X(32) VALUE "SVSERVED FROM STORED RUN".
    05 FILLER PIC X(32) VALUE "EXEXTENDED A STORED RUN".
    05 FILLER PIC X(32) VALUE "MGRESIDUES GENERATED".
    05 FILLER PIC X(32) VALUE "RFREVERSE - TARGET FOUND".
    05 FILLER PIC X(32) VALUE "RNREVERSE - TARGET NOT FOUND".
    05 FILLER PIC X(32) VALUE "RSCOMPLETED BEFORE RESTART".
    05 FILLER PIC X(32) VALUE "RJREJECTED TO SUSPENSE".
    05 FILLER PIC X(32) VALUE "DFDEFERRED BY WINDOW BUDGET".
    05 FILLER PIC X(32) VALUE "HQNOT RUN - BATCH HALTED".
    05 FILLER PIC X(32) VALUE "CNCANCELLED".
    05 FILLER PIC X(32) VALUE "PBPROCESSED IN AN EARLIER BATCH".
    05 FILLER PIC X(32) VALUE "NLPROCESSED - NO CONTROL LOG".
01 WS-OUTCOME-TABLE REDEFINES WS-OUTCOME-CODES.
    05 WS-OC-ENTRY OCCURS 13.
        10 WS-OC-CODE PIC X(2).
        10 WS-OC-LABEL PIC X(30).
01 WS-OUTCOME-COUNTS.
    05 WS-OC-COUNT OCCURS 13 PIC 9(6) VALUE 0.
77 WS-OC-MAX PIC 9(2) VALUE 13.
77 WS-OC-IX PIC 9(2) COMP.
77 WS-OC-FOUND PIC X VALUE "N".
    88 OC-FOUND VALUE "Y".
*> acknowledgments held for the per-requestor notice pages
77 WS-AT-COUNT PIC 9(5) COMP VALUE 0.
77 WS-AT-IX PIC 9(5) COMP.
77 WS-AT-WARNED PIC X VALUE "N".
    88 ACK-TABLE-WARNED VALUE "Y".
01 WS-ACK-TABLE.
    05 WS-AT-ENTRY OCCURS 5000.
        10 WS-AT-REQUESTOR PIC X(8).
        10 WS-AT-ENTRY-NO PIC 9(6).
        10 WS-AT-RUN-SEQ PIC 9(6).
        10 WS-AT-MODE PIC X.
        10 WS-AT-SEQ-TYPE PIC X.
        10 WS-AT-REQUESTED-N PIC 9(4).
        10 WS-AT-OUTCOME PIC X(2).
        10 WS-AT-TERMS-DATE PIC 9(8).
        10 WS-AT-TERMS-SEQ PIC 9(6).
        10 WS-AT-OUTCOME-TEXT PIC X(40).
77 WS-RQ-COUNT PIC 9(3) COMP VALUE 0.
77 WS-RQ-IX PIC 9(3) COMP.
77 WS-RQ-FOUND PIC X VALUE "N".
    88 RQ-FOUND VALUE "Y".
77 WS-RQ-WARNED PIC X VALUE "N".
    88 RQ-TABLE-WARNED VALUE "Y".
01 WS-RQ-TABLE.
    05 WS-RQ-ID OCCURS 500 PIC X(8).
77 WS-NOTICE-REQUESTOR PIC X(8).
77 WS-NT-ENTRIES PIC 9(6).
77 WS-NT-DONE PIC 9(6).
77 WS-NT-REJECTED PIC 9(6).
77 WS-NT-QUEUED PIC 9(6).
77 WS-NT-OTHER PIC 9(6).
77 WS-PAGE-COUNT PIC 9(4) VALUE 0.
77 WS-LINE-COUNT PIC 9(4) VALUE 0.
77 WS-LINES-PER-PAGE PIC 9(2) VALUE 50.
77 WS-PAGE-TITLE PIC X(36).
01 WS-CURRENT-DATE.
    05 WS-CD-YYYY PIC 9(4).
    05 WS-CD-MM PIC 9(2).
    05 WS-CD-DD PIC 9(2).
    05 FILLER PIC X(13).
77 WS-RUN-DATE-EDIT PIC X(10).
77 WS-PAGE-EDIT PIC ZZZ9.
77 WS-COUNT-EDIT PIC ZZZZZ9.
77 WS-N-EDIT PIC ZZZ9.
77 WS-N2-EDIT PIC ZZZ9.
77 WS-MODULUS-EDIT PIC Z(8)9.
77 WS-REASON-EDIT PIC 99.
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBAK1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM READ-WINDOW-BUDGET
        PERFORM FIND-RUN-SEQ-RANGE
        IF RETURN-CODE < 16
            PERFORM LOAD-LOG-TABLE
            PERFORM LOAD-REJECT-TABLE
        END-IF
        IF RETURN-CODE < 16
            PERFORM BUILD-ACKNOWLEDGMENTS
        END-IF
        IF RETURN-CODE < 16
            PERFORM PRINT-REQUESTOR-NOTICES
            PERFORM PRINT-CONTROL-TOTALS
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    STOP RUN.
READ-WINDOW-BUDGET.
    MOVE "N" TO WS-BUDGET-ACTIVE.
    OPEN INPUT WINDOW-FILE.
    IF WS-WINDOW-STATUS = "00"
        READ WINDOW-FILE
            AT END
                CONTINUE
            NOT AT END
                IF WBP-MINUTES IS NUMERIC AND WBP-MINUTES NOT = "0000"
                    MOVE "Y" TO WS-BUDGET-ACTIVE
                END-IF
                IF WBP-TERMS IS NUMERIC AND WBP-TERMS NOT = "00000000"
                    MOVE "Y" TO WS-BUDGET-ACTIVE
                END-IF
        END-READ
        CLOSE WINDOW-FILE
    END-IF.
*> first pass: the run seq range handed out to this batch, so only
*> the matching stretch of CTLLOG and REJECTS has to be held
FIND-RUN-SEQ-RANGE.
    MOVE 999999 TO WS-MIN-SEQ.
    MOVE 0 TO WS-MAX-SEQ.
    PERFORM OPEN-QUEUE-FILES.
    IF QUEUE-FILES-OPEN
        PERFORM READ-TRANSOUT-RECORD
        PERFORM NOTE-RUN-SEQ-RANGE UNTIL TRANSOUT-EOF
        PERFORM CLOSE-QUEUE-FILES
    END-IF.
NOTE-RUN-SEQ-RANGE.
    PERFORM READ-REFERENCE-RECORD.
    IF (REF-EXHAUSTED OR REF-STAT-PENDING)
            AND (TRANS-STAT-PROCESSED OR TRANS-STAT-REJECTED)
            AND TRANS-RUN-SEQ IS NUMERIC AND TRANS-RUN-SEQ > 0
        IF TRANS-RUN-SEQ < WS-MIN-SEQ
            MOVE TRANS-RUN-SEQ TO WS-MIN-SEQ
        END-IF
        IF TRANS-RUN-SEQ > WS-MAX-SEQ
            MOVE TRANS-RUN-SEQ TO WS-MAX-SEQ
        END-IF
    END-IF.
    PERFORM READ-TRANSOUT-RECORD.
OPEN-QUEUE-FILES.
    MOVE "N" TO WS-QUEUE-OPEN.
    MOVE "N" TO WS-TRANSOUT-EOF.
    MOVE "N" TO WS-TRANS-EOF.
    MOVE 0 TO WS-TRANSIN-COUNT.
    MOVE 0 TO WS-RECYCLE-COUNT.
    OPEN INPUT TRANSOUT-FILE.
    IF WS-TRANSOUT-STATUS NOT = "00"
        DISPLAY "FIBAK1: UNABLE TO OPEN TRANSOUT FILE, STATUS="
            WS-TRANSOUT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT TRANS-FILE
        IF WS-TRANS-STATUS NOT = "00"
            DISPLAY "FIBAK1: UNABLE TO OPEN TRANSIN FILE, STATUS="
                WS-TRANS-STATUS
            MOVE 16 TO RETURN-CODE
            CLOSE TRANSOUT-FILE
        ELSE
            MOVE "Y" TO WS-QUEUE-OPEN
            MOVE "N" TO WS-RECYCLE-ACTIVE
            OPEN INPUT RECYCLE-FILE
            IF WS-RECYCLE-STATUS = "00"
                MOVE "Y" TO WS-RECYCLE-ACTIVE
            ELSE
                IF WS-RECYCLE-STATUS NOT = "35"
                    DISPLAY "FIBAK1: UNABLE TO OPEN RECYCLE FILE, STATUS="
                        WS-RECYCLE-STATUS " - NO RECYCLED ENTRIES ASSUMED"
                END-IF
            END-IF
        END-IF
    END-IF.
CLOSE-QUEUE-FILES.
    IF READING-RECYCLE
        CLOSE RECYCLE-FILE
        MOVE "N" TO WS-RECYCLE-ACTIVE
    END-IF.
    CLOSE TRANS-FILE.
    CLOSE TRANSOUT-FILE.
    MOVE "N" TO WS-QUEUE-OPEN.
READ-TRANSOUT-RECORD.
    READ TRANSOUT-FILE
        AT END
            MOVE "Y" TO WS-TRANSOUT-EOF
    END-READ.
READ-REFERENCE-RECORD.
    MOVE SPACES TO WS-REF-RECORD.
    MOVE "N" TO WS-REF-SOURCE.
    IF READING-RECYCLE
        READ RECYCLE-FILE
            AT END
                MOVE "N" TO WS-RECYCLE-ACTIVE
                CLOSE RECYCLE-FILE
            NOT AT END
                MOVE RCY-TRANS-IMAGE TO WS-REF-RECORD
                MOVE "R" TO WS-REF-SOURCE
                ADD 1 TO WS-RECYCLE-COUNT
        END-READ
    END-IF.
    IF NOT READING-RECYCLE AND NOT TRANS-EOF
        READ TRANS-FILE
            AT END
                MOVE "Y" TO WS-TRANS-EOF
            NOT AT END
                MOVE TRANSIN-RECORD TO WS-REF-RECORD
                MOVE "Q" TO WS-REF-SOURCE
                ADD 1 TO WS-TRANSIN-COUNT
        END-READ
    END-IF.
LOAD-LOG-TABLE.
    MOVE 0 TO WS-LOG-COUNT.
    IF WS-MAX-SEQ > 0
        MOVE "N" TO WS-LOG-EOF
        OPEN INPUT CONTROL-LOG
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBAK1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS " - NO RUN OUTCOMES AVAILABLE"
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM HOLD-LOG-RECORD UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
HOLD-LOG-RECORD.
    IF LOG-TRANS-SEQ-NO IS NUMERIC
            AND LOG-TRANS-SEQ-NO >= WS-MIN-SEQ
            AND LOG-TRANS-SEQ-NO <= WS-MAX-SEQ
        IF WS-LOG-COUNT < 5000
            ADD 1 TO WS-LOG-COUNT
            MOVE LOG-TRANS-SEQ-NO TO WS-LT-SEQ(WS-LOG-COUNT)
            MOVE LOG-RECORD(1:8) TO WS-LT-DATE(WS-LOG-COUNT)
            MOVE LOG-MODE TO WS-LT-MODE(WS-LOG-COUNT)
            MOVE LOG-SEQ-TYPE TO WS-LT-SEQ-TYPE(WS-LOG-COUNT)
            MOVE LOG-REQUESTED-N TO WS-LT-REQ-N(WS-LOG-COUNT)
            MOVE LOG-TERMS-PRODUCED TO WS-LT-PRODUCED(WS-LOG-COUNT)
            MOVE LOG-SOURCE-DATE TO WS-LT-SOURCE-DATE(WS-LOG-COUNT)
            MOVE LOG-SOURCE-SEQ TO WS-LT-SOURCE-SEQ(WS-LOG-COUNT)
            MOVE 0 TO WS-LT-MODULUS(WS-LOG-COUNT)
            IF LOG-MODE = "M" AND LOG-MODULUS IS NUMERIC
                MOVE LOG-MODULUS TO WS-LT-MODULUS(WS-LOG-COUNT)
            END-IF
        ELSE
            IF NOT LOG-TABLE-WARNED
                DISPLAY "FIBAK1: MORE THAN 5000 CONTROL LOG RECORDS"
                    " IN THE BATCH RUN RANGE - REMAINDER NOT HELD"
                MOVE "Y" TO WS-LOG-WARNED
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
LOAD-REJECT-TABLE.
    MOVE 0 TO WS-REJ-COUNT.
    IF WS-MAX-SEQ > 0
        MOVE "N" TO WS-REJECT-EOF
        OPEN INPUT REJECT-FILE
        IF WS-REJECT-STATUS NOT = "00"
            IF WS-REJECT-STATUS NOT = "35"
                DISPLAY "FIBAK1: UNABLE TO OPEN REJECT SUSPENSE FILE,"
                    " STATUS=" WS-REJECT-STATUS
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        ELSE
            PERFORM READ-REJECT-RECORD
            PERFORM HOLD-REJECT-RECORD UNTIL REJECT-EOF
            CLOSE REJECT-FILE
        END-IF
    END-IF.
READ-REJECT-RECORD.
    READ REJECT-FILE
        AT END
            MOVE "Y" TO WS-REJECT-EOF
    END-READ.
HOLD-REJECT-RECORD.
    IF REJ-RUN-SEQ IS NUMERIC
            AND REJ-RUN-SEQ >= WS-MIN-SEQ
            AND REJ-RUN-SEQ <= WS-MAX-SEQ
        IF WS-REJ-COUNT < 5000
            ADD 1 TO WS-REJ-COUNT
            MOVE REJ-RUN-SEQ TO WS-RT-SEQ(WS-REJ-COUNT)
            MOVE REJ-RUN-DATE TO WS-RT-DATE(WS-REJ-COUNT)
            MOVE REJ-REASON-CODE TO WS-RT-REASON(WS-REJ-COUNT)
        ELSE
            IF NOT REJ-TABLE-WARNED
                DISPLAY "FIBAK1: MORE THAN 5000 SUSPENSE RECORDS"
                    " IN THE BATCH RUN RANGE - REMAINDER NOT HELD"
                MOVE "Y" TO WS-REJ-WARNED
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
    PERFORM READ-REJECT-RECORD.
*> second pass: one acknowledgment per TRANSOUT entry, matched
*> entry for entry against the queue the batch was given
BUILD-ACKNOWLEDGMENTS.
    OPEN OUTPUT ACK-FILE.
    IF WS-ACK-STATUS NOT = "00"
        DISPLAY "FIBAK1: UNABLE TO OPEN ACKNOWLEDGMENT FILE, STATUS="
            WS-ACK-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM OPEN-QUEUE-FILES
        IF QUEUE-FILES-OPEN
            PERFORM READ-TRANSOUT-RECORD
            PERFORM ACKNOWLEDGE-QUEUE-ENTRY UNTIL TRANSOUT-EOF
            PERFORM READ-REFERENCE-RECORD
            PERFORM COUNT-UNACKNOWLEDGED-ENTRY UNTIL REF-EXHAUSTED
            PERFORM CLOSE-QUEUE-FILES
        END-IF
        CLOSE ACK-FILE
    END-IF.
COUNT-UNACKNOWLEDGED-ENTRY.
    ADD 1 TO WS-UNACKED-COUNT.
    DISPLAY "FIBAK1: QUEUE ENTRY FOR REQUESTOR " WS-REF-FRONT(36:8)
        " HAS NO TRANSOUT ENTRY - NOT ACKNOWLEDGED".
    PERFORM READ-REFERENCE-RECORD.
ACKNOWLEDGE-QUEUE-ENTRY.
    ADD 1 TO WS-ENTRY-NO.
    PERFORM READ-REFERENCE-RECORD.
    MOVE SPACES TO ACK-RECORD.
    MOVE WS-CURRENT-DATE(1:8) TO ACK-BATCH-DATE.
    MOVE WS-ENTRY-NO TO ACK-ENTRY-NO.
    MOVE TRANS-REQUESTOR TO ACK-REQUESTOR.
    MOVE TRANS-MODE TO ACK-MODE.
    IF TRANS-SEQ-TYPE = SPACE
        MOVE "S" TO ACK-SEQ-TYPE
    ELSE
        MOVE TRANS-SEQ-TYPE TO ACK-SEQ-TYPE
    END-IF.
    IF TRANS-N IS NUMERIC
        MOVE TRANS-N TO ACK-REQUESTED-N
    ELSE
        MOVE 0 TO ACK-REQUESTED-N
    END-IF.
    MOVE 0 TO ACK-REASON-CODE.
    MOVE 0 TO ACK-RUN-DATE.
    MOVE 0 TO ACK-RUN-SEQ.
    MOVE 0 TO ACK-TERMS-DATE.
    MOVE 0 TO ACK-TERMS-SEQ.
    MOVE 0 TO ACK-TERMS-PRODUCED.
    MOVE 0 TO ACK-FOUND-POSITION.
    MOVE "N" TO ACK-SHORTENED.
    IF REF-EXHAUSTED
        ADD 1 TO WS-EXTRA-COUNT
        DISPLAY "FIBAK1: TRANSOUT ENTRY " WS-ENTRY-NO
            " HAS NO MATCHING QUEUE ENTRY"
        MOVE "Q" TO ACK-SOURCE
        MOVE "P" TO WS-REF-STATUS
    ELSE
        MOVE WS-REF-SOURCE TO ACK-SOURCE
        IF TRANS-RECORD(1:44) NOT = WS-REF-FRONT
                OR TRANS-RECORD(52:17) NOT = WS-REF-BACK
            ADD 1 TO WS-MISMATCH-COUNT
            DISPLAY "FIBAK1: TRANSOUT ENTRY " WS-ENTRY-NO
                " DOES NOT MATCH ITS QUEUE ENTRY"
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN REF-STAT-CANCELLED
            MOVE "CN" TO ACK-OUTCOME
            MOVE "CANCELLED BEFORE THE BATCH RAN" TO ACK-OUTCOME-TEXT
        WHEN NOT REF-STAT-PENDING
            MOVE "PB" TO ACK-OUTCOME
            IF TRANS-RUN-SEQ IS NUMERIC
                MOVE TRANS-RUN-SEQ TO ACK-RUN-SEQ
            END-IF
            MOVE "ALREADY PROCESSED IN AN EARLIER BATCH"
                TO ACK-OUTCOME-TEXT
        WHEN TRANS-STAT-PROCESSED AND TRANS-RUN-SEQ = ZERO
            MOVE "RS" TO ACK-OUTCOME
            MOVE "COMPLETED BEFORE CHECKPOINT RESTART"
                TO ACK-OUTCOME-TEXT
        WHEN TRANS-STAT-PROCESSED
            PERFORM ACK-PROCESSED-ENTRY
        WHEN TRANS-STAT-REJECTED
            PERFORM ACK-REJECTED-ENTRY
        WHEN TRANS-STAT-CANCELLED
            MOVE "CN" TO ACK-OUTCOME
            MOVE "CANCELLED BEFORE THE BATCH RAN" TO ACK-OUTCOME-TEXT
        WHEN BUDGET-ACTIVE
            MOVE "DF" TO ACK-OUTCOME
            MOVE "DEFERRED BY WINDOW BUDGET - STILL QUEUED"
                TO ACK-OUTCOME-TEXT
        WHEN OTHER
            MOVE "HQ" TO ACK-OUTCOME
            MOVE "NOT RUN - BATCH HALTED, STILL QUEUED"
                TO ACK-OUTCOME-TEXT
    END-EVALUATE.
    WRITE ACK-RECORD.
    ADD 1 TO WS-ACK-COUNT.
    PERFORM TALLY-OUTCOME.
    PERFORM HOLD-ACKNOWLEDGMENT.
    PERFORM READ-TRANSOUT-RECORD.
ACK-PROCESSED-ENTRY.
    MOVE TRANS-RUN-SEQ TO ACK-RUN-SEQ.
    MOVE "N" TO WS-LOG-FOUND.
    MOVE 1 TO WS-LOG-IX.
    PERFORM SCAN-LOG-TABLE UNTIL WS-LOG-IX > WS-LOG-COUNT OR LOG-FOUND.
    IF NOT LOG-FOUND
        MOVE "NL" TO ACK-OUTCOME
        MOVE "PROCESSED - NO CONTROL LOG RECORD" TO ACK-OUTCOME-TEXT
        DISPLAY "FIBAK1: NO CONTROL LOG RECORD FOR RUN " TRANS-RUN-SEQ
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-LT-DATE(WS-LOG-IX) TO ACK-RUN-DATE
        MOVE WS-LT-REQ-N(WS-LOG-IX) TO ACK-REQUESTED-N
        MOVE WS-LT-PRODUCED(WS-LOG-IX) TO ACK-TERMS-PRODUCED
        MOVE WS-LT-REQ-N(WS-LOG-IX) TO WS-N-EDIT
        MOVE WS-LT-PRODUCED(WS-LOG-IX) TO WS-N2-EDIT
        IF WS-LT-PRODUCED(WS-LOG-IX) < WS-LT-REQ-N(WS-LOG-IX)
            MOVE "Y" TO ACK-SHORTENED
        END-IF
        MOVE WS-LT-SOURCE-DATE(WS-LOG-IX) TO ACK-TERMS-DATE
        MOVE WS-LT-SOURCE-SEQ(WS-LOG-IX) TO ACK-TERMS-SEQ
        IF WS-LT-MODE(WS-LOG-IX) = "R"
            PERFORM CHECK-REVERSE-RESULT
        ELSE
            IF WS-LT-MODE(WS-LOG-IX) = "E"
                PERFORM ACK-EXTENDED-ENTRY
            ELSE
            IF WS-LT-MODE(WS-LOG-IX) = "M"
                PERFORM ACK-RESIDUE-ENTRY
            ELSE
            IF WS-LT-SOURCE-SEQ(WS-LOG-IX) = TRANS-RUN-SEQ
                MOVE "GN" TO ACK-OUTCOME
                IF ACK-SHORTENED = "Y"
                    STRING "GENERATED " WS-N2-EDIT " OF " WS-N-EDIT
                        " TERMS - OVERFLOW"
                        DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
                    END-STRING
                ELSE
                    STRING "GENERATED " WS-N2-EDIT " TERMS"
                        DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
                    END-STRING
                END-IF
            ELSE
                MOVE "SV" TO ACK-OUTCOME
                IF ACK-SHORTENED = "Y"
                    STRING "SERVED " WS-N2-EDIT " OF " WS-N-EDIT
                        " TERMS - OVERFLOW"
                        DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
                    END-STRING
                ELSE
                    STRING "SERVED " WS-N2-EDIT " TERMS FROM STORED RUN"
                        DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
                    END-STRING
                END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-IF.
*> a residue run is never served from store and never shortened,
*> its terms are stored under the lower-case sequence type
ACK-RESIDUE-ENTRY.
    MOVE "MG" TO ACK-OUTCOME.
    MOVE WS-LT-MODULUS(WS-LOG-IX) TO WS-MODULUS-EDIT.
    STRING "GENERATED " WS-N2-EDIT " TERMS MOD " WS-MODULUS-EDIT
        DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
    END-STRING.
*> an extension carries no sequence type of its own on the queue, so
*> the one logged from its root run is reported
ACK-EXTENDED-ENTRY.
    MOVE "EX" TO ACK-OUTCOME.
    IF WS-LT-SEQ-TYPE(WS-LOG-IX) NOT = SPACE
        MOVE WS-LT-SEQ-TYPE(WS-LOG-IX) TO ACK-SEQ-TYPE
    END-IF.
    IF ACK-SHORTENED = "Y"
        STRING "EXTENDED TO " WS-N2-EDIT " OF " WS-N-EDIT
            " - OVERFLOW"
            DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
        END-STRING
    ELSE
        STRING "EXTENDED " TRANS-PARENT-DATE "/" TRANS-PARENT-SEQ
            " TO " WS-N2-EDIT " TERMS"
            DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
        END-STRING
    END-IF.
SCAN-LOG-TABLE.
    IF WS-LT-SEQ(WS-LOG-IX) = TRANS-RUN-SEQ
        MOVE "Y" TO WS-LOG-FOUND
    ELSE
        ADD 1 TO WS-LOG-IX
    END-IF.
*> the log record does not say whether a reverse lookup found its
*> target, so the term the search stopped on is regenerated from
*> the request seeds and compared with the target
CHECK-REVERSE-RESULT.
    IF TRANS-SEQ-TYPE = SPACE
        MOVE "S" TO WS-SEQ-TYPE
    ELSE
        MOVE TRANS-SEQ-TYPE TO WS-SEQ-TYPE
    END-IF.
    MOVE TRANS-START-A TO A.
    MOVE TRANS-START-B TO B.
    MOVE 0 TO C.
    IF SEQ-TYPE-THREE-TERM
        MOVE TRANS-START-C TO D
    ELSE
        MOVE 0 TO D
    END-IF.
    IF SEQ-TYPE-WEIGHTED
        MOVE TRANS-WEIGHT-P TO WS-WEIGHT-P
        MOVE TRANS-WEIGHT-Q TO WS-WEIGHT-Q
    ELSE
        MOVE 1 TO WS-WEIGHT-P
        MOVE 1 TO WS-WEIGHT-Q
    END-IF.
    MOVE 0 TO WS-POSITION.
    MOVE "N" TO WS-OVERFLOW-FLAG.
    PERFORM REGENERATE-TERM UNTIL WS-POSITION >= WS-LT-PRODUCED(WS-LOG-IX)
        OR TERM-OVERFLOW.
    IF WS-POSITION > 0 AND NOT TERM-OVERFLOW AND C = TRANS-TARGET
        MOVE "RF" TO ACK-OUTCOME
        MOVE "N" TO ACK-SHORTENED
        MOVE WS-POSITION TO ACK-FOUND-POSITION
        STRING "TARGET FOUND AT TERM POSITION " WS-N2-EDIT
            DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
        END-STRING
    ELSE
        MOVE "RN" TO ACK-OUTCOME
        IF ACK-SHORTENED = "Y"
            STRING "NOT FOUND - OVERFLOW AT TERM " WS-N2-EDIT
                DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
            END-STRING
        ELSE
            STRING "TARGET NOT FOUND IN " WS-N-EDIT " TERMS"
                DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
            END-STRING
        END-IF
    END-IF.
REGENERATE-TERM.
    ADD 1 TO WS-POSITION.
    EVALUATE TRUE
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
ACK-REJECTED-ENTRY.
    MOVE TRANS-RUN-SEQ TO ACK-RUN-SEQ.
    MOVE "RJ" TO ACK-OUTCOME.
    MOVE "N" TO WS-REJ-FOUND.
    MOVE 1 TO WS-REJ-IX.
    PERFORM SCAN-REJECT-TABLE UNTIL WS-REJ-IX > WS-REJ-COUNT OR REJ-FOUND.
    IF NOT REJ-FOUND
        MOVE "REJECTED - NO SUSPENSE RECORD FOUND" TO ACK-OUTCOME-TEXT
        DISPLAY "FIBAK1: NO SUSPENSE RECORD FOR REJECTED RUN "
            TRANS-RUN-SEQ
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE WS-RT-DATE(WS-REJ-IX) TO ACK-RUN-DATE
        MOVE WS-RT-REASON(WS-REJ-IX) TO ACK-REASON-CODE
        MOVE WS-RT-REASON(WS-REJ-IX) TO WS-REASON-EDIT
        IF WS-RT-REASON(WS-REJ-IX) >= 1
                AND WS-RT-REASON(WS-REJ-IX) <= WS-REASON-MAX
            MOVE WS-REJ-REASON-TEXT(WS-RT-REASON(WS-REJ-IX))
                TO WS-REASON-TEXT
        ELSE
            MOVE "REASON CODE NOT ON FILE" TO WS-REASON-TEXT
        END-IF
        STRING "REJECTED " WS-REASON-EDIT " " WS-REASON-TEXT
            DELIMITED BY SIZE INTO ACK-OUTCOME-TEXT
        END-STRING
    END-IF.
SCAN-REJECT-TABLE.
    IF WS-RT-SEQ(WS-REJ-IX) = TRANS-RUN-SEQ
        MOVE "Y" TO WS-REJ-FOUND
    ELSE
        ADD 1 TO WS-REJ-IX
    END-IF.
TALLY-OUTCOME.
    MOVE "N" TO WS-OC-FOUND.
    MOVE 1 TO WS-OC-IX.
    PERFORM SCAN-OUTCOME-TABLE UNTIL WS-OC-IX > WS-OC-MAX OR OC-FOUND.
    IF OC-FOUND
        ADD 1 TO WS-OC-COUNT(WS-OC-IX)
    END-IF.
SCAN-OUTCOME-TABLE.
    IF WS-OC-CODE(WS-OC-IX) = ACK-OUTCOME
        MOVE "Y" TO WS-OC-FOUND
    ELSE
        ADD 1 TO WS-OC-IX
    END-IF.
HOLD-ACKNOWLEDGMENT.
    IF WS-AT-COUNT < 5000
        ADD 1 TO WS-AT-COUNT
        MOVE ACK-REQUESTOR TO WS-AT-REQUESTOR(WS-AT-COUNT)
        MOVE ACK-ENTRY-NO TO WS-AT-ENTRY-NO(WS-AT-COUNT)
        MOVE ACK-RUN-SEQ TO WS-AT-RUN-SEQ(WS-AT-COUNT)
        MOVE ACK-MODE TO WS-AT-MODE(WS-AT-COUNT)
        MOVE ACK-SEQ-TYPE TO WS-AT-SEQ-TYPE(WS-AT-COUNT)
        MOVE ACK-REQUESTED-N TO WS-AT-REQUESTED-N(WS-AT-COUNT)
        MOVE ACK-OUTCOME TO WS-AT-OUTCOME(WS-AT-COUNT)
        MOVE ACK-TERMS-DATE TO WS-AT-TERMS-DATE(WS-AT-COUNT)
        MOVE ACK-TERMS-SEQ TO WS-AT-TERMS-SEQ(WS-AT-COUNT)
        MOVE ACK-OUTCOME-TEXT TO WS-AT-OUTCOME-TEXT(WS-AT-COUNT)
        PERFORM NOTE-REQUESTOR
    ELSE
        IF NOT ACK-TABLE-WARNED
            DISPLAY "FIBAK1: MORE THAN 5000 ACKNOWLEDGMENTS - LATER"
                " ENTRIES ARE ON ACKOUT BUT NOT ON THE NOTICES"
            MOVE "Y" TO WS-AT-WARNED
            IF RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
    END-IF.
NOTE-REQUESTOR.
    MOVE "N" TO WS-RQ-FOUND.
    MOVE 1 TO WS-RQ-IX.
    PERFORM SCAN-REQUESTOR-TABLE UNTIL WS-RQ-IX > WS-RQ-COUNT OR RQ-FOUND.
    IF NOT RQ-FOUND
        IF WS-RQ-COUNT < 500
            ADD 1 TO WS-RQ-COUNT
            MOVE ACK-REQUESTOR TO WS-RQ-ID(WS-RQ-COUNT)
        ELSE
            IF NOT RQ-TABLE-WARNED
                DISPLAY "FIBAK1: MORE THAN 500 REQUESTORS - LATER"
                    " REQUESTORS ARE ON ACKOUT BUT GET NO NOTICE"
                MOVE "Y" TO WS-RQ-WARNED
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
SCAN-REQUESTOR-TABLE.
    IF WS-RQ-ID(WS-RQ-IX) = ACK-REQUESTOR
        MOVE "Y" TO WS-RQ-FOUND
    ELSE
        ADD 1 TO WS-RQ-IX
    END-IF.
PRINT-REQUESTOR-NOTICES.
    MOVE "FIBAK1 REQUEST OUTCOME NOTICE" TO WS-PAGE-TITLE.
    MOVE 1 TO WS-RQ-IX.
    PERFORM PRINT-ONE-NOTICE UNTIL WS-RQ-IX > WS-RQ-COUNT.
PRINT-ONE-NOTICE.
    MOVE WS-RQ-ID(WS-RQ-IX) TO WS-NOTICE-REQUESTOR.
    MOVE 0 TO WS-NT-ENTRIES.
    MOVE 0 TO WS-NT-DONE.
    MOVE 0 TO WS-NT-REJECTED.
    MOVE 0 TO WS-NT-QUEUED.
    MOVE 0 TO WS-NT-OTHER.
    PERFORM WRITE-NOTICE-HEADER.
    MOVE 1 TO WS-AT-IX.
    PERFORM PRINT-NOTICE-ENTRY UNTIL WS-AT-IX > WS-AT-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-NOTICE-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "ENTRIES" TO WS-PRINT-LINE(1:7).
    MOVE WS-NT-ENTRIES TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(9:6).
    MOVE "COMPLETED" TO WS-PRINT-LINE(17:9).
    MOVE WS-NT-DONE TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(27:6).
    MOVE "REJECTED" TO WS-PRINT-LINE(35:8).
    MOVE WS-NT-REJECTED TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(44:6).
    MOVE "QUEUED" TO WS-PRINT-LINE(52:6).
    MOVE WS-NT-QUEUED TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(59:6).
    MOVE "OTHER" TO WS-PRINT-LINE(67:5).
    MOVE WS-NT-OTHER TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(73:6).
    PERFORM WRITE-NOTICE-LINE.
    ADD 1 TO WS-RQ-IX.
PRINT-NOTICE-ENTRY.
    IF WS-AT-REQUESTOR(WS-AT-IX) = WS-NOTICE-REQUESTOR
        ADD 1 TO WS-NT-ENTRIES
        EVALUATE WS-AT-OUTCOME(WS-AT-IX)
            WHEN "GN"
            WHEN "SV"
            WHEN "EX"
            WHEN "RF"
            WHEN "RN"
            WHEN "RS"
            WHEN "MG"
                ADD 1 TO WS-NT-DONE
            WHEN "RJ"
                ADD 1 TO WS-NT-REJECTED
            WHEN "DF"
            WHEN "HQ"
                ADD 1 TO WS-NT-QUEUED
            WHEN OTHER
                ADD 1 TO WS-NT-OTHER
        END-EVALUATE
        MOVE SPACES TO WS-PRINT-LINE
        MOVE WS-AT-ENTRY-NO(WS-AT-IX) TO WS-PRINT-LINE(1:6)
        MOVE WS-AT-RUN-SEQ(WS-AT-IX) TO WS-PRINT-LINE(9:6)
        MOVE WS-AT-MODE(WS-AT-IX) TO WS-PRINT-LINE(18:1)
        MOVE WS-AT-SEQ-TYPE(WS-AT-IX) TO WS-PRINT-LINE(23:1)
        MOVE WS-AT-REQUESTED-N(WS-AT-IX) TO WS-N-EDIT
        MOVE WS-N-EDIT TO WS-PRINT-LINE(26:4)
        MOVE WS-AT-OUTCOME-TEXT(WS-AT-IX) TO WS-PRINT-LINE(32:40)
        PERFORM WRITE-NOTICE-LINE
        IF WS-AT-TERMS-SEQ(WS-AT-IX) > 0
            MOVE SPACES TO WS-PRINT-LINE
            STRING "TERMS HELD IN TERMSIDX UNDER RUN "
                WS-AT-TERMS-DATE(WS-AT-IX) "/"
                WS-AT-TERMS-SEQ(WS-AT-IX)
                DELIMITED BY SIZE INTO WS-PRINT-LINE(32:49)
            END-STRING
            PERFORM WRITE-NOTICE-LINE
        END-IF
    END-IF.
    ADD 1 TO WS-AT-IX.
WRITE-NOTICE-HEADER.
    PERFORM WRITE-PAGE-TITLE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "REQUESTOR: " WS-NOTICE-REQUESTOR
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "ENTRY   RUN SEQ  MODE TYPE    N  OUTCOME" TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE 4 TO WS-LINE-COUNT.
WRITE-NOTICE-LINE.
    IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        PERFORM WRITE-NOTICE-HEADER
    END-IF.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
WRITE-PAGE-TITLE.
    ADD 1 TO WS-PAGE-COUNT.
    MOVE 0 TO WS-LINE-COUNT.
    MOVE SPACES TO WS-RUN-DATE-EDIT.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY
        DELIMITED BY SIZE INTO WS-RUN-DATE-EDIT
    END-STRING.
    MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING WS-PAGE-TITLE DELIMITED BY "  "
        "  DATE: " WS-RUN-DATE-EDIT
        "  PAGE: " WS-PAGE-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
PRINT-CONTROL-TOTALS.
    MOVE "FIBAK1 ACKNOWLEDGMENT CONTROL TOTALS" TO WS-PAGE-TITLE.
    PERFORM WRITE-PAGE-TITLE.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE 1 TO WS-OC-IX.
    PERFORM WRITE-OUTCOME-TOTAL-LINE UNTIL WS-OC-IX > WS-OC-MAX.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "RECYCLED SUSPENSE ENTRIES READ" TO WS-PRINT-LINE.
    MOVE WS-RECYCLE-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "TRANSIN QUEUE ENTRIES READ" TO WS-PRINT-LINE.
    MOVE WS-TRANSIN-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "ACKNOWLEDGMENTS WRITTEN" TO WS-PRINT-LINE.
    MOVE WS-ACK-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "TRANSOUT ENTRIES WITH NO QUEUE ENTRY" TO WS-PRINT-LINE.
    MOVE WS-EXTRA-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "QUEUE ENTRIES WITH NO TRANSOUT ENTRY" TO WS-PRINT-LINE.
    MOVE WS-UNACKED-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "TRANSOUT ENTRIES NOT MATCHING QUEUE" TO WS-PRINT-LINE.
    MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-EXTRA-COUNT = 0 AND WS-UNACKED-COUNT = 0
            AND WS-MISMATCH-COUNT = 0
            AND WS-ACK-COUNT = WS-TRANSIN-COUNT + WS-RECYCLE-COUNT
        MOVE "ACKNOWLEDGMENTS BALANCE TO THE QUEUE" TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
    ELSE
        MOVE "*** ACKNOWLEDGMENTS OUT OF BALANCE WITH THE QUEUE ***"
            TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        DISPLAY "FIBAK1: ACKNOWLEDGMENTS OUT OF BALANCE - "
            WS-ACK-COUNT " WRITTEN FOR "
            WS-TRANSIN-COUNT " TRANSIN AND "
            WS-RECYCLE-COUNT " RECYCLED ENTRIES"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF.
WRITE-OUTCOME-TOTAL-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-OC-CODE(WS-OC-IX) TO WS-PRINT-LINE(3:2).
    MOVE WS-OC-LABEL(WS-OC-IX) TO WS-PRINT-LINE(7:30).
    MOVE WS-OC-COUNT(WS-OC-IX) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(42:6).
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-OC-IX.
