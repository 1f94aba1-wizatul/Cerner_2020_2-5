*> suspense management for the REJECTS file: matches each suspended
*> request against later REJECTS, CTLLOG and TRANSOUT activity to
*> close the items that were recycled and processed, or suspended
*> again under a later entry, applies operator disposition cards to
*> write items off, ages the open items by reason code and requestor
*> and writes a new suspense generation holding only the open items
*> plus the closed items to the REJHIST audit history
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBSM1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISP-FILE ASSIGN TO "SMCARDS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISP-STATUS.
    SELECT REJECT-FILE ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJ-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT TRANSOUT-FILE ASSIGN TO "TRANSOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANSOUT-STATUS.
    SELECT NEW-REJECT-FILE ASSIGN TO "REJNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NEWREJ-STATUS.
    SELECT HISTORY-FILE ASSIGN TO "REJHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HIST-STATUS.
    SELECT PRINT-FILE ASSIGN TO "SMRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
*> one card per suspended item to be written off, keyed by the
*> run date and run seq the item was suspended under
FD  DISP-FILE.
01  DISP-CARD.
    05  SMD-RUN-DATE            PIC X(8).
    05  FILLER                  PIC X.
    05  SMD-RUN-SEQ             PIC X(6).
    05  FILLER                  PIC X.
    05  SMD-DISP-CODE           PIC X(2).
    05  FILLER                  PIC X.
    05  SMD-CLOSED-BY           PIC X(8).
    05  FILLER                  PIC X.
    05  SMD-COMMENT             PIC X(40).
    05  FILLER                  PIC X(12).
FD  REJECT-FILE.
01  REJECT-RECORD.
    05  REJ-REASON-CODE         PIC 9(2).
    05  FILLER                  PIC X.
    05  REJ-RUN-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  REJ-RUN-SEQ             PIC 9(6).
    05  FILLER                  PIC X.
    05  REJ-TRANS-IMAGE         PIC X(68).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  TRANSOUT-FILE.
01  TRANSOUT-RECORD             PIC X(68).
FD  NEW-REJECT-FILE.
01  NEW-REJECT-RECORD           PIC X(87).
*> closed-item history: the suspense record as it stood, then how
*> and when it was closed and the run that recycled or replaced it
FD  HISTORY-FILE.
01  HIST-RECORD.
    05  HST-REJECT-IMAGE        PIC X(87).
    05  FILLER                  PIC X.
    05  HST-CLOSED-DATE         PIC 9(8).
    05  FILLER                  PIC X.
    05  HST-DISPOSITION         PIC X(2).
    05  FILLER                  PIC X.
    05  HST-CLOSED-BY           PIC X(8).
    05  FILLER                  PIC X.
    05  HST-MATCH-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  HST-MATCH-SEQ           PIC 9(6).
    05  FILLER                  PIC X.
    05  HST-AGE-DAYS            PIC 9(4).
    05  FILLER                  PIC X.
    05  HST-COMMENT             PIC X(40).
FD  PRINT-FILE.
01  PRINT-RECORD                PIC X(80).

WORKING-STORAGE SECTION.
COPY TRANSREC.
77 WS-DISP-STATUS PIC XX.
77 WS-REJ-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-TRANSOUT-STATUS PIC XX.
77 WS-NEWREJ-STATUS PIC XX.
77 WS-HIST-STATUS PIC XX.
77 WS-PRINT-STATUS PIC XX.
77 WS-DISP-EOF PIC X VALUE "N".
    88 DISP-EOF VALUE "Y".
77 WS-REJ-EOF PIC X VALUE "N".
    88 REJ-EOF VALUE "Y".
77 WS-LOG-EOF PIC X VALUE "N".
    88 LOG-EOF VALUE "Y".
77 WS-TRANSOUT-EOF PIC X VALUE "N".
    88 TRANSOUT-EOF VALUE "Y".
77 WS-CARD-VALID PIC X VALUE "Y".
    88 CARD-IS-VALID VALUE "Y".
77 WS-REJECT-TEXT PIC X(40).
77 WS-DISP-CODE PIC X(2).
    88 DISP-WITHDRAWN VALUE "WD".
    88 DISP-DUPLICATE VALUE "DU".
    88 DISP-REKEYED VALUE "RK".
    88 DISP-NOT-FIXABLE VALUE "NF".
    88 DISP-OTHER VALUE "OT".
77 WS-ITEM-FOUND PIC X VALUE "N".
    88 ITEM-FOUND VALUE "Y".
77 WS-CAND-MATCH PIC X VALUE "N".
    88 CAND-MATCHED VALUE "Y".
77 WS-RQ-FOUND PIC X VALUE "N".
    88 RQ-FOUND VALUE "Y".
77 WS-RQ-OVERFLOW PIC X VALUE "N".
    88 RQ-OVERFLOWED VALUE "Y".
*> the suspense file is held in a table so that the later REJECTS
*> entries can be compared with the earlier ones; a file larger
*> than the table is left untouched
77 WS-SM-TABLE-MAX PIC 9(4) COMP VALUE 5000.
77 WS-SM-COUNT PIC 9(4) COMP VALUE 0.
77 WS-SM-IX PIC 9(4) COMP.
77 WS-SM-IX2 PIC 9(4) COMP.
*> each suspended item carries the request fields it is matched on,
*> normalized so that a request image and a CTLLOG record compare
*> alike: the mode, the seeds (or the parent run key for an extend),
*> N, the requestor, the sequence type and its C and P/Q values,
*> and the modulus of a residue request
01 WS-SM-TABLE.
    05 WS-SM-ENTRY OCCURS 5000.
        10 WS-SM-REJECT PIC X(87).
        10 WS-SM-REASON-IX PIC 9(2).
        10 WS-SM-DATE PIC 9(8).
        10 WS-SM-SEQ PIC 9(6).
        10 WS-SM-KEYS.
            15 WS-SM-MODE PIC X.
            15 WS-SM-KEY-A PIC X(19).
            15 WS-SM-KEY-B PIC X(19).
            15 WS-SM-N PIC X(4).
            15 WS-SM-REQUESTOR PIC X(8).
            15 WS-SM-TYPE PIC X.
            15 WS-SM-C PIC X(19).
            15 WS-SM-P PIC X(3).
            15 WS-SM-Q PIC X(3).
            15 WS-SM-MODULUS PIC X(19).
        10 WS-SM-STATE PIC X.
        10 WS-SM-QUEUED PIC X.
        10 WS-SM-DISP PIC X(2).
        10 WS-SM-CLOSED-BY PIC X(8).
        10 WS-SM-MATCH-DATE PIC 9(8).
        10 WS-SM-MATCH-SEQ PIC 9(6).
        10 WS-SM-COMMENT PIC X(40).
        10 WS-SM-AGE PIC 9(5).
        10 WS-SM-BUCKET PIC 9.
01 WS-CAND-KEYS.
    05 WS-CAND-MODE PIC X.
    05 WS-CAND-KEY-A PIC X(19).
    05 WS-CAND-KEY-B PIC X(19).
    05 WS-CAND-N PIC X(4).
    05 WS-CAND-REQUESTOR PIC X(8).
    05 WS-CAND-TYPE PIC X.
    05 WS-CAND-C PIC X(19).
    05 WS-CAND-P PIC X(3).
    05 WS-CAND-Q PIC X(3).
    05 WS-CAND-MODULUS PIC X(19).
77 WS-CAND-DATE PIC 9(8).
77 WS-CAND-SEQ PIC 9(6).
77 WS-EDIT-18 PIC -9(18).
77 WS-EDIT-2 PIC -9(2).
*> the request field a reject reason points at is the one the
*> requestor is expected to correct before recycling, so it is left
*> out of the comparison: M mode, S seeds or parent run key, N,
*> R requestor, T sequence type with C and P/Q, D modulus, - nothing;
*> the last position is used for a reason code outside the table
77 WS-FREE-GROUPS PIC X(20) VALUE "NNSSM-RN-TTTTSSN-DD-".
77 WS-FREE-GROUP PIC X.
01 WS-REASON-TEXTS.
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
    05 FILLER PIC X(28) VALUE "UNKNOWN REASON CODE".
01 WS-REASON-TABLE REDEFINES WS-REASON-TEXTS.
    05 WS-REASON-TEXT OCCURS 20 PIC X(28).
*> open items by age bucket: 1 is 0-7 days, 2 is 8-30, 3 over 30
77 WS-BKT-IX PIC 9 COMP.
77 WS-RSN-IX PIC 9(2) COMP.
01 WS-RSN-AGING.
    05 WS-RSN-ENTRY OCCURS 20.
        10 WS-RSN-BUCKET PIC 9(6) OCCURS 3 VALUE 0.
77 WS-RQ-TABLE-MAX PIC 9(3) COMP VALUE 200.
77 WS-RQ-COUNT PIC 9(3) COMP VALUE 0.
77 WS-RQ-IX PIC 9(3) COMP.
01 WS-RQ-TABLE.
    05 WS-RQ-ENTRY OCCURS 200.
        10 WS-RQ-ID PIC X(8).
        10 WS-RQ-BUCKET PIC 9(6) OCCURS 3.
01 WS-BKT-TOTALS.
    05 WS-BKT-TOTAL PIC 9(6) OCCURS 3 VALUE 0.
77 WS-ROW-TOTAL PIC 9(6).
77 WS-TODAY-INT PIC 9(8).
77 WS-AGE-DAYS PIC S9(8).
01 WS-AGE-DATE PIC 9(8).
01 WS-AGE-DATE-PARTS REDEFINES WS-AGE-DATE.
    05 WS-AGE-YYYY PIC 9(4).
    05 WS-AGE-MM PIC 9(2).
    05 WS-AGE-DD PIC 9(2).
77 WS-ITEM-COUNT PIC 9(6) VALUE 0.
77 WS-RECYCLED-COUNT PIC 9(6) VALUE 0.
77 WS-RESUSPENDED-COUNT PIC 9(6) VALUE 0.
77 WS-WRITTEN-OFF-COUNT PIC 9(6) VALUE 0.
77 WS-OPEN-COUNT PIC 9(6) VALUE 0.
77 WS-QUEUED-COUNT PIC 9(6) VALUE 0.
77 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
77 WS-CARD-COUNT PIC 9(6) VALUE 0.
77 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
77 WS-REJECTED-COUNT PIC 9(6) VALUE 0.
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
77 WS-AGE-EDIT PIC ZZZZ9.
77 WS-CODE-EDIT PIC 99.
77 WS-SEQ-EDIT PIC 9(6).
77 WS-DATE-EDIT PIC 9(8).
77 WS-DETAIL PIC X(42).
01 WS-PRINT-LINE PIC X(80).

PROCEDURE DIVISION.
PARA1.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
    MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY-INT.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-STATUS NOT = "00"
        DISPLAY "FIBSM1: UNABLE TO OPEN REPORT FILE, STATUS="
            WS-PRINT-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        PERFORM WRITE-REPORT-HEADER
        PERFORM LOAD-SUSPENSE-ITEMS
        IF RETURN-CODE < 16
            PERFORM MATCH-LATER-SUSPENSE
            PERFORM MATCH-CONTROL-LOG
        END-IF
        IF RETURN-CODE < 16
            PERFORM MATCH-PENDING-QUEUE
        END-IF
        IF RETURN-CODE < 16
            PERFORM PROCESS-DISPOSITION-CARDS
        END-IF
        IF RETURN-CODE < 16
            PERFORM AGE-SUSPENSE-ITEMS
            PERFORM OPEN-OUTPUT-FILES
        END-IF
        IF RETURN-CODE < 16
            PERFORM WRITE-OUTPUT-FILES
            PERFORM WRITE-CLOSED-LISTING
            PERFORM WRITE-OPEN-LISTING
            PERFORM WRITE-REASON-AGING
            PERFORM WRITE-REQUESTOR-AGING
            PERFORM WRITE-REPORT-TOTALS
        END-IF
        CLOSE PRINT-FILE
    END-IF.
    DISPLAY "FIBSM1: " WS-ITEM-COUNT " SUSPENSE ITEMS, "
        WS-CLOSED-COUNT " CLOSED, " WS-OPEN-COUNT " OPEN, "
        WS-REJECTED-COUNT " CARDS REJECTED".
    STOP RUN.
*> load the current suspense file into the item table
LOAD-SUSPENSE-ITEMS.
    OPEN INPUT REJECT-FILE.
    IF WS-REJ-STATUS = "35"
        MOVE "NO SUSPENSE FILE - EMPTY GENERATION WRITTEN"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-REJ-STATUS NOT = "00"
            DISPLAY "FIBSM1: UNABLE TO OPEN SUSPENSE FILE, STATUS="
                WS-REJ-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-REJECT-RECORD
            PERFORM LOAD-SUSPENSE-ENTRY UNTIL REJ-EOF
            CLOSE REJECT-FILE
        END-IF
    END-IF.
READ-REJECT-RECORD.
    READ REJECT-FILE
        AT END
            MOVE "Y" TO WS-REJ-EOF
    END-READ.
LOAD-SUSPENSE-ENTRY.
    IF WS-SM-COUNT >= WS-SM-TABLE-MAX
        DISPLAY "FIBSM1: SUSPENSE FILE EXCEEDS 5000 ITEMS"
            " - NOTHING CLOSED OR WRITTEN"
        MOVE "SUSPENSE FILE EXCEEDS 5000 ITEMS - NOTHING WRITTEN"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
        MOVE 16 TO RETURN-CODE
        MOVE "Y" TO WS-REJ-EOF
    ELSE
        ADD 1 TO WS-SM-COUNT
        ADD 1 TO WS-ITEM-COUNT
        MOVE WS-SM-COUNT TO WS-SM-IX
        MOVE REJECT-RECORD TO WS-SM-REJECT(WS-SM-IX)
        IF REJ-REASON-CODE IS NUMERIC AND REJ-REASON-CODE >= 1
                AND REJ-REASON-CODE <= 19
            MOVE REJ-REASON-CODE TO WS-SM-REASON-IX(WS-SM-IX)
        ELSE
            MOVE 20 TO WS-SM-REASON-IX(WS-SM-IX)
        END-IF
        IF REJ-RUN-DATE IS NUMERIC AND REJ-RUN-SEQ IS NUMERIC
            MOVE REJ-RUN-DATE TO WS-SM-DATE(WS-SM-IX)
            MOVE REJ-RUN-SEQ TO WS-SM-SEQ(WS-SM-IX)
        ELSE
            MOVE 0 TO WS-SM-DATE(WS-SM-IX)
            MOVE 0 TO WS-SM-SEQ(WS-SM-IX)
        END-IF
        MOVE REJ-TRANS-IMAGE TO TRANS-RECORD
        PERFORM LOAD-CAND-FROM-TRANS
        MOVE WS-CAND-KEYS TO WS-SM-KEYS(WS-SM-IX)
        MOVE "O" TO WS-SM-STATE(WS-SM-IX)
        MOVE "N" TO WS-SM-QUEUED(WS-SM-IX)
        MOVE SPACES TO WS-SM-DISP(WS-SM-IX)
        MOVE SPACES TO WS-SM-CLOSED-BY(WS-SM-IX)
        MOVE 0 TO WS-SM-MATCH-DATE(WS-SM-IX)
        MOVE 0 TO WS-SM-MATCH-SEQ(WS-SM-IX)
        MOVE SPACES TO WS-SM-COMMENT(WS-SM-IX)
        MOVE 0 TO WS-SM-AGE(WS-SM-IX)
        MOVE 3 TO WS-SM-BUCKET(WS-SM-IX)
        PERFORM READ-REJECT-RECORD
    END-IF.
*> matching keys from a request image, as FIBON1 would log it
LOAD-CAND-FROM-TRANS.
    MOVE SPACES TO WS-CAND-KEYS.
    MOVE TRANS-MODE TO WS-CAND-MODE.
    IF TRANS-MODE-EXTEND
        MOVE TRANS-PARENT-DATE TO WS-CAND-KEY-A
        MOVE TRANS-PARENT-SEQ TO WS-CAND-KEY-B
    ELSE
        IF TRANS-START-A IS NUMERIC
            MOVE TRANS-START-A TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-CAND-KEY-A
        ELSE
            MOVE ALL "?" TO WS-CAND-KEY-A
        END-IF
        IF TRANS-START-B IS NUMERIC
            MOVE TRANS-START-B TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-CAND-KEY-B
        ELSE
            MOVE ALL "?" TO WS-CAND-KEY-B
        END-IF
    END-IF.
    MOVE TRANS-N TO WS-CAND-N.
    MOVE TRANS-REQUESTOR TO WS-CAND-REQUESTOR.
    IF TRANS-SEQ-TYPE = SPACE
        MOVE "S" TO WS-CAND-TYPE
    ELSE
        MOVE TRANS-SEQ-TYPE TO WS-CAND-TYPE
    END-IF.
    MOVE 0 TO WS-EDIT-18.
    MOVE WS-EDIT-18 TO WS-CAND-C.
    IF TRANS-TYPE-THREE-TERM
        IF TRANS-START-C IS NUMERIC
            MOVE TRANS-START-C TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-CAND-C
        ELSE
            MOVE ALL "?" TO WS-CAND-C
        END-IF
    END-IF.
    MOVE 1 TO WS-EDIT-2.
    MOVE WS-EDIT-2 TO WS-CAND-P.
    MOVE WS-EDIT-2 TO WS-CAND-Q.
    IF TRANS-TYPE-WEIGHTED
        IF TRANS-WEIGHT-P IS NUMERIC
            MOVE TRANS-WEIGHT-P TO WS-EDIT-2
            MOVE WS-EDIT-2 TO WS-CAND-P
        ELSE
            MOVE ALL "?" TO WS-CAND-P
        END-IF
        IF TRANS-WEIGHT-Q IS NUMERIC
            MOVE TRANS-WEIGHT-Q TO WS-EDIT-2
            MOVE WS-EDIT-2 TO WS-CAND-Q
        ELSE
            MOVE ALL "?" TO WS-CAND-Q
        END-IF
    END-IF.
    IF TRANS-MODE-RESIDUE
        IF TRANS-MODULUS IS NUMERIC
            MOVE TRANS-MODULUS TO WS-EDIT-18
            MOVE WS-EDIT-18 TO WS-CAND-MODULUS
        ELSE
            MOVE ALL "?" TO WS-CAND-MODULUS
        END-IF
    END-IF.
*> matching keys from a CTLLOG record; an extend run is keyed by the
*> parent run it continues, as the request named it
LOAD-CAND-FROM-LOG.
    MOVE SPACES TO WS-CAND-KEYS.
    MOVE LOG-MODE TO WS-CAND-MODE.
    IF LOG-MODE = "E"
        MOVE LOG-PARENT-DATE TO WS-CAND-KEY-A
        MOVE LOG-PARENT-SEQ TO WS-CAND-KEY-B
    ELSE
        MOVE LOG-START-A TO WS-CAND-KEY-A
        MOVE LOG-START-B TO WS-CAND-KEY-B
    END-IF.
    MOVE LOG-REQUESTED-N TO WS-CAND-N.
    MOVE LOG-REQUESTOR TO WS-CAND-REQUESTOR.
    IF LOG-SEQ-TYPE = SPACE
        MOVE "S" TO WS-CAND-TYPE
    ELSE
        MOVE LOG-SEQ-TYPE TO WS-CAND-TYPE
    END-IF.
    MOVE 0 TO WS-EDIT-18.
    MOVE WS-EDIT-18 TO WS-CAND-C.
    IF LOG-SEQ-TYPE = "T"
        MOVE LOG-START-C TO WS-CAND-C
    END-IF.
    MOVE 1 TO WS-EDIT-2.
    MOVE WS-EDIT-2 TO WS-CAND-P.
    MOVE WS-EDIT-2 TO WS-CAND-Q.
    IF LOG-SEQ-TYPE = "W"
        MOVE LOG-WEIGHT-P TO WS-CAND-P
        MOVE LOG-WEIGHT-Q TO WS-CAND-Q
    END-IF.
    IF LOG-MODE = "M"
        MOVE LOG-MODULUS TO WS-EDIT-18
        MOVE WS-EDIT-18 TO WS-CAND-MODULUS
    END-IF.
*> compare the candidate with item WS-SM-IX on every field group
*> except the one its reason code points at; an extend run takes
*> its sequence type and values from its root run, not the request
CHECK-CAND-MATCH.
    MOVE "Y" TO WS-CAND-MATCH.
    MOVE WS-FREE-GROUPS(WS-SM-REASON-IX(WS-SM-IX):1) TO WS-FREE-GROUP.
    IF WS-FREE-GROUP NOT = "M"
            AND WS-CAND-MODE NOT = WS-SM-MODE(WS-SM-IX)
        MOVE "N" TO WS-CAND-MATCH
    END-IF.
    IF WS-FREE-GROUP NOT = "S"
        IF WS-CAND-KEY-A NOT = WS-SM-KEY-A(WS-SM-IX)
                OR WS-CAND-KEY-B NOT = WS-SM-KEY-B(WS-SM-IX)
            MOVE "N" TO WS-CAND-MATCH
        END-IF
    END-IF.
    IF WS-FREE-GROUP NOT = "N"
            AND WS-CAND-N NOT = WS-SM-N(WS-SM-IX)
        MOVE "N" TO WS-CAND-MATCH
    END-IF.
    IF WS-FREE-GROUP NOT = "R"
            AND WS-CAND-REQUESTOR NOT = WS-SM-REQUESTOR(WS-SM-IX)
        MOVE "N" TO WS-CAND-MATCH
    END-IF.
    IF WS-FREE-GROUP NOT = "T" AND WS-CAND-MODE NOT = "E"
            AND WS-SM-MODE(WS-SM-IX) NOT = "E"
        IF WS-CAND-TYPE NOT = WS-SM-TYPE(WS-SM-IX)
                OR WS-CAND-C NOT = WS-SM-C(WS-SM-IX)
                OR WS-CAND-P NOT = WS-SM-P(WS-SM-IX)
                OR WS-CAND-Q NOT = WS-SM-Q(WS-SM-IX)
            MOVE "N" TO WS-CAND-MATCH
        END-IF
    END-IF.
    IF WS-FREE-GROUP NOT = "D" AND WS-FREE-GROUP NOT = "M"
            AND WS-CAND-MODULUS NOT = WS-SM-MODULUS(WS-SM-IX)
        MOVE "N" TO WS-CAND-MATCH
    END-IF.
*> an item suspended again under a later entry is superseded by it
MATCH-LATER-SUSPENSE.
    MOVE 1 TO WS-SM-IX.
    PERFORM CHECK-LATER-SUSPENSE UNTIL WS-SM-IX > WS-SM-COUNT.
CHECK-LATER-SUSPENSE.
    IF WS-SM-DATE(WS-SM-IX) > 0
        MOVE "N" TO WS-CAND-MATCH
        MOVE 1 TO WS-SM-IX2
        PERFORM SCAN-LATER-SUSPENSE
            UNTIL WS-SM-IX2 > WS-SM-COUNT OR CAND-MATCHED
        IF CAND-MATCHED
            MOVE "RS" TO WS-SM-DISP(WS-SM-IX)
            MOVE WS-SM-DATE(WS-SM-IX2) TO WS-CAND-DATE
            MOVE WS-SM-SEQ(WS-SM-IX2) TO WS-CAND-SEQ
            PERFORM CLOSE-MATCHED-ITEM
            ADD 1 TO WS-RESUSPENDED-COUNT
        END-IF
    END-IF.
    ADD 1 TO WS-SM-IX.
SCAN-LATER-SUSPENSE.
    IF WS-SM-DATE(WS-SM-IX2) > WS-SM-DATE(WS-SM-IX)
            OR (WS-SM-DATE(WS-SM-IX2) = WS-SM-DATE(WS-SM-IX)
            AND WS-SM-SEQ(WS-SM-IX2) > WS-SM-SEQ(WS-SM-IX))
        MOVE WS-SM-KEYS(WS-SM-IX2) TO WS-CAND-KEYS
        PERFORM CHECK-CAND-MATCH
    END-IF.
    IF NOT CAND-MATCHED
        ADD 1 TO WS-SM-IX2
    END-IF.
CLOSE-MATCHED-ITEM.
    MOVE "C" TO WS-SM-STATE(WS-SM-IX).
    MOVE "FIBSM1" TO WS-SM-CLOSED-BY(WS-SM-IX).
    MOVE WS-CAND-DATE TO WS-SM-MATCH-DATE(WS-SM-IX).
    MOVE WS-CAND-SEQ TO WS-SM-MATCH-SEQ(WS-SM-IX).
    ADD 1 TO WS-CLOSED-COUNT.
*> a later CTLLOG run for the same request closes the earliest
*> matching open item - one item per run
MATCH-CONTROL-LOG.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "35"
        MOVE "NO CONTROL LOG - RECYCLED ITEMS NOT MATCHED"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIBSM1: UNABLE TO OPEN CONTROL LOG, STATUS="
                WS-LOG-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-LOG-RECORD
            PERFORM MATCH-LOG-RECORD UNTIL LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
    END-IF.
READ-LOG-RECORD.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-LOG-EOF
    END-READ.
MATCH-LOG-RECORD.
    IF LOG-RECORD(1:8) IS NUMERIC AND LOG-TRANS-SEQ-NO IS NUMERIC
        MOVE LOG-RECORD(1:8) TO WS-CAND-DATE
        MOVE LOG-TRANS-SEQ-NO TO WS-CAND-SEQ
        PERFORM LOAD-CAND-FROM-LOG
        MOVE "N" TO WS-CAND-MATCH
        MOVE 1 TO WS-SM-IX
        PERFORM SCAN-LOG-MATCH
            UNTIL WS-SM-IX > WS-SM-COUNT OR CAND-MATCHED
        IF CAND-MATCHED
            MOVE "RC" TO WS-SM-DISP(WS-SM-IX)
            PERFORM CLOSE-MATCHED-ITEM
            ADD 1 TO WS-RECYCLED-COUNT
        END-IF
    END-IF.
    PERFORM READ-LOG-RECORD.
SCAN-LOG-MATCH.
    IF WS-SM-STATE(WS-SM-IX) = "O" AND WS-SM-DATE(WS-SM-IX) > 0
        IF WS-CAND-DATE > WS-SM-DATE(WS-SM-IX)
                OR (WS-CAND-DATE = WS-SM-DATE(WS-SM-IX)
                AND WS-CAND-SEQ > WS-SM-SEQ(WS-SM-IX))
            PERFORM CHECK-CAND-MATCH
        END-IF
    END-IF.
    IF NOT CAND-MATCHED
        ADD 1 TO WS-SM-IX
    END-IF.
*> a matching request still pending on TRANSOUT means the item has
*> already been queued for recycling; it stays open until it runs
MATCH-PENDING-QUEUE.
    OPEN INPUT TRANSOUT-FILE.
    IF WS-TRANSOUT-STATUS = "35"
        MOVE "NO TRANSOUT QUEUE - PENDING RECYCLES NOT FLAGGED"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-TRANSOUT-STATUS NOT = "00"
            DISPLAY "FIBSM1: UNABLE TO OPEN TRANSOUT QUEUE, STATUS="
                WS-TRANSOUT-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM READ-TRANSOUT-RECORD
            PERFORM MATCH-PENDING-ENTRY UNTIL TRANSOUT-EOF
            CLOSE TRANSOUT-FILE
        END-IF
    END-IF.
READ-TRANSOUT-RECORD.
    READ TRANSOUT-FILE
        AT END
            MOVE "Y" TO WS-TRANSOUT-EOF
    END-READ.
MATCH-PENDING-ENTRY.
    MOVE TRANSOUT-RECORD TO TRANS-RECORD.
    IF TRANS-STAT-PENDING
        PERFORM LOAD-CAND-FROM-TRANS
        MOVE "N" TO WS-CAND-MATCH
        MOVE 1 TO WS-SM-IX
        PERFORM SCAN-PENDING-MATCH
            UNTIL WS-SM-IX > WS-SM-COUNT OR CAND-MATCHED
        IF CAND-MATCHED
            MOVE "Y" TO WS-SM-QUEUED(WS-SM-IX)
        END-IF
    END-IF.
    PERFORM READ-TRANSOUT-RECORD.
SCAN-PENDING-MATCH.
    IF WS-SM-STATE(WS-SM-IX) = "O" AND WS-SM-QUEUED(WS-SM-IX) = "N"
        PERFORM CHECK-CAND-MATCH
    END-IF.
    IF NOT CAND-MATCHED
        ADD 1 TO WS-SM-IX
    END-IF.
*> operator disposition cards write open items off
PROCESS-DISPOSITION-CARDS.
    OPEN INPUT DISP-FILE.
    IF WS-DISP-STATUS = "35"
        MOVE "NO DISPOSITION CARDS - NOTHING WRITTEN OFF"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        IF WS-DISP-STATUS NOT = "00"
            DISPLAY "FIBSM1: UNABLE TO OPEN DISPOSITION CARDS, STATUS="
                WS-DISP-STATUS
            MOVE 16 TO RETURN-CODE
        ELSE
            MOVE "SUSPENDED       DC USERID   RESULT" TO WS-PRINT-LINE
            PERFORM WRITE-REPORT-LINE
            PERFORM READ-DISP-CARD
            PERFORM APPLY-DISP-CARD UNTIL DISP-EOF
            CLOSE DISP-FILE
            IF WS-CARD-COUNT = 0
                MOVE "NO DISPOSITION CARDS - NOTHING WRITTEN OFF"
                    TO WS-PRINT-LINE
                PERFORM WRITE-REPORT-LINE
            END-IF
        END-IF
    END-IF.
READ-DISP-CARD.
    READ DISP-FILE
        AT END
            MOVE "Y" TO WS-DISP-EOF
    END-READ.
APPLY-DISP-CARD.
    ADD 1 TO WS-CARD-COUNT.
    MOVE "Y" TO WS-CARD-VALID.
    MOVE SPACES TO WS-REJECT-TEXT.
    MOVE SMD-DISP-CODE TO WS-DISP-CODE.
    IF SMD-RUN-DATE IS NOT NUMERIC OR SMD-RUN-SEQ IS NOT NUMERIC
        MOVE "SUSPENSE RUN DATE/SEQ NOT NUMERIC" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND NOT DISP-WITHDRAWN AND NOT DISP-DUPLICATE
            AND NOT DISP-REKEYED AND NOT DISP-NOT-FIXABLE
            AND NOT DISP-OTHER
        MOVE "DISPOSITION NOT WD DU RK NF OR OT" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND SMD-CLOSED-BY = SPACES
        MOVE "CLOSED-BY USER ID IS BLANK" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID AND SMD-COMMENT = SPACES
        MOVE "COMMENT IS REQUIRED" TO WS-REJECT-TEXT
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        PERFORM FIND-SUSPENSE-ITEM
        IF NOT ITEM-FOUND
            MOVE "ITEM NOT IN SUSPENSE" TO WS-REJECT-TEXT
            MOVE "N" TO WS-CARD-VALID
        END-IF
    END-IF.
    IF CARD-IS-VALID AND WS-SM-STATE(WS-SM-IX) NOT = "O"
        MOVE SPACES TO WS-REJECT-TEXT
        STRING "ITEM ALREADY CLOSED AS " WS-SM-DISP(WS-SM-IX)
            DELIMITED BY SIZE INTO WS-REJECT-TEXT
        END-STRING
        MOVE "N" TO WS-CARD-VALID
    END-IF.
    IF CARD-IS-VALID
        MOVE "C" TO WS-SM-STATE(WS-SM-IX)
        MOVE WS-DISP-CODE TO WS-SM-DISP(WS-SM-IX)
        MOVE SMD-CLOSED-BY TO WS-SM-CLOSED-BY(WS-SM-IX)
        MOVE SMD-COMMENT TO WS-SM-COMMENT(WS-SM-IX)
        ADD 1 TO WS-CLOSED-COUNT
        ADD 1 TO WS-WRITTEN-OFF-COUNT
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE SMD-RUN-DATE TO WS-PRINT-LINE(1:8).
    MOVE "/" TO WS-PRINT-LINE(9:1).
    MOVE SMD-RUN-SEQ TO WS-PRINT-LINE(10:6).
    MOVE SMD-DISP-CODE TO WS-PRINT-LINE(17:2).
    MOVE SMD-CLOSED-BY TO WS-PRINT-LINE(20:8).
    IF CARD-IS-VALID
        ADD 1 TO WS-APPLIED-COUNT
        MOVE "WRITTEN OFF" TO WS-PRINT-LINE(29:11)
    ELSE
        ADD 1 TO WS-REJECTED-COUNT
        MOVE WS-REJECT-TEXT TO WS-PRINT-LINE(29:40)
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
    PERFORM WRITE-REPORT-LINE.
    PERFORM READ-DISP-CARD.
*> an open item is preferred; a closed one is found only so that the
*> card can be rejected with the disposition it was closed under
FIND-SUSPENSE-ITEM.
    MOVE "N" TO WS-ITEM-FOUND.
    MOVE SMD-RUN-DATE TO WS-CAND-DATE.
    MOVE SMD-RUN-SEQ TO WS-CAND-SEQ.
    MOVE 1 TO WS-SM-IX.
    PERFORM SCAN-SUSPENSE-ITEM
        UNTIL WS-SM-IX > WS-SM-COUNT OR ITEM-FOUND.
    IF NOT ITEM-FOUND
        MOVE 0 TO WS-SM-IX2
        MOVE 1 TO WS-SM-IX
        PERFORM SCAN-CLOSED-ITEM UNTIL WS-SM-IX > WS-SM-COUNT
        IF WS-SM-IX2 > 0
            MOVE WS-SM-IX2 TO WS-SM-IX
            MOVE "Y" TO WS-ITEM-FOUND
        END-IF
    END-IF.
SCAN-SUSPENSE-ITEM.
    IF WS-SM-DATE(WS-SM-IX) = WS-CAND-DATE
            AND WS-SM-SEQ(WS-SM-IX) = WS-CAND-SEQ
            AND WS-SM-STATE(WS-SM-IX) = "O"
        MOVE "Y" TO WS-ITEM-FOUND
    ELSE
        ADD 1 TO WS-SM-IX
    END-IF.
SCAN-CLOSED-ITEM.
    IF WS-SM-DATE(WS-SM-IX) = WS-CAND-DATE
            AND WS-SM-SEQ(WS-SM-IX) = WS-CAND-SEQ
        MOVE WS-SM-IX TO WS-SM-IX2
    END-IF.
    ADD 1 TO WS-SM-IX.
*> age every item from the date it was suspended; an item with no
*> usable date is treated as over 30 days old
AGE-SUSPENSE-ITEMS.
    MOVE 1 TO WS-SM-IX.
    PERFORM AGE-SUSPENSE-ITEM UNTIL WS-SM-IX > WS-SM-COUNT.
AGE-SUSPENSE-ITEM.
    MOVE WS-SM-DATE(WS-SM-IX) TO WS-AGE-DATE.
    IF WS-AGE-YYYY >= 1601 AND WS-AGE-MM >= 1 AND WS-AGE-MM <= 12
            AND WS-AGE-DD >= 1 AND WS-AGE-DD <= 31
        COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
            - FUNCTION INTEGER-OF-DATE(WS-AGE-DATE)
        IF WS-AGE-DAYS < 0
            MOVE 0 TO WS-AGE-DAYS
        END-IF
        IF WS-AGE-DAYS > 9999
            MOVE 9999 TO WS-AGE-DAYS
        END-IF
        MOVE WS-AGE-DAYS TO WS-SM-AGE(WS-SM-IX)
        EVALUATE TRUE
            WHEN WS-AGE-DAYS <= 7
                MOVE 1 TO WS-SM-BUCKET(WS-SM-IX)
            WHEN WS-AGE-DAYS <= 30
                MOVE 2 TO WS-SM-BUCKET(WS-SM-IX)
            WHEN OTHER
                MOVE 3 TO WS-SM-BUCKET(WS-SM-IX)
        END-EVALUATE
    END-IF.
    IF WS-SM-STATE(WS-SM-IX) = "O"
        ADD 1 TO WS-OPEN-COUNT
        IF WS-SM-QUEUED(WS-SM-IX) = "Y"
            ADD 1 TO WS-QUEUED-COUNT
        END-IF
        MOVE WS-SM-BUCKET(WS-SM-IX) TO WS-BKT-IX
        MOVE WS-SM-REASON-IX(WS-SM-IX) TO WS-RSN-IX
        ADD 1 TO WS-RSN-BUCKET(WS-RSN-IX, WS-BKT-IX)
        ADD 1 TO WS-BKT-TOTAL(WS-BKT-IX)
        PERFORM TALLY-REQUESTOR-AGE
    END-IF.
    ADD 1 TO WS-SM-IX.
TALLY-REQUESTOR-AGE.
    MOVE "N" TO WS-RQ-FOUND.
    MOVE 1 TO WS-RQ-IX.
    PERFORM SCAN-REQUESTOR-TABLE
        UNTIL WS-RQ-IX > WS-RQ-COUNT OR RQ-FOUND.
    IF NOT RQ-FOUND
        IF WS-RQ-COUNT < WS-RQ-TABLE-MAX
            ADD 1 TO WS-RQ-COUNT
            MOVE WS-RQ-COUNT TO WS-RQ-IX
            MOVE WS-SM-REQUESTOR(WS-SM-IX) TO WS-RQ-ID(WS-RQ-IX)
            MOVE 0 TO WS-RQ-BUCKET(WS-RQ-IX, 1)
            MOVE 0 TO WS-RQ-BUCKET(WS-RQ-IX, 2)
            MOVE 0 TO WS-RQ-BUCKET(WS-RQ-IX, 3)
            MOVE "Y" TO WS-RQ-FOUND
        ELSE
            IF NOT RQ-OVERFLOWED
                MOVE "Y" TO WS-RQ-OVERFLOW
                DISPLAY "FIBSM1: MORE THAN 200 REQUESTORS IN SUSPENSE"
                    " - EXCESS NOT AGED BY REQUESTOR"
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF
        END-IF
    END-IF.
    IF RQ-FOUND
        ADD 1 TO WS-RQ-BUCKET(WS-RQ-IX, WS-BKT-IX)
    END-IF.
SCAN-REQUESTOR-TABLE.
    IF WS-RQ-ID(WS-RQ-IX) = WS-SM-REQUESTOR(WS-SM-IX)
        MOVE "Y" TO WS-RQ-FOUND
    ELSE
        ADD 1 TO WS-RQ-IX
    END-IF.
*> the new suspense generation and the history are both opened
*> before either is written, so a failure leaves neither half done
OPEN-OUTPUT-FILES.
    OPEN OUTPUT NEW-REJECT-FILE.
    IF WS-NEWREJ-STATUS NOT = "00"
        DISPLAY "FIBSM1: UNABLE TO OPEN NEW SUSPENSE FILE, STATUS="
            WS-NEWREJ-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN EXTEND HISTORY-FILE
        IF WS-HIST-STATUS = "35"
            OPEN OUTPUT HISTORY-FILE
        END-IF
        IF WS-HIST-STATUS NOT = "00"
            DISPLAY "FIBSM1: UNABLE TO OPEN SUSPENSE HISTORY FILE,"
                " STATUS=" WS-HIST-STATUS " - NOTHING CLOSED"
            MOVE 16 TO RETURN-CODE
            CLOSE NEW-REJECT-FILE
        END-IF
    END-IF.
WRITE-OUTPUT-FILES.
    MOVE 1 TO WS-SM-IX.
    PERFORM WRITE-SUSPENSE-ITEM UNTIL WS-SM-IX > WS-SM-COUNT.
    CLOSE NEW-REJECT-FILE.
    CLOSE HISTORY-FILE.
WRITE-SUSPENSE-ITEM.
    IF WS-SM-STATE(WS-SM-IX) = "O"
        MOVE WS-SM-REJECT(WS-SM-IX) TO NEW-REJECT-RECORD
        WRITE NEW-REJECT-RECORD
    ELSE
        MOVE SPACES TO HIST-RECORD
        MOVE WS-SM-REJECT(WS-SM-IX) TO HST-REJECT-IMAGE
        MOVE WS-CURRENT-DATE(1:8) TO HST-CLOSED-DATE
        MOVE WS-SM-DISP(WS-SM-IX) TO HST-DISPOSITION
        MOVE WS-SM-CLOSED-BY(WS-SM-IX) TO HST-CLOSED-BY
        MOVE WS-SM-MATCH-DATE(WS-SM-IX) TO HST-MATCH-DATE
        MOVE WS-SM-MATCH-SEQ(WS-SM-IX) TO HST-MATCH-SEQ
        MOVE WS-SM-AGE(WS-SM-IX) TO HST-AGE-DAYS
        MOVE WS-SM-COMMENT(WS-SM-IX) TO HST-COMMENT
        WRITE HIST-RECORD
    END-IF.
    ADD 1 TO WS-SM-IX.
*> report sections
WRITE-CLOSED-LISTING.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "ITEMS CLOSED THIS RUN" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "SUSPENDED" TO WS-PRINT-LINE(1:9).
    MOVE "RC" TO WS-PRINT-LINE(17:2).
    MOVE "REQUESTR" TO WS-PRINT-LINE(20:8).
    MOVE "DC" TO WS-PRINT-LINE(29:2).
    MOVE "DISPOSITION" TO WS-PRINT-LINE(32:11).
    MOVE "AGE" TO WS-PRINT-LINE(77:3).
    PERFORM WRITE-REPORT-LINE.
    IF WS-CLOSED-COUNT = 0
        MOVE "NO ITEMS CLOSED" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE 1 TO WS-SM-IX
        PERFORM WRITE-CLOSED-LINE UNTIL WS-SM-IX > WS-SM-COUNT
    END-IF.
WRITE-CLOSED-LINE.
    IF WS-SM-STATE(WS-SM-IX) = "C"
        PERFORM FORMAT-ITEM-KEY
        MOVE WS-SM-DISP(WS-SM-IX) TO WS-PRINT-LINE(29:2)
        MOVE WS-SM-MATCH-DATE(WS-SM-IX) TO WS-DATE-EDIT
        MOVE WS-SM-MATCH-SEQ(WS-SM-IX) TO WS-SEQ-EDIT
        MOVE SPACES TO WS-DETAIL
        EVALUATE WS-SM-DISP(WS-SM-IX)
            WHEN "RC"
                STRING "PROCESSED AS RUN " WS-DATE-EDIT "/" WS-SEQ-EDIT
                    DELIMITED BY SIZE INTO WS-DETAIL
                END-STRING
            WHEN "RS"
                STRING "SUSPENDED AGAIN AS " WS-DATE-EDIT "/"
                    WS-SEQ-EDIT
                    DELIMITED BY SIZE INTO WS-DETAIL
                END-STRING
            WHEN OTHER
                STRING "WRITTEN OFF BY " WS-SM-CLOSED-BY(WS-SM-IX)
                    DELIMITED BY SIZE INTO WS-DETAIL
                END-STRING
        END-EVALUATE
        MOVE WS-DETAIL TO WS-PRINT-LINE(32:42)
        MOVE WS-SM-AGE(WS-SM-IX) TO WS-AGE-EDIT
        MOVE WS-AGE-EDIT TO WS-PRINT-LINE(75:5)
        PERFORM WRITE-REPORT-LINE
        IF WS-SM-COMMENT(WS-SM-IX) NOT = SPACES
            MOVE SPACES TO WS-PRINT-LINE
            MOVE WS-SM-COMMENT(WS-SM-IX) TO WS-PRINT-LINE(32:40)
            PERFORM WRITE-REPORT-LINE
        END-IF
    END-IF.
    ADD 1 TO WS-SM-IX.
FORMAT-ITEM-KEY.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-SM-REJECT(WS-SM-IX)(4:8) TO WS-PRINT-LINE(1:8).
    MOVE "/" TO WS-PRINT-LINE(9:1).
    MOVE WS-SM-REJECT(WS-SM-IX)(13:6) TO WS-PRINT-LINE(10:6).
    MOVE WS-SM-REJECT(WS-SM-IX)(1:2) TO WS-PRINT-LINE(17:2).
    MOVE WS-SM-REQUESTOR(WS-SM-IX) TO WS-PRINT-LINE(20:8).
WRITE-OPEN-LISTING.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "OPEN ITEMS CARRIED FORWARD" TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "SUSPENDED" TO WS-PRINT-LINE(1:9).
    MOVE "RC" TO WS-PRINT-LINE(17:2).
    MOVE "REQUESTR" TO WS-PRINT-LINE(20:8).
    MOVE "M" TO WS-PRINT-LINE(29:1).
    MOVE "N" TO WS-PRINT-LINE(34:1).
    MOVE "AGE" TO WS-PRINT-LINE(38:3).
    MOVE "DAYS" TO WS-PRINT-LINE(43:4).
    MOVE "NOTE" TO WS-PRINT-LINE(49:4).
    PERFORM WRITE-REPORT-LINE.
    IF WS-OPEN-COUNT = 0
        MOVE "NO OPEN ITEMS" TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    ELSE
        MOVE 1 TO WS-SM-IX
        PERFORM WRITE-OPEN-LINE UNTIL WS-SM-IX > WS-SM-COUNT
    END-IF.
WRITE-OPEN-LINE.
    IF WS-SM-STATE(WS-SM-IX) = "O"
        PERFORM FORMAT-ITEM-KEY
        MOVE WS-SM-MODE(WS-SM-IX) TO WS-PRINT-LINE(29:1)
        MOVE WS-SM-N(WS-SM-IX) TO WS-PRINT-LINE(31:4)
        MOVE WS-SM-AGE(WS-SM-IX) TO WS-AGE-EDIT
        MOVE WS-AGE-EDIT TO WS-PRINT-LINE(36:5)
        EVALUATE WS-SM-BUCKET(WS-SM-IX)
            WHEN 1
                MOVE "0-7" TO WS-PRINT-LINE(43:4)
            WHEN 2
                MOVE "8-30" TO WS-PRINT-LINE(43:4)
            WHEN OTHER
                MOVE ">30" TO WS-PRINT-LINE(43:4)
        END-EVALUATE
        IF WS-SM-QUEUED(WS-SM-IX) = "Y"
            MOVE "RECYCLE QUEUED ON TRANSOUT" TO WS-PRINT-LINE(49:26)
        END-IF
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-SM-IX.
WRITE-AGING-HEADINGS.
    MOVE "0-7" TO WS-PRINT-LINE(36:3).
    MOVE "8-30" TO WS-PRINT-LINE(42:4).
    MOVE ">30" TO WS-PRINT-LINE(50:3).
    MOVE "TOTAL" TO WS-PRINT-LINE(55:5).
    PERFORM WRITE-REPORT-LINE.
WRITE-REASON-AGING.
    PERFORM WRITE-REPORT-HEADER.
    MOVE "OPEN ITEMS AGED BY REASON CODE (DAYS IN SUSPENSE)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "RC REASON" TO WS-PRINT-LINE(1:9).
    PERFORM WRITE-AGING-HEADINGS.
    MOVE 1 TO WS-RSN-IX.
    PERFORM WRITE-REASON-AGING-LINE UNTIL WS-RSN-IX > 20.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "TOTAL" TO WS-PRINT-LINE(4:5).
    PERFORM WRITE-AGING-TOTALS.
WRITE-REASON-AGING-LINE.
    COMPUTE WS-ROW-TOTAL = WS-RSN-BUCKET(WS-RSN-IX, 1)
        + WS-RSN-BUCKET(WS-RSN-IX, 2) + WS-RSN-BUCKET(WS-RSN-IX, 3).
    IF WS-ROW-TOTAL > 0
        MOVE SPACES TO WS-PRINT-LINE
        IF WS-RSN-IX = 20
            MOVE "??" TO WS-PRINT-LINE(1:2)
        ELSE
            MOVE WS-RSN-IX TO WS-CODE-EDIT
            MOVE WS-CODE-EDIT TO WS-PRINT-LINE(1:2)
        END-IF
        MOVE WS-REASON-TEXT(WS-RSN-IX) TO WS-PRINT-LINE(4:28)
        MOVE WS-RSN-BUCKET(WS-RSN-IX, 1) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(33:6)
        MOVE WS-RSN-BUCKET(WS-RSN-IX, 2) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(40:6)
        MOVE WS-RSN-BUCKET(WS-RSN-IX, 3) TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(47:6)
        MOVE WS-ROW-TOTAL TO WS-COUNT-EDIT
        MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(54:6)
        PERFORM WRITE-REPORT-LINE
    END-IF.
    ADD 1 TO WS-RSN-IX.
WRITE-AGING-TOTALS.
    MOVE WS-BKT-TOTAL(1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(33:6).
    MOVE WS-BKT-TOTAL(2) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(40:6).
    MOVE WS-BKT-TOTAL(3) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(47:6).
    MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(54:6).
    PERFORM WRITE-REPORT-LINE.
WRITE-REQUESTOR-AGING.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE "OPEN ITEMS AGED BY REQUESTOR (DAYS IN SUSPENSE)"
        TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "REQUESTR" TO WS-PRINT-LINE(1:8).
    PERFORM WRITE-AGING-HEADINGS.
    MOVE 1 TO WS-RQ-IX.
    PERFORM WRITE-REQUESTOR-AGING-LINE UNTIL WS-RQ-IX > WS-RQ-COUNT.
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE "TOTAL" TO WS-PRINT-LINE(1:5).
    PERFORM WRITE-AGING-TOTALS.
    IF RQ-OVERFLOWED
        MOVE "MORE THAN 200 REQUESTORS - EXCESS NOT LISTED ABOVE"
            TO WS-PRINT-LINE
        PERFORM WRITE-REPORT-LINE
    END-IF.
WRITE-REQUESTOR-AGING-LINE.
    COMPUTE WS-ROW-TOTAL = WS-RQ-BUCKET(WS-RQ-IX, 1)
        + WS-RQ-BUCKET(WS-RQ-IX, 2) + WS-RQ-BUCKET(WS-RQ-IX, 3).
    MOVE SPACES TO WS-PRINT-LINE.
    MOVE WS-RQ-ID(WS-RQ-IX) TO WS-PRINT-LINE(1:8).
    MOVE WS-RQ-BUCKET(WS-RQ-IX, 1) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(33:6).
    MOVE WS-RQ-BUCKET(WS-RQ-IX, 2) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(40:6).
    MOVE WS-RQ-BUCKET(WS-RQ-IX, 3) TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(47:6).
    MOVE WS-ROW-TOTAL TO WS-COUNT-EDIT.
    MOVE WS-COUNT-EDIT TO WS-PRINT-LINE(54:6).
    PERFORM WRITE-REPORT-LINE.
    ADD 1 TO WS-RQ-IX.
WRITE-REPORT-TOTALS.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "SUSPENSE ITEMS READ:          " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RECYCLED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CLOSED - RECYCLED (RC):       " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-RESUSPENDED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CLOSED - SUSPENDED AGAIN (RS):" WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CLOSED - WRITTEN OFF:         " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "OPEN ITEMS CARRIED FORWARD:   " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "  OF WHICH RECYCLE QUEUED:    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "DISPOSITION CARDS READ:       " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "DISPOSITION CARDS APPLIED:    " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    PERFORM WRITE-REPORT-LINE.
    MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "DISPOSITION CARDS REJECTED:   " WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
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
    STRING "FIBSM1 SUSPENSE MANAGEMENT  DATE: " WS-RUN-DATE-EDIT
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
