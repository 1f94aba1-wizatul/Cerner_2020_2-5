*> interactive request entry, run from a terminal session between
*> batches: prompts for a new request, applies the FIBON1 edits
*> and the ENTITLE limits on the spot, tells the operator when an
*> identical request is already stored (or, for an extension, that
*> the run named to be extended is on CTLLOG and shorter than the
*> new N), and appends accepted requests to the TRANSIN queue with
*> status P; a stored run retired as a duplicate is followed through
*> its alias to the canonical run that now holds its terms
IDENTIFICATION DIVISION.
PROGRAM-ID. FIBRQ1.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TRANS-FILE ASSIGN TO "TRANSIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT ENTITLE-FILE ASSIGN TO "ENTITLE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ENTITLE-STATUS.
    SELECT CONTROL-LOG ASSIGN TO "CTLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.
    SELECT TERMS-FILE ASSIGN TO "TERMSIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TERM-KEY
        FILE STATUS IS WS-TERMS-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.

DATA DIVISION.
FILE SECTION.
FD  TRANS-FILE.
COPY TRANSREC.
FD  ENTITLE-FILE.
01  ENTITLE-RECORD.
    05  ENT-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  ENT-AUTH-FLAG           PIC X.
    05  FILLER                  PIC X.
    05  ENT-MAX-N               PIC 9(4).
    05  FILLER                  PIC X.
    05  ENT-MAX-BATCH           PIC 9(4).
FD  CONTROL-LOG.
COPY CTLLOGR.
FD  TERMS-FILE.
COPY TERMREC.
FD  ALIAS-FILE.
COPY ALIASREC.

WORKING-STORAGE SECTION.
77 WS-TRANS-STATUS PIC XX.
77 WS-ENTITLE-STATUS PIC XX.
77 WS-LOG-STATUS PIC XX.
77 WS-TERMS-STATUS PIC XX.
77 WS-TERMS-USABLE PIC X VALUE "N".
    88 TERMS-USABLE VALUE "Y".
77 WS-TRANS-EOF PIC X VALUE "N".
    88 TRANS-EOF VALUE "Y".
77 WS-ENTITLE-EOF PIC X VALUE "N".
    88 ENTITLE-EOF VALUE "Y".
77 WS-ENTRY-DONE PIC X VALUE "N".
    88 ENTRY-DONE VALUE "Y".
77 WS-TRANS-VALID PIC X VALUE "Y".
    88 TRANS-IS-VALID VALUE "Y".
77 WS-PRIORITY-VALID PIC X VALUE "Y".
    88 PRIORITY-IS-VALID VALUE "Y".
77 WS-MODE-IN PIC X.
77 WS-TYPE-IN PIC X.
77 WS-PRIORITY-IN PIC X.
77 WS-REQUESTOR-IN PIC X(8).
77 WS-CONFIRM-IN PIC X.
77 WS-VALUE-IN PIC X(19).
77 WS-VALUE-IX PIC 9(2) COMP.
77 WS-VALUE-OK PIC X.
77 WS-SEL-VALUE PIC S9(18).
77 WS-NEW-REQUEST PIC X(68).
77 WS-PENDING-COUNT PIC 9(4) VALUE 0.
77 WS-QUEUED-COUNT PIC 9(4) VALUE 0.
77 WS-REJ-REASON PIC 9(2) VALUE 0.
77 WS-REJ-IX PIC 9(2) COMP.
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
01 WS-REJ-FLAG-TABLE.
    05 WS-REJ-FLAG OCCURS 19 PIC X.
77 WS-ENTITLE-FAILED PIC X VALUE "N".
    88 ENTITLE-FAILED VALUE "Y".
77 WS-ENT-COUNT PIC 9(3) COMP VALUE 0.
77 WS-ENT-IX PIC 9(3) COMP.
77 WS-ENT-FOUND PIC X VALUE "N".
    88 ENTITLEMENT-FOUND VALUE "Y".
01 WS-ENT-TABLE.
    05 WS-ENT-ENTRY OCCURS 100.
        10 WS-ENT-REQUESTOR PIC X(8).
        10 WS-ENT-AUTH PIC X.
        10 WS-ENT-MAX-N PIC 9(4).
        10 WS-ENT-MAX-BATCH PIC 9(4).
77 WS-PRIOR-FOUND PIC X VALUE "N".
    88 PRIOR-RUN-FOUND VALUE "Y".
77 WS-PRIOR-EOF PIC X VALUE "N".
    88 PRIOR-LOG-EOF VALUE "Y".
77 WS-PRIOR-STORED PIC X VALUE "N".
    88 PRIOR-RUN-STORED VALUE "Y".
77 WS-SEQ-TYPE PIC X VALUE "S".
    88 SEQ-TYPE-STANDARD VALUE "S".
    88 SEQ-TYPE-THREE-TERM VALUE "T".
    88 SEQ-TYPE-WEIGHTED VALUE "W".
77 WS-MATCH-A PIC -9(18).
77 WS-MATCH-B PIC -9(18).
77 WS-MATCH-C PIC -9(18).
77 WS-MATCH-P PIC -9(2).
77 WS-MATCH-Q PIC -9(2).
77 WS-FAMILY-MATCH PIC X VALUE "N".
    88 FAMILY-MATCHES VALUE "Y".
77 WS-SOURCE-RUN-DATE PIC 9(8) VALUE 0.
77 WS-SOURCE-RUN-SEQ PIC 9(6) VALUE 0.
77 WS-PARENT-FOUND PIC X VALUE "N".
    88 PARENT-RUN-FOUND VALUE "Y".
77 WS-PARENT-END PIC 9(4) VALUE 0.
77 WS-PARENT-TYPE PIC X.
77 WS-PARENT-RUN-DATE PIC 9(8) VALUE 0.
77 WS-PARENT-RUN-SEQ PIC 9(6) VALUE 0.
*> a run retired as a duplicate by FIBDC1 is read as the first terms
*> of the canonical run named on ALIASF
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
77 WS-ALIAS-N PIC 9(4).
77 WS-ALIAS-LIMIT PIC 9(4).
77 WS-REJ-CODE-EDIT PIC 99.
77 WS-SEQ-EDIT PIC ZZZZZ9.
77 WS-COUNT-EDIT PIC ZZZ9.

PROCEDURE DIVISION.
PARA1.
    PERFORM LOAD-ENTITLE-MASTER.
    IF ENTITLE-FAILED
        DISPLAY "FIBRQ1: REQUEST ENTRY NOT AVAILABLE - ENTITLEMENT"
            " MASTER COULD NOT BE READ"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT TERMS-FILE
        IF WS-TERMS-STATUS = "00"
            MOVE "Y" TO WS-TERMS-USABLE
        ELSE
            DISPLAY "FIBRQ1: TERMS INDEX NOT AVAILABLE, STATUS="
                WS-TERMS-STATUS " - STORED RUNS CHECKED ON CTLLOG ONLY"
        END-IF
        DISPLAY "FIBRQ1 REQUEST ENTRY"
        DISPLAY "  ENTER EACH REQUEST FIELD AT ITS PROMPT; SIGNED"
        DISPLAY "  VALUES TAKE AN OPTIONAL LEADING + OR -."
        DISPLAY "  REPLY Q (OR BLANK) TO THE MODE PROMPT TO QUIT."
        PERFORM PROCESS-ENTRY UNTIL ENTRY-DONE
        IF TERMS-USABLE
            CLOSE TERMS-FILE
        END-IF
        MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
        DISPLAY "FIBRQ1: ENTRY ENDED - " WS-COUNT-EDIT
            " REQUEST(S) QUEUED TO TRANSIN"
    END-IF.
    STOP RUN.
PROCESS-ENTRY.
    MOVE SPACE TO WS-MODE-IN.
    DISPLAY "MODE (F=FORWARD R=REVERSE E=EXTEND M=RESIDUE, Q=QUIT)?".
    ACCEPT WS-MODE-IN FROM CONSOLE.
    IF WS-MODE-IN = "Q" OR WS-MODE-IN = SPACE
        MOVE "Y" TO WS-ENTRY-DONE
    ELSE
        PERFORM GET-REQUEST-FIELDS
        MOVE TRANS-RECORD TO WS-NEW-REQUEST
        PERFORM COUNT-PENDING-ENTRIES
        MOVE WS-NEW-REQUEST TO TRANS-RECORD
        PERFORM VALIDATE-TRANS-RECORD
        IF TRANS-IS-VALID AND PRIORITY-IS-VALID
            IF TRANS-MODE-FORWARD
                PERFORM SET-SEQUENCE-TYPE
                PERFORM FIND-PRIOR-RUN
                IF PRIOR-RUN-FOUND
                    PERFORM REPORT-PRIOR-RUN
                END-IF
            END-IF
            IF TRANS-MODE-EXTEND
                PERFORM REPORT-PARENT-RUN
            END-IF
            PERFORM CONFIRM-AND-QUEUE
        ELSE
            PERFORM DISPLAY-REJECT-REASONS
        END-IF
    END-IF.
GET-REQUEST-FIELDS.
    MOVE SPACES TO TRANS-RECORD.
    MOVE WS-MODE-IN TO TRANS-MODE.
    IF TRANS-MODE-EXTEND
        PERFORM GET-PARENT-FIELDS
        DISPLAY "N - NEW OVERALL LENGTH OF THE RUN (1-9999)?"
    ELSE
        PERFORM GET-SEED-FIELDS
        DISPLAY "N - TERMS TO GENERATE (1-9999)?"
    END-IF.
    PERFORM ACCEPT-SIGNED-VALUE.
    IF WS-VALUE-OK = "Y" AND WS-VALUE-IN(1:1) NOT = "-"
            AND WS-VALUE-IN(1:1) NOT = "+"
            AND WS-SEL-VALUE >= 0 AND WS-SEL-VALUE <= 9999
        MOVE WS-SEL-VALUE TO TRANS-N
    END-IF.
    IF TRANS-MODE-REVERSE
        DISPLAY "TARGET VALUE TO LOOK FOR?"
        PERFORM ACCEPT-SIGNED-VALUE
        IF WS-VALUE-OK = "Y"
                AND WS-SEL-VALUE >= -999999999
                AND WS-SEL-VALUE <= 999999999
            MOVE WS-SEL-VALUE TO TRANS-TARGET
        END-IF
    ELSE
    IF TRANS-MODE-RESIDUE
        DISPLAY "MODULUS TO REDUCE THE TERMS BY (2-999999999)?"
        PERFORM ACCEPT-SIGNED-VALUE
        IF WS-VALUE-OK = "Y" AND WS-VALUE-IN(1:1) NOT = "-"
                AND WS-VALUE-IN(1:1) NOT = "+"
                AND WS-SEL-VALUE >= 0 AND WS-SEL-VALUE <= 999999999
            MOVE WS-SEL-VALUE TO TRANS-MODULUS
        END-IF
    ELSE
        MOVE 0 TO TRANS-TARGET
    END-IF
    END-IF.
    MOVE SPACES TO WS-REQUESTOR-IN.
    DISPLAY "REQUESTOR ID?".
    ACCEPT WS-REQUESTOR-IN FROM CONSOLE.
    MOVE WS-REQUESTOR-IN TO TRANS-REQUESTOR.
    MOVE "Y" TO WS-PRIORITY-VALID.
    MOVE SPACE TO WS-PRIORITY-IN.
    DISPLAY "PRIORITY (1=URGENT THRU 9, BLANK=5)?".
    ACCEPT WS-PRIORITY-IN FROM CONSOLE.
    IF WS-PRIORITY-IN = SPACE
        MOVE 5 TO TRANS-PRIORITY
    ELSE
        IF WS-PRIORITY-IN IS NUMERIC AND WS-PRIORITY-IN NOT = "0"
            MOVE WS-PRIORITY-IN TO TRANS-PRIORITY
        ELSE
            MOVE "N" TO WS-PRIORITY-VALID
        END-IF
    END-IF.
    MOVE "P" TO TRANS-STATUS.
    MOVE 0 TO TRANS-RUN-SEQ.
*> an extension names the stored run it continues; the sequence
*> type, seeds and weights all come from that run's root
GET-PARENT-FIELDS.
    MOVE SPACE TO TRANS-SEQ-TYPE.
    DISPLAY "RUN DATE OF THE STORED RUN TO EXTEND (YYYYMMDD)?".
    PERFORM ACCEPT-SIGNED-VALUE.
    IF WS-VALUE-OK = "Y" AND WS-VALUE-IN(1:1) NOT = "-"
            AND WS-VALUE-IN(1:1) NOT = "+"
            AND WS-SEL-VALUE >= 0 AND WS-SEL-VALUE <= 99999999
        MOVE WS-SEL-VALUE TO TRANS-PARENT-DATE
    END-IF.
    DISPLAY "RUN SEQ OF THE STORED RUN TO EXTEND?".
    PERFORM ACCEPT-SIGNED-VALUE.
    IF WS-VALUE-OK = "Y" AND WS-VALUE-IN(1:1) NOT = "-"
            AND WS-VALUE-IN(1:1) NOT = "+"
            AND WS-SEL-VALUE >= 0 AND WS-SEL-VALUE <= 999999
        MOVE WS-SEL-VALUE TO TRANS-PARENT-SEQ
    END-IF.
    MOVE 0 TO TRANS-START-C.
    MOVE 0 TO TRANS-WEIGHT-P.
    MOVE 0 TO TRANS-WEIGHT-Q.
GET-SEED-FIELDS.
    MOVE SPACE TO WS-TYPE-IN.
    DISPLAY "SEQUENCE TYPE (S=STANDARD T=THREE-TERM W=WEIGHTED,"
        " BLANK=S)?".
    ACCEPT WS-TYPE-IN FROM CONSOLE.
    IF WS-TYPE-IN = SPACE
        MOVE "S" TO TRANS-SEQ-TYPE
    ELSE
        MOVE WS-TYPE-IN TO TRANS-SEQ-TYPE
    END-IF.
    DISPLAY "STARTING A?".
    PERFORM ACCEPT-SIGNED-VALUE.
    IF WS-VALUE-OK = "Y"
            AND WS-SEL-VALUE >= -999999999 AND WS-SEL-VALUE <= 999999999
        MOVE WS-SEL-VALUE TO TRANS-START-A
    END-IF.
    DISPLAY "STARTING B?".
    PERFORM ACCEPT-SIGNED-VALUE.
    IF WS-VALUE-OK = "Y"
            AND WS-SEL-VALUE >= -999999999 AND WS-SEL-VALUE <= 999999999
        MOVE WS-SEL-VALUE TO TRANS-START-B
    END-IF.
    IF TRANS-TYPE-THREE-TERM
        DISPLAY "STARTING C?"
        PERFORM ACCEPT-SIGNED-VALUE
        IF WS-VALUE-OK = "Y"
                AND WS-SEL-VALUE >= -999999999
                AND WS-SEL-VALUE <= 999999999
            MOVE WS-SEL-VALUE TO TRANS-START-C
        END-IF
    ELSE
        MOVE 0 TO TRANS-START-C
    END-IF.
    IF TRANS-TYPE-WEIGHTED
        DISPLAY "WEIGHT P (-99 TO 99)?"
        PERFORM ACCEPT-SIGNED-VALUE
        IF WS-VALUE-OK = "Y"
                AND WS-SEL-VALUE >= -99 AND WS-SEL-VALUE <= 99
            MOVE WS-SEL-VALUE TO TRANS-WEIGHT-P
        END-IF
        DISPLAY "WEIGHT Q (-99 TO 99)?"
        PERFORM ACCEPT-SIGNED-VALUE
        IF WS-VALUE-OK = "Y"
                AND WS-SEL-VALUE >= -99 AND WS-SEL-VALUE <= 99
            MOVE WS-SEL-VALUE TO TRANS-WEIGHT-Q
        END-IF
    ELSE
        MOVE 0 TO TRANS-WEIGHT-P
        MOVE 0 TO TRANS-WEIGHT-Q
    END-IF.
ACCEPT-SIGNED-VALUE.
    MOVE SPACES TO WS-VALUE-IN.
    ACCEPT WS-VALUE-IN FROM CONSOLE.
    PERFORM EDIT-VALUE-INPUT.
EDIT-VALUE-INPUT.
    MOVE "Y" TO WS-VALUE-OK.
    IF WS-VALUE-IN = SPACES
        MOVE "N" TO WS-VALUE-OK
    ELSE
        MOVE 0 TO WS-SEL-VALUE
        MOVE 1 TO WS-VALUE-IX
        IF WS-VALUE-IN(1:1) = "+" OR WS-VALUE-IN(1:1) = "-"
            MOVE 2 TO WS-VALUE-IX
        END-IF
        PERFORM EDIT-VALUE-DIGIT
            UNTIL WS-VALUE-IX > 19 OR WS-VALUE-OK = "N"
        IF WS-VALUE-OK = "Y" AND WS-VALUE-IN(1:1) = "-"
            COMPUTE WS-SEL-VALUE = 0 - WS-SEL-VALUE
        END-IF
    END-IF.
EDIT-VALUE-DIGIT.
    IF WS-VALUE-IN(WS-VALUE-IX:1) = SPACE
        MOVE 20 TO WS-VALUE-IX
    ELSE
        IF WS-VALUE-IN(WS-VALUE-IX:1) IS NUMERIC
            COMPUTE WS-SEL-VALUE = WS-SEL-VALUE * 10
                + FUNCTION NUMVAL(WS-VALUE-IN(WS-VALUE-IX:1))
                ON SIZE ERROR
                    MOVE "N" TO WS-VALUE-OK
            END-COMPUTE
            ADD 1 TO WS-VALUE-IX
        ELSE
            MOVE "N" TO WS-VALUE-OK
        END-IF
    END-IF.
COUNT-PENDING-ENTRIES.
    MOVE 0 TO WS-PENDING-COUNT.
    MOVE "N" TO WS-TRANS-EOF.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS = "00"
        PERFORM READ-TRANS-RECORD
        PERFORM COUNT-PENDING-ENTRY UNTIL TRANS-EOF
        CLOSE TRANS-FILE
    ELSE
        IF WS-TRANS-STATUS NOT = "35"
            DISPLAY "FIBRQ1: UNABLE TO READ TRANSACTION QUEUE, STATUS="
                WS-TRANS-STATUS " - PENDING ENTRIES NOT COUNTED"
        END-IF
    END-IF.
READ-TRANS-RECORD.
    READ TRANS-FILE
        AT END
            MOVE "Y" TO WS-TRANS-EOF
    END-READ.
COUNT-PENDING-ENTRY.
    IF TRANS-STAT-PENDING
            AND TRANS-REQUESTOR = WS-REQUESTOR-IN
        ADD 1 TO WS-PENDING-COUNT
    END-IF.
    PERFORM READ-TRANS-RECORD.
VALIDATE-TRANS-RECORD.
    MOVE "Y" TO WS-TRANS-VALID.
    MOVE SPACES TO WS-REJ-FLAG-TABLE.
    IF TRANS-N IS NOT NUMERIC
        MOVE 1 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    ELSE
        IF TRANS-N = ZERO
            MOVE 2 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
    END-IF.
    IF TRANS-MODE-EXTEND
        IF TRANS-PARENT-DATE IS NOT NUMERIC
                OR TRANS-PARENT-SEQ IS NOT NUMERIC
            MOVE 14 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        ELSE
            PERFORM CHECK-PARENT-RUN
        END-IF
    ELSE
        IF TRANS-START-A IS NOT NUMERIC
            MOVE 3 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
        IF TRANS-START-B IS NOT NUMERIC
            MOVE 4 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
    END-IF.
    IF NOT TRANS-MODE-FORWARD AND NOT TRANS-MODE-REVERSE
            AND NOT TRANS-MODE-EXTEND AND NOT TRANS-MODE-RESIDUE
        MOVE 5 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    IF TRANS-MODE-REVERSE AND TRANS-TARGET IS NOT NUMERIC
        MOVE 6 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    IF TRANS-MODE-RESIDUE
        IF TRANS-MODULUS IS NOT NUMERIC
            MOVE 18 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        ELSE
            IF TRANS-MODULUS < 2
                MOVE 19 TO WS-REJ-REASON
                PERFORM SET-REJECT-REASON
            END-IF
        END-IF
    END-IF.
    IF NOT TRANS-TYPE-STANDARD AND NOT TRANS-TYPE-THREE-TERM
            AND NOT TRANS-TYPE-WEIGHTED
        MOVE 10 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    IF TRANS-TYPE-THREE-TERM AND TRANS-START-C IS NOT NUMERIC
        MOVE 11 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    IF TRANS-TYPE-WEIGHTED AND TRANS-WEIGHT-P IS NOT NUMERIC
        MOVE 12 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    IF TRANS-TYPE-WEIGHTED AND TRANS-WEIGHT-Q IS NOT NUMERIC
        MOVE 13 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    END-IF.
    PERFORM CHECK-ENTITLEMENT.
CHECK-ENTITLEMENT.
    MOVE "N" TO WS-ENT-FOUND.
    MOVE 1 TO WS-ENT-IX.
    PERFORM FIND-ENTITLEMENT-ENTRY
        UNTIL WS-ENT-IX > WS-ENT-COUNT OR ENTITLEMENT-FOUND.
    IF NOT ENTITLEMENT-FOUND OR WS-ENT-AUTH(WS-ENT-IX) NOT = "Y"
        MOVE 7 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    ELSE
        IF TRANS-N IS NUMERIC
                AND TRANS-N > WS-ENT-MAX-N(WS-ENT-IX)
            MOVE 8 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
        IF WS-PENDING-COUNT + 1 > WS-ENT-MAX-BATCH(WS-ENT-IX)
            MOVE 9 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
    END-IF.
*> the run being extended must be a generated or extended run on
*> CTLLOG under its own key, and the new N must go beyond its end
*> (a retired run ends where it did when it was retired, not where
*> the run it was folded into ends);
*> FIBON1 confirms the parent terms are still in TERMSIDX at run time
CHECK-PARENT-RUN.
    MOVE "N" TO WS-PARENT-FOUND.
    MOVE TRANS-PARENT-DATE TO WS-ALIAS-DATE.
    MOVE TRANS-PARENT-SEQ TO WS-ALIAS-SEQ.
    PERFORM RESOLVE-RUN-ALIAS.
    MOVE WS-ALIAS-DATE TO WS-PARENT-RUN-DATE.
    MOVE WS-ALIAS-SEQ TO WS-PARENT-RUN-SEQ.
    MOVE "N" TO WS-PRIOR-EOF.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "00"
        PERFORM SCAN-PARENT-LOG UNTIL PRIOR-LOG-EOF
        CLOSE CONTROL-LOG
    END-IF.
    IF NOT PARENT-RUN-FOUND
        MOVE 15 TO WS-REJ-REASON
        PERFORM SET-REJECT-REASON
    ELSE
        IF RUN-IS-ALIASED AND WS-ALIAS-LIMIT < WS-PARENT-END
            MOVE WS-ALIAS-LIMIT TO WS-PARENT-END
        END-IF
        IF TRANS-N IS NUMERIC AND TRANS-N <= WS-PARENT-END
            MOVE 16 TO WS-REJ-REASON
            PERFORM SET-REJECT-REASON
        END-IF
    END-IF.
SCAN-PARENT-LOG.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-PRIOR-EOF
        NOT AT END
            IF (LOG-MODE = "F" OR LOG-MODE = "E")
                    AND LOG-SOURCE-DATE IS NUMERIC
                    AND LOG-SOURCE-SEQ IS NUMERIC
                    AND LOG-SOURCE-SEQ = LOG-TRANS-SEQ-NO
                    AND LOG-SOURCE-DATE = WS-PARENT-RUN-DATE
                    AND LOG-SOURCE-SEQ = WS-PARENT-RUN-SEQ
                    AND LOG-TERMS-PRODUCED IS NUMERIC
                MOVE "Y" TO WS-PARENT-FOUND
                MOVE LOG-TERMS-PRODUCED TO WS-PARENT-END
                MOVE LOG-SEQ-TYPE TO WS-PARENT-TYPE
            END-IF
    END-READ.
REPORT-PARENT-RUN.
    MOVE TRANS-PARENT-SEQ TO WS-SEQ-EDIT.
    MOVE WS-PARENT-END TO WS-COUNT-EDIT.
    IF WS-PARENT-TYPE = SPACE
        MOVE "S" TO WS-PARENT-TYPE
    END-IF.
    IF WS-PARENT-RUN-DATE NOT = TRANS-PARENT-DATE
            OR WS-PARENT-RUN-SEQ NOT = TRANS-PARENT-SEQ
        DISPLAY "FIBRQ1: RUN " TRANS-PARENT-DATE "/" TRANS-PARENT-SEQ
            " WAS RETIRED AS A DUPLICATE INTO RUN " WS-PARENT-RUN-DATE
            "/" WS-PARENT-RUN-SEQ
        MOVE WS-PARENT-RUN-SEQ TO WS-SEQ-EDIT
    END-IF.
    DISPLAY "FIBRQ1: EXTENDS RUN " WS-PARENT-RUN-DATE "/" WS-SEQ-EDIT
        " (TYPE " WS-PARENT-TYPE ", " WS-COUNT-EDIT " TERMS)".
FIND-ENTITLEMENT-ENTRY.
    IF WS-ENT-REQUESTOR(WS-ENT-IX) = TRANS-REQUESTOR
        MOVE "Y" TO WS-ENT-FOUND
    ELSE
        ADD 1 TO WS-ENT-IX
    END-IF.
SET-REJECT-REASON.
    MOVE "N" TO WS-TRANS-VALID.
    MOVE "Y" TO WS-REJ-FLAG(WS-REJ-REASON).
DISPLAY-REJECT-REASONS.
    DISPLAY "FIBRQ1: REQUEST NOT QUEUED - FIBON1 WOULD REJECT IT:".
    MOVE 1 TO WS-REJ-IX.
    PERFORM DISPLAY-REJECT-REASON-LINE UNTIL WS-REJ-IX > 19.
    IF NOT PRIORITY-IS-VALID
        DISPLAY "  PRIORITY MUST BE A DIGIT 1 THRU 9"
    END-IF.
    IF WS-REJ-FLAG(9) = "Y"
        MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
        DISPLAY "  (" WS-COUNT-EDIT " REQUEST(S) ALREADY PENDING IN"
            " TRANSIN FOR " TRANS-REQUESTOR ")"
    END-IF.
    DISPLAY "  CORRECT THE FIELDS AND ENTER THE REQUEST AGAIN".
DISPLAY-REJECT-REASON-LINE.
    IF WS-REJ-FLAG(WS-REJ-IX) = "Y"
        MOVE WS-REJ-IX TO WS-REJ-CODE-EDIT
        DISPLAY "  REASON " WS-REJ-CODE-EDIT " - "
            WS-REJ-REASON-TEXT(WS-REJ-IX)
    END-IF.
    ADD 1 TO WS-REJ-IX.
SET-SEQUENCE-TYPE.
    IF TRANS-SEQ-TYPE = SPACE
        MOVE "S" TO WS-SEQ-TYPE
    ELSE
        MOVE TRANS-SEQ-TYPE TO WS-SEQ-TYPE
    END-IF.
FIND-PRIOR-RUN.
    MOVE "N" TO WS-PRIOR-FOUND.
    MOVE "N" TO WS-PRIOR-EOF.
    MOVE TRANS-START-A TO WS-MATCH-A.
    MOVE TRANS-START-B TO WS-MATCH-B.
    IF SEQ-TYPE-THREE-TERM
        MOVE TRANS-START-C TO WS-MATCH-C
    ELSE
        MOVE 0 TO WS-MATCH-C
    END-IF.
    IF SEQ-TYPE-WEIGHTED
        MOVE TRANS-WEIGHT-P TO WS-MATCH-P
        MOVE TRANS-WEIGHT-Q TO WS-MATCH-Q
    ELSE
        MOVE 1 TO WS-MATCH-P
        MOVE 1 TO WS-MATCH-Q
    END-IF.
    OPEN INPUT CONTROL-LOG.
    IF WS-LOG-STATUS = "00"
        PERFORM SCAN-PRIOR-LOG UNTIL PRIOR-LOG-EOF
        CLOSE CONTROL-LOG
    END-IF.
    IF PRIOR-RUN-FOUND
        MOVE WS-SOURCE-RUN-DATE TO WS-ALIAS-DATE
        MOVE WS-SOURCE-RUN-SEQ TO WS-ALIAS-SEQ
        PERFORM RESOLVE-RUN-ALIAS
        IF RUN-IS-ALIASED
            DISPLAY "FIBRQ1: STORED RUN " WS-SOURCE-RUN-DATE "/"
                WS-SOURCE-RUN-SEQ " RETIRED INTO RUN " WS-ALIAS-DATE
                "/" WS-ALIAS-SEQ
            MOVE WS-ALIAS-DATE TO WS-SOURCE-RUN-DATE
            MOVE WS-ALIAS-SEQ TO WS-SOURCE-RUN-SEQ
        END-IF
    END-IF.
SCAN-PRIOR-LOG.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-PRIOR-EOF
        NOT AT END
            IF LOG-MODE = "F"
                    AND LOG-START-A = WS-MATCH-A
                    AND LOG-START-B = WS-MATCH-B
                    AND LOG-REQUESTED-N IS NUMERIC
                    AND LOG-TERMS-PRODUCED IS NUMERIC
                    AND LOG-REQUESTED-N = TRANS-N
                    AND LOG-TERMS-PRODUCED = LOG-REQUESTED-N
                    AND LOG-SOURCE-DATE IS NUMERIC
                    AND LOG-SOURCE-SEQ IS NUMERIC
                    AND LOG-SOURCE-SEQ = LOG-TRANS-SEQ-NO
                PERFORM CHECK-LOG-FAMILY-MATCH
                IF FAMILY-MATCHES
                    MOVE "Y" TO WS-PRIOR-FOUND
                    MOVE LOG-SOURCE-DATE TO WS-SOURCE-RUN-DATE
                    MOVE LOG-SOURCE-SEQ TO WS-SOURCE-RUN-SEQ
                END-IF
            END-IF
    END-READ.
CHECK-LOG-FAMILY-MATCH.
    MOVE "N" TO WS-FAMILY-MATCH.
    IF LOG-SEQ-TYPE = WS-SEQ-TYPE
            OR (SEQ-TYPE-STANDARD AND LOG-SEQ-TYPE = SPACE)
        EVALUATE TRUE
            WHEN SEQ-TYPE-THREE-TERM
                IF LOG-START-C = WS-MATCH-C
                    MOVE "Y" TO WS-FAMILY-MATCH
                END-IF
            WHEN SEQ-TYPE-WEIGHTED
                IF LOG-WEIGHT-P = WS-MATCH-P
                        AND LOG-WEIGHT-Q = WS-MATCH-Q
                    MOVE "Y" TO WS-FAMILY-MATCH
                END-IF
            WHEN OTHER
                MOVE "Y" TO WS-FAMILY-MATCH
        END-EVALUATE
    END-IF.
RESOLVE-RUN-ALIAS.
    MOVE "N" TO WS-ALIASED.
    MOVE 9999 TO WS-ALIAS-LIMIT.
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
                IF NOT RUN-IS-ALIASED
                    MOVE ALS-RETIRED-TERMS TO WS-ALIAS-LIMIT
                END-IF
                MOVE "Y" TO WS-ALIASED
                MOVE ALS-CANON-DATE TO WS-ALIAS-DATE
                MOVE ALS-CANON-SEQ TO WS-ALIAS-SEQ
                MOVE ALS-CANON-N TO WS-ALIAS-N
            END-IF
    END-READ.
REPORT-PRIOR-RUN.
    MOVE "Y" TO WS-PRIOR-STORED.
    IF TERMS-USABLE
        MOVE "N" TO WS-PRIOR-STORED
        MOVE LOW-VALUES TO TERM-KEY
        MOVE WS-SOURCE-RUN-DATE TO TERM-KEY-RUN-DATE
        MOVE WS-SOURCE-RUN-SEQ TO TERM-KEY-RUN-SEQ
        START TERMS-FILE KEY >= TERM-KEY
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                READ TERMS-FILE NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        IF TERM-KEY-RUN-DATE = WS-SOURCE-RUN-DATE
                                AND TERM-KEY-RUN-SEQ = WS-SOURCE-RUN-SEQ
                            MOVE "Y" TO WS-PRIOR-STORED
                        END-IF
                END-READ
        END-START
    END-IF.
    MOVE WS-SOURCE-RUN-SEQ TO WS-SEQ-EDIT.
    IF PRIOR-RUN-STORED
        DISPLAY "FIBRQ1: AN IDENTICAL REQUEST IS ALREADY STORED AS RUN "
            WS-SOURCE-RUN-DATE "/" WS-SEQ-EDIT
        DISPLAY "        FIBON1 WILL SERVE IT FROM TERMSIDX RATHER THAN"
            " REGENERATE IT"
    ELSE
        DISPLAY "FIBRQ1: AN IDENTICAL REQUEST WAS LOGGED AS RUN "
            WS-SOURCE-RUN-DATE "/" WS-SEQ-EDIT
        DISPLAY "        BUT ITS TERMS ARE NO LONGER IN TERMSIDX -"
            " FIBON1 WILL REGENERATE IT"
    END-IF.
CONFIRM-AND-QUEUE.
    MOVE SPACE TO WS-CONFIRM-IN.
    DISPLAY "REQUEST PASSES ALL EDITS - QUEUE IT (Y/N)?".
    ACCEPT WS-CONFIRM-IN FROM CONSOLE.
    IF WS-CONFIRM-IN NOT = "Y"
        DISPLAY "FIBRQ1: REQUEST DISCARDED - NOT QUEUED"
    ELSE
        OPEN EXTEND TRANS-FILE
        IF WS-TRANS-STATUS = "35"
            OPEN OUTPUT TRANS-FILE
        END-IF
        IF WS-TRANS-STATUS NOT = "00"
            DISPLAY "FIBRQ1: UNABLE TO OPEN TRANSACTION QUEUE, STATUS="
                WS-TRANS-STATUS " - REQUEST NOT QUEUED"
            IF RETURN-CODE < 8
                MOVE 8 TO RETURN-CODE
            END-IF
        ELSE
            MOVE WS-NEW-REQUEST TO TRANS-RECORD
            WRITE TRANS-RECORD
            IF WS-TRANS-STATUS NOT = "00"
                DISPLAY "FIBRQ1: TRANSACTION QUEUE WRITE FAILED, STATUS="
                    WS-TRANS-STATUS " - REQUEST NOT QUEUED"
                IF RETURN-CODE < 8
                    MOVE 8 TO RETURN-CODE
                END-IF
            ELSE
                ADD 1 TO WS-QUEUED-COUNT
                DISPLAY "FIBRQ1: REQUEST QUEUED FOR " TRANS-REQUESTOR
                    " - STATUS P, PICKED UP BY THE NEXT FIBON1 BATCH"
            END-IF
            CLOSE TRANS-FILE
        END-IF
    END-IF.
LOAD-ENTITLE-MASTER.
    MOVE "N" TO WS-ENTITLE-FAILED.
    MOVE "N" TO WS-ENTITLE-EOF.
    MOVE 0 TO WS-ENT-COUNT.
    OPEN INPUT ENTITLE-FILE.
    IF WS-ENTITLE-STATUS NOT = "00"
        DISPLAY "FIBRQ1: UNABLE TO OPEN ENTITLEMENT MASTER, STATUS="
            WS-ENTITLE-STATUS
        MOVE "Y" TO WS-ENTITLE-FAILED
    ELSE
        PERFORM READ-ENTITLE-RECORD
        PERFORM LOAD-ENTITLE-ENTRY UNTIL ENTITLE-EOF
        CLOSE ENTITLE-FILE
    END-IF.
READ-ENTITLE-RECORD.
    READ ENTITLE-FILE
        AT END
            MOVE "Y" TO WS-ENTITLE-EOF
    END-READ.
LOAD-ENTITLE-ENTRY.
    IF WS-ENT-COUNT >= 100
        DISPLAY "FIBRQ1: ENTITLEMENT MASTER EXCEEDS 100 REQUESTORS"
            " - EXCESS ENTRIES IGNORED"
        MOVE "Y" TO WS-ENTITLE-EOF
    ELSE
        ADD 1 TO WS-ENT-COUNT
        MOVE ENT-REQUESTOR TO WS-ENT-REQUESTOR(WS-ENT-COUNT)
        MOVE ENT-AUTH-FLAG TO WS-ENT-AUTH(WS-ENT-COUNT)
        IF ENT-MAX-N IS NUMERIC
            MOVE ENT-MAX-N TO WS-ENT-MAX-N(WS-ENT-COUNT)
        ELSE
            MOVE 0 TO WS-ENT-MAX-N(WS-ENT-COUNT)
        END-IF
        IF ENT-MAX-BATCH IS NUMERIC
            MOVE ENT-MAX-BATCH TO WS-ENT-MAX-BATCH(WS-ENT-COUNT)
        ELSE
            MOVE 0 TO WS-ENT-MAX-BATCH(WS-ENT-COUNT)
        END-IF
        PERFORM READ-ENTITLE-RECORD
    END-IF.
