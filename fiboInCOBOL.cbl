    SELECT WINDOW-FILE ASSIGN TO "WINPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WINDOW-STATUS.
    SELECT PART-BLOCK-FILE ASSIGN TO "PARTBLK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARTBLK-STATUS.
    SELECT PART-LOG ASSIGN TO "PARTLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARTLOG-STATUS.
    SELECT PART-TERMS-OUT ASSIGN TO "PTTERMS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTTERMS-STATUS.
    SELECT PART-VIDX-OUT ASSIGN TO "PTVIDX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PTVIDX-STATUS.
    SELECT ALIAS-FILE ASSIGN TO "ALIASF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ALIAS-STATUS.
    SELECT TERMS-FILE ASSIGN TO "TERMSIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
    05  WBP-MINUTES             PIC X(4).
    05  FILLER                  PIC X.
    05  WBP-TERMS               PIC X(8).
FD  PART-BLOCK-FILE.
01  PART-BLOCK-CARD.
    05  PBK-PARTITION           PIC X.
    05  FILLER                  PIC X.
    05  PBK-LOW-SEQ             PIC X(6).
    05  FILLER                  PIC X.
    05  PBK-HIGH-SEQ            PIC X(6).
    05  FILLER                  PIC X.
    05  PBK-ENTRIES             PIC X(6).
FD  PART-LOG.
01  PART-LOG-RECORD             PIC X(191).
FD  PART-TERMS-OUT.
01  PART-TERM-RECORD            PIC X(41).
FD  PART-VIDX-OUT.
01  PART-VIDX-RECORD            PIC X(42).
FD  ALIAS-FILE.
COPY ALIASREC.
FD  TERMS-FILE.
COPY TERMREC.
FD  VALUE-INDEX.
    88 SEQ-TYPE-WEIGHTED VALUE "W".
77 WS-WEIGHT-P PIC S9(2) VALUE 1.
77 WS-WEIGHT-Q PIC S9(2) VALUE 1.
77 WS-SEED-A PIC S9(18) VALUE 0.
77 WS-SEED-B PIC S9(18) VALUE 0.
77 WS-SEED-C PIC S9(18) VALUE 0.
*> a residue run (mode M) keeps every term reduced modulo the
*> request's modulus, so it never overflows; once the terms are out
*> the residue state is stepped from the seeds until it repeats, to
*> report the period and the term position the repetition starts at
77 WS-MODULUS PIC S9(9) VALUE 0.
77 WS-MODULUS-EDIT PIC Z(8)9.
77 WS-PERIOD-LIMIT PIC 9(8) VALUE 9999999.
77 WS-PERIOD-STEPS PIC 9(8) COMP.
77 WS-PERIOD-POWER PIC 9(8) COMP.
77 WS-PERIOD-LENGTH PIC 9(8) COMP.
77 WS-PERIOD-START PIC S9(8) COMP.
77 WS-PERIOD-EDIT PIC Z(7)9.
77 WS-PERIOD-START-EDIT PIC Z(7)9.
77 WS-PERIOD-FOUND PIC X VALUE "N".
    88 PERIOD-FOUND VALUE "Y".
01 WS-RES-SEED.
    05 WS-RES-SEED-A PIC S9(18).
    05 WS-RES-SEED-B PIC S9(18).
    05 WS-RES-SEED-D PIC S9(18).
01 WS-RES-TORTOISE.
    05 WS-RES-TORT-A PIC S9(18).
    05 WS-RES-TORT-B PIC S9(18).
    05 WS-RES-TORT-D PIC S9(18).
01 WS-RES-HARE.
    05 WS-RES-HARE-A PIC S9(18).
    05 WS-RES-HARE-B PIC S9(18).
    05 WS-RES-HARE-D PIC S9(18).
01 WS-RES-SAVE.
    05 WS-RES-SAVE-A PIC S9(18).
    05 WS-RES-SAVE-B PIC S9(18).
    05 WS-RES-SAVE-D PIC S9(18).
*> cerner_2^5_2020
77 WS-TRANS-STATUS PIC XX.
77 WS-TRANS-EOF PIC X VALUE "N".
    88 FAMILY-MATCHES VALUE "Y".
77 WS-SOURCE-RUN-DATE PIC 9(8) VALUE 0.
77 WS-SOURCE-RUN-SEQ PIC 9(6) VALUE 0.
*> a stored run retired as a duplicate by FIBDC1 is read as the first
*> terms of the canonical run named on ALIASF; a canonical run can be
*> retired in turn, so the aliases are followed to the end
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
77 WS-ALIAS-SEQ-EDIT PIC ZZZZZ9.
*> the run an extension continues from once any alias is resolved;
*> it is logged as the parent in place of the key on the request
77 WS-EXT-PARENT-DATE PIC 9(8) VALUE 0.
77 WS-EXT-PARENT-SEQ PIC 9(6) VALUE 0.
*> an extend request walks its parent chain on CTLLOG back to the
*> root forward run: entry 1 is the named parent, the last entry is
*> the root, whose seeds, type and weights the extension carries on
01 WS-PARENT-KEY.
    05 WS-PARENT-RUN-DATE PIC 9(8).
    05 WS-PARENT-RUN-SEQ PIC 9(6).
77 WS-CHAIN-STATE PIC X VALUE SPACE.
    88 CHAIN-COMPLETE VALUE "C".
    88 CHAIN-BROKEN VALUE "B".
77 WS-CHAIN-LOG-EOF PIC X VALUE "N".
    88 CHAIN-LOG-EOF VALUE "Y".
77 WS-LINK-FOUND PIC X VALUE "N".
    88 CHAIN-LINK-FOUND VALUE "Y".
77 WS-CHAIN-COUNT PIC 9(2) COMP VALUE 0.
77 WS-CHAIN-IX PIC 9(2) COMP.
01 WS-CHAIN-TABLE.
    05 WS-CHAIN-ENTRY OCCURS 20.
        10 WS-CHAIN-RUN-DATE PIC 9(8).
        10 WS-CHAIN-RUN-SEQ PIC 9(6).
        10 WS-CHAIN-N PIC 9(4).
        10 WS-CHAIN-BASE PIC 9(4).
        10 WS-CHAIN-END PIC 9(4).
77 WS-ROOT-TYPE PIC X VALUE "S".
77 WS-ROOT-A PIC S9(18) VALUE 0.
77 WS-ROOT-B PIC S9(18) VALUE 0.
77 WS-ROOT-C PIC S9(18) VALUE 0.
77 WS-ROOT-P PIC S9(2) VALUE 1.
77 WS-ROOT-Q PIC S9(2) VALUE 1.
77 WS-EXT-BASE PIC 9(4) VALUE 0.
*> the last two (three for type T) stored terms of the parent,
*> oldest first, from which the extension picks up its state
77 WS-TAIL-COUNT PIC 9 COMP VALUE 0.
77 WS-TAIL-IX PIC 9 COMP.
77 WS-TAIL-POSITION PIC 9(4).
77 WS-TAIL-MISSING PIC X VALUE "N".
    88 TAIL-TERM-MISSING VALUE "Y".
01 WS-TAIL-TABLE.
    05 WS-TAIL-VALUE OCCURS 3 PIC S9(18).
77 WS-PARENT-SEQ-EDIT PIC ZZZZZ9.
77 WS-LOG-STATUS PIC XX.
77 WS-TERMS-STATUS PIC XX.
77 WS-VIDX-STATUS PIC XX.
    05 FILLER PIC X(28) VALUE "N MUST BE GREATER THAN ZERO".
    05 FILLER PIC X(28) VALUE "STARTING A IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "STARTING B IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "MODE MUST BE F R E OR M".
    05 FILLER PIC X(28) VALUE "TARGET IS NOT NUMERIC".
    05 FILLER PIC X(28) VALUE "REQUESTOR NOT AUTHORIZED".
    05 FILLER PIC X(28) VALUE "N EXCEEDS REQUESTOR MAXIMUM".
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
01 WS-REJ-COUNT-TABLE.
    05 WS-REJ-COUNT OCCURS 19 PIC 9(4) VALUE 0.
77 WS-ENTITLE-STATUS PIC XX.
77 WS-ENTITLE-EOF PIC X VALUE "N".
    88 ENTITLE-EOF VALUE "Y".
77 WS-SUMMARY-SUM-EDIT PIC -(18)9.
77 WS-SUMMARY-MIN-EDIT PIC -(18)9.
77 WS-SUMMARY-MAX-EDIT PIC -(18)9.
*> a partition of a split batch takes its run numbers from the block
*> the splitter drew for it on RUNCTL, in queue order, and writes its
*> audit records to its own PARTLOG for the merge step. it only
*> reads TERMSIDX: its terms and VALIDX entries go to PTTERMS and
*> PTVIDX, and the merge job loads them once every partition ends
77 WS-PARTBLK-STATUS PIC XX.
77 WS-PARTLOG-STATUS PIC XX.
77 WS-PTTERMS-STATUS PIC XX.
77 WS-PTVIDX-STATUS PIC XX.
77 WS-PARTITION-MODE PIC X VALUE "N".
    88 PARTITION-RUN VALUE "Y".
77 WS-PART-NO PIC 9 VALUE 0.
77 WS-BLOCK-LOW PIC 9(6) VALUE 0.
77 WS-BLOCK-HIGH PIC 9(6) VALUE 0.
77 WS-BLOCK-USED PIC 9(6) VALUE 0.
77 WS-BLOCK-EDIT PIC ZZZZZ9.
77 WS-PARM-VALID PIC X VALUE "N".
    88 PARM-SUPPLIED VALUE "Y".
77 WS-PARM-INPUT PIC X(4) VALUE SPACES.
                PERFORM CLEAR-CHECKPOINT
            END-IF
            PERFORM WRITE-SUMMARY-LINE
            PERFORM CLOSE-TERMS-FILE
        END-IF
        CLOSE PRINT-FILE
    END-IF.
RUN-FROM-TRANS-FILE.
    PERFORM READ-PARTITION-BLOCK.
    PERFORM CHECK-FOR-RESTART.
    OPEN INPUT TRANS-FILE.
    IF WS-TRANS-STATUS NOT = "00"
                        IF TRANS-STAT-PENDING
                            MOVE "D" TO TRANS-STATUS
                            MOVE 0 TO TRANS-RUN-SEQ
                            IF PARTITION-RUN
                                ADD 1 TO WS-BLOCK-USED
                            END-IF
                        END-IF
                    ELSE
                    IF WINDOW-CUTOFF
                                    PERFORM WRITE-LOOKUP-RESULT-LINE
                                    PERFORM WRITE-AUDIT-RECORD
                                    PERFORM ADVANCE-CHECKPOINT
                                WHEN TRANS-MODE-EXTEND
                                    MOVE WS-EXT-BASE TO WS-POSITION
                                    PERFORM RESUME-EXTEND-CHECKPOINT
                                    PERFORM WRITE-REPORT-HEADER
                                    PERFORM PROCESS-EXTEND-RUN
                                    PERFORM WRITE-AUDIT-RECORD
                                    PERFORM ADVANCE-CHECKPOINT
                                WHEN OTHER
                                    IF RESTART-AVAILABLE
                                            AND WS-INPUT-ORD = WS-CKPT-INPUT-ORD
                                    END-IF
                                    PERFORM WRITE-REPORT-HEADER
                                    PERFORM PROCESS-FORWARD-RUN
                                    IF TRANS-MODE-RESIDUE
                                        PERFORM WRITE-RESIDUE-PERIOD
                                    END-IF
                                    PERFORM WRITE-AUDIT-RECORD
                                    PERFORM ADVANCE-CHECKPOINT
                            END-EVALUATE
                PERFORM WRITE-SUMMARY-LINE
                PERFORM WRITE-REJECT-SUMMARY
                PERFORM WRITE-DEFERRAL-SUMMARY
                IF PARTITION-RUN
                    PERFORM WRITE-PARTITION-SUMMARY
                END-IF
                IF NOT BATCH-HALTED
                    PERFORM CLEAR-CHECKPOINT
                END-IF
                IF TRANSOUT-USABLE
                    CLOSE TRANSOUT-FILE
                END-IF
                PERFORM CLOSE-TERMS-FILE
            END-IF
            CLOSE PRINT-FILE
        END-IF
            AND WS-CKPT-TRANS-SEQ-NO > 0
        MOVE "N" TO WS-RUNCTL-FAILED
        MOVE WS-CKPT-TRANS-SEQ-NO TO WS-TRANS-SEQ-NO
        IF PARTITION-RUN
            ADD 1 TO WS-BLOCK-USED
        END-IF
    ELSE
        IF PARTITION-RUN
            PERFORM ALLOCATE-BLOCK-SEQ
        ELSE
            PERFORM ALLOCATE-RUN-SEQ
        END-IF
    END-IF.
*> the n-th pending entry of a partition always gets the n-th number
*> of its block, so a restarted partition hands out the same numbers
ALLOCATE-BLOCK-SEQ.
    MOVE "N" TO WS-RUNCTL-FAILED.
    IF WS-BLOCK-LOW + WS-BLOCK-USED > WS-BLOCK-HIGH
        DISPLAY "FIBON1: RUN NUMBER BLOCK " WS-BLOCK-LOW "-"
            WS-BLOCK-HIGH " OF PARTITION " WS-PART-NO " EXHAUSTED"
        MOVE "Y" TO WS-RUNCTL-FAILED
        MOVE 16 TO RETURN-CODE
    ELSE
        COMPUTE WS-TRANS-SEQ-NO = WS-BLOCK-LOW + WS-BLOCK-USED
        ADD 1 TO WS-BLOCK-USED
    END-IF.
READ-PARTITION-BLOCK.
    MOVE "N" TO WS-PARTITION-MODE.
    OPEN INPUT PART-BLOCK-FILE.
    IF WS-PARTBLK-STATUS = "00"
        READ PART-BLOCK-FILE
            AT END
                DISPLAY "FIBON1: PARTITION BLOCK CARD IS EMPTY"
                    " - BATCH HALTED"
                MOVE "Y" TO WS-BATCH-HALTED
                MOVE 16 TO RETURN-CODE
            NOT AT END
                IF PBK-PARTITION IS NUMERIC AND PBK-PARTITION NOT = "0"
                        AND PBK-LOW-SEQ IS NUMERIC
                        AND PBK-HIGH-SEQ IS NUMERIC
                    MOVE "Y" TO WS-PARTITION-MODE
                    MOVE PBK-PARTITION TO WS-PART-NO
                    MOVE PBK-LOW-SEQ TO WS-BLOCK-LOW
                    MOVE PBK-HIGH-SEQ TO WS-BLOCK-HIGH
                    MOVE 0 TO WS-BLOCK-USED
                    DISPLAY "FIBON1: RUNNING AS PARTITION " WS-PART-NO
                        " WITH RUN NUMBERS " WS-BLOCK-LOW "-"
                        WS-BLOCK-HIGH
                ELSE
                    DISPLAY "FIBON1: INVALID PARTITION BLOCK CARD '"
                        PART-BLOCK-CARD "' - BATCH HALTED"
                    MOVE "Y" TO WS-BATCH-HALTED
                    MOVE 16 TO RETURN-CODE
                END-IF
        END-READ
        CLOSE PART-BLOCK-FILE
    ELSE
        IF WS-PARTBLK-STATUS NOT = "35"
            DISPLAY "FIBON1: UNABLE TO OPEN PARTITION BLOCK CARD,"
                " STATUS=" WS-PARTBLK-STATUS " - BATCH HALTED"
            MOVE "Y" TO WS-BATCH-HALTED
            MOVE 16 TO RETURN-CODE
        END-IF
    END-IF.
WRITE-PARTITION-SUMMARY.
    MOVE WS-BLOCK-USED TO WS-BLOCK-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "PARTITION " WS-PART-NO "  RUN NUMBERS " WS-BLOCK-LOW
        "-" WS-BLOCK-HIGH "  USED: " WS-BLOCK-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    DISPLAY "FIBON1: " WS-PRINT-LINE.
ALLOCATE-RUN-SEQ.
    MOVE "N" TO WS-RUNCTL-FAILED.
    MOVE 0 TO WS-LAST-RUN-SEQ.
        END-IF
    END-IF.
OPEN-TERMS-FILE.
    IF PARTITION-RUN
        PERFORM OPEN-PARTITION-TERMS
    ELSE
        PERFORM OPEN-TERMS-INDEXES
    END-IF.
OPEN-TERMS-INDEXES.
    OPEN I-O TERMS-FILE.
    IF WS-TERMS-STATUS NOT = "00"
        DISPLAY "FIBON1: UNABLE TO OPEN TERMS INDEX FILE, STATUS=" WS-TERMS-STATUS
            CLOSE TERMS-FILE
        END-IF
    END-IF.
*> the partition's terms and VALIDX entries are added to the end of
*> its own PTTERMS and PTVIDX, so a restart keeps those of the runs
*> it has already finished
OPEN-PARTITION-TERMS.
    OPEN INPUT TERMS-FILE.
    IF WS-TERMS-STATUS NOT = "00"
        DISPLAY "FIBON1: UNABLE TO OPEN TERMS INDEX FILE, STATUS=" WS-TERMS-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN EXTEND PART-TERMS-OUT
        IF WS-PTTERMS-STATUS = "35"
            OPEN OUTPUT PART-TERMS-OUT
        END-IF
        OPEN EXTEND PART-VIDX-OUT
        IF WS-PTVIDX-STATUS = "35"
            OPEN OUTPUT PART-VIDX-OUT
        END-IF
        IF WS-PTTERMS-STATUS NOT = "00" OR WS-PTVIDX-STATUS NOT = "00"
            DISPLAY "FIBON1: UNABLE TO OPEN PARTITION TERMS FILES,"
                " STATUS=" WS-PTTERMS-STATUS "/" WS-PTVIDX-STATUS
            MOVE 16 TO RETURN-CODE
            MOVE "99" TO WS-TERMS-STATUS
            CLOSE TERMS-FILE
            IF WS-PTTERMS-STATUS = "00"
                CLOSE PART-TERMS-OUT
            END-IF
            IF WS-PTVIDX-STATUS = "00"
                CLOSE PART-VIDX-OUT
            END-IF
        END-IF
    END-IF.
CLOSE-TERMS-FILE.
    CLOSE TERMS-FILE.
    IF PARTITION-RUN
        CLOSE PART-TERMS-OUT
        CLOSE PART-VIDX-OUT
    ELSE
        CLOSE VALUE-INDEX
    END-IF.
WRITE-TERM-RECORD.
    MOVE WS-CD-YYYY TO TERM-KEY-RUN-YYYY.
    MOVE WS-CD-MM TO TERM-KEY-RUN-MM.
    MOVE WS-CD-DD TO TERM-KEY-RUN-DD.
    MOVE WS-TRANS-SEQ-NO TO TERM-KEY-RUN-SEQ.
    MOVE WS-SEQ-TYPE TO TERM-KEY-SEQ-TYPE.
    IF TRANS-MODE-RESIDUE
        INSPECT TERM-KEY-SEQ-TYPE CONVERTING "STW" TO "stw"
    END-IF.
    MOVE N TO TERM-KEY-N.
    MOVE WS-POSITION TO TERM-KEY-POSITION.
    MOVE C TO TERM-VALUE.
    IF PARTITION-RUN
        WRITE PART-TERM-RECORD FROM TERM-RECORD
        PERFORM UPDATE-SUMMARY-STATS
    ELSE
        WRITE TERM-RECORD
            INVALID KEY
                REWRITE TERM-RECORD
            NOT INVALID KEY
                PERFORM UPDATE-SUMMARY-STATS
        END-WRITE
    END-IF.
    IF NOT TRANS-MODE-RESIDUE
        PERFORM WRITE-VALUE-INDEX-RECORD
    END-IF.
WRITE-VALUE-INDEX-RECORD.
    MOVE C TO VIDX-VALUE.
    MOVE TERM-KEY-RUN-DATE TO VIDX-RUN-DATE.
    MOVE WS-POSITION TO VIDX-POSITION.
    MOVE WS-SEQ-TYPE TO VIDX-SEQ-TYPE.
    MOVE N TO VIDX-N.
    IF PARTITION-RUN
        WRITE PART-VIDX-RECORD FROM VIDX-RECORD
    ELSE
        WRITE VIDX-RECORD
            INVALID KEY
                REWRITE VIDX-RECORD
        END-WRITE
    END-IF.
UPDATE-SUMMARY-STATS.
    ADD 1 TO WS-SUMMARY-COUNT.
    ADD C TO WS-SUMMARY-SUM.
        CLOSE RESTART-FILE
    END-IF.
PROCESS-FORWARD-RUN.
    IF WS-POSITION = 0 AND NOT TRANS-MODE-RESIDUE
        PERFORM FIND-PRIOR-RUN
    ELSE
        MOVE "N" TO WS-PRIOR-FOUND
        PERFORM SCAN-PRIOR-LOG UNTIL PRIOR-LOG-EOF
        CLOSE CONTROL-LOG
    END-IF.
    IF PRIOR-RUN-FOUND
        MOVE WS-SOURCE-RUN-DATE TO WS-ALIAS-DATE
        MOVE WS-SOURCE-RUN-SEQ TO WS-ALIAS-SEQ
        PERFORM RESOLVE-RUN-ALIAS
        IF RUN-IS-ALIASED
            DISPLAY "FIBON1: STORED RUN " WS-SOURCE-RUN-DATE "/"
                WS-SOURCE-RUN-SEQ " RETIRED INTO RUN " WS-ALIAS-DATE
                "/" WS-ALIAS-SEQ
            MOVE WS-ALIAS-DATE TO WS-SOURCE-RUN-DATE
            MOVE WS-ALIAS-SEQ TO WS-SOURCE-RUN-SEQ
        END-IF
    END-IF.
SCAN-PRIOR-LOG.
    READ CONTROL-LOG
        AT END
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
RESUME-EXTEND-CHECKPOINT.
    IF RESTART-AVAILABLE AND WS-INPUT-ORD = WS-CKPT-INPUT-ORD
            AND WS-CKPT-POSITION > 0
        IF WS-CKPT-N = TRANS-N AND WS-CKPT-POSITION > WS-EXT-BASE
            MOVE WS-CKPT-A TO A
            MOVE WS-CKPT-B TO B
            MOVE WS-CKPT-C TO D
            MOVE WS-CKPT-POSITION TO WS-POSITION
            MOVE "N" TO WS-RESTART-EXISTS
            DISPLAY "FIBON1: RESUMING TRANSACTION " WS-TRANS-SEQ-NO
                " FROM CHECKPOINT AT POSITION " WS-POSITION
        ELSE
            DISPLAY "FIBON1: CHECKPOINT N=" WS-CKPT-N
                " DOES NOT MATCH TRANSACTION N=" TRANS-N
                " - IGNORING CHECKPOINT, RESTARTING TRANSACTION "
                WS-TRANS-SEQ-NO " FROM THE END OF ITS PARENT RUN"
        END-IF
    END-IF.
PROCESS-EXTEND-RUN.
    MOVE WS-EXT-PARENT-SEQ TO WS-PARENT-SEQ-EDIT.
    MOVE WS-EXT-BASE TO WS-POS-EDIT.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "EXTENDS RUN " WS-EXT-PARENT-DATE "/" WS-PARENT-SEQ-EDIT
        " FROM TERM POSITION " WS-POS-EDIT
        DELIMITED BY SIZE INTO WS-PRINT-LINE
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
    DISPLAY "FIBON1: TRANSACTION " WS-TRANS-SEQ-NO " EXTENDS RUN "
        WS-EXT-PARENT-DATE "/" WS-EXT-PARENT-SEQ " FROM POSITION "
        WS-EXT-BASE.
    PERFORM DISP-PARA UNTIL WS-POSITION >= N OR TERM-OVERFLOW.
*> follows an extend request's parent run key back through CTLLOG
*> to the root forward run, then reads the parent's last stored
*> terms; any break in the chain rejects the request. a retired
*> parent is extended from its own length, reading its seed terms
*> from the canonical run it was folded into
CHECK-PARENT-RUN.
    MOVE 0 TO WS-CHAIN-COUNT.
    MOVE 0 TO WS-TAIL-COUNT.
    MOVE 0 TO WS-EXT-BASE.
    MOVE SPACE TO WS-CHAIN-STATE.
    MOVE TRANS-PARENT-DATE TO WS-ALIAS-DATE.
    MOVE TRANS-PARENT-SEQ TO WS-ALIAS-SEQ.
    PERFORM RESOLVE-RUN-ALIAS.
    IF RUN-IS-ALIASED
        MOVE WS-ALIAS-SEQ TO WS-ALIAS-SEQ-EDIT
        MOVE SPACES TO WS-PRINT-LINE
        STRING "PARENT RUN " TRANS-PARENT-DATE "/" TRANS-PARENT-SEQ
            " RETIRED INTO RUN " WS-ALIAS-DATE "/" WS-ALIAS-SEQ-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
        DISPLAY "FIBON1: " WS-PRINT-LINE
    END-IF.
    MOVE WS-ALIAS-DATE TO WS-EXT-PARENT-DATE.
    MOVE WS-ALIAS-SEQ TO WS-EXT-PARENT-SEQ.
    MOVE WS-EXT-PARENT-DATE TO WS-PARENT-RUN-DATE.
    MOVE WS-EXT-PARENT-SEQ TO WS-PARENT-RUN-SEQ.
    PERFORM LOAD-CHAIN-LINK UNTIL CHAIN-COMPLETE OR CHAIN-BROKEN.
    IF CHAIN-BROKEN
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-15
        DISPLAY "FIBON1: REJECTED TRANSACTION - PARENT RUN "
            TRANS-PARENT-DATE "/" TRANS-PARENT-SEQ
            " NOT TRACED TO A FORWARD RUN ON CTLLOG"
    ELSE
        MOVE WS-CHAIN-END(1) TO WS-EXT-BASE
        IF RUN-IS-ALIASED AND WS-ALIAS-LIMIT < WS-EXT-BASE
            MOVE WS-ALIAS-LIMIT TO WS-EXT-BASE
        END-IF
        IF TRANS-N IS NUMERIC AND TRANS-N NOT > WS-EXT-BASE
            MOVE "N" TO WS-TRANS-VALID
            PERFORM SET-REJECT-REASON-16
            DISPLAY "FIBON1: REJECTED TRANSACTION - N " TRANS-N
                " NOT BEYOND PARENT RUN END AT " WS-EXT-BASE
        ELSE
            PERFORM LOAD-PARENT-TAIL
            IF TAIL-TERM-MISSING
                MOVE "N" TO WS-TRANS-VALID
                PERFORM SET-REJECT-REASON-17
                DISPLAY "FIBON1: REJECTED TRANSACTION - TERM "
                    WS-TAIL-POSITION " OF PARENT RUN "
                    TRANS-PARENT-DATE "/" TRANS-PARENT-SEQ
                    " NOT IN TERMSIDX"
            END-IF
        END-IF
    END-IF.
LOAD-CHAIN-LINK.
    IF WS-CHAIN-COUNT >= 20
        MOVE "B" TO WS-CHAIN-STATE
        DISPLAY "FIBON1: PARENT CHAIN DEEPER THAN 20 RUNS"
    ELSE
        MOVE "N" TO WS-LINK-FOUND
        MOVE "N" TO WS-CHAIN-LOG-EOF
        OPEN INPUT CONTROL-LOG
        IF WS-LOG-STATUS = "00"
            PERFORM SCAN-CHAIN-LOG UNTIL CHAIN-LOG-EOF
            CLOSE CONTROL-LOG
        END-IF
        IF NOT CHAIN-LINK-FOUND
            MOVE "B" TO WS-CHAIN-STATE
        END-IF
    END-IF.
SCAN-CHAIN-LOG.
    READ CONTROL-LOG
        AT END
            MOVE "Y" TO WS-CHAIN-LOG-EOF
        NOT AT END
            IF (LOG-MODE = "F" OR LOG-MODE = "E")
                    AND LOG-SOURCE-DATE IS NUMERIC
                    AND LOG-SOURCE-SEQ IS NUMERIC
                    AND LOG-SOURCE-DATE = WS-PARENT-RUN-DATE
                    AND LOG-SOURCE-SEQ = WS-PARENT-RUN-SEQ
                    AND LOG-TRANS-SEQ-NO = WS-PARENT-RUN-SEQ
                    AND LOG-REQUESTED-N IS NUMERIC
                    AND LOG-TERMS-PRODUCED IS NUMERIC
                MOVE "Y" TO WS-LINK-FOUND
                MOVE "Y" TO WS-CHAIN-LOG-EOF
                PERFORM NOTE-CHAIN-LINK
            END-IF
    END-READ.
NOTE-CHAIN-LINK.
    ADD 1 TO WS-CHAIN-COUNT.
    MOVE WS-PARENT-RUN-DATE TO WS-CHAIN-RUN-DATE(WS-CHAIN-COUNT).
    MOVE WS-PARENT-RUN-SEQ TO WS-CHAIN-RUN-SEQ(WS-CHAIN-COUNT).
    MOVE LOG-REQUESTED-N TO WS-CHAIN-N(WS-CHAIN-COUNT).
    MOVE LOG-TERMS-PRODUCED TO WS-CHAIN-END(WS-CHAIN-COUNT).
    IF LOG-MODE = "E"
        IF LOG-PARENT-DATE IS NUMERIC AND LOG-PARENT-SEQ IS NUMERIC
                AND LOG-BASE-POSITION IS NUMERIC
            MOVE LOG-BASE-POSITION TO WS-CHAIN-BASE(WS-CHAIN-COUNT)
            MOVE LOG-PARENT-DATE TO WS-PARENT-RUN-DATE
            MOVE LOG-PARENT-SEQ TO WS-PARENT-RUN-SEQ
        ELSE
            MOVE "N" TO WS-LINK-FOUND
        END-IF
    ELSE
        MOVE 0 TO WS-CHAIN-BASE(WS-CHAIN-COUNT)
        MOVE "C" TO WS-CHAIN-STATE
        IF LOG-SEQ-TYPE = SPACE
            MOVE "S" TO WS-ROOT-TYPE
        ELSE
            MOVE LOG-SEQ-TYPE TO WS-ROOT-TYPE
        END-IF
        MOVE LOG-START-A TO WS-ROOT-A
        MOVE LOG-START-B TO WS-ROOT-B
        MOVE 0 TO WS-ROOT-C
        MOVE 1 TO WS-ROOT-P
        MOVE 1 TO WS-ROOT-Q
        IF WS-ROOT-TYPE = "T"
            MOVE LOG-START-C TO WS-ROOT-C
        END-IF
        IF WS-ROOT-TYPE = "W"
            MOVE LOG-WEIGHT-P TO WS-ROOT-P
            MOVE LOG-WEIGHT-Q TO WS-ROOT-Q
        END-IF
    END-IF.
LOAD-PARENT-TAIL.
    MOVE "N" TO WS-TAIL-MISSING.
    IF WS-ROOT-TYPE = "T"
        MOVE 3 TO WS-TAIL-IX
    ELSE
        MOVE 2 TO WS-TAIL-IX
    END-IF.
    IF WS-EXT-BASE < WS-TAIL-IX
        MOVE 1 TO WS-TAIL-POSITION
    ELSE
        COMPUTE WS-TAIL-POSITION = WS-EXT-BASE - WS-TAIL-IX + 1
    END-IF.
    PERFORM READ-PARENT-TAIL-TERM
        UNTIL WS-TAIL-POSITION > WS-EXT-BASE OR TAIL-TERM-MISSING.
READ-PARENT-TAIL-TERM.
    MOVE WS-CHAIN-COUNT TO WS-CHAIN-IX.
    PERFORM FIND-TAIL-CHAIN-ENTRY
        UNTIL WS-CHAIN-IX = 1
            OR WS-TAIL-POSITION <= WS-CHAIN-END(WS-CHAIN-IX).
    MOVE WS-CHAIN-RUN-DATE(WS-CHAIN-IX) TO TERM-KEY-RUN-DATE.
    MOVE WS-CHAIN-RUN-SEQ(WS-CHAIN-IX) TO TERM-KEY-RUN-SEQ.
    MOVE WS-ROOT-TYPE TO TERM-KEY-SEQ-TYPE.
    MOVE WS-CHAIN-N(WS-CHAIN-IX) TO TERM-KEY-N.
    MOVE WS-TAIL-POSITION TO TERM-KEY-POSITION.
    READ TERMS-FILE
        INVALID KEY
            MOVE "Y" TO WS-TAIL-MISSING
    END-READ.
    IF NOT TAIL-TERM-MISSING
        ADD 1 TO WS-TAIL-COUNT
        MOVE TERM-VALUE TO WS-TAIL-VALUE(WS-TAIL-COUNT)
        ADD 1 TO WS-TAIL-POSITION
    END-IF.
FIND-TAIL-CHAIN-ENTRY.
    SUBTRACT 1 FROM WS-CHAIN-IX.
SERVE-STORED-RUN.
    MOVE "N" TO WS-SERVE-DONE.
    MOVE LOW-VALUES TO TERM-KEY.
    IF NOT SERVE-DONE
        IF TERM-KEY-RUN-DATE NOT = WS-SOURCE-RUN-DATE
                OR TERM-KEY-RUN-SEQ NOT = WS-SOURCE-RUN-SEQ
                OR TERM-KEY-POSITION > N
            MOVE "Y" TO WS-SERVE-DONE
        END-IF
    END-IF.
    MOVE A TO LOG-FINAL-A.
    MOVE B TO LOG-FINAL-B.
    MOVE TRANS-MODE TO LOG-MODE.
    MOVE WS-SEED-A TO LOG-START-A.
    MOVE WS-SEED-B TO LOG-START-B.
    MOVE WS-SEQ-TYPE TO LOG-SEQ-TYPE.
    MOVE TRANS-REQUESTOR TO LOG-REQUESTOR.
    MOVE TRANS-PRIORITY TO LOG-PRIORITY.
    IF SEQ-TYPE-THREE-TERM
        MOVE WS-SEED-C TO LOG-START-C
    END-IF.
    IF TRANS-MODE-EXTEND
        MOVE WS-EXT-PARENT-DATE TO LOG-PARENT-DATE
        MOVE WS-EXT-PARENT-SEQ TO LOG-PARENT-SEQ
        MOVE WS-EXT-BASE TO LOG-BASE-POSITION
    END-IF.
    IF SEQ-TYPE-WEIGHTED
        MOVE WS-WEIGHT-P TO LOG-WEIGHT-P
        MOVE WS-WEIGHT-Q TO LOG-WEIGHT-Q
    END-IF.
    IF TRANS-MODE-RESIDUE
        MOVE WS-MODULUS TO LOG-MODULUS
    END-IF.
    IF SERVED-RUN
        MOVE WS-SOURCE-RUN-DATE TO LOG-SOURCE-DATE
        MOVE WS-SOURCE-RUN-SEQ TO LOG-SOURCE-SEQ
        MOVE WS-CURRENT-DATE(1:8) TO LOG-SOURCE-DATE
        MOVE WS-TRANS-SEQ-NO TO LOG-SOURCE-SEQ
    END-IF.
    IF PARTITION-RUN
        PERFORM WRITE-PARTITION-LOG
    ELSE
        OPEN EXTEND CONTROL-LOG
        IF WS-LOG-STATUS = "35"
            OPEN OUTPUT CONTROL-LOG
        END-IF
        WRITE LOG-RECORD
        CLOSE CONTROL-LOG
    END-IF.
*> CTLLOG itself is only read while the partitions run; the merge
*> step adds each PARTLOG to it in run-seq order afterwards
WRITE-PARTITION-LOG.
    OPEN EXTEND PART-LOG.
    IF WS-PARTLOG-STATUS = "35"
        OPEN OUTPUT PART-LOG
    END-IF.
    IF WS-PARTLOG-STATUS NOT = "00"
        DISPLAY "FIBON1: UNABLE TO OPEN PARTITION LOG, STATUS="
            WS-PARTLOG-STATUS " - RUN " WS-TRANS-SEQ-NO " NOT LOGGED"
        IF RETURN-CODE < 8
            MOVE 8 TO RETURN-CODE
        END-IF
    ELSE
        WRITE PART-LOG-RECORD FROM LOG-RECORD
        CLOSE PART-LOG
    END-IF.
VALIDATE-TRANS-RECORD.
    MOVE "Y" TO WS-TRANS-VALID.
    MOVE 0 TO WS-REJ-REASON.
            DISPLAY "FIBON1: REJECTED TRANSACTION - N MUST BE GREATER THAN ZERO"
        END-IF
    END-IF.
    IF TRANS-MODE-EXTEND
        IF TRANS-PARENT-DATE IS NOT NUMERIC
                OR TRANS-PARENT-SEQ IS NOT NUMERIC
            MOVE "N" TO WS-TRANS-VALID
            PERFORM SET-REJECT-REASON-14
            DISPLAY "FIBON1: REJECTED TRANSACTION - PARENT RUN KEY IS"
                " NOT NUMERIC"
        END-IF
    ELSE
        IF TRANS-START-A IS NOT NUMERIC
            MOVE "N" TO WS-TRANS-VALID
            PERFORM SET-REJECT-REASON-03
            DISPLAY "FIBON1: REJECTED TRANSACTION - STARTING A IS NOT NUMERIC"
        END-IF
        IF TRANS-START-B IS NOT NUMERIC
            MOVE "N" TO WS-TRANS-VALID
            PERFORM SET-REJECT-REASON-04
            DISPLAY "FIBON1: REJECTED TRANSACTION - STARTING B IS NOT NUMERIC"
        END-IF
    END-IF.
    IF NOT TRANS-MODE-FORWARD AND NOT TRANS-MODE-REVERSE
            AND NOT TRANS-MODE-EXTEND AND NOT TRANS-MODE-RESIDUE
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-05
        DISPLAY "FIBON1: REJECTED TRANSACTION - MODE MUST BE F, R, E"
            " OR M"
    END-IF.
    IF TRANS-MODE-REVERSE AND TRANS-TARGET IS NOT NUMERIC
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-06
        DISPLAY "FIBON1: REJECTED TRANSACTION - TARGET IS NOT NUMERIC"
    END-IF.
    IF TRANS-MODE-RESIDUE
        IF TRANS-MODULUS IS NOT NUMERIC
            MOVE "N" TO WS-TRANS-VALID
            PERFORM SET-REJECT-REASON-18
            DISPLAY "FIBON1: REJECTED TRANSACTION - MODULUS IS NOT"
                " NUMERIC"
        ELSE
            IF TRANS-MODULUS < 2
                MOVE "N" TO WS-TRANS-VALID
                PERFORM SET-REJECT-REASON-19
                DISPLAY "FIBON1: REJECTED TRANSACTION - MODULUS MUST"
                    " BE 2 OR MORE"
            END-IF
        END-IF
    END-IF.
    IF NOT TRANS-TYPE-STANDARD AND NOT TRANS-TYPE-THREE-TERM
            AND NOT TRANS-TYPE-WEIGHTED AND NOT TRANS-MODE-EXTEND
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-10
        DISPLAY "FIBON1: REJECTED TRANSACTION - SEQUENCE TYPE MUST"
            " BE S, T OR W"
    END-IF.
    IF TRANS-TYPE-THREE-TERM AND TRANS-START-C IS NOT NUMERIC
            AND NOT TRANS-MODE-EXTEND
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-11
        DISPLAY "FIBON1: REJECTED TRANSACTION - STARTING C IS NOT NUMERIC"
    END-IF.
    IF TRANS-TYPE-WEIGHTED AND TRANS-WEIGHT-P IS NOT NUMERIC
            AND NOT TRANS-MODE-EXTEND
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-12
        DISPLAY "FIBON1: REJECTED TRANSACTION - WEIGHT P IS NOT NUMERIC"
    END-IF.
    IF TRANS-TYPE-WEIGHTED AND TRANS-WEIGHT-Q IS NOT NUMERIC
            AND NOT TRANS-MODE-EXTEND
        MOVE "N" TO WS-TRANS-VALID
        PERFORM SET-REJECT-REASON-13
        DISPLAY "FIBON1: REJECTED TRANSACTION - WEIGHT Q IS NOT NUMERIC"
    END-IF.
    IF TRANS-MODE-EXTEND AND TRANS-IS-VALID
        PERFORM CHECK-PARENT-RUN
    END-IF.
    PERFORM CHECK-ENTITLEMENT.
CHECK-ENTITLEMENT.
    MOVE "N" TO WS-ENT-FOUND.
    IF WS-REJ-REASON = 0
        MOVE 13 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-14.
    IF WS-REJ-REASON = 0
        MOVE 14 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-15.
    IF WS-REJ-REASON = 0
        MOVE 15 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-16.
    IF WS-REJ-REASON = 0
        MOVE 16 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-17.
    IF WS-REJ-REASON = 0
        MOVE 17 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-18.
    IF WS-REJ-REASON = 0
        MOVE 18 TO WS-REJ-REASON
    END-IF.
SET-REJECT-REASON-19.
    IF WS-REJ-REASON = 0
        MOVE 19 TO WS-REJ-REASON
    END-IF.
WRITE-REJECT-RECORD.
    ADD 1 TO WS-REJ-TOTAL.
    IF WS-REJ-REASON >= 1 AND WS-REJ-REASON <= 19
        ADD 1 TO WS-REJ-COUNT(WS-REJ-REASON)
    END-IF.
    MOVE SPACES TO REJECT-RECORD.
        END-STRING
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        MOVE 1 TO WS-REJ-IX
        PERFORM WRITE-REJECT-REASON-LINE UNTIL WS-REJ-IX > 19
    END-IF.
WRITE-REJECT-REASON-LINE.
    IF WS-REJ-COUNT(WS-REJ-IX) > 0
    END-STRING.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF TRANS-MODE-RESIDUE
        MOVE WS-MODULUS TO WS-MODULUS-EDIT
        STRING "REQUESTED N: " WS-N-EDIT
            "  SEQUENCE TYPE: " WS-SEQ-TYPE
            "  RESIDUES MODULO " WS-MODULUS-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        STRING "REQUESTED N: " WS-N-EDIT
            "  SEQUENCE TYPE: " WS-SEQ-TYPE
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "   TERM POSITION            VALUE" TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
        END-IF
    END-IF.
SET-SEQUENCE-STATE.
    IF TRANS-MODE-EXTEND
        MOVE WS-ROOT-TYPE TO WS-SEQ-TYPE
        MOVE WS-ROOT-A TO WS-SEED-A
        MOVE WS-ROOT-B TO WS-SEED-B
        MOVE WS-ROOT-C TO WS-SEED-C
    ELSE
        IF TRANS-SEQ-TYPE = SPACE
            MOVE "S" TO WS-SEQ-TYPE
        ELSE
            MOVE TRANS-SEQ-TYPE TO WS-SEQ-TYPE
        END-IF
        MOVE TRANS-START-A TO WS-SEED-A
        MOVE TRANS-START-B TO WS-SEED-B
        IF SEQ-TYPE-THREE-TERM
            MOVE TRANS-START-C TO WS-SEED-C
        ELSE
            MOVE 0 TO WS-SEED-C
        END-IF
    END-IF.
    MOVE WS-SEED-A TO A.
    MOVE WS-SEED-B TO B.
    MOVE WS-SEED-C TO D.
    IF SEQ-TYPE-WEIGHTED
        IF TRANS-MODE-EXTEND
            MOVE WS-ROOT-P TO WS-WEIGHT-P
            MOVE WS-ROOT-Q TO WS-WEIGHT-Q
        ELSE
            MOVE TRANS-WEIGHT-P TO WS-WEIGHT-P
            MOVE TRANS-WEIGHT-Q TO WS-WEIGHT-Q
        END-IF
    ELSE
        MOVE 1 TO WS-WEIGHT-P
        MOVE 1 TO WS-WEIGHT-Q
    END-IF.
    IF TRANS-MODE-EXTEND
        MOVE 1 TO WS-TAIL-IX
        PERFORM APPLY-PARENT-TAIL UNTIL WS-TAIL-IX > WS-TAIL-COUNT
    END-IF.
    IF TRANS-MODE-RESIDUE
        MOVE TRANS-MODULUS TO WS-MODULUS
        COMPUTE A = FUNCTION MOD(A, WS-MODULUS)
        COMPUTE B = FUNCTION MOD(B, WS-MODULUS)
        COMPUTE D = FUNCTION MOD(D, WS-MODULUS)
    END-IF.
APPLY-PARENT-TAIL.
    MOVE WS-TAIL-VALUE(WS-TAIL-IX) TO C.
    PERFORM SHIFT-SEQUENCE-STATE.
    ADD 1 TO WS-TAIL-IX.
COMPUTE-NEXT-TERM.
    EVALUATE TRUE
        WHEN TRANS-MODE-RESIDUE
            PERFORM COMPUTE-NEXT-RESIDUE
        WHEN SEQ-TYPE-THREE-TERM
            COMPUTE C = A + B + D
                ON SIZE ERROR
                    PERFORM FLAG-TERM-OVERFLOW
            END-COMPUTE
    END-EVALUATE.
COMPUTE-NEXT-RESIDUE.
    EVALUATE TRUE
        WHEN SEQ-TYPE-THREE-TERM
            COMPUTE C = FUNCTION MOD(A + B + D, WS-MODULUS)
        WHEN SEQ-TYPE-WEIGHTED
            COMPUTE C = FUNCTION MOD(WS-WEIGHT-P * A
                + WS-WEIGHT-Q * B, WS-MODULUS)
        WHEN OTHER
            COMPUTE C = FUNCTION MOD(A + B, WS-MODULUS)
    END-EVALUATE.
FLAG-TERM-OVERFLOW.
    MOVE "Y" TO WS-OVERFLOW-FLAG.
    DISPLAY "FIBON1: TERM AT POSITION " WS-POSITION
        END-IF
    END-IF.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
*> reports where the residue state (the last two terms, three for
*> type T) first repeats, found by Brent's cycle search from the
*> reduced seeds; for type S it also gives the Pisano period of the
*> modulus, the period of the residues of 0, 1, 1, 2, 3, 5 ...
WRITE-RESIDUE-PERIOD.
    MOVE A TO WS-RES-SAVE-A.
    MOVE B TO WS-RES-SAVE-B.
    MOVE D TO WS-RES-SAVE-D.
    MOVE WS-MODULUS TO WS-MODULUS-EDIT.
    COMPUTE WS-RES-SEED-A = FUNCTION MOD(WS-SEED-A, WS-MODULUS).
    COMPUTE WS-RES-SEED-B = FUNCTION MOD(WS-SEED-B, WS-MODULUS).
    COMPUTE WS-RES-SEED-D = FUNCTION MOD(WS-SEED-C, WS-MODULUS).
    PERFORM FIND-RESIDUE-PERIOD.
    MOVE SPACES TO WS-PRINT-LINE.
    IF PERIOD-FOUND
        IF SEQ-TYPE-THREE-TERM
            SUBTRACT 2 FROM WS-PERIOD-START
        ELSE
            SUBTRACT 1 FROM WS-PERIOD-START
        END-IF
        IF WS-PERIOD-START < 1
            MOVE 1 TO WS-PERIOD-START
        END-IF
        MOVE WS-PERIOD-LENGTH TO WS-PERIOD-EDIT
        MOVE WS-PERIOD-START TO WS-PERIOD-START-EDIT
        STRING "RESIDUES MOD " WS-MODULUS-EDIT ": PERIOD "
            WS-PERIOD-EDIT " REPEATING FROM TERM POSITION "
            WS-PERIOD-START-EDIT
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    ELSE
        MOVE WS-PERIOD-LIMIT TO WS-PERIOD-EDIT
        STRING "RESIDUES MOD " WS-MODULUS-EDIT ": NO REPEAT WITHIN "
            WS-PERIOD-EDIT " STEPS"
            DELIMITED BY SIZE INTO WS-PRINT-LINE
        END-STRING
    END-IF.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    DISPLAY "FIBON1: " WS-PRINT-LINE.
    IF SEQ-TYPE-STANDARD
        MOVE 0 TO WS-RES-SEED-A
        MOVE 1 TO WS-RES-SEED-B
        MOVE 0 TO WS-RES-SEED-D
        PERFORM FIND-RESIDUE-PERIOD
        MOVE SPACES TO WS-PRINT-LINE
        IF PERIOD-FOUND
            MOVE WS-PERIOD-LENGTH TO WS-PERIOD-EDIT
            STRING "PISANO PERIOD OF MODULUS " WS-MODULUS-EDIT ": "
                WS-PERIOD-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        ELSE
            MOVE WS-PERIOD-LIMIT TO WS-PERIOD-EDIT
            STRING "PISANO PERIOD OF MODULUS " WS-MODULUS-EDIT
                ": OVER " WS-PERIOD-EDIT
                DELIMITED BY SIZE INTO WS-PRINT-LINE
            END-STRING
        END-IF
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        DISPLAY "FIBON1: " WS-PRINT-LINE
    END-IF.
    MOVE WS-RES-SAVE-A TO A.
    MOVE WS-RES-SAVE-B TO B.
    MOVE WS-RES-SAVE-D TO D.
FIND-RESIDUE-PERIOD.
    MOVE "N" TO WS-PERIOD-FOUND.
    MOVE 0 TO WS-PERIOD-STEPS.
    MOVE 1 TO WS-PERIOD-POWER.
    MOVE 1 TO WS-PERIOD-LENGTH.
    MOVE 0 TO WS-PERIOD-START.
    MOVE WS-RES-SEED TO WS-RES-TORTOISE.
    MOVE WS-RES-SEED TO WS-RES-HARE.
    PERFORM STEP-RESIDUE-HARE.
    PERFORM SEEK-RESIDUE-CYCLE
        UNTIL WS-RES-TORTOISE = WS-RES-HARE
            OR WS-PERIOD-STEPS >= WS-PERIOD-LIMIT.
    IF WS-RES-TORTOISE = WS-RES-HARE
        MOVE "Y" TO WS-PERIOD-FOUND
        MOVE WS-RES-SEED TO WS-RES-TORTOISE
        MOVE WS-RES-SEED TO WS-RES-HARE
        PERFORM STEP-RESIDUE-HARE WS-PERIOD-LENGTH TIMES
        PERFORM SEEK-RESIDUE-START
            UNTIL WS-RES-TORTOISE = WS-RES-HARE
    END-IF.
SEEK-RESIDUE-CYCLE.
    IF WS-PERIOD-POWER = WS-PERIOD-LENGTH
        MOVE WS-RES-HARE TO WS-RES-TORTOISE
        COMPUTE WS-PERIOD-POWER = WS-PERIOD-POWER * 2
        MOVE 0 TO WS-PERIOD-LENGTH
    END-IF.
    PERFORM STEP-RESIDUE-HARE.
    ADD 1 TO WS-PERIOD-LENGTH.
SEEK-RESIDUE-START.
    MOVE WS-RES-TORT-A TO A.
    MOVE WS-RES-TORT-B TO B.
    MOVE WS-RES-TORT-D TO D.
    PERFORM COMPUTE-NEXT-RESIDUE.
    PERFORM SHIFT-SEQUENCE-STATE.
    MOVE A TO WS-RES-TORT-A.
    MOVE B TO WS-RES-TORT-B.
    MOVE D TO WS-RES-TORT-D.
    PERFORM STEP-RESIDUE-HARE.
    ADD 1 TO WS-PERIOD-START.
STEP-RESIDUE-HARE.
    MOVE WS-RES-HARE-A TO A.
    MOVE WS-RES-HARE-B TO B.
    MOVE WS-RES-HARE-D TO D.
    PERFORM COMPUTE-NEXT-RESIDUE.
    PERFORM SHIFT-SEQUENCE-STATE.
    MOVE A TO WS-RES-HARE-A.
    MOVE B TO WS-RES-HARE-B.
    MOVE D TO WS-RES-HARE-D.
    ADD 1 TO WS-PERIOD-STEPS.
