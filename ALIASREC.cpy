*> ALIASREC - record layout for PROD.FIBON1.ALIASF, the run alias
*> file written by the FIBDC1 duplicate-run consolidation. each
*> record retires a stored run whose terms were a leading prefix of
*> a longer stored run with the same sequence type, seeds and
*> weights: the retired run's terms and VALIDX entries are removed
*> and its key is read as the first RETIRED-TERMS terms of the
*> canonical run. a canonical run can itself be retired later, so
*> readers follow the aliases until no further record matches
01  ALIAS-RECORD.
    05  ALS-RETIRED-DATE        PIC 9(8).
    05  FILLER                  PIC X.
    05  ALS-RETIRED-SEQ         PIC 9(6).
    05  FILLER                  PIC X.
    05  ALS-RETIRED-N           PIC 9(4).
    05  FILLER                  PIC X.
    05  ALS-RETIRED-TERMS       PIC 9(4).
    05  FILLER                  PIC X.
    05  ALS-CANON-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  ALS-CANON-SEQ           PIC 9(6).
    05  FILLER                  PIC X.
    05  ALS-CANON-N             PIC 9(4).
    05  FILLER                  PIC X.
    05  ALS-SEQ-TYPE            PIC X.
    05  FILLER                  PIC X.
    05  ALS-RETIRED-ON          PIC 9(8).
