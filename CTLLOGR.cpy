*> CTLLOGR - audit record layout for the PROD.FIBON1.CTLLOG file
*> shared by FIBON1 and the downstream utility programs
*> an extension run (mode E) carries its root run's seeds, type and
*> weights, the run key it continues and the last position of that
*> parent; the three extension fields are spaces on other records
*> a residue run (mode M) carries its modulus in the extension area
*> instead, and its final and stored values are residues, not terms
01  LOG-RECORD.
    05  LOG-YYYY                PIC 9(4).
    05  LOG-MM                  PIC 9(2).
    05  LOG-REQUESTOR           PIC X(8).
    05  FILLER                  PIC X.
    05  LOG-PRIORITY            PIC 9.
    05  FILLER                  PIC X.
    05  LOG-EXTENSION.
        10  LOG-PARENT-DATE     PIC 9(8).
        10  FILLER              PIC X.
        10  LOG-PARENT-SEQ      PIC 9(6).
        10  FILLER              PIC X.
        10  LOG-BASE-POSITION   PIC 9(4).
    05  LOG-RESIDUE REDEFINES LOG-EXTENSION.
        10  LOG-MODULUS         PIC 9(9).
        10  FILLER              PIC X(11).
