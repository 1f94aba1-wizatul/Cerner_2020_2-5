*> TRANSREC - transaction queue record layout (TRANSIN/TRANSOUT)
*> shared by FIBON1 and the queue maintenance program FIBQM1
*> an extend request (mode E) names the stored run it continues in
*> the seed positions instead of carrying seeds of its own; a
*> residue request (mode M) carries its modulus in the target field
01  TRANS-RECORD.
    05  TRANS-MODE           PIC X.
        88  TRANS-MODE-FORWARD    VALUE "F".
        88  TRANS-MODE-REVERSE    VALUE "R".
        88  TRANS-MODE-EXTEND     VALUE "E".
        88  TRANS-MODE-RESIDUE    VALUE "M".
    05  TRANS-SEEDS.
        10  TRANS-START-A   PIC S9(9) SIGN LEADING SEPARATE.
        10  TRANS-START-B   PIC S9(9) SIGN LEADING SEPARATE.
    05  TRANS-PARENT-RUN REDEFINES TRANS-SEEDS.
        10  TRANS-PARENT-DATE   PIC 9(8).
        10  TRANS-PARENT-SEQ    PIC 9(6).
        10  FILLER              PIC X(6).
    05  TRANS-N             PIC 9(4).
    05  TRANS-TARGET        PIC S9(9) SIGN LEADING SEPARATE.
    05  TRANS-MODULUS REDEFINES TRANS-TARGET
                            PIC S9(9) SIGN LEADING SEPARATE.
    05  TRANS-REQUESTOR     PIC X(8).
    05  TRANS-PRIORITY      PIC 9.
        88  TRANS-PRIORITY-URGENT VALUE 1.
