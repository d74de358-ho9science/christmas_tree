*> TREEUNLD - a sequential unload of REQSTORE or DEPTMAST, written by
*> the unload job and read back by recovery and the reconcile proof.
*> A header names the file and when the copy was taken (the same stamp
*> as the journal's unload mark), every record follows in key order as
*> an image, and a trailer closes it with the count so a short copy is
*> never mistaken for a whole one.
01 unld-record.
    05 unld-type PIC X(01).
        88 unld-header VALUE 'H'.
        88 unld-image VALUE 'D'.
        88 unld-trailer VALUE 'T'.
    05 unld-data PIC X(80).
    05 unld-header-data REDEFINES unld-data.
        10 unld-file-id PIC X(08).
        10 unld-run-date PIC 9(08).
        10 unld-run-time PIC 9(08).
        10 FILLER PIC X(56).
    05 unld-trailer-data REDEFINES unld-data.
        10 unld-count PIC 9(08).
        10 FILLER PIC X(72).
