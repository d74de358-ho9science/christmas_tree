    05 stat-row-count PIC 9(06).
    05 stat-decor-rows PIC 9(06).
    05 stat-forest-rows PIC 9(06).
*> A department's spoilage reprints come out as a second record of
*> their own, tagged 'S': the print room absorbs those rows as
*> overhead, so the chargeback lists them apart and never debits the
*> office for them. Records without the tag are the office's bill.
    05 stat-charge-type PIC X(01).
        88 stat-spoilage VALUE 'S'.
