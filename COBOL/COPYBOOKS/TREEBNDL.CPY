*> TREEBNDL - one keyed record per bundle on BUNDLREG, the register
*> behind the delivery manifest. The render run adds a record for every
*> bundle it lists on MANIFEST; the delivery job marks it confirmed
*> when the mail-room's card comes back, and the aging report lists
*> whatever is still outstanding. The destination is the route number
*> the manifest lists it under (1 headquarters, 2 and 3 the satellite
*> buildings), so the register reads back in destination order, oldest
*> run first.
01 bundle-record.
    05 bundle-key.
        10 bundle-destination PIC X(01).
        10 bundle-run-date PIC 9(08).
        10 bundle-dept-code PIC X(04).
    05 bundle-dept-name PIC X(20).
    05 bundle-trees PIC 9(06).
    05 bundle-pages PIC 9(06).
*> Outstanding until a card confirms it; a card whose page count
*> disagrees with the manifest leaves the bundle in mismatch, still
*> owed, until a recount agrees.
    05 bundle-status PIC X(01).
        88 bundle-outstanding VALUE 'O'.
        88 bundle-confirmed VALUE 'C'.
        88 bundle-mismatch VALUE 'M'.
    05 bundle-received-by PIC X(03).
    05 bundle-confirm-date PIC 9(08).
    05 bundle-pages-counted PIC 9(06).
