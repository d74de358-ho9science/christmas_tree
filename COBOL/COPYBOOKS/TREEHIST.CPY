    05 hist-rows PIC 9(06).
    05 hist-status PIC X(01).
    05 hist-req-number PIC 9(06).
*> A spoilage reprint is tagged 'S' with its reason, so the trend and
*> reconciliation jobs can tell the print room's own waste from real
*> demand; the seasonal allowance never counts it. Lines written
*> before the tag existed carry spaces and count as demand.
    05 hist-charge-type PIC X(01).
        88 hist-spoilage VALUE 'S'.
    05 hist-spoil-reason PIC X(04).
*> 'D' when the tree printed with a decoration pattern, 'P' when plain,
*> so a season's spend can be priced from the history alone. Lines
*> written before the field existed carry a space and price as plain.
    05 hist-row-class PIC X(01).
        88 hist-decorated VALUE 'D'.
