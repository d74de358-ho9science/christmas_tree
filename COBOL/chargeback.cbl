*> The account the balancing credit posts to: the print room
*> recovers what the offices are debited.
01 print-room-account PIC X(06) VALUE 'PRTRM1'.
*> Spoilage reprints are the print room's own loss; their cost posts
*> as one debit to print-room overhead instead of to any office.
01 overhead-account PIC X(06) VALUE 'PRTOVH'.

01 plain-rows PIC 9(06).
01 decor-rows PIC 9(06).
01 total-trees PIC 9(08) VALUE 0.
01 total-rows PIC 9(08) VALUE 0.
01 total-amount PIC 9(09)V99 VALUE 0.
01 spoil-trees PIC 9(08) VALUE 0.
01 spoil-rows PIC 9(08) VALUE 0.
01 spoil-amount PIC 9(09)V99 VALUE 0.
01 credit-amount PIC 9(09)V99.
01 gl-record-count PIC 9(06) VALUE 0.
01 gl-amount-hash PIC 9(11)V99 VALUE 0.
01 today PIC 9(08).

*> The spoilage records are held back while the office bill prints and
*> listed in a section of their own under the run total; 200 codes is
*> far beyond the office count on the master.
01 sx BINARY-LONG.
01 spoil-count BINARY-LONG VALUE 0.
01 spoil-max BINARY-LONG VALUE 200.
01 spoil-table.
    05 spoil-entry OCCURS 200 TIMES.
        10 spoil-code PIC X(04).
        10 spoil-name PIC X(20).
        10 spoil-cc PIC X(06).
        10 spoil-dept-trees PIC 9(06).
        10 spoil-dept-rows PIC 9(06).
        10 spoil-dept-amount PIC 9(07)V99.

01 stat-eof-flag PIC X VALUE 'N'.
    88 end-of-stat-file VALUE 'Y'.
01 deptstat-file-status PIC X(02).
    05 FILLER PIC X(60) VALUE SPACES.

01 total-line.
    05 tot-label PIC X(38)
        VALUE 'RUN TOTAL                             '.
    05 tot-trees PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 tot-amount PIC $$$,$$$,$$9.99.
    05 FILLER PIC X(59) VALUE SPACES.

01 spoil-heading-line.
    05 FILLER PIC X(60)
        VALUE 'SPOILAGE REPRINTS ABSORBED BY THE PRINT ROOM - NOT BILLED   '.
    05 FILLER PIC X(13) VALUE 'OVERHEAD ACCT'.
    05 FILLER PIC X(01) VALUE SPACES.
    05 shl-account PIC X(06).
    05 FILLER PIC X(52) VALUE SPACES.

PROCEDURE DIVISION.
main-line SECTION.
*> Prices the per-department DEPTSTAT extract from the render run into
*> a bill per cost-center - each row class at Accounting's RATEFILE
*> rate - and cuts the GLPOST posting file alongside the printed
*> report, so the ledger loads the December print bill instead of
*> someone re-keying CHGRPRT by hand. Spoilage reprints are priced in
*> a section of their own and debited to print-room overhead.
OPEN OUTPUT report-file
ACCEPT today FROM DATE YYYYMMDD
OPEN EXTEND log-file
        MOVE 'Y' TO stat-eof-flag
END-READ
PERFORM UNTIL end-of-stat-file
    IF stat-spoilage
        PERFORM absorb-spoilage
    ELSE
        PERFORM price-one-department
    END-IF
    READ deptstat-file
        AT END
            MOVE 'Y' TO stat-eof-flag
MOVE total-rows TO tot-rows
MOVE total-amount TO tot-amount
WRITE report-line FROM total-line
PERFORM write-spoilage-section
*> One balancing credit to the print room, then the trailer the
*> ledger load reconciles against: the record count covers every
*> debit and the credit, the hash-total sums their amounts. The
*> credit recovers the overhead debit along with the offices' bill.
COMPUTE credit-amount = total-amount + spoil-amount
MOVE 'C' TO gl-dtl-type
MOVE print-room-account TO gl-dtl-account
MOVE credit-amount TO gl-dtl-amount
MOVE today TO gl-dtl-run-date
WRITE gl-detail-record
ADD 1 TO gl-record-count
ADD credit-amount TO gl-amount-hash
MOVE 'T' TO gl-trl-type
MOVE gl-record-count TO gl-trl-count
MOVE gl-amount-hash TO gl-trl-hash
CLOSE gl-file
STOP RUN.

*> Price one department's extract record, then the report line and the
*> cost-center's debit record.
price-one-department.
    PERFORM price-stat-record
    MOVE stat-dept-code TO dtl-code
    MOVE stat-dept-name TO dtl-name
    MOVE stat-cost-center TO dtl-cost-center
    ADD stat-row-count TO total-rows
    ADD chg-amount TO total-amount.

*> A spoilage record is priced exactly as the office's bill would have
*> been - that is what the print room absorbed - but nothing posts to
*> the office's cost-center; it waits for the spoilage section.
absorb-spoilage.
    PERFORM price-stat-record
    IF spoil-count < spoil-max
        ADD 1 TO spoil-count
        MOVE stat-dept-code TO spoil-code (spoil-count)
        MOVE stat-dept-name TO spoil-name (spoil-count)
        MOVE stat-cost-center TO spoil-cc (spoil-count)
        MOVE stat-tree-count TO spoil-dept-trees (spoil-count)
        MOVE stat-row-count TO spoil-dept-rows (spoil-count)
        MOVE chg-amount TO spoil-dept-amount (spoil-count)
    END-IF
    ADD stat-tree-count TO spoil-trees
    ADD stat-row-count TO spoil-rows
    ADD chg-amount TO spoil-amount.

*> What the print room absorbed, by the department whose bundle each
*> reprint replaced, and the one overhead debit that carries it. A run
*> with no spoilage says so rather than leaving the reader to wonder.
write-spoilage-section.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE overhead-account TO shl-account
    WRITE report-line FROM spoil-heading-line
    WRITE report-line FROM heading-line-2
    PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > spoil-count
        MOVE spoil-code (sx) TO dtl-code
        MOVE spoil-name (sx) TO dtl-name
        MOVE spoil-cc (sx) TO dtl-cost-center
        MOVE spoil-dept-trees (sx) TO dtl-trees
        MOVE spoil-dept-rows (sx) TO dtl-rows
        MOVE spoil-dept-amount (sx) TO dtl-amount
        WRITE report-line FROM detail-line
    END-PERFORM
    MOVE 'SPOILAGE TOTAL - PRINT-ROOM OVERHEAD' TO tot-label
    MOVE spoil-trees TO tot-trees
    MOVE spoil-rows TO tot-rows
    MOVE spoil-amount TO tot-amount
    WRITE report-line FROM total-line
    IF spoil-amount > 0
        MOVE 'D' TO gl-dtl-type
        MOVE overhead-account TO gl-dtl-account
        MOVE spoil-amount TO gl-dtl-amount
        MOVE today TO gl-dtl-run-date
        WRITE gl-detail-record
        ADD 1 TO gl-record-count
        ADD spoil-amount TO gl-amount-hash
    END-IF.

*> Each row class at its own rate (an extract from before the breakout
*> has spaces in the class counts and prices entirely as plain).
price-stat-record.
    MOVE 0 TO decor-rows
    MOVE 0 TO forest-rows
    IF stat-decor-rows IS NUMERIC
        MOVE stat-decor-rows TO decor-rows
    END-IF
    IF stat-forest-rows IS NUMERIC
        MOVE stat-forest-rows TO forest-rows
    END-IF
    COMPUTE plain-rows = stat-row-count - decor-rows - forest-rows
    COMPUTE chg-amount ROUNDED
        = plain-rows * rate-plain
        + decor-rows * rate-decorated
        + forest-rows * rate-forest.

*> Unknown class cards are skipped so a mistyped card cannot silently
*> reprice the run; a class with no card keeps its default.
load-rate-table.
