*> TREEMRGC - the merge control record on MERGCTL, one line appended
*> by the stream merge step for every night it puts together. It is
*> the merge's own dataset, not one of the streams', so it says which
*> run dates are merged without the merge having to touch the streams'
*> status records: a stream that ended on a date found here has had
*> its history taken, and its datasets may be started over.
01 mrgc-record.
    05 mrgc-run-date PIC 9(08).
    05 mrgc-stream-count PIC 9(02).
    05 mrgc-merge-date PIC 9(08).
    05 mrgc-merge-time PIC 9(08).
    05 mrgc-hist-lines PIC 9(06).
