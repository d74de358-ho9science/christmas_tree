*> TREESTRM - the stream status record on STRMCTL, one per render
*> stream. A December run split into department-code ranges runs one
*> render per range side by side; each writes this record 'A' (active)
*> as soon as it has reserved its block of request numbers, and
*> rewrites it 'E' (ended) with its trailer figures at clean end of
*> job. A stream that abended is still 'A', so the merge step refuses
*> to combine a set with a hole in it, and a restart of that stream
*> picks its reserved numbers back up from here - as does a fresh
*> rerun of it the same day, so the numbers its first attempt dealt
*> are dealt again rather than left behind. The record is never
*> marked merged: the merge step notes the run date on its own MERGCTL
*> (TREEMRGC), and the next fresh run looks there, or on HISTFILE,
*> before it starts the stream's datasets over.
01 strm-record.
    05 strm-stream-number PIC 9(02).
    05 strm-dept-low PIC X(04).
    05 strm-dept-high PIC X(04).
    05 strm-run-date PIC 9(08).
    05 strm-state PIC X(01).
        88 strm-active VALUE 'A'.
        88 strm-ended VALUE 'E'.
*> The block of request numbers reserved off the store's high-water
*> mark: numbers base+1 through base+count belong to this stream.
    05 strm-number-base PIC 9(06).
    05 strm-number-count PIC 9(06).
*> Every detail card on CTLFILE, and how many of them fell in this
*> stream's range; across a complete set of streams the taken counts
*> add up to the card count, or a range was missed or overlapped.
    05 strm-ctl-count PIC 9(06).
    05 strm-taken-count PIC 9(06).
*> The stream's job summary trailer figures, filled in at clean end.
    05 strm-tree-count PIC 9(06).
    05 strm-row-count PIC 9(06).
    05 strm-reject-count PIC 9(06).
    05 strm-approval-count PIC 9(06).
    05 strm-future-count PIC 9(06).
    05 strm-future-earliest PIC 9(08).
    05 strm-cap-reject-count PIC 9(06).
    05 strm-capped-dept-count PIC 9(06).
    05 strm-spoil-tree-count PIC 9(06).
    05 strm-return-code PIC 9(02).
