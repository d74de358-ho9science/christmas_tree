        FILE STATUS IS print-file-3-status.
    SELECT manifest-file ASSIGN TO "MANIFEST"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT bundle-file ASSIGN TO "BUNDLREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS bundle-key
        FILE STATUS IS bundle-file-status.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.
    SELECT restart-file ASSIGN TO "RESTARTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS restart-file-status.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
*> A department-range stream keeps its history lines on a dataset of
*> its own, and reports how far it got on its own status record; the
*> merge step appends the one and checks the other.
    SELECT strm-hist-file ASSIGN TO "STRMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS strm-hist-file-status.
    SELECT strm-ctl-file ASSIGN TO "STRMCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS strm-ctl-file-status.
*> The merge step's record of the nights it has put together.
    SELECT merge-ctl-file ASSIGN TO "MERGCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS merge-ctl-file-status.
*> Records are only locked when asked for: the control record, while
*> a stream takes its block of numbers off it.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS req-number
        LOCK MODE IS MANUAL
        FILE STATUS IS req-file-status.
*> The greeting lines an office wants printed under its tree, kept
*> against the request number so any reprint of the request carries
*> the same text.
    SELECT greet-file ASSIGN TO "GREETING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS greet-req-number
        FILE STATUS IS greet-file-status.
    SELECT est-file ASSIGN TO "ESTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT sweep-file ASSIGN TO "SWEEPLST"
*> bounces with PAT-UNK so a typo is caught at the printer, not in
*> the lobby.
    05 ctl-pattern-code PIC X(04).
*> Optional "print no earlier than" date (YYYYMMDD) so an office's tree
*> arrives the week of its own party. Blank prints this run; a future
*> date parks the request in the store until its day comes round; a
*> date that is not a date bounces as DT-BAD.
    05 ctl-print-after PIC X(08).
    05 FILLER PIC X(38).
*> The extract team brackets the detail records with a header and a
*> trailer; the first byte tells the records apart ('H', 'T', 'G', or
*> a height digit). The trailer's count and height hash-total are what
*> the run reconciles against before anything is considered printed -
*> a truncated transfer stops the job instead of shorting an office.
01 ctl-header-record.
    05 ctl-trl-count PIC 9(06).
    05 ctl-trl-hash PIC 9(08).
    05 FILLER PIC X(65).
*> Up to three 'G' records may follow a request card, each one line of
*> greeting text to be centered under that request's tree. They count
*> in the trailer's record count but carry no height for its hash.
01 ctl-greeting-record.
    05 ctl-grt-type PIC X(01).
    05 ctl-grt-text PIC X(60).
    05 FILLER PIC X(19).

FD  print-file.
01 print-line PIC X(132).
FD  manifest-file.
01 manifest-line PIC X(132).

*> Every bundle the manifest lists is also registered, so the
*> mail-room's delivery confirmations have something to check against.
FD  bundle-file.
COPY TREEBNDL.

FD  log-file.
COPY TREELOG.

FD  jrnl-file.
COPY TREEJRNL.

FD  restart-file.
01 restart-record.
    05 restart-last-count PIC 9(06).
    05 restart-line-2 PIC 9(02).
    05 restart-page-3 PIC 9(04).
    05 restart-line-3 PIC 9(02).
*> Greeting records that followed rejected cards out to TREEREJ; they
*> count in its trailer along with the cards. An older checkpoint
*> stops short of the field and there were none.
    05 restart-reject-greet PIC 9(06).
*> After the counts record a checkpoint carries one 'D' record per
*> department already billed, so a restarted run reloads the
*> chargeback position, and one 'U' record per department with a
    05 restart-dept-forest PIC 9(06).
    05 restart-dept-route PIC X(01).
    05 restart-dept-pages PIC 9(06).
*> The department's spoilage reprints ride inside its totals above
*> and are broken out here; a checkpoint cut before spoilage existed
*> stops short of them and the department simply had none.
    05 restart-dept-spoil-trees PIC 9(06).
    05 restart-dept-spoil-rows PIC 9(06).
    05 restart-dept-spoil-decor PIC 9(06).
01 restart-usage-record.
    05 restart-usage-type PIC X(01).
    05 restart-usage-code PIC X(04).
FD  hist-file.
COPY TREEHIST.

*> Same layout as HISTFILE; written from hist-record.
FD  strm-hist-file.
01 strm-hist-line PIC X(37).

FD  strm-ctl-file.
COPY TREESTRM.

FD  merge-ctl-file.
COPY TREEMRGC.

FD  req-file.
COPY TREEREQ.

FD  greet-file.
COPY TREEGRT.

*> The estimate report: where an estimate-only pass answers "what
*> would this control file cost and how many pages is it" instead of
*> spooling a single sheet.
*> the store, written in full before the render side starts. However
*> many requests December piles up, the whole set streams through
*> here - and a restarted run replays exactly this file, so the
*> record sequence the skip count walks stays identical. Each record
*> keeps the request's spoilage mark as the sweep found it, since the
*> store's copy comes off once the reprint prints; 'S' or 'N', and a
*> space on a list cut before the mark was kept here.
FD  sweep-file.
01 sweep-record.
    05 sweep-rec-number PIC 9(06).
    05 sweep-spoil-flag PIC X(01).
    05 sweep-spoil-reason PIC X(04).

*> Accounting's rate cards; the estimate pass prices with them so
*> its numbers are the chargeback report's numbers.
    05 sort-route PIC X(01).
    05 sort-reason PIC X(08).
    05 sort-ctl-record PIC X(72).
    05 sort-spoil-flag PIC X(01).
        88 sort-spoilage-reprint VALUE 'Y'.
    05 sort-spoil-reason PIC X(04).
    05 sort-greet-count PIC 9(01).
    05 sort-greet-line OCCURS 9 TIMES PIC X(60).

WORKING-STORAGE SECTION.
COPY TREESYM.
*> and lands on them again by duplicate key. SWEEPLST remembers which
*> pending requests this run pulled from the store; it is complete
*> before the first tree renders, so a restart releases the identical
*> set by replaying it. A department-range stream cannot wait for end
*> of job - its neighbours are dealing numbers too - so it reserves a
*> block the size of its share of the cards the moment it starts,
*> holding the control record locked while it does.
01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
    88 req-file-not-found VALUE '35'.
    88 req-dup-key VALUE '22'.
    88 req-record-locked VALUE '51'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 next-req-number PIC 9(06).
01 sweep-eof-flag PIC X VALUE 'N'.
    88 end-of-sweep-file VALUE 'Y'.

*> Greetings. A request card is held back until the card after it is
*> read, because its 'G' lines follow it and a fourth line bounces the
*> request itself; the held card goes through intake when the next
*> request card, or the trailer, turns up. A stored request's lines
*> come off GREETING instead. An estimate reads GREETING but never
*> writes it, and a GREETING that does not exist yet means no lines.
01 greet-file-status PIC X(02).
    88 greet-file-ok VALUE '00'.
    88 greet-file-not-found VALUE '35'.
01 greet-store-flag PIC X VALUE 'N'.
    88 greet-store-missing VALUE 'Y'.
01 card-held-flag PIC X VALUE 'N'.
    88 card-held VALUE 'Y'.
01 held-stream-flag PIC X VALUE 'N'.
    88 held-card-in-stream VALUE 'Y'.
01 held-ctl-record PIC X(80).
01 incoming-ctl-record PIC X(80).
*> A tree prints three greeting lines at most, but a card is held
*> with up to nine behind it, so one bounced for too many still goes
*> back to the office with every line it came in with.
01 greet-count-work PIC 9(01) VALUE 0.
01 greet-card-max BINARY-LONG VALUE 9.
01 greet-over-flag PIC X VALUE 'N'.
    88 greet-over VALUE 'Y'.
01 greet-lines-work VALUE SPACES.
    05 greet-line-work OCCURS 9 TIMES PIC X(60).
01 lx BINARY-LONG.
01 greet-text PIC X(60).
01 greet-length BINARY-LONG.
01 greet-col BINARY-LONG.
01 greet-cut BINARY-LONG.
01 greet-rows BINARY-LONG.
*> The greeting lines this tree actually put on the page: all of them
*> solo, the one cut to its cell on a shelf. History bills these.
01 tree-greet-rows BINARY-LONG.
01 reject-greet-count PIC 9(06) VALUE 0.
01 reject-record-count PIC 9(06).

*> Decoration work fields; the 88s double as the edit list for the
*> pattern code coming in on the control record.
01 j BINARY-LONG.
    88 pattern-dense VALUE 'DENS'.
01 intake-seq PIC 9(06) VALUE 0.

*> Spoilage reprints: a store request flagged as a no-charge reprint
*> prints like any other, but its trees and rows are kept apart inside
*> the department's totals and go out on DEPTSTAT as a print-room
*> overhead record instead of the office's bill. It never counts
*> against the department's seasonal allowance - the office did not
*> ask for a second copy, the printer ate the first one.
01 spoil-flag PIC X VALUE 'N'.
    88 spoilage-reprint VALUE 'Y'.
01 spoil-reason PIC X(04) VALUE SPACES.
01 spoil-tree-count PIC 9(06) VALUE 0.

*> Approval hold: a tree at or above this height is a lobby
*> installation and waits in the store as HELD until Facilities signs
*> it off through request maintenance. The default covers anything
    88 request-held-at-intake VALUE 'Y'.
01 approval-queue-count PIC 9(06) VALUE 0.

*> Future-dated requests: a fresh card dated past today goes into the
*> store as PENDING and sits out the sort; the sweep leaves stored ones
*> alone until their date. The run-end line says how many are waiting
*> and the earliest date among them, so the December peak is visible
*> from November.
01 print-after-work PIC 9(08) VALUE 0.
*> A print-after date is a calendar date: a year, a month, and a day
*> no later than that month's last - February taking the leap day in
*> a year divisible by 4, save centuries not divisible by 400.
01 print-after-year PIC 9(04).
01 print-after-month PIC 9(02).
01 print-after-day PIC 9(02).
01 calendar-flag PIC X VALUE 'N'.
    88 print-after-calendar VALUE 'Y'.
01 month-end-day PIC 9(02).
01 leap-quotient PIC 9(04).
01 leap-remainder PIC 9(04).
01 month-length-values PIC X(24) VALUE '312831303130313130313031'.
01 month-length-table REDEFINES month-length-values.
    05 month-length OCCURS 12 TIMES PIC 9(02).
01 future-skip-flag PIC X VALUE 'N'.
    88 request-future-at-intake VALUE 'Y'.
01 future-wait-count PIC 9(06) VALUE 0.
01 future-earliest PIC 9(08) VALUE 0.

*> Department grouping state for the output procedure: which section
*> is open on the spool, whether its banner still has to be printed,
*> and the subtotals the section trailer will report.
        10 dept-total-forest PIC 9(06).
        10 dept-total-pages PIC 9(06).
        10 dept-total-route PIC X(01).
        10 dept-total-spoil-trees PIC 9(06).
        10 dept-total-spoil-rows PIC 9(06).
        10 dept-total-spoil-decor PIC 9(06).

*> Page accounting per department section: the page the open section
*> started on, so closing it can say how many sheets the bundle took.
        10 usage-allow-amount PIC 9(06).
01 hist-scan-flag PIC X VALUE 'N'.
    88 end-of-hist-scan VALUE 'Y'.
*> A merged office's history counts against its survivor, so each
*> history line's code is followed along the master's merges first;
*> codes already followed are remembered to keep the master reads to
*> one per code rather than one per line.
01 resolve-code PIC X(04).
01 resolve-start PIC X(04).
01 resolve-hops BINARY-LONG.
01 resolve-done-flag PIC X VALUE 'N'.
    88 resolve-done VALUE 'Y'.
01 gx BINARY-LONG.
01 resolve-count BINARY-LONG VALUE 0.
01 resolve-table.
    05 resolve-entry OCCURS 200 TIMES.
        10 resolve-from PIC X(04).
        10 resolve-to PIC X(04).
01 intake-trunk BINARY-LONG.
01 intake-rows BINARY-LONG.
01 cap-reject-count PIC 9(06) VALUE 0.
    88 log-file-not-found VALUE '35'.
01 log-count-display PIC 9(06).

*> Change journal: every write the run makes to REQSTORE is appended
*> to CHGJRNL with the image it replaced, so the store can be rolled
*> forward from its last unload. Streams running side by side append
*> to the one journal, as they do to RUNLOG, so it stays in the order
*> the changes were made.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 stamp-check-date PIC 9(08).
01 req-before-image PIC X(80).

01 rec-count BINARY-LONG VALUE 0.
01 restart-last-rec BINARY-LONG VALUE 0.
01 ckpt-interval BINARY-LONG VALUE 10.
01 man-dest-depts PIC 9(06).
01 man-dest-trees PIC 9(08).
01 man-dest-pages PIC 9(08).
01 bundle-file-status PIC X(02).
    88 bundle-file-ok VALUE '00'.
    88 bundle-file-not-found VALUE '35'.
01 bundle-reg-flag PIC X VALUE 'N'.
    88 bundle-reg-open VALUE 'Y'.
01 bundle-route-digit PIC 9(01).
01 manifest-heading-line.
    05 FILLER PIC X(42)
        VALUE 'DELIVERY MANIFEST BY DESTINATION          '.
    88 hist-file-ok VALUE '00'.
    88 hist-file-not-found VALUE '35'.

*> Department-range streams. A December run too big for one pass is
*> split into streams, each rendering only the department codes from
*> stream-dept-low through stream-dept-high (a blank high end takes
*> everything from the low end up). Every stream reads the whole
*> CTLFILE, so each still balances the extract team's trailer; the
*> cards outside its range are simply someone else's.
01 stream-flag PIC X VALUE 'N'.
    88 stream-mode VALUE 'Y'.
01 stream-number PIC 9(02) VALUE 0.
01 stream-dept-low PIC X(04) VALUE SPACES.
01 stream-dept-high PIC X(04) VALUE SPACES.
01 stream-test-code PIC X(04).
01 stream-range-flag PIC X VALUE 'Y'.
    88 dept-in-stream VALUE 'Y'.
01 stream-taken-count PIC 9(06) VALUE 0.
01 stream-card-count PIC 9(06) VALUE 0.
01 stream-reserve-count PIC 9(06) VALUE 0.
01 stream-number-base PIC 9(06) VALUE 0.
01 stream-number-high PIC 9(06) VALUE 0.
01 stream-base-flag PIC X VALUE 'N'.
    88 stream-base-restored VALUE 'Y'.
01 own-block-flag PIC X VALUE 'N'.
    88 request-in-own-block VALUE 'Y'.
*> What STRMCTL said about this stream before the run touched it. The
*> state and date are kept from whatever record is there, whether it
*> is this stream's or not; only a match sets prior-stream-found.
01 prior-stream-flag PIC X VALUE 'N'.
    88 prior-stream-found VALUE 'Y'.
01 prior-status-flag PIC X VALUE 'N'.
    88 prior-status-on-file VALUE 'Y'.
01 prior-stream-state PIC X(01) VALUE SPACE.
    88 prior-stream-active VALUE 'A'.
    88 prior-stream-ended VALUE 'E'.
01 prior-stream-date PIC 9(08) VALUE 0.
01 prior-merge-flag PIC X VALUE 'N'.
    88 prior-night-merged VALUE 'Y'.
01 prior-other-number PIC 9(02) VALUE 0.
01 carryover-flag PIC X VALUE 'Y'.
    88 stream-datasets-free VALUE 'Y'.
01 prior-number-base PIC 9(06) VALUE 0.
01 prior-number-count PIC 9(06) VALUE 0.
*> Taking the control record: another stream only ever holds it
*> between its read and its rewrite, but one held up behind a slow
*> volume may keep it a while, so a stream goes on trying for thirty
*> seconds by the clock - not for a count of tries, which a fast
*> machine would use up before the other stream let go.
01 control-lock-flag PIC X VALUE 'N'.
    88 control-record-pending VALUE 'N'.
    88 control-record-taken VALUE 'Y'.
01 lock-retry-count PIC 9(06) VALUE 0.
01 lock-wait-limit PIC 9(08) VALUE 3000.
01 lock-wait-elapsed PIC 9(08) VALUE 0.
01 lock-start-hundredths PIC 9(08) VALUE 0.
01 lock-now-hundredths PIC 9(08) VALUE 0.
01 lock-clock PIC 9(08).
01 lock-clock-parts REDEFINES lock-clock.
    05 lock-clock-hh PIC 9(02).
    05 lock-clock-mm PIC 9(02).
    05 lock-clock-ss PIC 9(02).
    05 lock-clock-cc PIC 9(02).
01 strm-ctl-file-status PIC X(02).
    88 strm-ctl-file-ok VALUE '00'.
    88 strm-ctl-file-not-found VALUE '35'.
01 strm-hist-file-status PIC X(02).
    88 strm-hist-file-ok VALUE '00'.
    88 strm-hist-file-not-found VALUE '35'.
01 merge-ctl-file-status PIC X(02).
    88 merge-ctl-file-ok VALUE '00'.
01 mrgc-scan-flag PIC X VALUE 'N'.
    88 end-of-mrgc-scan VALUE 'Y'.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-estimate-sw PIC X(01).
    05 FILLER PIC X(01).
    05 parm-hold-height PIC 9(02).
    05 FILLER PIC X(01).
    05 parm-stream-number PIC X(02).
    05 parm-stream-number-n REDEFINES parm-stream-number PIC 9(02).
    05 FILLER PIC X(01).
    05 parm-stream-low PIC X(04).
    05 FILLER PIC X(01).
    05 parm-stream-high PIC X(04).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
   AND parm-hold-height > 0
    MOVE parm-hold-height TO hold-height
END-IF
*> A stream number on the PARM makes this run one of several rendering
*> side by side, each over its own department-code range. The JCL
*> gives every stream its own spool, reject, checkpoint, sweep,
*> DEPTSTAT and manifest datasets; history goes to STRMHIST instead of
*> HISTFILE, and the merge step puts the pieces back together.
IF parm-length >= 14 AND parm-stream-number NOT = SPACES
    MOVE 'Y' TO stream-flag
    IF parm-stream-number IS NUMERIC
        MOVE parm-stream-number-n TO stream-number
    END-IF
    IF parm-length >= 19
        MOVE parm-stream-low TO stream-dept-low
    END-IF
    IF parm-length >= 24
        MOVE parm-stream-high TO stream-dept-high
    END-IF
END-IF
*> Each branch/trunk row is sliced out of a buffer already filled
*> with its fill character, so a whole row is one MOVE instead of
*> one MOVE per character - this keeps large, batched runs fast.
       estimate-flag DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
IF stream-mode
    MOVE 'INFO' TO log-type
    MOVE SPACES TO log-text
    STRING 'STREAM ' DELIMITED BY SIZE
           stream-number DELIMITED BY SIZE
           ' DEPARTMENTS ' DELIMITED BY SIZE
           stream-dept-low DELIMITED BY SIZE
           ' THROUGH ' DELIMITED BY SIZE
           stream-dept-high DELIMITED BY SIZE
        INTO log-text
    PERFORM write-run-log
END-IF
IF estimate-mode
    PERFORM load-rate-table
END-IF
    MOVE 'TREEREJ' TO reject-ctl-record (10:8)
    WRITE reject-record
END-IF
*> A stream PARM that does not name a stream, or whose range runs
*> backwards, could render departments another stream also owns;
*> nothing is safe to print until the PARM is put right.
IF stream-mode
   AND (stream-number = 0
        OR (stream-dept-high NOT = SPACES
            AND stream-dept-low > stream-dept-high))
    MOVE SPACES TO print-line
    MOVE 'STREAM PARM NUMBER OR RANGE INVALID - RUN ABORTED'
        TO print-line
    PERFORM write-fail-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE print-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE ctl-file
    IF estimate-mode
        CLOSE est-file
    ELSE
        CLOSE print-file
        CLOSE print-file-2
        CLOSE print-file-3
        CLOSE reject-file
    END-IF
    STOP RUN
END-IF
*> A stream's STRMHIST and STRMSTAT hold its night's work until the
*> merge step has taken them, and a fresh run starts them over; so a
*> stream does not start until STRMCTL says the last run on these
*> datasets was merged (or is this same stream's attempt earlier
*> today, which is being run again in full).
IF stream-mode AND NOT estimate-mode
    PERFORM read-stream-status
    PERFORM check-stream-carryover
    IF NOT stream-datasets-free
        PERFORM write-fail-line
        MOVE 16 TO RETURN-CODE
        MOVE 'END ' TO log-type
        MOVE 16 TO log-return-code
        MOVE print-line (1:60) TO log-text
        PERFORM write-run-log
        CLOSE log-file
        CLOSE ctl-file
        CLOSE print-file
        CLOSE print-file-2
        CLOSE print-file-3
        CLOSE reject-file
        STOP RUN
    END-IF
END-IF
*> The department master is the billing authority for the run; without
*> it nothing can be validated or charged back, so stop before any
*> trees hit the spool instead of rejecting the whole batch one
    END-IF
    STOP RUN
END-IF
*> Nothing is written to the store unless it can go on the journal
*> too, or the next recovery would silently lose it. An estimate never
*> writes the store, so it never needs the journal.
IF NOT estimate-mode
    OPEN EXTEND jrnl-file
    IF jrnl-file-not-found
        OPEN OUTPUT jrnl-file
    END-IF
    IF NOT jrnl-file-ok
        MOVE SPACES TO print-line
        MOVE 'CHGJRNL NOT AVAILABLE - RUN ABORTED' TO print-line
        PERFORM write-fail-line
        MOVE 16 TO RETURN-CODE
        MOVE 'END ' TO log-type
        MOVE 16 TO log-return-code
        MOVE print-line (1:60) TO log-text
        PERFORM write-run-log
        CLOSE log-file
        CLOSE ctl-file
        CLOSE print-file
        CLOSE print-file-2
        CLOSE print-file-3
        CLOSE reject-file
        CLOSE dept-file
        STOP RUN
    END-IF
END-IF
*> REQSTORE keeps every request under a permanent number with its
*> lifecycle status; the first run on a fresh system builds the store
*> and seeds the control record the numbering hangs off.
    MOVE SPACES TO req-pattern-code
    MOVE 0 TO req-last-assigned
    MOVE SPACES TO req-approver
    MOVE SPACE TO req-reprint-flag
    MOVE SPACES TO req-spoil-reason
    MOVE SPACES TO req-reject-reason
    MOVE 0 TO req-print-after
    WRITE req-record
    PERFORM journal-request-add
    CLOSE req-file
    OPEN I-O req-file
END-IF
        CLOSE print-file-2
        CLOSE print-file-3
        CLOSE reject-file
        CLOSE jrnl-file
    END-IF
    CLOSE dept-file
    STOP RUN
END-IF
*> GREETING is built on first use the same way; an estimate only reads
*> it, and one that is not there yet just means no greetings on file.
IF estimate-mode
    OPEN INPUT greet-file
    IF NOT greet-file-ok
        MOVE 'Y' TO greet-store-flag
    END-IF
ELSE
    OPEN I-O greet-file
    IF greet-file-not-found
        OPEN OUTPUT greet-file
        CLOSE greet-file
        OPEN I-O greet-file
    END-IF
END-IF
IF NOT greet-file-ok AND NOT greet-store-missing
    MOVE SPACES TO print-line
    MOVE 'GREETING NOT AVAILABLE - RUN ABORTED' TO print-line
    PERFORM write-fail-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE print-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE ctl-file
    CLOSE print-file
    CLOSE print-file-2
    CLOSE print-file-3
    CLOSE reject-file
    CLOSE jrnl-file
    CLOSE dept-file
    CLOSE req-file
    STOP RUN
END-IF
IF req-store-missing
    MOVE 0 TO next-req-number
ELSE
            MOVE req-last-assigned TO next-req-number
    END-READ
END-IF
IF stream-mode AND NOT estimate-mode
    PERFORM reserve-stream-numbers
END-IF
IF restart-requested
*> RESTARTFILE only gets written at a checkpoint, so an abend before
*> the first checkpoint fires (or a batch smaller than ckpt-interval)
                IF restart-reject-hash IS NUMERIC
                    MOVE restart-reject-hash TO reject-hash
                END-IF
                IF restart-reject-greet IS NUMERIC
                    MOVE restart-reject-greet TO reject-greet-count
                END-IF
*> The scalars resume as headquarters' position - the run opens on
*> route 1 - and each destination's banked position comes back with
*> it so its pages keep numbering where the aborted run stopped.
                                    MOVE restart-dept-pages
                                        TO dept-total-pages (dept-total-count)
                                END-IF
*> A checkpoint from before spoilage existed has no breakout; the
*> department had no spoilage reprints then.
                                MOVE 0
                                    TO dept-total-spoil-trees (dept-total-count)
                                MOVE 0
                                    TO dept-total-spoil-rows (dept-total-count)
                                MOVE 0
                                    TO dept-total-spoil-decor (dept-total-count)
                                IF restart-dept-spoil-trees IS NUMERIC
                                   AND restart-dept-spoil-rows IS NUMERIC
                                   AND restart-dept-spoil-decor IS NUMERIC
                                    MOVE restart-dept-spoil-trees
                                        TO dept-total-spoil-trees (dept-total-count)
                                    MOVE restart-dept-spoil-rows
                                        TO dept-total-spoil-rows (dept-total-count)
                                    MOVE restart-dept-spoil-decor
                                        TO dept-total-spoil-decor (dept-total-count)
                                    ADD restart-dept-spoil-trees
                                        TO spoil-tree-count
                                END-IF
                            END-IF
*> The 'U' records rebuild the allowance baseline exactly as the
*> original run measured it; the run-usage side re-accumulates as
IF NOT sweep-list-restored
    PERFORM load-season-usage
END-IF
*> A stream's history lines wait on STRMHIST for the merge step, so
*> the shared HISTFILE is only ever read while streams are running. A
*> fresh stream starts the dataset over - STRMCTL has already shown
*> the merge took what was there - and a restart extends it, exactly
*> as HISTFILE itself would be.
IF NOT estimate-mode
    IF stream-mode
        IF restart-requested
            OPEN EXTEND strm-hist-file
            IF strm-hist-file-not-found
                OPEN OUTPUT strm-hist-file
            END-IF
        ELSE
            OPEN OUTPUT strm-hist-file
        END-IF
    ELSE
        OPEN EXTEND hist-file
        IF hist-file-not-found
            OPEN OUTPUT hist-file
        END-IF
    END-IF
END-IF
*> Intake validates and tags every control record, then the sort hands
    MOVE route-line-on-page (2) TO restart-line-2
    MOVE route-page-number (3) TO restart-page-3
    MOVE route-line-on-page (3) TO restart-line-3
    MOVE reject-greet-count TO restart-reject-greet
    WRITE restart-record
    PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dept-total-count
        MOVE 'D' TO restart-dept-type
        MOVE dept-total-forest (dx) TO restart-dept-forest
        MOVE dept-total-route (dx) TO restart-dept-route
        MOVE dept-total-pages (dx) TO restart-dept-pages
        MOVE dept-total-spoil-trees (dx) TO restart-dept-spoil-trees
        MOVE dept-total-spoil-rows (dx) TO restart-dept-spoil-rows
        MOVE dept-total-spoil-decor (dx) TO restart-dept-spoil-decor
        WRITE restart-dept-record
    END-PERFORM
    PERFORM VARYING ux FROM 1 BY 1 UNTIL ux > usage-count
*> the chargeback report prices these into the December print bill.
*> Zero-tree slots exist only so the manifest can list reject-only
*> bundles; there is nothing to bill on them, so they stay off the
*> extract instead of spawning zero-amount ledger postings. Spoilage
*> reprints come out of the office's record and go out on a record of
*> their own tagged for print-room overhead.
    OPEN OUTPUT deptstat-file
    PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dept-total-count
        IF dept-total-trees (dx) > dept-total-spoil-trees (dx)
            MOVE dept-total-code (dx) TO stat-dept-code
            MOVE dept-total-cc (dx) TO stat-cost-center
            MOVE dept-total-name (dx) TO stat-dept-name
            COMPUTE stat-tree-count = dept-total-trees (dx)
                - dept-total-spoil-trees (dx)
            COMPUTE stat-row-count = dept-total-rows (dx)
                - dept-total-spoil-rows (dx)
            COMPUTE stat-decor-rows = dept-total-decor (dx)
                - dept-total-spoil-decor (dx)
            MOVE dept-total-forest (dx) TO stat-forest-rows
            MOVE SPACE TO stat-charge-type
            WRITE stat-record
        END-IF
        IF dept-total-spoil-trees (dx) > 0
            MOVE dept-total-code (dx) TO stat-dept-code
            MOVE dept-total-cc (dx) TO stat-cost-center
            MOVE dept-total-name (dx) TO stat-dept-name
            MOVE dept-total-spoil-trees (dx) TO stat-tree-count
            MOVE dept-total-spoil-rows (dx) TO stat-row-count
            MOVE dept-total-spoil-decor (dx) TO stat-decor-rows
            MOVE 0 TO stat-forest-rows
            MOVE 'S' TO stat-charge-type
            WRITE stat-record
        END-IF
    END-PERFORM
       approval-queue-count DELIMITED BY SIZE
    INTO print-line
PERFORM write-print-line
*> Requests parked in the store for a later print date, and the first
*> date that will release any of them - on the spool and on the log,
*> so the print room sees a peak coming before it arrives.
MOVE SPACES TO print-line
STRING 'FUTURE-DATED REQUESTS WAITING: ' DELIMITED BY SIZE
       future-wait-count DELIMITED BY SIZE
       '  EARLIEST PRINT DATE: ' DELIMITED BY SIZE
       future-earliest DELIMITED BY SIZE
    INTO print-line
PERFORM write-print-line
MOVE 'INFO' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'FUTURE-DATED WAITING ' DELIMITED BY SIZE
       future-wait-count DELIMITED BY SIZE
       ' EARLIEST ' DELIMITED BY SIZE
       future-earliest DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
*> The allowance position in one line: how many requests the caps
*> bounced this run, and how many departments now sit at or over
*> their seasonal allowance.
       capped-dept-count DELIMITED BY SIZE
    INTO print-line
PERFORM write-print-line
*> What the print room reprinted at its own expense this run, so the
*> overhead line on the chargeback can be checked against the spool.
MOVE SPACES TO print-line
STRING 'SPOILAGE REPRINTS AT NO CHARGE: ' DELIMITED BY SIZE
       spoil-tree-count DELIMITED BY SIZE
    INTO print-line
PERFORM write-print-line
*> Close the reject bracket: the trailer's count is what a resubmit
*> is policed against (the hash only holds for an unrepaired file,
*> so the TREEREJ source marker in the header waives it). Greeting
*> records that went out behind their cards count the same as they
*> did on CTLFILE.
*> Clean end of job also moves the numbering high-water mark forward
*> in one step. Leaving it put until now is what lets a restarted run
*> deal the same numbers over again instead of minting duplicates.
*> An estimate pass never dealt a durable number and has no reject
*> dataset, so both stay untouched and a later real run of the same
*> cards lands on the same numbers the estimate projected. A stream
*> reserved its block when it started and leaves the mark alone here.
IF NOT estimate-mode
    MOVE SPACES TO reject-ctl-record
    MOVE SPACES TO reject-reason-code
    MOVE 'T' TO reject-ctl-record (1:1)
    COMPUTE reject-record-count = reject-count + reject-greet-count
    MOVE reject-record-count TO reject-ctl-record (2:6)
    MOVE reject-hash TO reject-ctl-record (8:8)
    WRITE reject-record
    IF NOT stream-mode
        MOVE 0 TO req-number
        READ req-file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF next-req-number > req-last-assigned
                    MOVE req-record TO req-before-image
                    MOVE next-req-number TO req-last-assigned
                    REWRITE req-record
                    PERFORM journal-request-change
                END-IF
        END-READ
    END-IF
    PERFORM write-manifest
*> The stream's status record goes to 'E' last of all, so the merge
*> step never takes a stream that stopped short of its trailer.
    IF stream-mode
        MOVE 'E' TO strm-state
        PERFORM write-stream-status
    END-IF
END-IF
IF estimate-mode
    PERFORM write-estimate-report
    CLOSE print-file-2
    CLOSE print-file-3
    CLOSE reject-file
    CLOSE jrnl-file
    IF stream-mode
        CLOSE strm-hist-file
    ELSE
        CLOSE hist-file
    END-IF
END-IF
CLOSE dept-file
IF NOT req-store-missing
    CLOSE req-file
END-IF
IF NOT greet-store-missing
    CLOSE greet-file
END-IF
STOP RUN.

read-requests SECTION.
                TO print-line
            PERFORM ctl-balance-abend
        END-IF
*> The last card of the deck has all its greeting lines now.
        PERFORM release-held-card
    ELSE
        IF trailer-seen
            MOVE SPACES TO print-line
            PERFORM ctl-balance-abend
        END-IF
        ADD 1 TO ctl-detail-count
        IF ctl-grt-type = 'G'
            PERFORM take-greeting-line
        ELSE
            IF ctl-height IS NUMERIC
                ADD ctl-height TO ctl-height-hash
            END-IF
            MOVE ctl-record TO incoming-ctl-record
            PERFORM release-held-card
            PERFORM hold-new-card
        END-IF
    END-IF
    READ ctl-file
        AT END
END-IF
GO TO read-requests-exit.

*> A card waits here for any greeting lines behind it. A stream
*> balances every card but takes in only its own range, and a greeting
*> goes wherever its card goes, so the range is settled as the card
*> arrives.
hold-new-card.
    MOVE incoming-ctl-record TO ctl-record
    MOVE incoming-ctl-record TO held-ctl-record
    MOVE 'Y' TO card-held-flag
    MOVE 0 TO greet-count-work
    MOVE 'N' TO greet-over-flag
    MOVE SPACES TO greet-lines-work
    MOVE ctl-dept-code TO stream-test-code
    PERFORM test-stream-range
    MOVE stream-range-flag TO held-stream-flag
    IF held-card-in-stream
        ADD 1 TO stream-taken-count
    END-IF.

*> A greeting line with no card in front of it is a deck out of order;
*> there is no telling whose tree it belongs under, so the run stops
*> for the extract team rather than guess. Past the third line the
*> request bounces as GRT-OVER at intake, its lines going back behind
*> it; more lines behind one card than even a bounce carries back is a
*> deck out of order too.
take-greeting-line.
    IF NOT card-held
        MOVE SPACES TO print-line
        MOVE 'CTLFILE GREETING WITH NO REQUEST BEFORE IT - RUN ABORTED'
            TO print-line
        PERFORM ctl-balance-abend
    END-IF
    IF greet-count-work NOT < greet-card-max
        MOVE SPACES TO print-line
        MOVE 'CTLFILE CARD WITH MORE THAN NINE GREETING LINES - RUN ABORTED'
            TO print-line
        PERFORM ctl-balance-abend
    END-IF
    IF held-card-in-stream
        ADD 1 TO stream-taken-count
    END-IF
    ADD 1 TO greet-count-work
    MOVE ctl-grt-text TO greet-line-work (greet-count-work)
    IF greet-count-work > 3
        MOVE 'Y' TO greet-over-flag
    END-IF.

release-held-card.
    IF card-held
        MOVE 'N' TO card-held-flag
        IF held-card-in-stream
            MOVE held-ctl-record TO ctl-record
            PERFORM intake-one-request
        END-IF
    END-IF.

intake-one-request.
    MOVE ctl-height TO n
    IF n = 0
            MOVE 'PAT-UNK' TO reject-reason
        END-IF
    END-IF
*> Three greeting lines is all a tree carries; a card with more behind
*> it bounces whole, every line with it, so the office chooses which
*> lines to keep instead of the printer dropping one.
    IF NOT request-invalid AND greet-over
        MOVE 'Y' TO error-flag
        MOVE 'GRT-OVER' TO reject-reason
    END-IF
*> A print-after date has to be a calendar date before anything is
*> parked against it; one still in the future keeps a fresh card out
*> of this run. A stored request only reaches intake once its date has
*> come, so the check is for control-file cards.
    MOVE 0 TO print-after-work
    MOVE 'N' TO future-skip-flag
    IF NOT request-invalid AND ctl-print-after NOT = SPACES
        IF ctl-print-after IS NUMERIC
            MOVE ctl-print-after TO print-after-work
        END-IF
        MOVE 'N' TO calendar-flag
        IF print-after-work NOT = 0
            PERFORM test-print-after-date
        END-IF
        IF NOT print-after-calendar
            MOVE 'Y' TO error-flag
            MOVE 'DT-BAD' TO reject-reason
            MOVE 0 TO print-after-work
        END-IF
    END-IF
    IF NOT request-invalid AND NOT intake-from-store
       AND print-after-work > today
        MOVE 'Y' TO future-skip-flag
    END-IF
*> Estimate this request's billed rows the way the render will count
*> them - body rows plus the header line plus its greeting lines, trunk
*> scaled or overridden the same way - so the allowance arithmetic
*> matches the bill.
    COMPUTE intake-trunk = (n * 2) / 5
    IF intake-trunk < 2
        MOVE 2 TO intake-trunk
    IF ctl-trunk-height IS NUMERIC AND ctl-trunk-height NOT = 0
        MOVE ctl-trunk-height TO intake-trunk
    END-IF
    COMPUTE intake-rows = n + intake-trunk + 2 + greet-count-work
*> Seasonal allowance: the season's printing to date plus this run's
*> acceptances plus this request must fit under the department's cap;
*> a request that would breach it bounces as CAP-OVER so the office
*> can appeal to Accounting instead of arguing in January. A spoilage
*> reprint is the print room's loss, not the office's demand, so it is
*> neither held against the cap nor counted toward it. A future-dated
*> request is measured when its own run comes round, against that
*> season's usage, not this one's.
    IF NOT request-invalid AND NOT dept-not-on-master
       AND NOT dept-allow-none AND NOT spoilage-reprint
       AND NOT request-future-at-intake
        MOVE ctl-dept-code TO usage-key
        PERFORM find-usage-entry
        IF ux <= usage-count
            WRITE est-line
        END-IF
    END-IF
*> Counted the same way as a hold: where the store WRITE creates the
*> record, or here on an estimate. A held request that is also dated
*> waits for its approval first and is counted in that queue.
    IF request-future-at-intake AND NOT request-held-at-intake
       AND estimate-mode
        PERFORM note-future-request
        MOVE SPACES TO est-line
        STRING 'WOULD WAIT FOR ' DELIMITED BY SIZE
               print-after-work DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ctl-record DELIMITED BY SIZE
            INTO est-line
        WRITE est-line
    END-IF
    MOVE 'N' TO cancel-skip-flag
    IF intake-from-store
        MOVE current-req-number TO sort-req-number
            MOVE ctl-pattern-code TO req-pattern-code
            MOVE 0 TO req-last-assigned
            MOVE SPACES TO req-approver
            MOVE SPACE TO req-reprint-flag
            MOVE SPACES TO req-spoil-reason
            MOVE SPACES TO req-reject-reason
            MOVE print-after-work TO req-print-after
            WRITE req-record
                INVALID KEY
*> Already in the store: a restart (or a resubmitted batch) meeting
                            END-IF
                    END-READ
                NOT INVALID KEY
                    PERFORM journal-request-add
                    IF greet-count-work > 0 AND NOT request-invalid
                        PERFORM file-request-greeting
                    END-IF
                    IF request-held-at-intake
                        ADD 1 TO approval-queue-count
                    END-IF
                    IF request-future-at-intake
                       AND NOT request-held-at-intake
                        PERFORM note-future-request
                    END-IF
            END-WRITE
        END-IF
    END-IF
    IF NOT request-cancelled-skip AND NOT request-held-at-intake
       AND NOT request-future-at-intake
        ADD 1 TO intake-seq
        MOVE ctl-dept-code TO sort-dept-code
        MOVE intake-seq TO sort-seq
        MOVE ctl-pattern-code TO sort-pattern-code
        MOVE reject-reason TO sort-reason
        MOVE ctl-record TO sort-ctl-record
        MOVE spoil-flag TO sort-spoil-flag
        MOVE spoil-reason TO sort-spoil-reason
        MOVE greet-count-work TO sort-greet-count
        PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > greet-card-max
            MOVE greet-line-work (lx) TO sort-greet-line (lx)
        END-PERFORM
*> The bundle prints where the master routes the department; a code
*> the master does not know has no route and lands at headquarters
*> with the rest of the unknowns.
*> The accepted request joins its department's running usage, so the
*> next card in the deck is measured against a cap that already
*> counts this one.
            IF NOT spoilage-reprint
                MOVE ctl-dept-code TO usage-key
                PERFORM find-usage-entry
                IF ux <= usage-count
                    ADD 1 TO usage-run-trees (ux)
                    ADD intake-rows TO usage-run-rows (ux)
                END-IF
            END-IF
        END-IF
        RELEASE sort-record
    END-IF.

*> Is print-after-work a date that can come round? A year of nothing,
*> the 31st of a 30-day month or the 29th of February outside a leap
*> year never will, and a request parked against one never prints.
test-print-after-date.
    MOVE 'N' TO calendar-flag
    MOVE print-after-work (1:4) TO print-after-year
    MOVE print-after-work (5:2) TO print-after-month
    MOVE print-after-work (7:2) TO print-after-day
    IF print-after-year > 0
       AND print-after-month >= 1 AND print-after-month <= 12
       AND print-after-day >= 1
        PERFORM set-print-after-month-end
        IF print-after-day NOT > month-end-day
            MOVE 'Y' TO calendar-flag
        END-IF
    END-IF.

set-print-after-month-end.
    MOVE month-length (print-after-month) TO month-end-day
    IF print-after-month = 2
        DIVIDE print-after-year BY 4 GIVING leap-quotient
            REMAINDER leap-remainder
        IF leap-remainder = 0
            MOVE 29 TO month-end-day
            DIVIDE print-after-year BY 100 GIVING leap-quotient
                REMAINDER leap-remainder
            IF leap-remainder = 0
                DIVIDE print-after-year BY 400 GIVING leap-quotient
                    REMAINDER leap-remainder
                IF leap-remainder NOT = 0
                    MOVE 28 TO month-end-day
                END-IF
            END-IF
        END-IF
    END-IF.

*> Pull this run's share of the request store into the sort ahead of
*> the control file: on a fresh run, every PENDING request (added or
*> re-queued through maintenance); on a checkpointed restart, exactly
                AT END
                    MOVE 'Y' TO req-eof-flag
                NOT AT END
*> A stream sweeps, holds and counts only its own departments.
                    MOVE req-dept-name (1:4) TO stream-test-code
                    PERFORM test-stream-range
*> Held requests wait for their approval; the sweep only counts them
*> so the run-end line can say how deep the approval queue is.
                    IF req-held AND dept-in-stream
                        ADD 1 TO approval-queue-count
                    END-IF
*> A pending request dated past today is left exactly where it is and
*> only counted; the first run on or after its date sweeps it.
                    IF req-pending AND req-print-after IS NUMERIC
                       AND req-print-after > today AND dept-in-stream
                        MOVE req-print-after TO print-after-work
                        PERFORM note-future-request
                    END-IF
*> A stream's own block is dealt to its own cards; a request seeded
*> there by an earlier attempt the same day comes back in through its
*> card landing on it, not through the sweep as well.
                    MOVE 'N' TO own-block-flag
                    IF req-number > stream-number-base
                       AND req-number NOT > stream-number-high
                        MOVE 'Y' TO own-block-flag
                    END-IF
                    IF req-pending AND dept-in-stream
                       AND (req-print-after IS NOT NUMERIC
                            OR req-print-after NOT > today)
                       AND NOT request-in-own-block
                        ADD 1 TO sweep-count
                        IF NOT estimate-mode
                            MOVE req-number TO sweep-rec-number
                            IF req-spoilage-reprint
                                MOVE 'S' TO sweep-spoil-flag
                                MOVE req-spoil-reason
                                    TO sweep-spoil-reason
                            ELSE
                                MOVE 'N' TO sweep-spoil-flag
                                MOVE SPACES TO sweep-spoil-reason
                            END-IF
                            WRITE sweep-record
                        END-IF
                        PERFORM release-one-store-request
*> One SWEEPLST record from the aborted run: find the request it
*> named and put it back through intake. A number purged from the
*> store in the meantime has nothing left to release and is let go.
*> A reprint that printed before the abend has lost its spoilage mark
*> in the store, so the mark the sweep found is put back for intake -
*> the replay must bill and shelve it exactly as the first pass did.
replay-one-sweep-record.
    READ sweep-file
        AT END
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF sweep-spoil-flag = 'S'
                            MOVE 'S' TO req-reprint-flag
                            MOVE sweep-spoil-reason TO req-spoil-reason
                        END-IF
                        IF sweep-spoil-flag = 'N'
                            MOVE SPACE TO req-reprint-flag
                            MOVE SPACES TO req-spoil-reason
                        END-IF
                        PERFORM release-one-store-request
                END-READ
            END-IF
    END-READ.

*> The replay releases the sweep set without ever walking the store,
*> so the approval queue (and the future-dated wait) gets counted on
*> its own pass - the trailer
*> line must not shrink just because the run restarted. Everything
*> held sits in the store by now (this run's fresh holds included,
*> from the original run's seeding), so this count is the whole
            AT END
                MOVE 'Y' TO req-eof-flag
            NOT AT END
                MOVE req-dept-name (1:4) TO stream-test-code
                PERFORM test-stream-range
                IF req-held AND dept-in-stream
                    ADD 1 TO approval-queue-count
                END-IF
                IF req-pending AND req-print-after IS NUMERIC
                   AND req-print-after > today AND dept-in-stream
                    MOVE req-print-after TO print-after-work
                    PERFORM note-future-request
                END-IF
        END-READ
    END-PERFORM.

*> One more request waiting for its date; the earliest date among
*> them is what the print room plans the next peak around.
note-future-request.
    ADD 1 TO future-wait-count
    IF future-earliest = 0 OR print-after-work < future-earliest
        MOVE print-after-work TO future-earliest
    END-IF.

*> Stage a stored request as a card image and put it through the same
*> intake edits a control record gets - a re-queued request that lost
*> its department in the meantime still bounces cleanly.
    MOVE req-pattern-code TO ctl-pattern-code
    MOVE req-number TO current-req-number
    MOVE 'S' TO intake-source-flag
*> A spoilage reprint carries its no-charge mark from the store into
*> the sort; a control-file card never does.
    IF req-spoilage-reprint
        MOVE 'Y' TO spoil-flag
        MOVE req-spoil-reason TO spoil-reason
    END-IF
    PERFORM load-stored-greeting
    PERFORM intake-one-request
    MOVE 'N' TO spoil-flag
    MOVE SPACES TO spoil-reason
    MOVE 'C' TO intake-source-flag.

*> A stored request prints with the greeting it was filed with, so a
*> reprint comes out line for line the same as the first copy.
load-stored-greeting.
    MOVE 0 TO greet-count-work
    MOVE 'N' TO greet-over-flag
    MOVE SPACES TO greet-lines-work
    IF NOT greet-store-missing
        MOVE req-number TO greet-req-number
        READ greet-file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF greet-line-count IS NUMERIC
                   AND greet-line-count <= 3
                    MOVE greet-line-count TO greet-count-work
                    PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 3
                        MOVE greet-line (lx) TO greet-line-work (lx)
                    END-PERFORM
                END-IF
        END-READ
    END-IF.

*> A new request's greeting is filed with it, under the number it was
*> just dealt. A record already there under that number can only be a
*> leftover from a number dealt and never kept; the card in hand wins.
file-request-greeting.
    MOVE next-req-number TO greet-req-number
    MOVE greet-count-work TO greet-line-count
    PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 3
        MOVE greet-line-work (lx) TO greet-line (lx)
    END-PERFORM
    WRITE greet-record
        INVALID KEY
            REWRITE greet-record
    END-WRITE.

*> Balance and restart-state failures stop the job before a single
*> tree renders, so a half-transferred control file or an
*> unreplayable checkpoint can never half-print. The message is
        CLOSE print-file-2
        CLOSE print-file-3
        CLOSE reject-file
        CLOSE jrnl-file
        IF stream-mode
            CLOSE strm-hist-file
        ELSE
            CLOSE hist-file
        END-IF
    END-IF
    CLOSE dept-file
    IF NOT req-store-missing
        CLOSE req-file
    END-IF
    IF NOT greet-store-missing
        CLOSE greet-file
    END-IF
    STOP RUN.

read-requests-exit.
            PERFORM build-tree-body
            ADD 1 TO group-trees
            IF forest-mode AND body-width <= forest-max-width
               AND NOT sort-spoilage-reprint
                PERFORM add-to-shelf
            ELSE
                PERFORM flush-shelf
                COMPUTE group-rows = group-rows + body-row-count + 1
                    + sort-greet-count
            END-IF
        END-IF
    END-IF
        MOVE route-line-on-page (2) TO restart-line-2
        MOVE route-page-number (3) TO restart-page-3
        MOVE route-line-on-page (3) TO restart-line-3
        MOVE reject-greet-count TO restart-reject-greet
        WRITE restart-record
        PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dept-total-count
            MOVE 'D' TO restart-dept-type
            MOVE dept-total-forest (dx) TO restart-dept-forest
            MOVE dept-total-route (dx) TO restart-dept-route
            MOVE dept-total-pages (dx) TO restart-dept-pages
            MOVE dept-total-spoil-trees (dx)
                TO restart-dept-spoil-trees
            MOVE dept-total-spoil-rows (dx) TO restart-dept-spoil-rows
            MOVE dept-total-spoil-decor (dx)
                TO restart-dept-spoil-decor
            WRITE restart-dept-record
        END-PERFORM
        PERFORM VARYING ux FROM 1 BY 1 UNTIL ux > usage-count
        MOVE 'N/A ' TO color-display
    END-IF
    PERFORM build-tree-body
*> A spoilage reprint always goes out solo: it replaces one lost sheet
*> and its rows have to be its own, because shared shelf rows bill to
*> the office and these must not.
    IF forest-mode AND body-width <= forest-max-width
       AND NOT sort-spoilage-reprint
*> Small tree in forest mode: onto the shelf. Its rows reach the
*> group and billing totals when the shelf flushes, since the lines
*> are shared; history gets the tree's own nominal row count, with
*> the one greeting line its cell printed rather than all it sent.
        PERFORM add-to-shelf
        MOVE 0 TO rows-this-tree
        MOVE greet-rows TO tree-greet-rows
    ELSE
        MOVE sort-greet-count TO tree-greet-rows
*> A tree too wide to share (or any tree outside forest mode) goes
*> out solo; anything still on the shelf prints first so no office's
*> trees come off the printer out of order.
        PERFORM flush-shelf
*> The whole tree has to land on one sheet: break to a new page now
*> if the lines left cannot take the header, the full body and the
*> greeting under it.
        COMPUTE lines-needed = body-row-count + 1 + sort-greet-count
        PERFORM ensure-page-room
*> A header line above each tree ties the printed page back to the
*> department (or recipient) that requested it, so a batch run of
            MOVE body-row (i) TO print-line
            PERFORM write-print-line
        END-PERFORM
        PERFORM write-greeting-lines
        COMPUTE rows-this-tree = body-row-count + 1 + sort-greet-count
        ADD rows-this-tree TO group-rows
    END-IF
    ADD 1 TO tree-count
        MOVE 0 TO dept-total-forest (dx)
        MOVE 0 TO dept-total-pages (dx)
        MOVE sort-route TO dept-total-route (dx)
        MOVE 0 TO dept-total-spoil-trees (dx)
        MOVE 0 TO dept-total-spoil-rows (dx)
        MOVE 0 TO dept-total-spoil-decor (dx)
    END-IF
    IF dx <= dept-total-count
*> A slot seeded while the section was still all rejects carries no
        IF NOT pattern-plain
            ADD rows-this-tree TO dept-total-decor (dx)
        END-IF
*> The spoilage breakout sits inside the department's totals, so the
*> manifest still counts the reprint in the bundle it travels with;
*> only the extract splits it off to the print room.
        IF sort-spoilage-reprint
            ADD 1 TO dept-total-spoil-trees (dx)
            ADD rows-this-tree TO dept-total-spoil-rows (dx)
            IF NOT pattern-plain
                ADD rows-this-tree TO dept-total-spoil-decor (dx)
            END-IF
        END-IF
    ELSE
*> The totals table is full, so this tree prints but cannot be billed;
*> say so on the spool and flag the run rather than lose the charge
        MOVE n TO hist-height
        MOVE sort-trunk-height TO hist-trunk-height
        MOVE sort-trunk-width TO hist-trunk-width
        COMPUTE hist-rows = body-row-count + 1 + tree-greet-rows
        MOVE 'A' TO hist-status
        MOVE sort-req-number TO hist-req-number
        PERFORM tag-history-charge
        PERFORM write-hist-record
        MOVE 'D' TO req-new-status
        PERFORM update-request-status
    END-IF
    IF sort-spoilage-reprint
        ADD 1 TO spoil-tree-count
    END-IF.

*> Each greeting line is centered on the star's column; one wider
*> than the tree starts at the left margin instead. Every line the
*> office sent prints, blank ones included, so the rows match what the
*> page-room check and the bill counted.
write-greeting-lines.
    PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > sort-greet-count
        MOVE sort-greet-line (lx) TO greet-text
        MOVE 0 TO greet-length
        PERFORM VARYING k FROM 1 BY 1 UNTIL k > 60
            IF greet-text (k:1) NOT = SPACE
                MOVE k TO greet-length
            END-IF
        END-PERFORM
        MOVE SPACES TO print-line
        IF greet-length > 0
            COMPUTE greet-col = n - (greet-length - 1) / 2
            IF greet-col < 1
                MOVE 1 TO greet-col
            END-IF
            MOVE greet-text (1:greet-length)
                TO print-line (greet-col:greet-length)
        END-IF
        PERFORM write-print-line
    END-PERFORM.

*> The history line says whether the print was demand or the print
*> room's own spoilage, and for spoilage, why - and which rate class
*> its rows bill at.
tag-history-charge.
    IF sort-spoilage-reprint
        MOVE 'S' TO hist-charge-type
        MOVE sort-spoil-reason TO hist-spoil-reason
    ELSE
        MOVE SPACE TO hist-charge-type
        MOVE SPACES TO hist-spoil-reason
    END-IF
    MOVE sort-pattern-code TO pattern-code
    IF pattern-plain
        MOVE 'P' TO hist-row-class
    ELSE
        MOVE 'D' TO hist-row-class
    END-IF.

*> A stream's history goes to its own dataset for the merge step to
*> append; a single run writes HISTFILE directly.
write-hist-record.
    IF stream-mode
        WRITE strm-hist-line FROM hist-record
    ELSE
        WRITE hist-record
    END-IF.

*> Hand back the requested body from the cache, composing and storing
    IF shelf-col + cell-width - 1 > 132
        PERFORM flush-shelf
    END-IF
*> A shelved tree carries one line of greeting under its cell - the
*> first line with anything on it, cut to the cell's width.
    MOVE SPACES TO greet-text
    PERFORM VARYING lx FROM 1 BY 1
            UNTIL lx > sort-greet-count OR greet-text NOT = SPACES
        MOVE sort-greet-line (lx) TO greet-text
    END-PERFORM
    MOVE 0 TO greet-rows
    IF greet-text NOT = SPACES
        MOVE 1 TO greet-rows
    END-IF
    IF rec-count > restart-last-rec
        MOVE SPACES TO forest-header
        STRING sort-dept-code DELIMITED BY SIZE
            MOVE body-row (i) (1:body-width)
                TO shelf-line (i + 1) (shelf-col:body-width)
        END-PERFORM
        IF greet-rows > 0
            COMPUTE greet-cut = cell-width - 1
            IF greet-cut > 60
                MOVE 60 TO greet-cut
            END-IF
            MOVE greet-text (1:greet-cut)
                TO shelf-line (body-row-count + 2) (shelf-col:greet-cut)
        END-IF
    END-IF
    IF body-row-count + 1 + greet-rows > shelf-rows
        COMPUTE shelf-rows = body-row-count + 1 + greet-rows
    END-IF
    ADD 1 TO shelf-count
    COMPUTE shelf-col = shelf-col + cell-width.
        MOVE sort-ctl-record TO reject-ctl-record
        MOVE sort-reason TO reject-reason-code
        WRITE reject-record
*> The greeting lines follow their card out, as they came in, so the
*> repaired file still feeds straight back in.
        PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > sort-greet-count
            MOVE SPACES TO reject-ctl-record
            MOVE 'G' TO reject-ctl-record (1:1)
            MOVE sort-greet-line (lx) TO reject-ctl-record (2:60)
            MOVE SPACES TO reject-reason-code
            WRITE reject-record
            ADD 1 TO reject-greet-count
        END-PERFORM
    END-IF
    ADD 1 TO reject-count
*> Keep the reject file's own hash-total honest for an unrepaired
        MOVE 0 TO hist-rows
        MOVE 'R' TO hist-status
        MOVE sort-req-number TO hist-req-number
        PERFORM tag-history-charge
        PERFORM write-hist-record
        MOVE 'R' TO req-new-status
        PERFORM update-request-status
    END-IF
            MOVE 0 TO dept-total-decor (dx)
            MOVE 0 TO dept-total-forest (dx)
            MOVE 0 TO dept-total-pages (dx)
            MOVE 0 TO dept-total-spoil-trees (dx)
            MOVE 0 TO dept-total-spoil-rows (dx)
            MOVE 0 TO dept-total-spoil-decor (dx)
            EVALUATE current-route
                WHEN 2
                    MOVE '2' TO dept-total-route (dx)
                INTO log-text
            PERFORM write-run-log
        NOT INVALID KEY
            MOVE req-record TO req-before-image
            MOVE req-new-status TO req-status
            MOVE today TO req-run-date
            MOVE sort-height TO req-height
            MOVE sort-color-code TO req-color-code
            MOVE sort-pattern-code TO req-pattern-code
            MOVE 0 TO req-last-assigned
            IF req-new-status = 'R'
                MOVE sort-reason TO req-reject-reason
            ELSE
                MOVE SPACES TO req-reject-reason
            END-IF
*> Once the reprint has printed it has done its work; the mark comes
*> off so nothing after it is billed to the print room by mistake.
            IF req-new-status = 'D'
                MOVE SPACE TO req-reprint-flag
                MOVE SPACES TO req-spoil-reason
            END-IF
            REWRITE req-record
            PERFORM journal-request-change
    END-READ.

*> Single gate onto the spool: wraps to a fresh page (with heading)
        MOVE dept-total-trees (dx) TO esd-trees
        MOVE dept-total-rows (dx) TO esd-rows
        MOVE dept-total-pages (dx) TO esd-pages
*> Spoilage reprints print but bill to the print room, so they count
*> in the trees, rows and pages but stay out of the office's amount.
        COMPUTE est-plain-rows = dept-total-rows (dx)
            - dept-total-decor (dx) - dept-total-forest (dx)
            - (dept-total-spoil-rows (dx) - dept-total-spoil-decor (dx))
        COMPUTE est-amount ROUNDED
            = est-plain-rows * rate-plain
            + (dept-total-decor (dx) - dept-total-spoil-decor (dx))
                * rate-decorated
            + dept-total-forest (dx) * rate-forest
        MOVE est-amount TO esd-amount
        WRITE est-line FROM est-detail-line
    OPEN OUTPUT manifest-file
    MOVE today TO man-head-date
    WRITE manifest-line FROM manifest-heading-line
    PERFORM open-bundle-register
    PERFORM VARYING rx FROM 1 BY 1 UNTIL rx > 3
        PERFORM write-one-destination
    END-PERFORM
    IF bundle-reg-open
        CLOSE bundle-file
    END-IF
    CLOSE manifest-file.

*> The first run on a fresh system builds the register. A register
*> that will not open costs the delivery tracking for this run, not
*> the run itself: the manifest still prints and the log says why the
*> confirmations will find nothing.
open-bundle-register.
    MOVE 'N' TO bundle-reg-flag
    OPEN I-O bundle-file
    IF bundle-file-not-found
        OPEN OUTPUT bundle-file
        CLOSE bundle-file
        OPEN I-O bundle-file
    END-IF
    IF bundle-file-ok
        MOVE 'Y' TO bundle-reg-flag
    ELSE
        MOVE 'WARN' TO log-type
        MOVE 0 TO log-return-code
        MOVE 'BUNDLREG NOT AVAILABLE - BUNDLES NOT REGISTERED'
            TO log-text
        PERFORM write-run-log
    END-IF.

write-one-destination.
    MOVE SPACES TO manifest-line
    WRITE manifest-line
            ADD 1 TO man-dest-depts
            ADD dept-total-trees (dx) TO man-dest-trees
            ADD dept-total-pages (dx) TO man-dest-pages
            IF bundle-reg-open AND dept-total-pages (dx) > 0
                PERFORM register-one-bundle
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO manifest-line
        INTO manifest-line
    WRITE manifest-line.

*> A second run on the same day sends the same office a second stack
*> to the same building; the mail-room counts whatever is on the desk
*> as one bundle, so the register adds it to the one already there and
*> puts it back to outstanding.
register-one-bundle.
    MOVE rx TO bundle-route-digit
    MOVE bundle-route-digit TO bundle-destination
    MOVE today TO bundle-run-date
    MOVE dept-total-code (dx) TO bundle-dept-code
    READ bundle-file
        INVALID KEY
            MOVE dept-total-name (dx) TO bundle-dept-name
            MOVE dept-total-trees (dx) TO bundle-trees
            MOVE dept-total-pages (dx) TO bundle-pages
            MOVE 'O' TO bundle-status
            MOVE SPACES TO bundle-received-by
            MOVE 0 TO bundle-confirm-date
            MOVE 0 TO bundle-pages-counted
            WRITE bundle-record
        NOT INVALID KEY
            ADD dept-total-trees (dx) TO bundle-trees
            ADD dept-total-pages (dx) TO bundle-pages
            MOVE 'O' TO bundle-status
            MOVE SPACES TO bundle-received-by
            MOVE 0 TO bundle-confirm-date
            MOVE 0 TO bundle-pages-counted
            REWRITE bundle-record
    END-READ.

season-usage SECTION.
*> One read pass over the permanent history before it opens for
*> appending: every 'A' line whose run date falls in this calendar
*> year joins its department's season-to-date usage - spoilage
*> reprints excepted, the print room having absorbed them - under the
*> office that stands today if its own was since merged away. A
*> history that does not exist yet just means a season nobody has
*> printed in.
load-season-usage.
    OPEN INPUT hist-file
    IF hist-file-not-found
        AT END
            MOVE 'Y' TO hist-scan-flag
        NOT AT END
            IF hist-status = 'A' AND NOT hist-spoilage
               AND hist-run-date (1:4) = today (1:4)
                MOVE hist-dept-code TO resolve-code
                PERFORM resolve-merged-code
                MOVE resolve-code TO usage-key
                PERFORM find-usage-entry
                IF ux <= usage-count
                    ADD 1 TO usage-season-trees (ux)
            END-IF
    END-READ.

*> Follow a department code along its merges to the office that
*> stands today; a chain is given up after ten hops in case a damaged
*> master ever points two offices at each other. A full table just
*> means later codes are looked up afresh.
resolve-merged-code.
    PERFORM VARYING gx FROM 1 BY 1
            UNTIL gx > resolve-count
               OR resolve-from (gx) = resolve-code
        CONTINUE
    END-PERFORM
    IF gx <= resolve-count
        MOVE resolve-to (gx) TO resolve-code
    ELSE
        MOVE resolve-code TO resolve-start
        MOVE 0 TO resolve-hops
        MOVE 'N' TO resolve-done-flag
        PERFORM UNTIL resolve-done OR resolve-hops > 9
            MOVE resolve-code TO dept-code
            READ dept-file
                INVALID KEY
                    MOVE 'Y' TO resolve-done-flag
                NOT INVALID KEY
                    IF dept-not-merged
                        MOVE 'Y' TO resolve-done-flag
                    ELSE
                        MOVE dept-merged-into TO resolve-code
                        ADD 1 TO resolve-hops
                    END-IF
            END-READ
        END-PERFORM
        IF resolve-count < dept-total-max
            ADD 1 TO resolve-count
            MOVE resolve-start TO resolve-from (resolve-count)
            MOVE resolve-code TO resolve-to (resolve-count)
        END-IF
    END-IF.

*> Find or open the usage slot for a department code; a full table
*> leaves ux past the end and the caller simply stops enforcing,
*> which beats rejecting requests over a bookkeeping limit.
        MOVE 0 TO usage-allow-amount (ux)
    END-IF.

stream-control SECTION.
*> What STRMCTL says about this stream from its last run, read before
*> the run writes anything: whether that run reached its end, the day
*> it ran, and the block of numbers it held. A status record for some
*> other stream or range has no numbers for this one, but still says
*> whether the datasets it was run on have been merged.
read-stream-status.
    MOVE 'N' TO prior-stream-flag
    MOVE 'N' TO prior-status-flag
    OPEN INPUT strm-ctl-file
    IF strm-ctl-file-ok
        READ strm-ctl-file
            AT END
                CONTINUE
            NOT AT END
                MOVE 'Y' TO prior-status-flag
                MOVE strm-state TO prior-stream-state
                MOVE strm-run-date TO prior-stream-date
                MOVE strm-stream-number TO prior-other-number
                IF strm-stream-number = stream-number
                   AND strm-dept-low = stream-dept-low
                   AND strm-dept-high = stream-dept-high
                   AND strm-number-base IS NUMERIC
                   AND strm-number-count IS NUMERIC
                    MOVE 'Y' TO prior-stream-flag
                    MOVE strm-number-base TO prior-number-base
                    MOVE strm-number-count TO prior-number-count
                END-IF
        END-READ
        CLOSE strm-ctl-file
    END-IF.

*> May this run start on the stream's datasets? A restart extends
*> them, so only needs them not yet merged - its lines would go to
*> HISTFILE a second time. A fresh run starts them over, so needs the
*> last run on them ended and merged, or none at all, or this stream's
*> own attempt earlier today, whose block it deals again. A night is
*> merged once its run date is on MERGCTL or on HISTFILE. A stream
*> that ended but was never merged, or was left part way through on
*> an earlier day, still holds history for trees already printed.
check-stream-carryover.
    MOVE 'Y' TO carryover-flag
    MOVE SPACES TO print-line
    MOVE 'N' TO prior-merge-flag
    IF prior-status-on-file AND prior-stream-ended
        PERFORM find-prior-merge
    END-IF
    EVALUATE TRUE
        WHEN restart-requested
            IF prior-night-merged
                MOVE 'N' TO carryover-flag
                STRING 'STREAM ' DELIMITED BY SIZE
                       prior-other-number DELIMITED BY SIZE
                       ' ALREADY MERGED FOR ' DELIMITED BY SIZE
                       prior-stream-date DELIMITED BY SIZE
                       ' - NOTHING TO RESTART - RUN ABORTED'
                           DELIMITED BY SIZE
                    INTO print-line
            END-IF
        WHEN NOT prior-status-on-file
            CONTINUE
        WHEN prior-night-merged
            CONTINUE
        WHEN prior-stream-found AND prior-stream-active
             AND prior-stream-date = today
            CONTINUE
        WHEN prior-stream-ended
            MOVE 'N' TO carryover-flag
            STRING 'STREAM ' DELIMITED BY SIZE
                   prior-other-number DELIMITED BY SIZE
                   ' ENDED ' DELIMITED BY SIZE
                   prior-stream-date DELIMITED BY SIZE
                   ' NOT MERGED - MERGE IT FIRST - RUN ABORTED'
                       DELIMITED BY SIZE
                INTO print-line
        WHEN OTHER
            MOVE 'N' TO carryover-flag
            STRING 'STREAM ' DELIMITED BY SIZE
                   prior-other-number DELIMITED BY SIZE
                   ' UNFINISHED FROM ' DELIMITED BY SIZE
                   prior-stream-date DELIMITED BY SIZE
                   ' - RESTART IT FIRST - RUN ABORTED'
                       DELIMITED BY SIZE
                INTO print-line
    END-EVALUATE.

*> Is the prior run's date on MERGCTL, or failing that on HISTFILE?
*> Either dataset may not exist yet, which just means not merged.
find-prior-merge.
    OPEN INPUT merge-ctl-file
    IF merge-ctl-file-ok
        MOVE 'N' TO mrgc-scan-flag
        PERFORM read-one-merge-control UNTIL end-of-mrgc-scan
        CLOSE merge-ctl-file
    END-IF
    IF NOT prior-night-merged
        OPEN INPUT hist-file
        IF hist-file-ok
            MOVE 'N' TO hist-scan-flag
            PERFORM read-one-merged-hist UNTIL end-of-hist-scan
            CLOSE hist-file
        END-IF
    END-IF.

read-one-merge-control.
    READ merge-ctl-file
        AT END
            MOVE 'Y' TO mrgc-scan-flag
        NOT AT END
            IF mrgc-run-date = prior-stream-date
                MOVE 'Y' TO prior-merge-flag
                MOVE 'Y' TO mrgc-scan-flag
            END-IF
    END-READ.

read-one-merged-hist.
    READ hist-file
        AT END
            MOVE 'Y' TO hist-scan-flag
        NOT AT END
            IF hist-run-date = prior-stream-date
                MOVE 'Y' TO prior-merge-flag
                MOVE 'Y' TO hist-scan-flag
            END-IF
    END-READ.

*> Reserve this stream's block of request numbers. Streams starting
*> together all take their blocks off the store's control record, so
*> it is read with a lock and held until the new high-water mark is
*> rewritten and on the journal; a stream that finds it locked tries
*> again, and each comes away with a block no other stream was dealt.
*> A restarted stream deals the block its original run reserved - off
*> its own status record - so it lands on its own store records by
*> duplicate key, just as a single run does; a restart with no status
*> record for its stream cannot know which numbers are its own, and
*> stops. A fresh rerun of a stream that died earlier the same day
*> deals the same block again, for the same reason: a second block
*> would leave the first attempt's requests pending in the store, to
*> print a second time on some later night.
reserve-stream-numbers.
    MOVE 'N' TO stream-base-flag
    PERFORM count-stream-cards
    IF restart-requested
        IF NOT prior-stream-found
            MOVE SPACES TO print-line
            MOVE 'STRMCTL MISSING OR NOT THIS STREAM - RESTART CANNOT FIND ITS NUMBERS - RUN ABORTED'
                TO print-line
            PERFORM stream-control-abend
        END-IF
        MOVE 'Y' TO stream-base-flag
    ELSE
        IF prior-stream-found AND prior-stream-active
           AND prior-stream-date = today
            MOVE 'Y' TO stream-base-flag
        END-IF
    END-IF
    IF stream-base-restored
        IF stream-card-count > prior-number-count
            MOVE SPACES TO print-line
            MOVE 'CTLFILE HOLDS MORE CARDS FOR THIS STREAM THAN ITS BLOCK - RUN ABORTED'
                TO print-line
            PERFORM stream-control-abend
        END-IF
        MOVE prior-number-base TO stream-number-base
        MOVE prior-number-count TO stream-reserve-count
        MOVE 'INFO' TO log-type
        MOVE 0 TO log-return-code
        MOVE SPACES TO log-text
        STRING 'STREAM ' DELIMITED BY SIZE
               stream-number DELIMITED BY SIZE
               ' DEALS ITS BLOCK AGAIN AFTER ' DELIMITED BY SIZE
               stream-number-base DELIMITED BY SIZE
               ' FOR ' DELIMITED BY SIZE
               stream-reserve-count DELIMITED BY SIZE
            INTO log-text
        PERFORM write-run-log
    ELSE
        MOVE stream-card-count TO stream-reserve-count
        PERFORM take-number-block
    END-IF
    MOVE stream-number-base TO next-req-number
    COMPUTE stream-number-high = stream-number-base
        + stream-reserve-count
    MOVE 'A' TO strm-state
    PERFORM write-stream-status.

take-number-block.
    MOVE 'N' TO control-lock-flag
    MOVE 0 TO lock-retry-count
    MOVE 0 TO lock-wait-elapsed
    PERFORM read-lock-clock
    MOVE lock-now-hundredths TO lock-start-hundredths
    PERFORM take-control-record
        UNTIL NOT control-record-pending
           OR lock-wait-elapsed > lock-wait-limit
    IF control-record-taken AND lock-retry-count > 0
        MOVE 'WARN' TO log-type
        MOVE 0 TO log-return-code
        MOVE SPACES TO log-text
        STRING 'REQSTORE CONTROL RECORD BUSY - TAKEN AFTER '
                   DELIMITED BY SIZE
               lock-retry-count DELIMITED BY SIZE
               ' RETRIES' DELIMITED BY SIZE
            INTO log-text
        PERFORM write-run-log
    END-IF
    IF NOT control-record-taken
        MOVE SPACES TO print-line
        STRING 'REQSTORE CONTROL RECORD LOCKED OR UNREADABLE - STATUS '
                   DELIMITED BY SIZE
               req-file-status DELIMITED BY SIZE
               ' - RUN ABORTED' DELIMITED BY SIZE
            INTO print-line
        PERFORM stream-control-abend
    END-IF.

*> The block is journaled before the lock comes off, so the next
*> stream's reservation always follows this one on the journal.
take-control-record.
    MOVE 0 TO req-number
    READ req-file WITH LOCK
        INVALID KEY
            CONTINUE
    END-READ
    EVALUATE TRUE
        WHEN req-file-ok
            MOVE req-record TO req-before-image
            MOVE req-last-assigned TO stream-number-base
            ADD stream-reserve-count TO req-last-assigned
            REWRITE req-record
            IF req-file-ok
                PERFORM journal-request-change
                MOVE 'Y' TO control-lock-flag
            ELSE
                MOVE 'F' TO control-lock-flag
            END-IF
            UNLOCK req-file
        WHEN req-record-locked
            ADD 1 TO lock-retry-count
            PERFORM read-lock-clock
            IF lock-now-hundredths < lock-start-hundredths
                ADD 8640000 TO lock-now-hundredths
            END-IF
            COMPUTE lock-wait-elapsed =
                lock-now-hundredths - lock-start-hundredths
        WHEN OTHER
            MOVE 'F' TO control-lock-flag
    END-EVALUATE.

*> The time of day in hundredths of a second since midnight.
read-lock-clock.
    ACCEPT lock-clock FROM TIME
    COMPUTE lock-now-hundredths =
        ((lock-clock-hh * 60 + lock-clock-mm) * 60 + lock-clock-ss)
            * 100 + lock-clock-cc.

*> A stream that cannot settle its numbers stops before a card is
*> taken in. The message is already sitting in print-line.
stream-control-abend.
    PERFORM write-fail-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE print-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE ctl-file
    CLOSE print-file
    CLOSE print-file-2
    CLOSE print-file-3
    CLOSE reject-file
    CLOSE jrnl-file
    CLOSE dept-file
    CLOSE req-file
    CLOSE greet-file
    STOP RUN.

*> One pass over CTLFILE to size the reservation: every detail card in
*> the stream's range will be dealt a number, whatever intake makes of
*> it. The file is reopened for the real intake pass.
count-stream-cards.
    MOVE 0 TO stream-card-count
    MOVE 'N' TO eof-flag
    PERFORM UNTIL end-of-control-file
        READ ctl-file
            AT END
                MOVE 'Y' TO eof-flag
            NOT AT END
                IF ctl-hdr-type NOT = 'H' AND ctl-hdr-type NOT = 'T'
                   AND ctl-hdr-type NOT = 'G'
                    MOVE ctl-dept-code TO stream-test-code
                    PERFORM test-stream-range
                    IF dept-in-stream
                        ADD 1 TO stream-card-count
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE ctl-file
    OPEN INPUT ctl-file
    MOVE 'N' TO eof-flag.

*> Does stream-test-code belong to this run? Always, for a single run.
test-stream-range.
    MOVE 'Y' TO stream-range-flag
    IF stream-mode
        IF stream-test-code < stream-dept-low
            MOVE 'N' TO stream-range-flag
        END-IF
        IF stream-dept-high NOT = SPACES
           AND stream-test-code > stream-dept-high
            MOVE 'N' TO stream-range-flag
        END-IF
    END-IF.

*> STRMCTL holds one record: where this stream stands. The caller sets
*> the state; the figures are whatever the run has reached.
write-stream-status.
    MOVE stream-number TO strm-stream-number
    MOVE stream-dept-low TO strm-dept-low
    MOVE stream-dept-high TO strm-dept-high
    MOVE today TO strm-run-date
    MOVE stream-number-base TO strm-number-base
    MOVE stream-reserve-count TO strm-number-count
    MOVE ctl-detail-count TO strm-ctl-count
    MOVE stream-taken-count TO strm-taken-count
    MOVE tree-count TO strm-tree-count
    MOVE row-count TO strm-row-count
    MOVE reject-count TO strm-reject-count
    MOVE approval-queue-count TO strm-approval-count
    MOVE future-wait-count TO strm-future-count
    MOVE future-earliest TO strm-future-earliest
    MOVE cap-reject-count TO strm-cap-reject-count
    MOVE capped-dept-count TO strm-capped-dept-count
    MOVE spoil-tree-count TO strm-spoil-tree-count
    MOVE RETURN-CODE TO strm-return-code
    OPEN OUTPUT strm-ctl-file
    WRITE strm-record
    CLOSE strm-ctl-file.

run-log SECTION.
*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
    ACCEPT log-run-time FROM TIME
    MOVE 'TREEPRT' TO log-program
    WRITE log-record.

*> Every record the store accepts goes on the change journal with the
*> image it replaced; an add has nothing before it.
journal-request-add.
    MOVE 'A' TO jrnl-action
    MOVE SPACES TO jrnl-before
    PERFORM write-journal-request.

journal-request-change.
    MOVE 'C' TO jrnl-action
    MOVE req-before-image TO jrnl-before
    PERFORM write-journal-request.

write-journal-request.
    IF req-file-ok
        MOVE 'REQSTORE' TO jrnl-file-id
        MOVE 'TREEPRT' TO jrnl-program
        PERFORM take-journal-stamp
        MOVE req-number TO jrnl-key
        MOVE req-record TO jrnl-after
        WRITE jrnl-record
    END-IF.

*> The stamp is the clock's own date and time, so a change made past
*> midnight carries the day it was made on, not the day the run began.
*> Should the date turn over between the two reads, the time is taken
*> again on the new day.
take-journal-stamp.
    ACCEPT jrnl-run-date FROM DATE YYYYMMDD
    ACCEPT jrnl-run-time FROM TIME
    ACCEPT stamp-check-date FROM DATE YYYYMMDD
    IF stamp-check-date NOT = jrnl-run-date
        MOVE stamp-check-date TO jrnl-run-date
        ACCEPT jrnl-run-time FROM TIME
    END-IF.

