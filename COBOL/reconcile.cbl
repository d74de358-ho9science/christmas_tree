        FILE STATUS IS deptstat-file-status.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT dept-file ASSIGN TO "DEPTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-code
        FILE STATUS IS dept-file-status.
    SELECT req-unld-file ASSIGN TO "REQUNLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS unld-file-status.
    SELECT dept-unld-file ASSIGN TO "DEPTUNLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS unld-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.
    SELECT sort-file ASSIGN TO "SORTWK".
    SELECT print-file ASSIGN TO "TREEPRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS print-file-status.
FD  req-file.
COPY TREEREQ.

FD  dept-file.
COPY TREEDEPT.

*> Both unloads are laid out as TREEUNLD; the record is read into
*> working storage.
FD  req-unld-file.
01 req-unld-line PIC X(81).

FD  dept-unld-file.
01 dept-unld-line PIC X(81).

FD  jrnl-file.
COPY TREEJRNL.

*> The journal's changes since the unload, brought together by key in
*> the order they were made, so the last one for each key is the
*> image the store should hold.
SD  sort-file.
01 proof-sort-record.
    05 prf-key PIC X(06).
    05 prf-seq PIC 9(08).
    05 prf-action PIC X(01).
    05 prf-after PIC X(80).

FD  print-file.
01 print-line PIC X(132).

        10 recon-stat-trees PIC 9(06).
        10 recon-stat-rows PIC 9(08).
        10 recon-stat-forest PIC 9(06).
        10 recon-spoil-trees PIC 9(06).
        10 recon-spoil-rows PIC 9(08).
        10 recon-spoil-stat-flag PIC X(01).

01 hist-total-accepted PIC 9(08) VALUE 0.
01 hist-total-rejected PIC 9(08) VALUE 0.
01 trailer-trees PIC 9(06).
01 trailer-rejects PIC 9(06).

*> The store proof: the file being proven, its latest unload and the
*> journal since, walked key by key against the live file.
01 dept-file-status PIC X(02).
    88 dept-file-ok VALUE '00'.
01 unld-file-status PIC X(02).
    88 unld-file-ok VALUE '00'.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
01 proof-file-id PIC X(08).
    88 proving-reqstore VALUE 'REQSTORE'.
01 proof-key-length BINARY-LONG.
01 proof-unload-date PIC 9(08).
01 proof-unload-time PIC 9(08).
01 proof-seq PIC 9(08).
01 proof-mark-flag PIC X.
    88 proof-mark-found VALUE 'Y'.
01 proof-store-flag PIC X.
    88 proof-store-open VALUE 'Y'.
01 unld-eof-flag PIC X.
    88 end-of-unld-file VALUE 'Y'.
01 jrnl-eof-flag PIC X.
    88 end-of-jrnl-file VALUE 'Y'.
01 proof-sort-eof-flag PIC X.
    88 end-of-proof-sort VALUE 'Y'.
01 store-eof-flag PIC X.
    88 end-of-store VALUE 'Y'.
01 trailer-seen-flag PIC X.
    88 unload-trailer-seen VALUE 'Y'.
01 unload-trailer-count PIC 9(08).
01 unload-image-count PIC 9(08).
01 proof-match-count PIC 9(08).
01 proof-miss-count PIC 9(06).
*> The next key from each side; HIGH-VALUES once a side runs out.
01 unload-key PIC X(06).
01 unload-image-hold PIC X(80).
01 journal-key PIC X(06).
01 journal-action PIC X(01).
01 journal-image PIC X(80).
01 store-key PIC X(06).
01 store-image PIC X(80).
01 low-key PIC X(06).
01 expect-flag PIC X.
    88 expect-present VALUE 'Y'.
01 expect-image PIC X(80).
01 found-flag PIC X.
    88 found-present VALUE 'Y'.

COPY TREEUNLD.

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'END-OF-RUN RECONCILIATION                 '.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-run-date PIC 9(08).
    05 FILLER PIC X(01).
    05 parm-proof-flag PIC X(01).
        88 parm-store-proof VALUE 'J'.

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> with a nonzero return code so the scheduler holds the chargeback
*> job instead of billing from broken books.
*> The run date comes off the PARM; absent, today's render is checked.
*> A 'J' after it (run date, comma, J) also proves REQSTORE and
*> DEPTMAST still hold exactly what their latest unload plus the change
*> journal since says they should - silent damage to either file shows
*> up here the morning after rather than when someone trips over it.
IF parm-length >= 8 AND parm-run-date IS NUMERIC
   AND parm-run-date > 0
    MOVE parm-run-date TO run-date
PERFORM tally-history
PERFORM match-deptstat
PERFORM match-print-trailer
IF parm-length >= 10 AND parm-store-proof
    IF NOT req-store-missing
        MOVE 'REQSTORE' TO proof-file-id
        MOVE 6 TO proof-key-length
        PERFORM prove-one-file
    END-IF
    MOVE 'DEPTMAST' TO proof-file-id
    MOVE 4 TO proof-key-length
    PERFORM prove-one-file
END-IF
MOVE SPACES TO report-line
IF discrepancy-count = 0
    MOVE 'RECONCILIATION CLEAN - ALL THREE STORES AGREE'
        MOVE 0 TO recon-stat-trees (dx)
        MOVE 0 TO recon-stat-rows (dx)
        MOVE 0 TO recon-stat-forest (dx)
        MOVE 0 TO recon-spoil-trees (dx)
        MOVE 0 TO recon-spoil-rows (dx)
        MOVE 'N' TO recon-spoil-stat-flag (dx)
    END-IF
*> Spoilage reprints are tallied apart: the render run bills them on a
*> print-room overhead record of their own, not the office's.
    IF dx <= recon-count
        IF hist-status = 'A' AND hist-spoilage
            ADD 1 TO recon-spoil-trees (dx)
            ADD hist-rows TO recon-spoil-rows (dx)
        END-IF
        IF hist-status = 'A' AND NOT hist-spoilage
            ADD 1 TO recon-hist-trees (dx)
            ADD hist-rows TO recon-hist-rows (dx)
        END-IF
        IF hist-status NOT = 'A'
            ADD 1 TO recon-hist-rejects (dx)
        END-IF
    END-IF
            WRITE report-line
            ADD 1 TO discrepancy-count
        NOT INVALID KEY
*> A printed request the mail-room has since signed for is still the
*> one this line printed.
            IF (hist-status = 'A' AND NOT req-printed
                                  AND NOT req-delivered)
               OR (hist-status = 'R' AND NOT req-rejected)
                MOVE SPACES TO report-line
                STRING 'REQUEST ' DELIMITED BY SIZE
            WRITE report-line
            ADD 1 TO discrepancy-count
        END-IF
        IF recon-spoil-stat-flag (dx) = 'N'
           AND recon-spoil-trees (dx) > 0
            MOVE SPACES TO report-line
            STRING 'DEPT ' DELIMITED BY SIZE
                   recon-code (dx) DELIMITED BY SIZE
                   ' HISTFILE SPOILAGE TREES ' DELIMITED BY SIZE
                   recon-spoil-trees (dx) DELIMITED BY SIZE
                   ' BUT NO SPOILAGE DEPTSTAT RECORD' DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
            ADD 1 TO discrepancy-count
        END-IF
    END-PERFORM.

match-one-stat-record.
        WRITE report-line
        ADD 1 TO discrepancy-count
    ELSE
      IF stat-spoilage
        PERFORM match-one-spoilage-record
      ELSE
        MOVE 'Y' TO recon-stat-flag (dx)
        MOVE stat-tree-count TO recon-stat-trees (dx)
        MOVE stat-row-count TO recon-stat-rows (dx)
                INTO report-line
            WRITE report-line
        END-IF
      END-IF
    END-IF.

*> A spoilage record answers to the department's spoilage lines only.
*> Spoilage reprints always print solo, never on a shared shelf, so
*> their rows compare exactly.
match-one-spoilage-record.
    MOVE 'Y' TO recon-spoil-stat-flag (dx)
    IF stat-tree-count NOT = recon-spoil-trees (dx)
        MOVE SPACES TO report-line
        STRING 'DEPT ' DELIMITED BY SIZE
               stat-dept-code DELIMITED BY SIZE
               ' SPOILAGE TREES ' DELIMITED BY SIZE
               stat-tree-count DELIMITED BY SIZE
               ' BUT HISTFILE SPOILAGE ' DELIMITED BY SIZE
               recon-spoil-trees (dx) DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        ADD 1 TO discrepancy-count
    END-IF
    IF stat-row-count NOT = recon-spoil-rows (dx)
        MOVE SPACES TO report-line
        STRING 'DEPT ' DELIMITED BY SIZE
               stat-dept-code DELIMITED BY SIZE
               ' SPOILAGE ROWS ' DELIMITED BY SIZE
               stat-row-count DELIMITED BY SIZE
               ' BUT HISTFILE SPOILAGE ROWS ' DELIMITED BY SIZE
               recon-spoil-rows (dx) DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        ADD 1 TO discrepancy-count
    END-IF.

*> Find the run date's job summary trailer on the spool and hold its
            END-IF
        END-IF
    END-IF.

*> One file's proof. The unload says when the copy was taken; the
*> journal's changes from that copy's mark on are sorted by key, and
*> the unload, the sorted changes and the live file are then walked
*> together in key order. Where the journal has a change for a key its
*> last image (or its delete) is what the file should hold, otherwise
*> the unload's image is; every key where the file says otherwise is a
*> discrepancy.
prove-one-file.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE 'N' TO unld-eof-flag
    MOVE 'N' TO proof-mark-flag
    MOVE 'N' TO proof-store-flag
    MOVE 'N' TO trailer-seen-flag
    MOVE 0 TO unload-trailer-count
    MOVE 0 TO unload-image-count
    MOVE 0 TO proof-match-count
    MOVE 0 TO proof-miss-count
    MOVE 0 TO proof-seq
    IF proving-reqstore
        OPEN INPUT req-unld-file
    ELSE
        OPEN INPUT dept-unld-file
    END-IF
    IF NOT unld-file-ok
        MOVE SPACES TO report-line
        STRING proof-file-id DELIMITED BY SIZE
               ' UNLOAD NOT AVAILABLE - FILE NOT PROVEN'
                   DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        ADD 1 TO discrepancy-count
    ELSE
        PERFORM read-unload-record
        IF end-of-unld-file OR NOT unld-header
           OR unld-file-id NOT = proof-file-id
            MOVE SPACES TO report-line
            STRING proof-file-id DELIMITED BY SIZE
                   ' UNLOAD HEADER MISSING OR FOR ANOTHER FILE'
                       DELIMITED BY SIZE
                   ' - FILE NOT PROVEN' DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
            ADD 1 TO discrepancy-count
        ELSE
            MOVE unld-run-date TO proof-unload-date
            MOVE unld-run-time TO proof-unload-time
            PERFORM prove-against-journal
        END-IF
        IF proving-reqstore
            CLOSE req-unld-file
        ELSE
            CLOSE dept-unld-file
        END-IF
    END-IF.

prove-against-journal.
    OPEN INPUT jrnl-file
    IF NOT jrnl-file-ok
        MOVE SPACES TO report-line
        STRING 'CHGJRNL NOT AVAILABLE - ' DELIMITED BY SIZE
               proof-file-id DELIMITED BY SIZE
               ' NOT PROVEN' DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        ADD 1 TO discrepancy-count
    ELSE
        PERFORM open-proof-store
        IF proof-store-open
            SORT sort-file
                ASCENDING KEY prf-key prf-seq
                INPUT PROCEDURE IS gather-journal
                OUTPUT PROCEDURE IS compare-store
            IF NOT proving-reqstore
                CLOSE dept-file
            END-IF
        END-IF
        CLOSE jrnl-file
    END-IF.

*> REQSTORE is already open for the status checks and only needs
*> putting back to its first key; DEPTMAST is opened for the proof.
open-proof-store.
    MOVE 'N' TO store-eof-flag
    IF proving-reqstore
        MOVE 'Y' TO proof-store-flag
        MOVE 0 TO req-number
        START req-file KEY IS NOT LESS THAN req-number
            INVALID KEY
                MOVE 'Y' TO store-eof-flag
        END-START
    ELSE
        OPEN INPUT dept-file
        IF dept-file-ok
            MOVE 'Y' TO proof-store-flag
        ELSE
            MOVE SPACES TO report-line
            MOVE 'DEPTMAST NOT AVAILABLE - FILE NOT PROVEN'
                TO report-line
            WRITE report-line
            ADD 1 TO discrepancy-count
        END-IF
    END-IF.

read-unload-record.
    IF proving-reqstore
        READ req-unld-file INTO unld-record
            AT END
                MOVE 'Y' TO unld-eof-flag
        END-READ
    ELSE
        READ dept-unld-file INTO unld-record
            AT END
                MOVE 'Y' TO unld-eof-flag
        END-READ
    END-IF.

*> The next image off the unload, its key cut to the file's key
*> length; the trailer's count is kept to prove the copy is whole.
next-unload-image.
    MOVE HIGH-VALUES TO unload-key
    IF NOT end-of-unld-file AND NOT unload-trailer-seen
        PERFORM read-unload-record
        PERFORM UNTIL end-of-unld-file OR unld-image OR unld-trailer
            PERFORM read-unload-record
        END-PERFORM
        IF NOT end-of-unld-file
            IF unld-trailer
                MOVE 'Y' TO trailer-seen-flag
                MOVE unld-count TO unload-trailer-count
            ELSE
                ADD 1 TO unload-image-count
                MOVE unld-data (1:proof-key-length) TO unload-key
                MOVE unld-data TO unload-image-hold
            END-IF
        END-IF
    END-IF.

next-store-image.
    MOVE HIGH-VALUES TO store-key
    IF NOT end-of-store
        IF proving-reqstore
            READ req-file NEXT RECORD
                AT END
                    MOVE 'Y' TO store-eof-flag
                NOT AT END
                    MOVE req-number TO store-key
                    MOVE req-record TO store-image
            END-READ
        ELSE
            READ dept-file NEXT RECORD
                AT END
                    MOVE 'Y' TO store-eof-flag
                NOT AT END
                    MOVE dept-code TO store-key
                    MOVE dept-record TO store-image
            END-READ
        END-IF
    END-IF.

*> Only the proven file's changes after its unload's own mark go into
*> the sort; the copy already holds everything before it.
gather-journal SECTION.
MOVE 'N' TO jrnl-eof-flag
PERFORM UNTIL end-of-jrnl-file
    READ jrnl-file
        AT END
            MOVE 'Y' TO jrnl-eof-flag
        NOT AT END
            IF jrnl-file-id = proof-file-id
                PERFORM gather-one-change
            END-IF
    END-READ
END-PERFORM
GO TO gather-journal-exit.

gather-one-change.
    IF NOT proof-mark-found
        IF jrnl-unload-mark
           AND jrnl-run-date = proof-unload-date
           AND jrnl-run-time = proof-unload-time
            MOVE 'Y' TO proof-mark-flag
        END-IF
    ELSE
        IF jrnl-add OR jrnl-change OR jrnl-delete
            ADD 1 TO proof-seq
            MOVE jrnl-key TO prf-key
            MOVE proof-seq TO prf-seq
            MOVE jrnl-action TO prf-action
            MOVE jrnl-after TO prf-after
            RELEASE proof-sort-record
        END-IF
    END-IF.

gather-journal-exit.
    EXIT.

compare-store SECTION.
*> A journal without this unload's mark belongs to some other copy and
*> proves nothing about this one.
IF NOT proof-mark-found
    MOVE SPACES TO report-line
    STRING 'NO MARK FOR THE ' DELIMITED BY SIZE
           proof-file-id DELIMITED BY SIZE
           ' UNLOAD ON CHGJRNL - FILE NOT PROVEN' DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    ADD 1 TO discrepancy-count
    GO TO compare-store-exit
END-IF
MOVE 'N' TO proof-sort-eof-flag
RETURN sort-file
    AT END
        MOVE 'Y' TO proof-sort-eof-flag
END-RETURN
PERFORM next-journal-final
PERFORM next-unload-image
PERFORM next-store-image
MOVE SPACES TO low-key
PERFORM compare-one-key UNTIL low-key = HIGH-VALUES
IF NOT unload-trailer-seen
   OR unload-trailer-count NOT = unload-image-count
    MOVE SPACES TO report-line
    STRING proof-file-id DELIMITED BY SIZE
           ' UNLOAD SHORT OF ITS TRAILER COUNT - PROOF INCOMPLETE'
               DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    ADD 1 TO discrepancy-count
END-IF
MOVE SPACES TO report-line
STRING proof-file-id DELIMITED BY SIZE
       ' AGAINST UNLOAD OF ' DELIMITED BY SIZE
       proof-unload-date DELIMITED BY SIZE
       ' ' DELIMITED BY SIZE
       proof-unload-time DELIMITED BY SIZE
       ' PLUS ' DELIMITED BY SIZE
       proof-seq DELIMITED BY SIZE
       ' CHANGES - MATCHED: ' DELIMITED BY SIZE
       proof-match-count DELIMITED BY SIZE
       '  DIFFERENT: ' DELIMITED BY SIZE
       proof-miss-count DELIMITED BY SIZE
    INTO report-line
WRITE report-line
GO TO compare-store-exit.

*> The last change the journal holds for the next key in the sort.
next-journal-final.
    IF end-of-proof-sort
        MOVE HIGH-VALUES TO journal-key
    ELSE
        MOVE prf-key TO journal-key
        PERFORM UNTIL end-of-proof-sort OR prf-key NOT = journal-key
            MOVE prf-action TO journal-action
            MOVE prf-after TO journal-image
            RETURN sort-file
                AT END
                    MOVE 'Y' TO proof-sort-eof-flag
            END-RETURN
        END-PERFORM
    END-IF.

*> The lowest key any side holds: what the file should have there
*> against what it has.
compare-one-key.
    MOVE unload-key TO low-key
    IF journal-key < low-key
        MOVE journal-key TO low-key
    END-IF
    IF store-key < low-key
        MOVE store-key TO low-key
    END-IF
    IF low-key NOT = HIGH-VALUES
        MOVE 'N' TO expect-flag
        IF journal-key = low-key
            IF journal-action NOT = 'D'
                MOVE 'Y' TO expect-flag
                MOVE journal-image TO expect-image
            END-IF
        ELSE
            IF unload-key = low-key
                MOVE 'Y' TO expect-flag
                MOVE unload-image-hold TO expect-image
            END-IF
        END-IF
        MOVE 'N' TO found-flag
        IF store-key = low-key
            MOVE 'Y' TO found-flag
        END-IF
        EVALUATE TRUE
            WHEN expect-present AND found-present
                IF store-image = expect-image
                    ADD 1 TO proof-match-count
                ELSE
                    MOVE SPACES TO report-line
                    STRING proof-file-id DELIMITED BY SIZE
                           ' KEY ' DELIMITED BY SIZE
                           low-key DELIMITED BY SIZE
                           ' DIFFERS FROM UNLOAD PLUS JOURNAL'
                               DELIMITED BY SIZE
                        INTO report-line
                    PERFORM write-proof-difference
                END-IF
            WHEN expect-present
                MOVE SPACES TO report-line
                STRING proof-file-id DELIMITED BY SIZE
                       ' KEY ' DELIMITED BY SIZE
                       low-key DELIMITED BY SIZE
                       ' IN UNLOAD PLUS JOURNAL BUT NOT ON FILE'
                           DELIMITED BY SIZE
                    INTO report-line
                PERFORM write-proof-difference
            WHEN found-present
                MOVE SPACES TO report-line
                STRING proof-file-id DELIMITED BY SIZE
                       ' KEY ' DELIMITED BY SIZE
                       low-key DELIMITED BY SIZE
                       ' ON FILE BUT NOT IN UNLOAD PLUS JOURNAL'
                           DELIMITED BY SIZE
                    INTO report-line
                PERFORM write-proof-difference
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF journal-key = low-key
            PERFORM next-journal-final
        END-IF
        IF unload-key = low-key
            PERFORM next-unload-image
        END-IF
        IF store-key = low-key
            PERFORM next-store-image
        END-IF
    END-IF.

write-proof-difference.
    WRITE report-line
    ADD 1 TO proof-miss-count
    ADD 1 TO discrepancy-count.

compare-store-exit.
    EXIT.
