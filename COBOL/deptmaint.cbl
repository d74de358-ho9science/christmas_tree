        ACCESS MODE IS RANDOM
        RECORD KEY IS dept-code
        FILE STATUS IS dept-file-status.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
    SELECT oper-file ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-initials
        FILE STATUS IS oper-file-status.
    SELECT report-file ASSIGN TO "DEPTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.

DATA DIVISION.
FILE SECTION.
*> deactivated in error; 'T' re-routes its printed bundle (H or blank
*> for headquarters, 2 or 3 for a satellite building); 'L' sets its
*> seasonal allowance (type T caps trees, R caps rows, blank with a
*> zero amount lifts the cap). 'M' merges the department into the
*> surviving department named in columns 40-43: its open requests move
*> to the survivor, its remaining allowance goes with them and it is
*> closed. 'K' cancels every request still open under a department
*> already deactivated. The card carries every field; each action
*> reads only its own. Columns 69-71 carry the initials of the operator
*> submitting the card; OPERAUTH has to say that operator may apply
*> that action, or the card is refused.
FD  tran-file.
01 tran-record.
    05 tran-action PIC X(01).
        88 tran-action-known VALUES 'A', 'R', 'C', 'D', 'E', 'T', 'L',
                                    'M', 'K'.
    05 tran-dept-code PIC X(04).
    05 tran-dept-name PIC X(20).
    05 tran-cost-center PIC X(06).
    05 tran-route-code PIC X(01).
    05 tran-allow-type PIC X(01).
    05 tran-allow-amount PIC 9(06).
    05 tran-survivor-code PIC X(04).
    05 FILLER PIC X(25).
    05 tran-operator PIC X(03).
    05 FILLER PIC X(09).

FD  dept-file.
COPY TREEDEPT.

FD  req-file.
COPY TREEREQ.

FD  hist-file.
COPY TREEHIST.

FD  oper-file.
COPY TREEOPER.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

FD  jrnl-file.
COPY TREEJRNL.

WORKING-STORAGE SECTION.
01 tran-eof-flag PIC X VALUE 'N'.
    88 end-of-tran-file VALUE 'Y'.
    88 department-not-found VALUE 'Y'.
01 applied-count PIC 9(06) VALUE 0.
01 error-count PIC 9(06) VALUE 0.
01 today PIC 9(08).
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 oper-file-status PIC X(02).
    88 oper-file-ok VALUE '00'.
01 security-flag PIC X.
    88 card-refused VALUE 'Y'.
01 security-reason PIC X(30).
01 security-count PIC 9(06) VALUE 0.
01 ox BINARY-LONG.
01 audit-log-detail PIC X(60).
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 stamp-check-date PIC 9(08).
*> Each record as it stood when last read, for the journal's before
*> image.
01 dept-before-image PIC X(80).
01 req-before-image PIC X(80).

01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 store-flag PIC X VALUE 'N'.
    88 store-available VALUE 'Y'.
01 hist-file-status PIC X(02).
    88 hist-file-ok VALUE '00'.
01 hist-eof-flag PIC X VALUE 'N'.
    88 end-of-hist-file VALUE 'Y'.

*> The open-request walk behind a closure: list them under a
*> deactivation, move them on a merge, cancel them on a K card.
01 scan-action PIC X(01).
01 scan-dept-code PIC X(04).
01 open-count PIC 9(06).

*> Both sides of a merge, held while the master record area is reused.
01 merge-flag PIC X VALUE 'N'.
    88 merge-refused VALUE 'Y'.
01 survivor-code PIC X(04).
01 closing-allow-type PIC X(01).
01 closing-allow-amount PIC 9(06).
01 closing-used-trees PIC 9(08).
01 closing-used-rows PIC 9(08).
01 carry-used PIC 9(08).
01 carry-remaining PIC 9(08).
01 carry-display PIC 9(06).
01 new-allow-work PIC 9(08).

*> Department codes already followed along their merges, so a season's
*> history costs one master lookup per code rather than per line.
01 resolve-code PIC X(04).
01 resolve-start PIC X(04).
01 resolve-hops BINARY-LONG.
01 resolve-done-flag PIC X VALUE 'N'.
    88 resolve-done VALUE 'Y'.
01 rx BINARY-LONG.
01 resolve-count BINARY-LONG VALUE 0.
01 resolve-max BINARY-LONG VALUE 200.
01 resolve-table.
    05 resolve-entry OCCURS 200 TIMES.
        10 resolve-from PIC X(04).
        10 resolve-to PIC X(04).

01 audit-line.
    05 audit-action PIC X(10).
    05 audit-note PIC X(50).
    05 FILLER PIC X(65) VALUE SPACES.

01 open-request-line.
    05 FILLER PIC X(17) VALUE SPACES.
    05 orl-req-number PIC 9(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 orl-status PIC X(07).
    05 FILLER PIC X(02) VALUE SPACES.
    05 orl-run-date PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 orl-note PIC X(40).
    05 FILLER PIC X(48) VALUE SPACES.

PROCEDURE DIVISION.
main-line SECTION.
*> Applies a card deck of maintenance transactions to the department
*> master so offices can be added, renamed, re-centered, or closed
*> without anyone editing the billing authority by hand - hand edits
*> have broken the render run before. Every transaction leaves one
*> audit line on DEPTRPT, and a closure lists the requests it touched.
ACCEPT today FROM DATE YYYYMMDD
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE 'APPLYING DEPTTRAN MAINTENANCE DECK' TO log-text
PERFORM write-run-log
OPEN INPUT tran-file
IF NOT tran-file-ok
    MOVE SPACES TO report-line
    MOVE 'DEPTTRAN NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    PERFORM maintenance-abend
END-IF
*> No change goes on the master or the store unless it can go on the
*> journal too, or the next recovery would silently lose it.
OPEN EXTEND jrnl-file
IF jrnl-file-not-found
    OPEN OUTPUT jrnl-file
END-IF
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    CLOSE tran-file
    PERFORM maintenance-abend
END-IF
OPEN I-O dept-file
*> First maintenance on a fresh system builds the master; an empty
    MOVE SPACES TO report-line
    MOVE 'DEPTMAST NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    CLOSE tran-file
    CLOSE jrnl-file
    PERFORM maintenance-abend
END-IF
*> Without the authorization file no card can be cleared, so none is
*> applied; it is never built here - that is its own job's business.
OPEN INPUT oper-file
IF NOT oper-file-ok
    MOVE SPACES TO report-line
    MOVE 'OPERAUTH NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    CLOSE tran-file
    CLOSE jrnl-file
    CLOSE dept-file
    PERFORM maintenance-abend
END-IF
*> The store is only wanted for a closure's open requests; the master
*> maintenance goes ahead without it, and merge and cancel cards are
*> refused.
OPEN I-O req-file
IF req-file-ok
    MOVE 'Y' TO store-flag
END-IF
READ tran-file
    AT END
END-READ
PERFORM UNTIL end-of-tran-file
    MOVE SPACES TO audit-note
    PERFORM check-operator
    IF card-refused
        PERFORM refuse-card
    ELSE
        EVALUATE tran-action
            WHEN 'A'
                PERFORM add-department
            WHEN 'R'
                PERFORM rename-department
            WHEN 'C'
                PERFORM recenter-department
            WHEN 'D'
                PERFORM deactivate-department
            WHEN 'E'
                PERFORM reactivate-department
            WHEN 'T'
                PERFORM reroute-department
            WHEN 'L'
                PERFORM set-allowance
            WHEN 'M'
                PERFORM merge-department
            WHEN 'K'
                PERFORM cancel-open-requests
            WHEN OTHER
                MOVE 'UNKNOWN   ' TO audit-action
                MOVE tran-dept-code TO audit-dept-code
                MOVE 'ACTION CODE NOT A, R, C, D, E, T, L, M OR K'
                    TO audit-note
                ADD 1 TO error-count
                WRITE report-line FROM audit-line
        END-EVALUATE
    END-IF
    READ tran-file
        AT END
            MOVE 'Y' TO tran-eof-flag
       applied-count DELIMITED BY SIZE
       '  IN ERROR: ' DELIMITED BY SIZE
       error-count DELIMITED BY SIZE
       '  SECURITY REJECTS: ' DELIMITED BY SIZE
       security-count DELIMITED BY SIZE
    INTO report-line
WRITE report-line
IF error-count > 0 AND RETURN-CODE = 0
    MOVE 8 TO RETURN-CODE
END-IF
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'APPLIED ' DELIMITED BY SIZE
       applied-count DELIMITED BY SIZE
       ' IN ERROR ' DELIMITED BY SIZE
       error-count DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE jrnl-file
CLOSE tran-file
CLOSE dept-file
IF store-available
    CLOSE req-file
END-IF
CLOSE oper-file
CLOSE report-file
STOP RUN.

*> A deck that cannot be applied at all says why on the report and on
*> the log; the message is already in report-line.
maintenance-abend.
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE report-file
    STOP RUN.

*> The add card is policed with the same edits the dedicated re-route
*> and allowance actions apply: a mistyped routing code would quietly
*> print the bundle at headquarters, and an allowance amount under an
    MOVE tran-dept-name TO dept-official-name
    MOVE tran-cost-center TO dept-cost-center
    MOVE 'A' TO dept-active-flag
    MOVE SPACES TO dept-merged-into
    MOVE tran-route-code TO dept-route-code
    MOVE tran-allow-type TO dept-allow-type
    IF tran-allow-amount IS NUMERIC
        NOT INVALID KEY
            MOVE 'ADDED AS ACTIVE' TO audit-note
            ADD 1 TO applied-count
            PERFORM journal-department-add
*> An office that opens with a cap has had its allowance set.
            IF dept-allow-trees OR dept-allow-rows
                MOVE SPACES TO log-text
                STRING 'ADDED WITH CAP ' DELIMITED BY SIZE
                       dept-allow-amount DELIMITED BY SIZE
                       ' TYPE ' DELIMITED BY SIZE
                       dept-allow-type DELIMITED BY SIZE
                    INTO log-text
                PERFORM log-operator-action
            END-IF
    END-WRITE.

rename-department.
    IF NOT department-not-found
        MOVE tran-dept-name TO dept-official-name
        REWRITE dept-record
        PERFORM journal-department-change
        MOVE 'RENAME    ' TO audit-action
        STRING 'OFFICIAL NAME NOW ' DELIMITED BY SIZE
               tran-dept-name DELIMITED BY SIZE
    IF NOT department-not-found
        MOVE tran-cost-center TO dept-cost-center
        REWRITE dept-record
        PERFORM journal-department-change
        MOVE 'RECENTER  ' TO audit-action
        STRING 'COST-CENTER NOW ' DELIMITED BY SIZE
               tran-cost-center DELIMITED BY SIZE
    IF NOT department-not-found
        MOVE 'I' TO dept-active-flag
        REWRITE dept-record
        PERFORM journal-department-change
        MOVE 'DEACTIVATE' TO audit-action
        MOVE 'NEW REQUESTS NOW BOUNCE AS DEPT-INA' TO audit-note
        ADD 1 TO applied-count
        WRITE report-line FROM audit-line
        PERFORM list-open-requests
    END-IF.

*> A closure should never leave requests waiting to bounce: whatever
*> is still pending or held under the code is listed beneath the
*> deactivation, for the office to cancel with a K card or move to
*> another department with an M card.
list-open-requests.
    IF store-available
        MOVE tran-dept-code TO scan-dept-code
        MOVE 'L' TO scan-action
        PERFORM scan-open-requests
        MOVE SPACES TO audit-action
        MOVE SPACES TO audit-note
        IF open-count = 0
            MOVE 'NO OPEN REQUESTS ON THE STORE' TO audit-note
        ELSE
            STRING open-count DELIMITED BY SIZE
                   ' OPEN - SUBMIT K TO CANCEL OR M TO MERGE'
                       DELIMITED BY SIZE
                INTO audit-note
        END-IF
    ELSE
        MOVE SPACES TO audit-action
        MOVE 'REQSTORE NOT AVAILABLE - OPEN REQUESTS NOT LISTED'
            TO audit-note
    END-IF
    WRITE report-line FROM audit-line.

*> A merged office stays closed: reopening it would leave its history
*> rolled up under a survivor it no longer belongs to.
reactivate-department.
    PERFORM fetch-department
    IF NOT department-not-found
        MOVE 'REACTIVATE' TO audit-action
        IF dept-not-merged
            MOVE 'A' TO dept-active-flag
            REWRITE dept-record
            PERFORM journal-department-change
            MOVE 'DEPARTMENT ACTIVE AGAIN' TO audit-note
            ADD 1 TO applied-count
        ELSE
            STRING 'MERGED INTO ' DELIMITED BY SIZE
                   dept-merged-into DELIMITED BY SIZE
                   ' - NOT REACTIVATED' DELIMITED BY SIZE
                INTO audit-note
            ADD 1 TO error-count
        END-IF
        WRITE report-line FROM audit-line
    END-IF.

           OR tran-route-code = '2' OR tran-route-code = '3'
            MOVE tran-route-code TO dept-route-code
            REWRITE dept-record
            PERFORM journal-department-change
            STRING 'BUNDLE NOW ROUTED TO ' DELIMITED BY SIZE
                   tran-route-code DELIMITED BY SIZE
                INTO audit-note
                MOVE tran-allow-type TO dept-allow-type
                MOVE tran-allow-amount TO dept-allow-amount
                REWRITE dept-record
                PERFORM journal-department-change
                STRING 'SEASONAL CAP NOW ' DELIMITED BY SIZE
                       tran-allow-amount DELIMITED BY SIZE
                       ' TYPE ' DELIMITED BY SIZE
                       tran-allow-type DELIMITED BY SIZE
                    INTO audit-note
                ADD 1 TO applied-count
                MOVE audit-note TO log-text
                PERFORM log-operator-action
            ELSE
                IF tran-allow-type = SPACE
                   AND tran-allow-amount = 0
                    MOVE SPACE TO dept-allow-type
                    MOVE 0 TO dept-allow-amount
                    REWRITE dept-record
                    PERFORM journal-department-change
                    MOVE 'SEASONAL CAP LIFTED' TO audit-note
                    ADD 1 TO applied-count
                    MOVE audit-note TO log-text
                    PERFORM log-operator-action
                ELSE
                    MOVE 'ALLOWANCE TYPE NOT T, R OR BLANK-ZERO'
                        TO audit-note
        WRITE report-line FROM audit-line
    END-IF.

*> Two offices reorganized into one: the closing department's open
*> requests move to the survivor so they print there instead of
*> bouncing as DEPT-INA, what is left of its seasonal allowance goes
*> with them, and the master keeps the mapping so the reports roll the
*> closed code's history up under the survivor.
merge-department.
    PERFORM fetch-department
    IF NOT department-not-found
        MOVE 'MERGE     ' TO audit-action
        MOVE 'N' TO merge-flag
        MOVE dept-allow-type TO closing-allow-type
        MOVE 0 TO closing-allow-amount
        IF dept-allow-amount IS NUMERIC
            MOVE dept-allow-amount TO closing-allow-amount
        END-IF
        IF NOT dept-not-merged
            STRING 'ALREADY MERGED INTO ' DELIMITED BY SIZE
                   dept-merged-into DELIMITED BY SIZE
                INTO audit-note
            MOVE 'Y' TO merge-flag
        END-IF
        IF NOT merge-refused AND NOT store-available
            MOVE 'REQSTORE NOT AVAILABLE - NOT MERGED' TO audit-note
            MOVE 'Y' TO merge-flag
        END-IF
        IF NOT merge-refused
            PERFORM check-survivor
        END-IF
        IF merge-refused
            ADD 1 TO error-count
            WRITE report-line FROM audit-line
        ELSE
            PERFORM merge-into-survivor
        END-IF
    END-IF.

*> The survivor has to be an open office of its own; merging into a
*> closed or already-merged code would strand the requests again.
check-survivor.
    MOVE tran-survivor-code TO survivor-code
    IF survivor-code = SPACES OR survivor-code = tran-dept-code
        MOVE 'SURVIVING DEPARTMENT BLANK OR SAME CODE - NOT MERGED'
            TO audit-note
        MOVE 'Y' TO merge-flag
    ELSE
        MOVE survivor-code TO dept-code
        READ dept-file
            INVALID KEY
                STRING 'SURVIVOR ' DELIMITED BY SIZE
                       survivor-code DELIMITED BY SIZE
                       ' NOT ON MASTER - NOT MERGED' DELIMITED BY SIZE
                    INTO audit-note
                MOVE 'Y' TO merge-flag
            NOT INVALID KEY
                IF dept-inactive OR NOT dept-not-merged
                    STRING 'SURVIVOR ' DELIMITED BY SIZE
                           survivor-code DELIMITED BY SIZE
                           ' NOT ACTIVE - NOT MERGED' DELIMITED BY SIZE
                        INTO audit-note
                    MOVE 'Y' TO merge-flag
                END-IF
        END-READ
    END-IF.

merge-into-survivor.
    PERFORM measure-closing-usage
    STRING 'INTO ' DELIMITED BY SIZE
           survivor-code DELIMITED BY SIZE
           ' - OPEN REQUESTS MOVED AS LISTED' DELIMITED BY SIZE
        INTO audit-note
    ADD 1 TO applied-count
    WRITE report-line FROM audit-line
    MOVE tran-dept-code TO scan-dept-code
    MOVE 'M' TO scan-action
    PERFORM scan-open-requests
    MOVE SPACES TO audit-action
    MOVE SPACES TO audit-note
    STRING open-count DELIMITED BY SIZE
           ' OPEN REQUESTS MOVED TO ' DELIMITED BY SIZE
           survivor-code DELIMITED BY SIZE
        INTO audit-note
    WRITE report-line FROM audit-line
*> The closing office is shut and points at its survivor; its cap has
*> gone across, so none is left behind to be carried twice. An office
*> that cannot be shut carries nothing across, or its cap would count
*> on both sides.
    MOVE SPACES TO audit-action
    MOVE SPACES TO audit-note
    MOVE tran-dept-code TO dept-code
    READ dept-file
        INVALID KEY
            MOVE 'CLOSING OFFICE NO LONGER ON MASTER - NOT CLOSED'
                TO audit-note
            PERFORM note-office-not-closed
        NOT INVALID KEY
            MOVE dept-record TO dept-before-image
            PERFORM close-merged-office
    END-READ.

close-merged-office.
    MOVE 'I' TO dept-active-flag
    MOVE survivor-code TO dept-merged-into
    MOVE SPACE TO dept-allow-type
    MOVE 0 TO dept-allow-amount
    REWRITE dept-record
    IF dept-file-ok
        PERFORM journal-department-change
        PERFORM carry-allowance
    ELSE
        STRING 'MASTER REWRITE FAILED - STATUS ' DELIMITED BY SIZE
               dept-file-status DELIMITED BY SIZE
               ' - NOT CLOSED' DELIMITED BY SIZE
            INTO audit-note
        PERFORM note-office-not-closed
    END-IF.

note-office-not-closed.
    ADD 1 TO error-count
    WRITE report-line FROM audit-line.

*> The closing office's history now counts against the survivor, so
*> the survivor's cap grows by what the office printed this season
*> plus whatever was left of its own cap when the two are kept in the
*> same unit. A cap in the other unit, or none, leaves no remainder
*> that converts, so only the printing to date goes across. An
*> uncapped survivor stays uncapped.
carry-allowance.
    MOVE survivor-code TO dept-code
    MOVE survivor-code TO audit-dept-code
    MOVE 'ALLOWANCE ' TO audit-action
    MOVE SPACES TO audit-note
    READ dept-file
        INVALID KEY
            MOVE 'SURVIVOR NO LONGER ON MASTER - NOTHING CARRIED'
                TO audit-note
            ADD 1 TO error-count
        NOT INVALID KEY
            MOVE dept-record TO dept-before-image
            PERFORM carry-into-survivor
    END-READ
    WRITE report-line FROM audit-line.

carry-into-survivor.
    IF dept-allow-trees OR dept-allow-rows
        IF dept-allow-trees
            MOVE closing-used-trees TO carry-used
        ELSE
            MOVE closing-used-rows TO carry-used
        END-IF
        MOVE 0 TO carry-remaining
        IF closing-allow-type = dept-allow-type
           AND closing-allow-amount > carry-used
            COMPUTE carry-remaining = closing-allow-amount - carry-used
        END-IF
        COMPUTE new-allow-work
            = dept-allow-amount + carry-used + carry-remaining
        IF new-allow-work > 999999
            MOVE 999999 TO new-allow-work
        END-IF
        MOVE new-allow-work TO dept-allow-amount
        REWRITE dept-record
        IF dept-file-ok
            PERFORM journal-department-change
            MOVE carry-remaining TO carry-display
            STRING 'CAP NOW ' DELIMITED BY SIZE
                   dept-allow-amount DELIMITED BY SIZE
                   ' TYPE ' DELIMITED BY SIZE
                   dept-allow-type DELIMITED BY SIZE
                   ' - UNUSED ' DELIMITED BY SIZE
                   carry-display DELIMITED BY SIZE
                   ' CARRIED' DELIMITED BY SIZE
                INTO audit-note
            MOVE audit-note TO log-text
            PERFORM log-operator-action
        ELSE
            STRING 'MASTER REWRITE FAILED - STATUS ' DELIMITED BY SIZE
                   dept-file-status DELIMITED BY SIZE
                   ' - NOTHING CARRIED' DELIMITED BY SIZE
                INTO audit-note
            ADD 1 TO error-count
        END-IF
    ELSE
        MOVE 'SURVIVOR UNCAPPED - NO ALLOWANCE TO CARRY' TO audit-note
    END-IF.

*> What the closing office has printed this season in both units,
*> counted the way the render counts it: every 'A' line this calendar
*> year except spoilage, including the history of any office merged
*> into it before.
measure-closing-usage.
    MOVE 0 TO closing-used-trees
    MOVE 0 TO closing-used-rows
    MOVE 0 TO resolve-count
    MOVE 'N' TO hist-eof-flag
    OPEN INPUT hist-file
    IF hist-file-ok
        PERFORM UNTIL end-of-hist-file
            READ hist-file
                AT END
                    MOVE 'Y' TO hist-eof-flag
                NOT AT END
                    IF hist-status = 'A' AND NOT hist-spoilage
                       AND hist-run-date (1:4) = today (1:4)
                        MOVE hist-dept-code TO resolve-code
                        PERFORM resolve-merged-code
                        IF resolve-code = tran-dept-code
                            ADD 1 TO closing-used-trees
                            ADD hist-rows TO closing-used-rows
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE hist-file
    END-IF.

*> Follow a department code along its merges to the office that
*> stands today. Each code is looked up on the master once and then
*> remembered; a chain is given up after ten hops in case a damaged
*> master ever points two offices at each other.
resolve-merged-code.
    PERFORM VARYING rx FROM 1 BY 1
            UNTIL rx > resolve-count
               OR resolve-from (rx) = resolve-code
        CONTINUE
    END-PERFORM
    IF rx <= resolve-count
        MOVE resolve-to (rx) TO resolve-code
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
        IF resolve-count < resolve-max
            ADD 1 TO resolve-count
            MOVE resolve-start TO resolve-from (resolve-count)
            MOVE resolve-code TO resolve-to (resolve-count)
        END-IF
    END-IF.

*> Cancelling a closed office's queue is wholesale, so it is refused
*> on a department still active - a mistyped code must not wipe out a
*> live office's requests.
cancel-open-requests.
    PERFORM fetch-department
    IF NOT department-not-found
        MOVE 'CANCEL    ' TO audit-action
        IF NOT store-available
            MOVE 'REQSTORE NOT AVAILABLE - NOTHING CANCELLED'
                TO audit-note
            ADD 1 TO error-count
            WRITE report-line FROM audit-line
        ELSE
            IF dept-active
                MOVE 'DEPARTMENT STILL ACTIVE - DEACTIVATE FIRST'
                    TO audit-note
                ADD 1 TO error-count
                WRITE report-line FROM audit-line
            ELSE
                MOVE 'OPEN REQUESTS CANCELLED AS LISTED' TO audit-note
                ADD 1 TO applied-count
                WRITE report-line FROM audit-line
                MOVE tran-dept-code TO scan-dept-code
                MOVE 'K' TO scan-action
                PERFORM scan-open-requests
                MOVE SPACES TO audit-action
                MOVE SPACES TO audit-note
                STRING open-count DELIMITED BY SIZE
                       ' OPEN REQUESTS CANCELLED' DELIMITED BY SIZE
                    INTO audit-note
                WRITE report-line FROM audit-line
            END-IF
        END-IF
    END-IF.

*> One walk of the store for every request still pending or held
*> under the department; each one found gets a line on DEPTRPT with
*> what was done to it.
scan-open-requests.
    MOVE 0 TO open-count
    MOVE 'N' TO req-eof-flag
    MOVE 0 TO req-number
    START req-file KEY > req-number
        INVALID KEY
            MOVE 'Y' TO req-eof-flag
    END-START
    PERFORM UNTIL end-of-req-file
        READ req-file NEXT RECORD
            AT END
                MOVE 'Y' TO req-eof-flag
            NOT AT END
                IF (req-pending OR req-held)
                   AND req-dept-name (1:4) = scan-dept-code
                    PERFORM apply-to-open-request
                END-IF
        END-READ
    END-PERFORM.

apply-to-open-request.
    MOVE req-record TO req-before-image
    ADD 1 TO open-count
    MOVE req-number TO orl-req-number
    MOVE 0 TO orl-run-date
    IF req-run-date IS NUMERIC
        MOVE req-run-date TO orl-run-date
    END-IF
    IF req-held
        MOVE 'HELD' TO orl-status
    ELSE
        MOVE 'PENDING' TO orl-status
    END-IF
    MOVE SPACES TO orl-note
    EVALUATE scan-action
        WHEN 'M'
            MOVE survivor-code TO req-dept-name (1:4)
            REWRITE req-record
            IF req-file-ok
                PERFORM journal-request-change
                STRING 'MOVED TO ' DELIMITED BY SIZE
                       survivor-code DELIMITED BY SIZE
                    INTO orl-note
            ELSE
                PERFORM note-request-not-rewritten
            END-IF
        WHEN 'K'
            MOVE 'C' TO req-status
            REWRITE req-record
            IF req-file-ok
                PERFORM journal-request-change
                MOVE 'CANCELLED' TO orl-note
            ELSE
                PERFORM note-request-not-rewritten
            END-IF
        WHEN OTHER
            MOVE 'OPEN - WILL BOUNCE AS DEPT-INA' TO orl-note
    END-EVALUATE
    WRITE report-line FROM open-request-line.

note-request-not-rewritten.
    STRING 'REWRITE FAILED - STATUS ' DELIMITED BY SIZE
           req-file-status DELIMITED BY SIZE
           ' - UNCHANGED' DELIMITED BY SIZE
        INTO orl-note
    ADD 1 TO error-count.

*> The card's operator has to be on OPERAUTH, not revoked, and hold
*> this action's letter among their department authorities. An
*> unknown action code is not a security matter; it falls through to
*> the ordinary action edit.
check-operator.
    MOVE 'N' TO security-flag
    MOVE SPACES TO security-reason
    IF tran-action-known
        MOVE tran-operator TO oper-initials
        READ oper-file
            INVALID KEY
                MOVE 'Y' TO security-flag
                MOVE 'NOT ON OPERAUTH' TO security-reason
            NOT INVALID KEY
                IF NOT oper-active
                    MOVE 'Y' TO security-flag
                    MOVE 'AUTHORITY REVOKED' TO security-reason
                ELSE
                    PERFORM VARYING ox FROM 1 BY 1
                            UNTIL ox > 10
                               OR oper-dept-actions (ox:1) = tran-action
                        CONTINUE
                    END-PERFORM
                    IF ox > 10
                        MOVE 'Y' TO security-flag
                        STRING 'NOT AUTHORIZED FOR ' DELIMITED BY SIZE
                               tran-action DELIMITED BY SIZE
                            INTO security-reason
                    END-IF
                END-IF
        END-READ
    END-IF.

*> A refused card is a security reject: it goes on the audit report
*> and on RUNLOG, where the operator report and the morning summary
*> both pick it up.
refuse-card.
    MOVE 'SECURITY  ' TO audit-action
    MOVE tran-dept-code TO audit-dept-code
    STRING 'OPERATOR ' DELIMITED BY SIZE
           tran-operator DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           security-reason DELIMITED BY SIZE
        INTO audit-note
    ADD 1 TO error-count
    ADD 1 TO security-count
    WRITE report-line FROM audit-line
    MOVE 'SECR' TO log-type
    MOVE 0 TO log-return-code
    MOVE SPACES TO log-text
    MOVE tran-operator TO log-oper-initials
    MOVE tran-action TO log-oper-action
    MOVE tran-dept-code TO log-oper-key
    MOVE security-reason TO log-oper-detail
    PERFORM write-run-log.

*> An allowance change goes on RUNLOG under the operator who made it,
*> against the department whose cap moved, for the operator report.
*> The caller leaves the detail in log-text; it moves across to its
*> column here.
log-operator-action.
    MOVE log-text TO audit-log-detail
    MOVE 'AUDT' TO log-type
    MOVE 0 TO log-return-code
    MOVE SPACES TO log-text
    MOVE tran-operator TO log-oper-initials
    MOVE tran-action TO log-oper-action
    MOVE dept-code TO log-oper-key
    MOVE audit-log-detail TO log-oper-detail
    PERFORM write-run-log.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'DEPTMAIN' TO log-program
    WRITE log-record.

*> Every record the master or the store accepts goes on the change
*> journal with the image it replaced; an add has nothing before it.
journal-department-add.
    MOVE 'A' TO jrnl-action
    MOVE SPACES TO jrnl-before
    PERFORM write-journal-department.

journal-department-change.
    MOVE 'C' TO jrnl-action
    MOVE dept-before-image TO jrnl-before
    PERFORM write-journal-department.

write-journal-department.
    IF dept-file-ok
        MOVE 'DEPTMAST' TO jrnl-file-id
        MOVE dept-code TO jrnl-key
        MOVE dept-record TO jrnl-after
        PERFORM write-journal-record
        MOVE dept-record TO dept-before-image
    END-IF.

journal-request-change.
    IF req-file-ok
        MOVE 'C' TO jrnl-action
        MOVE req-before-image TO jrnl-before
        MOVE 'REQSTORE' TO jrnl-file-id
        MOVE req-number TO jrnl-key
        MOVE req-record TO jrnl-after
        PERFORM write-journal-record
        MOVE req-record TO req-before-image
    END-IF.

write-journal-record.
    MOVE 'DEPTMAIN' TO jrnl-program
    PERFORM take-journal-stamp
    WRITE jrnl-record.

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

fetch-department.
    MOVE 'N' TO lookup-flag
    MOVE tran-dept-code TO dept-code
        READ dept-file
            INVALID KEY
                MOVE 'Y' TO lookup-flag
            NOT INVALID KEY
                MOVE dept-record TO dept-before-image
        END-READ
    END-IF
    IF department-not-found
                MOVE 'REROUTE   ' TO audit-action
            WHEN 'L'
                MOVE 'ALLOWANCE ' TO audit-action
            WHEN 'M'
                MOVE 'MERGE     ' TO audit-action
            WHEN 'K'
                MOVE 'CANCEL    ' TO audit-action
            WHEN OTHER
                MOVE 'REACTIVATE' TO audit-action
        END-EVALUATE
