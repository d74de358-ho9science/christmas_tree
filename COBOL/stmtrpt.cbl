IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Statement-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT dept-file ASSIGN TO "DEPTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS dept-code
        FILE STATUS IS dept-file-status.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT arch-file ASSIGN TO "REQARCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS arch-file-status.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
    SELECT seas-file ASSIGN TO "SEASSUM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS seas-key
        FILE STATUS IS seas-file-status.
    SELECT greet-file ASSIGN TO "GREETING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS greet-req-number
        FILE STATUS IS greet-file-status.
    SELECT rate-file ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT report-file ASSIGN TO "STMTRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT sort-file ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  dept-file.
COPY TREEDEPT.

FD  req-file.
COPY TREEREQ.

*> The archive keeps the full TREEREQ layout; each line is read into
*> the store's record area so both sources release through one path.
FD  arch-file.
01 arch-record PIC X(79).

FD  hist-file.
COPY TREEHIST.

FD  seas-file.
COPY TREESEAS.

FD  greet-file.
COPY TREEGRT.

FD  rate-file.
COPY TREERATE.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

*> Every request in the period from either source, brought together
*> by department and request number so each office's statement lists
*> its requests in the order they were raised.
SD  sort-file.
01 sort-record.
    05 srt-dept-code PIC X(04).
    05 srt-req-number PIC 9(06).
    05 srt-source PIC X(01).
        88 srt-archived VALUE 'A'.
    05 srt-status PIC X(01).
    05 srt-run-date PIC 9(08).
    05 srt-height PIC 9(02).
    05 srt-trunk-height PIC 9(02).
    05 srt-pattern-code PIC X(04).
    05 srt-reprint-flag PIC X(01).
        88 srt-spoilage-reprint VALUE 'S'.
    05 srt-reject-reason PIC X(08).
    05 srt-print-after PIC 9(08).
*> The code the request was raised under, when a merge has since
*> brought it onto the survivor's statement.
    05 srt-raised-code PIC X(04).

WORKING-STORAGE SECTION.
01 dx BINARY-LONG.
01 today PIC 9(08).
01 from-date PIC 9(08).
01 to-date PIC 9(08).

01 dept-file-status PIC X(02).
    88 dept-file-ok VALUE '00'.
01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
01 arch-file-status PIC X(02).
    88 arch-file-ok VALUE '00'.
01 hist-file-status PIC X(02).
    88 hist-file-ok VALUE '00'.
01 rate-file-status PIC X(02).
    88 rate-file-ok VALUE '00'.
01 seas-file-status PIC X(02).
    88 seas-file-ok VALUE '00'.
01 seas-eof-flag PIC X VALUE 'N'.
    88 end-of-seas-file VALUE 'Y'.
01 greet-file-status PIC X(02).
    88 greet-file-ok VALUE '00'.
01 greet-store-flag PIC X VALUE 'N'.
    88 greet-store-open VALUE 'Y'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 arch-eof-flag PIC X VALUE 'N'.
    88 end-of-arch-file VALUE 'Y'.
01 hist-eof-flag PIC X VALUE 'N'.
    88 end-of-hist-file VALUE 'Y'.
01 rate-eof-flag PIC X VALUE 'N'.
    88 end-of-rate-file VALUE 'Y'.
01 dept-eof-flag PIC X VALUE 'N'.
    88 end-of-dept-master VALUE 'Y'.
01 source-flag PIC X(01).

*> The two sides of the statement merge: the next department off the
*> master and the next sorted request. Each goes to HIGH-VALUES when
*> its side runs out, so whichever is lower always prints next.
01 dept-key PIC X(04).
01 req-key PIC X(04).

*> Same rate cards and defaults as the chargeback, so a statement line
*> and the bill it explains are priced alike.
01 rate-plain PIC 9(01)V9(04) VALUE 0.0350.
01 rate-decorated PIC 9(01)V9(04) VALUE 0.0350.
01 pattern-code PIC X(04).
    88 pattern-plain VALUE SPACES, 'NONE'.

*> A request's billed rows are the rows its tree takes on the page:
*> the branches and star, the trunk, the DEPT / COLOR header and any
*> greeting lines printed under it.
01 n BINARY-LONG.
01 trunk-height BINARY-LONG.
01 line-rows PIC 9(06).
01 line-amount PIC 9(07)V99.

*> Season-to-date usage by department for the calendar year the
*> statement period ends in; 200 codes is far beyond the office count.
01 usage-count BINARY-LONG VALUE 0.
01 usage-max BINARY-LONG VALUE 200.
01 usage-table.
    05 usage-entry OCCURS 200 TIMES.
        10 usage-code PIC X(04).
        10 usage-trees PIC 9(08).
        10 usage-rows PIC 9(08).
01 used-work PIC 9(08).
01 remaining-work PIC 9(08).
01 px BINARY-LONG.

*> Once the year-end close has rolled the season off HISTFILE its
*> usage comes off SEASSUM instead, which keeps departments' totals
*> but not which requests had a spoilage reprint.
01 season-year PIC 9(04).
01 season-closed-flag PIC X VALUE 'N'.
    88 season-closed VALUE 'Y'.
01 closed-line.
    05 FILLER PIC X(17) VALUE SPACES.
    05 FILLER PIC X(07) VALUE 'SEASON '.
    05 cls-year PIC 9(04).
    05 FILLER PIC X(39) VALUE ' CLOSED - USAGE FROM THE SEASON SUMMARY'.
    05 FILLER PIC X(21) VALUE ', REPRINTS NOT MARKED'.
    05 FILLER PIC X(44) VALUE SPACES.

*> Requests whose spoilage reprint has printed, off the history's
*> 'S'-tagged lines; the print room spoils a few copies a season, so
*> 500 numbers covers years of them.
01 rx BINARY-LONG.
01 reprint-count BINARY-LONG VALUE 0.
01 reprint-max BINARY-LONG VALUE 500.
01 reprint-table.
    05 reprint-number PIC 9(06) OCCURS 500 TIMES.

*> Offices merged into another: their requests and season's printing
*> go on the survivor's statement, which now carries their allowance.
01 mx BINARY-LONG.
01 merge-count BINARY-LONG VALUE 0.
01 merge-table.
    05 merge-entry OCCURS 200 TIMES.
        10 merge-from PIC X(04).
        10 merge-to PIC X(04).
01 resolve-code PIC X(04).
01 resolve-hops BINARY-LONG.
01 resolve-done-flag PIC X VALUE 'N'.
    88 resolve-done VALUE 'Y'.

*> One department's section totals, and the run's.
01 sec-requests PIC 9(06).
01 sec-printed PIC 9(06).
01 sec-rejected PIC 9(06).
01 sec-cancelled PIC 9(06).
01 sec-open PIC 9(06).
01 sec-rows PIC 9(08).
01 sec-amount PIC 9(07)V99.
01 statement-count PIC 9(06) VALUE 0.
01 total-requests PIC 9(08) VALUE 0.
01 total-amount PIC 9(09)V99 VALUE 0.
01 total-amount-edit PIC $$$,$$$,$$9.99.

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'DEPARTMENT SEASON STATEMENT               '.
    05 FILLER PIC X(09) VALUE 'PERIOD   '.
    05 heading-from PIC 9(08).
    05 FILLER PIC X(04) VALUE ' TO '.
    05 heading-to PIC 9(08).
    05 FILLER PIC X(61) VALUE SPACES.

01 rule-line PIC X(132) VALUE ALL '-'.

01 dept-line.
    05 FILLER PIC X(12) VALUE 'STATEMENT - '.
    05 dpl-code PIC X(04).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dpl-name PIC X(20).
    05 FILLER PIC X(15) VALUE '  COST-CENTER  '.
    05 dpl-cost-center PIC X(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dpl-note PIC X(30).
    05 FILLER PIC X(41) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(08) VALUE 'REQUEST '.
    05 FILLER PIC X(10) VALUE 'RUN DATE  '.
    05 FILLER PIC X(04) VALUE 'HT  '.
    05 FILLER PIC X(06) VALUE 'PATT  '.
    05 FILLER PIC X(11) VALUE 'STATUS     '.
    05 FILLER PIC X(22) VALUE 'REASON / NOTE         '.
    05 FILLER PIC X(08) VALUE '    ROWS'.
    05 FILLER PIC X(13) VALUE '       AMOUNT'.
    05 FILLER PIC X(50) VALUE SPACES.

01 detail-line.
    05 dtl-req-number PIC 9(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-run-date PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-height PIC Z9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-pattern PIC X(04).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-status PIC X(09).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-note PIC X(20).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-rows PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-amount PIC $$,$$$,$$9.99.
    05 FILLER PIC X(50) VALUE SPACES.

01 dept-total-line.
    05 FILLER PIC X(17) VALUE 'SEASON TOTALS -  '.
    05 FILLER PIC X(10) VALUE 'REQUESTS: '.
    05 dtt-requests PIC ZZZ,ZZ9.
    05 FILLER PIC X(11) VALUE '  PRINTED: '.
    05 dtt-printed PIC ZZZ,ZZ9.
    05 FILLER PIC X(12) VALUE '  REJECTED: '.
    05 dtt-rejected PIC ZZZ,ZZ9.
    05 FILLER PIC X(13) VALUE '  CANCELLED: '.
    05 dtt-cancelled PIC ZZZ,ZZ9.
    05 FILLER PIC X(08) VALUE '  OPEN: '.
    05 dtt-open PIC ZZZ,ZZ9.
    05 FILLER PIC X(26) VALUE SPACES.

01 dept-amount-line.
    05 FILLER PIC X(17) VALUE SPACES.
    05 FILLER PIC X(13) VALUE 'ROWS BILLED: '.
    05 dat-rows PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(18) VALUE '  AMOUNT CHARGED: '.
    05 dat-amount PIC $$,$$$,$$9.99.
    05 FILLER PIC X(62) VALUE SPACES.

01 allow-line.
    05 FILLER PIC X(17) VALUE SPACES.
    05 FILLER PIC X(18) VALUE 'SEASON ALLOWANCE: '.
    05 alw-amount PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 alw-unit PIC X(05).
    05 FILLER PIC X(08) VALUE '  USED: '.
    05 alw-used PIC ZZ,ZZZ,ZZ9.
    05 FILLER PIC X(13) VALUE '  REMAINING: '.
    05 alw-remaining PIC ZZ,ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 alw-note PIC X(20).
    05 FILLER PIC X(21) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-from-date PIC 9(08).
    05 FILLER PIC X(01).
    05 parm-to-date PIC 9(08).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> One statement per department on the master for the PARM period
*> (from-date, comma, to-date): every request the office raised - off
*> the store, or off the archive once it has been purged - with its
*> run date, size, pattern, where it ended up and what it cost at
*> Accounting's rates, closing with the season totals and what is
*> left of the office's allowance. It answers "what did we order and
*> what did it cost us" without anyone piecing four files together.
*> Without a usable period the statement runs from the first of this
*> year to today.
ACCEPT today FROM DATE YYYYMMDD
MOVE today TO to-date
MOVE today TO from-date
MOVE '0101' TO from-date (5:4)
IF parm-length >= 17
   AND parm-from-date IS NUMERIC AND parm-to-date IS NUMERIC
   AND parm-from-date > 0 AND parm-from-date <= parm-to-date
    MOVE parm-from-date TO from-date
    MOVE parm-to-date TO to-date
END-IF
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'SEASON STATEMENTS ' DELIMITED BY SIZE
       from-date DELIMITED BY SIZE
       ' TO ' DELIMITED BY SIZE
       to-date DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
MOVE from-date TO heading-from
MOVE to-date TO heading-to
WRITE report-line FROM heading-line
OPEN INPUT dept-file
IF NOT dept-file-ok
    MOVE SPACES TO report-line
    MOVE 'DEPTMAST NOT AVAILABLE - NO STATEMENTS PRODUCED'
        TO report-line
    PERFORM statement-abend
END-IF
*> One pass for the merges, then the master starts over for the
*> statements themselves.
PERFORM load-merge-map
CLOSE dept-file
MOVE 'N' TO dept-eof-flag
OPEN INPUT dept-file
OPEN INPUT req-file
IF NOT req-file-ok
    MOVE SPACES TO report-line
    MOVE 'REQSTORE NOT AVAILABLE - NO STATEMENTS PRODUCED'
        TO report-line
    PERFORM statement-abend
END-IF
*> Statements price with whatever rate cards exist; a missing file
*> leaves the long-standing defaults, the same as the chargeback.
OPEN INPUT rate-file
IF rate-file-ok
    PERFORM load-rate-table
    CLOSE rate-file
END-IF
*> No greetings on file yet just means none to count.
OPEN INPUT greet-file
IF greet-file-ok
    MOVE 'Y' TO greet-store-flag
END-IF
*> No history yet is a clean season, not an error.
OPEN INPUT hist-file
IF hist-file-ok
    PERFORM load-season-usage
    CLOSE hist-file
END-IF
*> A season the year-end close has taken is on SEASSUM, not HISTFILE;
*> no summary file yet just means no season has been closed.
MOVE to-date (1:4) TO season-year
MOVE season-year TO cls-year
OPEN INPUT seas-file
IF seas-file-ok
    MOVE season-year TO seas-close-year
    MOVE LOW-VALUES TO seas-close-marker
    READ seas-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO season-closed-flag
    END-READ
    IF season-closed
        MOVE 0 TO usage-count
        PERFORM load-closed-season
    END-IF
    CLOSE seas-file
END-IF
SORT sort-file
    ASCENDING KEY srt-dept-code srt-req-number
    INPUT PROCEDURE IS gather-requests
    OUTPUT PROCEDURE IS write-statements
MOVE total-amount TO total-amount-edit
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'STATEMENTS: ' DELIMITED BY SIZE
       statement-count DELIMITED BY SIZE
       '  REQUESTS LISTED: ' DELIMITED BY SIZE
       total-requests DELIMITED BY SIZE
       '  AMOUNT CHARGED: ' DELIMITED BY SIZE
       total-amount-edit DELIMITED BY SIZE
    INTO report-line
WRITE report-line
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'STATEMENTS ' DELIMITED BY SIZE
       statement-count DELIMITED BY SIZE
       ' REQUESTS ' DELIMITED BY SIZE
       total-requests DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE dept-file
CLOSE req-file
IF greet-store-open
    CLOSE greet-file
END-IF
CLOSE report-file
STOP RUN.

*> A master or store that will not open leaves nothing to state; the
*> report and the log both say why.
statement-abend.
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE report-file
    STOP RUN.

*> Unknown class cards are skipped; forest rows never appear on a
*> statement line, because a shared shelf is not any one request's.
load-rate-table.
    PERFORM UNTIL end-of-rate-file
        READ rate-file
            AT END
                MOVE 'Y' TO rate-eof-flag
            NOT AT END
                IF rate-per-row IS NUMERIC
                    IF rate-class-plain
                        MOVE rate-per-row TO rate-plain
                    END-IF
                    IF rate-class-decorated
                        MOVE rate-per-row TO rate-decorated
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Every 'A' line in the calendar year the period ends in counts
*> toward the allowance - spoilage reprints excepted, the print room
*> having absorbed them. The same pass notes which requests have had
*> their reprint, whatever the year.
load-season-usage.
    PERFORM UNTIL end-of-hist-file
        READ hist-file
            AT END
                MOVE 'Y' TO hist-eof-flag
            NOT AT END
                IF hist-status = 'A' AND NOT hist-spoilage
                   AND hist-run-date (1:4) = to-date (1:4)
                    PERFORM add-season-usage
                END-IF
                IF hist-status = 'A' AND hist-spoilage
                   AND hist-req-number IS NUMERIC
                   AND reprint-count < reprint-max
                    ADD 1 TO reprint-count
                    MOVE hist-req-number TO reprint-number (reprint-count)
                END-IF
        END-READ
    END-PERFORM.

add-season-usage.
    MOVE hist-dept-code TO resolve-code
    PERFORM find-usage-entry
    IF dx <= usage-count
        ADD 1 TO usage-trees (dx)
        ADD hist-rows TO usage-rows (dx)
    END-IF.

*> Every department's record of the closed season, all 24 periods of
*> it, under the office that stands today - the same roll-up the
*> HISTFILE lines get. The summary keeps spoilage apart already.
load-closed-season.
    MOVE season-year TO seas-year
    MOVE LOW-VALUES TO seas-dept-code
    MOVE 'N' TO seas-eof-flag
    START seas-file KEY NOT < seas-key
        INVALID KEY
            MOVE 'Y' TO seas-eof-flag
    END-START
    PERFORM UNTIL end-of-seas-file
        READ seas-file NEXT RECORD
            AT END
                MOVE 'Y' TO seas-eof-flag
            NOT AT END
                IF seas-year NOT = season-year
                    MOVE 'Y' TO seas-eof-flag
                ELSE
                    IF seas-close-marker NOT = LOW-VALUES
                        PERFORM add-summary-usage
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

add-summary-usage.
    MOVE seas-dept-code TO resolve-code
    PERFORM find-usage-entry
    IF dx <= usage-count
        PERFORM VARYING px FROM 1 BY 1 UNTIL px > 24
            ADD seas-trees (px) TO usage-trees (dx)
            ADD seas-rows (px) TO usage-rows (dx)
        END-PERFORM
    END-IF.

*> The usage slot for resolve-code once merges are followed, opened
*> if the office has none yet; dx is past the table if it is full.
find-usage-entry.
    PERFORM resolve-merged-code
    PERFORM VARYING dx FROM 1 BY 1
            UNTIL dx > usage-count
               OR usage-code (dx) = resolve-code
        CONTINUE
    END-PERFORM
    IF dx > usage-count AND usage-count < usage-max
        ADD 1 TO usage-count
        MOVE usage-count TO dx
        MOVE resolve-code TO usage-code (dx)
        MOVE 0 TO usage-trees (dx)
        MOVE 0 TO usage-rows (dx)
    END-IF.

load-merge-map.
    PERFORM UNTIL end-of-dept-master
        READ dept-file NEXT RECORD
            AT END
                MOVE 'Y' TO dept-eof-flag
            NOT AT END
                IF NOT dept-not-merged AND merge-count < usage-max
                    ADD 1 TO merge-count
                    MOVE dept-code TO merge-from (merge-count)
                    MOVE dept-merged-into TO merge-to (merge-count)
                END-IF
        END-READ
    END-PERFORM.

*> Follow a department code along its merges to the office that
*> stands today; a chain is given up after ten hops in case a damaged
*> master ever points two offices at each other.
resolve-merged-code.
    MOVE 0 TO resolve-hops
    MOVE 'N' TO resolve-done-flag
    PERFORM UNTIL resolve-done
        PERFORM VARYING mx FROM 1 BY 1
                UNTIL mx > merge-count
                   OR merge-from (mx) = resolve-code
            CONTINUE
        END-PERFORM
        IF mx > merge-count OR resolve-hops > 9
            MOVE 'Y' TO resolve-done-flag
        ELSE
            MOVE merge-to (mx) TO resolve-code
            ADD 1 TO resolve-hops
        END-IF
    END-PERFORM.

*> Every request in the period goes into the sort: the live store
*> first and the archive second. A number lives in only one of them,
*> since the purge deletes what it archives.
gather-requests SECTION.
MOVE 'S' TO source-flag
PERFORM UNTIL end-of-req-file
    READ req-file NEXT RECORD
        AT END
            MOVE 'Y' TO req-eof-flag
        NOT AT END
            IF req-number NOT = 0
                PERFORM release-one-request
            END-IF
    END-READ
END-PERFORM
*> No archive yet just means nothing has been purged.
MOVE 'A' TO source-flag
OPEN INPUT arch-file
IF arch-file-ok
    PERFORM UNTIL end-of-arch-file
        READ arch-file INTO req-record
            AT END
                MOVE 'Y' TO arch-eof-flag
            NOT AT END
                PERFORM release-one-request
        END-READ
    END-PERFORM
    CLOSE arch-file
END-IF
GO TO gather-requests-exit.

*> The request's run date is the day it was raised, or the day it
*> last went through a render run; either way, that is when it
*> belongs on the statement.
release-one-request.
    IF req-run-date >= from-date AND req-run-date <= to-date
        MOVE req-dept-name (1:4) TO srt-raised-code
        MOVE req-dept-name (1:4) TO resolve-code
        PERFORM resolve-merged-code
        MOVE resolve-code TO srt-dept-code
        MOVE req-number TO srt-req-number
        MOVE source-flag TO srt-source
        MOVE req-status TO srt-status
        MOVE req-run-date TO srt-run-date
        MOVE req-height TO srt-height
        MOVE req-trunk-height TO srt-trunk-height
        MOVE req-pattern-code TO srt-pattern-code
        MOVE req-reprint-flag TO srt-reprint-flag
        MOVE req-reject-reason TO srt-reject-reason
        MOVE 0 TO srt-print-after
        IF req-print-after IS NUMERIC
            MOVE req-print-after TO srt-print-after
        END-IF
        RELEASE sort-record
    END-IF.

gather-requests-exit.
    EXIT.

write-statements SECTION.
*> Balanced-line merge of the master (in code order) against the
*> sorted requests. Every department on the master gets a statement,
*> requests or not, except one merged away - its requests are on the
*> survivor's; requests under a code the master does not know get one
*> too, flagged, so nothing the offices raised drops out.
PERFORM read-next-department
PERFORM return-next-request
PERFORM UNTIL dept-key = HIGH-VALUES AND req-key = HIGH-VALUES
    IF req-key < dept-key
        PERFORM write-orphan-statement
    ELSE
        PERFORM write-department-statement
        PERFORM read-next-department
    END-IF
END-PERFORM
GO TO write-statements-exit.

read-next-department.
    PERFORM read-one-department
    PERFORM read-one-department
        UNTIL end-of-dept-master OR dept-not-merged.

read-one-department.
    READ dept-file NEXT RECORD
        AT END
            MOVE 'Y' TO dept-eof-flag
            MOVE HIGH-VALUES TO dept-key
        NOT AT END
            MOVE dept-code TO dept-key
    END-READ.

return-next-request.
    RETURN sort-file
        AT END
            MOVE HIGH-VALUES TO req-key
        NOT AT END
            MOVE srt-dept-code TO req-key
    END-RETURN.

write-department-statement.
    MOVE dept-code TO dpl-code
    MOVE dept-official-name TO dpl-name
    MOVE dept-cost-center TO dpl-cost-center
    MOVE SPACES TO dpl-note
    IF dept-inactive
        MOVE 'DEPARTMENT CLOSED' TO dpl-note
    END-IF
    PERFORM open-statement
    PERFORM write-statement-lines
    PERFORM close-statement-totals
    PERFORM write-allowance-line.

write-orphan-statement.
    MOVE req-key TO dpl-code
    MOVE SPACES TO dpl-name
    MOVE SPACES TO dpl-cost-center
    MOVE 'NOT ON DEPARTMENT MASTER' TO dpl-note
    MOVE req-key TO dept-key
    PERFORM open-statement
    PERFORM write-statement-lines
    PERFORM close-statement-totals
    PERFORM restore-department-key.

*> The orphan section borrowed dept-key for its matching; put the
*> master's current code back without reading past it.
restore-department-key.
    IF end-of-dept-master
        MOVE HIGH-VALUES TO dept-key
    ELSE
        MOVE dept-code TO dept-key
    END-IF.

open-statement.
    ADD 1 TO statement-count
    MOVE 0 TO sec-requests
    MOVE 0 TO sec-printed
    MOVE 0 TO sec-rejected
    MOVE 0 TO sec-cancelled
    MOVE 0 TO sec-open
    MOVE 0 TO sec-rows
    MOVE 0 TO sec-amount
    MOVE SPACES TO report-line
    WRITE report-line
    WRITE report-line FROM rule-line
    WRITE report-line FROM dept-line
    WRITE report-line FROM column-line.

write-statement-lines.
    IF req-key NOT = dept-key
        MOVE SPACES TO report-line
        MOVE 'NO REQUESTS IN THE PERIOD' TO report-line
        WRITE report-line
    END-IF
    PERFORM UNTIL req-key NOT = dept-key
        PERFORM write-one-request
        PERFORM return-next-request
    END-PERFORM.

*> Only a request that printed is charged, at the decorated rate if
*> it carried a pattern and the plain rate if not. A spoiled copy was
*> still printed for the office and bills once as usual; the reprint
*> is the print room's expense, so the line only notes it. A request
*> still marked for its reprint has printed once whatever its status
*> says now - waiting in the queue, pulled, or bounced - and bills
*> for that print.
*> A tree that shared a forest shelf is priced at its own rows here -
*> the same rows its history line keeps.
write-one-request.
    ADD 1 TO sec-requests
    MOVE 0 TO line-rows
    MOVE 0 TO line-amount
    MOVE SPACES TO dtl-note
    MOVE srt-req-number TO dtl-req-number
    MOVE srt-run-date TO dtl-run-date
    MOVE 0 TO dtl-height
    IF srt-height IS NUMERIC
        MOVE srt-height TO dtl-height
    END-IF
    MOVE srt-pattern-code TO dtl-pattern
    EVALUATE TRUE
        WHEN srt-spoilage-reprint
            MOVE 'PRINTED' TO dtl-status
            PERFORM price-one-request
            IF srt-status = 'P'
                MOVE 'REPRINT QUEUED' TO dtl-note
            ELSE
                MOVE 'REPRINT NOT MADE' TO dtl-note
            END-IF
        WHEN srt-status = 'D'
            MOVE 'PRINTED' TO dtl-status
            PERFORM price-one-request
        WHEN srt-status = 'V'
            MOVE 'DELIVERED' TO dtl-status
            PERFORM price-one-request
        WHEN srt-status = 'R'
            MOVE 'REJECTED' TO dtl-status
            MOVE srt-reject-reason TO dtl-note
            ADD 1 TO sec-rejected
        WHEN srt-status = 'C'
            MOVE 'CANCELLED' TO dtl-status
            ADD 1 TO sec-cancelled
        WHEN srt-status = 'H'
            MOVE 'HELD' TO dtl-status
            MOVE 'AWAITING APPROVAL' TO dtl-note
            ADD 1 TO sec-open
        WHEN OTHER
            MOVE 'PENDING' TO dtl-status
            IF srt-print-after > today
                STRING 'PRINTS FROM ' DELIMITED BY SIZE
                       srt-print-after DELIMITED BY SIZE
                    INTO dtl-note
            END-IF
            ADD 1 TO sec-open
    END-EVALUATE
    IF srt-raised-code NOT = srt-dept-code AND dtl-note = SPACES
        STRING 'RAISED UNDER ' DELIMITED BY SIZE
               srt-raised-code DELIMITED BY SIZE
            INTO dtl-note
    END-IF
    IF srt-archived AND dtl-note = SPACES
        MOVE 'ARCHIVED' TO dtl-note
    END-IF
    MOVE line-rows TO dtl-rows
    MOVE line-amount TO dtl-amount
    WRITE report-line FROM detail-line
    ADD 1 TO total-requests.

price-one-request.
    ADD 1 TO sec-printed
    MOVE 0 TO n
    IF srt-height IS NUMERIC
        MOVE srt-height TO n
    END-IF
    COMPUTE trunk-height = (n * 2) / 5
    IF trunk-height < 2
        MOVE 2 TO trunk-height
    END-IF
    IF srt-trunk-height IS NUMERIC AND srt-trunk-height NOT = 0
        MOVE srt-trunk-height TO trunk-height
    END-IF
    COMPUTE line-rows = n + 1 + trunk-height + 1
    IF greet-store-open
        MOVE srt-req-number TO greet-req-number
        READ greet-file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF greet-line-count IS NUMERIC
                    ADD greet-line-count TO line-rows
                END-IF
        END-READ
    END-IF
    MOVE srt-pattern-code TO pattern-code
    IF pattern-plain
        COMPUTE line-amount ROUNDED = line-rows * rate-plain
    ELSE
        COMPUTE line-amount ROUNDED = line-rows * rate-decorated
    END-IF
    ADD line-rows TO sec-rows
    ADD line-amount TO sec-amount
    ADD line-amount TO total-amount
    PERFORM VARYING rx FROM 1 BY 1
            UNTIL rx > reprint-count
               OR reprint-number (rx) = srt-req-number
        CONTINUE
    END-PERFORM
    IF rx <= reprint-count
        MOVE 'REPRINT NO CHARGE' TO dtl-note
    END-IF.

close-statement-totals.
    MOVE sec-requests TO dtt-requests
    MOVE sec-printed TO dtt-printed
    MOVE sec-rejected TO dtt-rejected
    MOVE sec-cancelled TO dtt-cancelled
    MOVE sec-open TO dtt-open
    WRITE report-line FROM dept-total-line
    MOVE sec-rows TO dat-rows
    MOVE sec-amount TO dat-amount
    WRITE report-line FROM dept-amount-line.

*> What is left of the office's allowance for the season the period
*> ends in, measured in the allowance's own unit. A closed season's
*> figures are the summary's, and the statement says so, since its
*> reprints can no longer be told apart on the lines above.
write-allowance-line.
    IF dept-allow-trees OR dept-allow-rows
        PERFORM VARYING dx FROM 1 BY 1
                UNTIL dx > usage-count
                   OR usage-code (dx) = dept-code
            CONTINUE
        END-PERFORM
        MOVE 0 TO used-work
        IF dx <= usage-count
            IF dept-allow-trees
                MOVE usage-trees (dx) TO used-work
            ELSE
                MOVE usage-rows (dx) TO used-work
            END-IF
        END-IF
        MOVE SPACES TO alw-note
        IF used-work < dept-allow-amount
            COMPUTE remaining-work = dept-allow-amount - used-work
        ELSE
            MOVE 0 TO remaining-work
            MOVE 'ALLOWANCE REACHED' TO alw-note
        END-IF
        MOVE dept-allow-amount TO alw-amount
        IF dept-allow-trees
            MOVE 'TREES' TO alw-unit
        ELSE
            MOVE 'ROWS ' TO alw-unit
        END-IF
        MOVE used-work TO alw-used
        MOVE remaining-work TO alw-remaining
        WRITE report-line FROM allow-line
    ELSE
        MOVE SPACES TO report-line
        MOVE '                 NO SEASONAL ALLOWANCE - UNCAPPED'
            TO report-line
        WRITE report-line
    END-IF
    IF season-closed
        WRITE report-line FROM closed-line
    END-IF.

write-statements-exit.
    EXIT.

run-log SECTION.
*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'STMTRPT ' TO log-program
    WRITE log-record.
