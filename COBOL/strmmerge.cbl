IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Stream-Merge-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*> The JCL concatenates every stream's dataset under each of these
*> three DD names, one stream after another.
    SELECT strm-ctl-file ASSIGN TO "STRMCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS strm-ctl-file-status.
    SELECT strm-stat-file ASSIGN TO "STRMSTAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS strm-stat-file-status.
    SELECT strm-hist-file ASSIGN TO "STRMHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS strm-hist-file-status.
    SELECT deptstat-file ASSIGN TO "DEPTSTAT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
*> The merge step's own record of the nights it has put together.
    SELECT merge-ctl-file ASSIGN TO "MERGCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS merge-ctl-file-status.
    SELECT trailer-file ASSIGN TO "MERGTRL"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT report-file ASSIGN TO "MERGRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
FD  strm-ctl-file.
COPY TREESTRM.

*> Each stream's DEPTSTAT extract, in the TREESTAT layout.
FD  strm-stat-file.
01 strm-stat-line PIC X(55).

*> Each stream's history lines, in the TREEHIST layout.
FD  strm-hist-file.
01 strm-hist-line PIC X(37).

FD  deptstat-file.
COPY TREESTAT.

FD  hist-file.
COPY TREEHIST.

*> The combined job summary trailer, line for line as the render run
*> writes it on TREEPRT, so reconcile reads it the same way.
FD  trailer-file.
01 trailer-line PIC X(132).

FD  merge-ctl-file.
COPY TREEMRGC.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

WORKING-STORAGE SECTION.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 strm-ctl-file-status PIC X(02).
    88 strm-ctl-file-ok VALUE '00'.
01 strm-stat-file-status PIC X(02).
    88 strm-stat-file-ok VALUE '00'.
01 strm-hist-file-status PIC X(02).
    88 strm-hist-file-ok VALUE '00'.
01 hist-file-status PIC X(02).
    88 hist-file-ok VALUE '00'.
    88 hist-file-not-found VALUE '35'.
01 ctl-eof-flag PIC X VALUE 'N'.
    88 end-of-strm-ctl VALUE 'Y'.
01 stat-eof-flag PIC X VALUE 'N'.
    88 end-of-strm-stat VALUE 'Y'.
01 hist-eof-flag PIC X VALUE 'N'.
    88 end-of-hist-file VALUE 'Y'.
01 today PIC 9(08).
01 run-date PIC 9(08).
01 stream-count PIC 9(02) VALUE 0.
01 sx BINARY-LONG.

*> One slot per expected stream, marked as its status record is read.
01 stream-table.
    05 stream-seen OCCURS 99 TIMES PIC X(01).

*> Everything wrong with the set is listed before the merge refuses,
*> so one look at the report says what to rerun.
01 problem-count PIC 9(06) VALUE 0.
01 card-count PIC 9(06) VALUE 0.
01 card-count-flag PIC X VALUE 'N'.
    88 card-count-known VALUE 'Y'.
01 taken-total PIC 9(06) VALUE 0.
01 stale-hist-count PIC 9(06) VALUE 0.
01 hist-dup-flag PIC X VALUE 'N'.
    88 run-date-on-histfile VALUE 'Y'.
01 stat-copied PIC 9(06) VALUE 0.
01 hist-copied PIC 9(06) VALUE 0.
01 merge-ctl-file-status PIC X(02).
    88 merge-ctl-file-ok VALUE '00'.
    88 merge-ctl-file-not-found VALUE '35'.
01 mrgc-write-status PIC X(02).
01 mrgc-eof-flag PIC X VALUE 'N'.
    88 end-of-merge-ctl VALUE 'Y'.
01 mrgc-dup-flag PIC X VALUE 'N'.
    88 run-date-on-mergctl VALUE 'Y'.
01 highest-rc PIC 9(02) VALUE 0.

*> Combined trailer figures.
01 total-trees PIC 9(06) VALUE 0.
01 total-rows PIC 9(06) VALUE 0.
01 total-rejects PIC 9(06) VALUE 0.
01 total-approval PIC 9(06) VALUE 0.
01 total-future PIC 9(06) VALUE 0.
01 total-future-earliest PIC 9(08) VALUE 0.
01 total-cap-rejects PIC 9(06) VALUE 0.
01 total-capped-depts PIC 9(06) VALUE 0.
01 total-spoil-trees PIC 9(06) VALUE 0.

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'RENDER STREAM MERGE                       '.
    05 FILLER PIC X(09) VALUE 'RUN DATE '.
    05 heading-run-date PIC 9(08).
    05 FILLER PIC X(73) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(08) VALUE 'STREAM  '.
    05 FILLER PIC X(14) VALUE 'DEPARTMENTS   '.
    05 FILLER PIC X(08) VALUE '   TREES'.
    05 FILLER PIC X(08) VALUE '    ROWS'.
    05 FILLER PIC X(08) VALUE ' REJECTS'.
    05 FILLER PIC X(04) VALUE '  RC'.
    05 FILLER PIC X(82) VALUE SPACES.

01 stream-line.
    05 FILLER PIC X(02) VALUE SPACES.
    05 sl-number PIC 99.
    05 FILLER PIC X(04) VALUE SPACES.
    05 sl-low PIC X(04).
    05 FILLER PIC X(01) VALUE '-'.
    05 sl-high PIC X(04).
    05 FILLER PIC X(05) VALUE SPACES.
    05 sl-trees PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 sl-rows PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 sl-rejects PIC ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 sl-rc PIC Z9.
    05 FILLER PIC X(82) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-run-date PIC 9(08).
    05 FILLER PIC X(01).
    05 parm-stream-count PIC 9(02).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> A December run split into department-range streams leaves one
*> status record, one DEPTSTAT extract and one set of history lines
*> per stream. This job proves the set is whole - every stream the
*> PARM names is there once, for the run date, and reached its clean
*> end; between them the ranges took every control card exactly once -
*> and only then writes the single DEPTSTAT the chargeback prices,
*> appends the streams' lines to HISTFILE, writes the combined job
*> trailer reconcile checks, and notes the run date on MERGCTL so the
*> next night's streams may start their datasets over.
*> Anything short of that and nothing is written: the streams at
*> fault are rerun or restarted and the merge submitted again. The
*> PARM is the run date (today if absent) and the number of streams.
ACCEPT today FROM DATE YYYYMMDD
IF parm-length >= 8 AND parm-run-date IS NUMERIC
   AND parm-run-date > 0
    MOVE parm-run-date TO run-date
ELSE
    MOVE today TO run-date
END-IF
IF parm-length >= 11 AND parm-stream-count IS NUMERIC
    MOVE parm-stream-count TO stream-count
END-IF
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'MERGE ' DELIMITED BY SIZE
       stream-count DELIMITED BY SIZE
       ' STREAMS FOR RUN DATE ' DELIMITED BY SIZE
       run-date DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
MOVE run-date TO heading-run-date
WRITE report-line FROM heading-line
MOVE SPACES TO report-line
WRITE report-line
WRITE report-line FROM column-line
PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > 99
    MOVE 'N' TO stream-seen (sx)
END-PERFORM
IF stream-count = 0
    MOVE SPACES TO report-line
    MOVE 'NUMBER OF STREAMS MISSING FROM PARM' TO report-line
    PERFORM report-problem
ELSE
    PERFORM check-stream-status
END-IF
IF problem-count = 0
    PERFORM check-stream-history
END-IF
IF problem-count > 0
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE SPACES TO report-line
    STRING 'MERGE REFUSED - ' DELIMITED BY SIZE
           problem-count DELIMITED BY SIZE
           ' PROBLEMS - NOTHING WRITTEN' DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE report-file
    STOP RUN
END-IF
*> The set is whole: put it together.
OPEN OUTPUT deptstat-file
OPEN INPUT strm-stat-file
MOVE 'N' TO stat-eof-flag
PERFORM copy-one-stat-record UNTIL end-of-strm-stat
CLOSE strm-stat-file
CLOSE deptstat-file
OPEN EXTEND hist-file
IF hist-file-not-found
    OPEN OUTPUT hist-file
END-IF
OPEN INPUT strm-hist-file
MOVE 'N' TO hist-eof-flag
PERFORM copy-one-hist-record UNTIL end-of-hist-file
CLOSE strm-hist-file
CLOSE hist-file
PERFORM write-merged-trailer
PERFORM write-merge-control
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'MERGED - DEPTSTAT RECORDS: ' DELIMITED BY SIZE
       stat-copied DELIMITED BY SIZE
       '  HISTFILE LINES APPENDED: ' DELIMITED BY SIZE
       hist-copied DELIMITED BY SIZE
    INTO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'TREES RENDERED: ' DELIMITED BY SIZE
       total-trees DELIMITED BY SIZE
       '  ROWS PRINTED: ' DELIMITED BY SIZE
       total-rows DELIMITED BY SIZE
       '  REJECTED: ' DELIMITED BY SIZE
       total-rejects DELIMITED BY SIZE
    INTO report-line
WRITE report-line
*> The merged set answers to the scheduler the way a single run would:
*> a stream that ended with warnings still flags the night.
MOVE highest-rc TO RETURN-CODE
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'TREES ' DELIMITED BY SIZE
       total-trees DELIMITED BY SIZE
       ' ROWS ' DELIMITED BY SIZE
       total-rows DELIMITED BY SIZE
       ' REJECTS ' DELIMITED BY SIZE
       total-rejects DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE report-file
STOP RUN.

*> Read every stream's status record into its slot, then look for the
*> ones that never turned up and for cards no range (or two ranges)
*> took.
check-stream-status.
    OPEN INPUT strm-ctl-file
    IF NOT strm-ctl-file-ok
        MOVE SPACES TO report-line
        MOVE 'STRMCTL NOT AVAILABLE - NO STREAM STATUS TO CHECK'
            TO report-line
        PERFORM report-problem
    ELSE
        MOVE 'N' TO ctl-eof-flag
        PERFORM check-one-stream UNTIL end-of-strm-ctl
        CLOSE strm-ctl-file
        PERFORM VARYING sx FROM 1 BY 1 UNTIL sx > stream-count
            IF stream-seen (sx) = 'N'
                MOVE SPACES TO report-line
                MOVE sx TO sl-number
                STRING 'STREAM ' DELIMITED BY SIZE
                       sl-number DELIMITED BY SIZE
                       ' MISSING - NO STATUS RECORD' DELIMITED BY SIZE
                    INTO report-line
                PERFORM report-problem
            END-IF
        END-PERFORM
        IF card-count-known AND taken-total NOT = card-count
            MOVE SPACES TO report-line
            STRING 'STREAM RANGES TOOK ' DELIMITED BY SIZE
                   taken-total DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   card-count DELIMITED BY SIZE
                   ' CONTROL CARDS - A RANGE IS MISSING OR OVERLAPS'
                       DELIMITED BY SIZE
                INTO report-line
            PERFORM report-problem
        END-IF
    END-IF.

check-one-stream.
    READ strm-ctl-file
        AT END
            MOVE 'Y' TO ctl-eof-flag
        NOT AT END
            IF strm-stream-number IS NOT NUMERIC
               OR strm-stream-number = 0
               OR strm-stream-number > stream-count
                MOVE SPACES TO report-line
                STRING 'STATUS RECORD FOR STREAM ' DELIMITED BY SIZE
                       strm-stream-number DELIMITED BY SIZE
                       ' BUT PARM NAMES ' DELIMITED BY SIZE
                       stream-count DELIMITED BY SIZE
                       ' STREAMS' DELIMITED BY SIZE
                    INTO report-line
                PERFORM report-problem
            ELSE
                MOVE strm-stream-number TO sx
                PERFORM take-one-stream
            END-IF
    END-READ.

take-one-stream.
    IF stream-seen (sx) = 'Y'
        MOVE SPACES TO report-line
        STRING 'STREAM ' DELIMITED BY SIZE
               strm-stream-number DELIMITED BY SIZE
               ' HAS TWO STATUS RECORDS' DELIMITED BY SIZE
            INTO report-line
        PERFORM report-problem
    ELSE
        MOVE 'Y' TO stream-seen (sx)
        MOVE strm-stream-number TO sl-number
        MOVE strm-dept-low TO sl-low
        MOVE strm-dept-high TO sl-high
        MOVE strm-tree-count TO sl-trees
        MOVE strm-row-count TO sl-rows
        MOVE strm-reject-count TO sl-rejects
        MOVE strm-return-code TO sl-rc
        WRITE report-line FROM stream-line
        IF strm-run-date NOT = run-date
            MOVE SPACES TO report-line
            STRING 'STREAM ' DELIMITED BY SIZE
                   strm-stream-number DELIMITED BY SIZE
                   ' IS FOR RUN DATE ' DELIMITED BY SIZE
                   strm-run-date DELIMITED BY SIZE
                INTO report-line
            PERFORM report-problem
        END-IF
        IF NOT strm-ended
            MOVE SPACES TO report-line
            STRING 'STREAM ' DELIMITED BY SIZE
                   strm-stream-number DELIMITED BY SIZE
                   ' DID NOT REACH A CLEAN END - RESTART IT FIRST'
                       DELIMITED BY SIZE
                INTO report-line
            PERFORM report-problem
        END-IF
*> Every stream read the same CTLFILE, so every stream counted the
*> same cards; one that did not was run against another file.
        IF card-count-known
            IF strm-ctl-count NOT = card-count
                MOVE SPACES TO report-line
                STRING 'STREAM ' DELIMITED BY SIZE
                       strm-stream-number DELIMITED BY SIZE
                       ' READ ' DELIMITED BY SIZE
                       strm-ctl-count DELIMITED BY SIZE
                       ' CONTROL CARDS, OTHERS READ ' DELIMITED BY SIZE
                       card-count DELIMITED BY SIZE
                    INTO report-line
                PERFORM report-problem
            END-IF
        ELSE
            MOVE 'Y' TO card-count-flag
            MOVE strm-ctl-count TO card-count
        END-IF
        ADD strm-taken-count TO taken-total
        ADD strm-tree-count TO total-trees
        ADD strm-row-count TO total-rows
        ADD strm-reject-count TO total-rejects
        ADD strm-approval-count TO total-approval
        ADD strm-future-count TO total-future
        IF strm-future-earliest > 0
           AND (total-future-earliest = 0
                OR strm-future-earliest < total-future-earliest)
            MOVE strm-future-earliest TO total-future-earliest
        END-IF
        ADD strm-cap-reject-count TO total-cap-rejects
        ADD strm-capped-dept-count TO total-capped-depts
        ADD strm-spoil-tree-count TO total-spoil-trees
        IF strm-return-code > highest-rc
            MOVE strm-return-code TO highest-rc
        END-IF
    END-IF.

*> The streams' history lines must all be this run date's, and the run
*> date must not be on HISTFILE yet - a second merge of the same night
*> would count every tree twice. The DEPTSTAT extracts must be there
*> to be merged at all.
check-stream-history.
    OPEN INPUT strm-stat-file
    IF NOT strm-stat-file-ok
        MOVE SPACES TO report-line
        MOVE 'STRMSTAT NOT AVAILABLE - NO DEPTSTAT EXTRACTS TO MERGE'
            TO report-line
        PERFORM report-problem
    ELSE
        CLOSE strm-stat-file
    END-IF
    OPEN INPUT strm-hist-file
    IF NOT strm-hist-file-ok
        MOVE SPACES TO report-line
        MOVE 'STRMHIST NOT AVAILABLE - NO STREAM HISTORY TO APPEND'
            TO report-line
        PERFORM report-problem
    ELSE
        MOVE 'N' TO hist-eof-flag
        PERFORM check-one-stream-hist UNTIL end-of-hist-file
        CLOSE strm-hist-file
        IF stale-hist-count > 0
            MOVE SPACES TO report-line
            STRING 'STRMHIST HOLDS ' DELIMITED BY SIZE
                   stale-hist-count DELIMITED BY SIZE
                   ' LINES FOR ANOTHER RUN DATE' DELIMITED BY SIZE
                INTO report-line
            PERFORM report-problem
        END-IF
    END-IF
    OPEN INPUT merge-ctl-file
    IF merge-ctl-file-ok
        MOVE 'N' TO mrgc-eof-flag
        PERFORM check-one-merge-control UNTIL end-of-merge-ctl
        CLOSE merge-ctl-file
        IF run-date-on-mergctl
            MOVE SPACES TO report-line
            MOVE 'MERGCTL ALREADY HOLDS THE RUN DATE - ALREADY MERGED?'
                TO report-line
            PERFORM report-problem
        END-IF
    END-IF
    OPEN INPUT hist-file
    IF hist-file-ok
        MOVE 'N' TO hist-eof-flag
        PERFORM check-one-hist UNTIL end-of-hist-file
        CLOSE hist-file
        IF run-date-on-histfile
            MOVE SPACES TO report-line
            MOVE 'HISTFILE ALREADY HOLDS THE RUN DATE - ALREADY MERGED?'
                TO report-line
            PERFORM report-problem
        END-IF
    END-IF.

check-one-stream-hist.
    READ strm-hist-file INTO hist-record
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            IF hist-run-date NOT = run-date
                ADD 1 TO stale-hist-count
            END-IF
    END-READ.

check-one-merge-control.
    READ merge-ctl-file
        AT END
            MOVE 'Y' TO mrgc-eof-flag
        NOT AT END
            IF mrgc-run-date = run-date
                MOVE 'Y' TO mrgc-dup-flag
                MOVE 'Y' TO mrgc-eof-flag
            END-IF
    END-READ.

check-one-hist.
    READ hist-file
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            IF hist-run-date = run-date
                MOVE 'Y' TO hist-dup-flag
                MOVE 'Y' TO hist-eof-flag
            END-IF
    END-READ.

copy-one-stat-record.
    READ strm-stat-file INTO stat-record
        AT END
            MOVE 'Y' TO stat-eof-flag
        NOT AT END
            WRITE stat-record
            ADD 1 TO stat-copied
    END-READ.

copy-one-hist-record.
    READ strm-hist-file INTO hist-record
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            WRITE hist-record
            ADD 1 TO hist-copied
    END-READ.

*> The job summary trailer the render run writes at the foot of
*> TREEPRT, for the whole night instead of one stream.
write-merged-trailer.
    OPEN OUTPUT trailer-file
    MOVE SPACES TO trailer-line
    STRING 'TREES RENDERED: ' DELIMITED BY SIZE
           total-trees DELIMITED BY SIZE
           '  ROWS PRINTED: ' DELIMITED BY SIZE
           total-rows DELIMITED BY SIZE
           '  REJECTED: ' DELIMITED BY SIZE
           total-rejects DELIMITED BY SIZE
           '  RUN DATE: ' DELIMITED BY SIZE
           run-date DELIMITED BY SIZE
        INTO trailer-line
    WRITE trailer-line
    MOVE SPACES TO trailer-line
    STRING 'REQUESTS AWAITING APPROVAL: ' DELIMITED BY SIZE
           total-approval DELIMITED BY SIZE
        INTO trailer-line
    WRITE trailer-line
    MOVE SPACES TO trailer-line
    STRING 'FUTURE-DATED REQUESTS WAITING: ' DELIMITED BY SIZE
           total-future DELIMITED BY SIZE
           '  EARLIEST PRINT DATE: ' DELIMITED BY SIZE
           total-future-earliest DELIMITED BY SIZE
        INTO trailer-line
    WRITE trailer-line
    MOVE SPACES TO trailer-line
    STRING 'ALLOWANCE REJECTS: ' DELIMITED BY SIZE
           total-cap-rejects DELIMITED BY SIZE
           '  DEPTS AT OR OVER ALLOWANCE: ' DELIMITED BY SIZE
           total-capped-depts DELIMITED BY SIZE
        INTO trailer-line
    WRITE trailer-line
    MOVE SPACES TO trailer-line
    STRING 'SPOILAGE REPRINTS AT NO CHARGE: ' DELIMITED BY SIZE
           total-spoil-trees DELIMITED BY SIZE
        INTO trailer-line
    WRITE trailer-line
    CLOSE trailer-file.

*> The night goes on MERGCTL last of all, once HISTFILE has its lines;
*> the streams' next fresh runs look for it there. Should it not go
*> down, the run date on HISTFILE serves them just as well, so the
*> merge stands and the step only warns.
write-merge-control.
    OPEN EXTEND merge-ctl-file
    IF merge-ctl-file-not-found
        OPEN OUTPUT merge-ctl-file
    END-IF
    IF merge-ctl-file-ok
        MOVE run-date TO mrgc-run-date
        MOVE stream-count TO mrgc-stream-count
        MOVE today TO mrgc-merge-date
        ACCEPT mrgc-merge-time FROM TIME
        MOVE hist-copied TO mrgc-hist-lines
        WRITE mrgc-record
        MOVE merge-ctl-file-status TO mrgc-write-status
        CLOSE merge-ctl-file
        MOVE mrgc-write-status TO merge-ctl-file-status
    END-IF
    IF NOT merge-ctl-file-ok
        MOVE SPACES TO report-line
        STRING 'MERGCTL NOT WRITTEN - STATUS ' DELIMITED BY SIZE
               merge-ctl-file-status DELIMITED BY SIZE
               ' - STREAMS WILL FIND THE NIGHT ON HISTFILE'
                   DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        MOVE 'WARN' TO log-type
        MOVE 0 TO log-return-code
        MOVE report-line (1:60) TO log-text
        PERFORM write-run-log
        IF highest-rc < 4
            MOVE 4 TO highest-rc
        END-IF
    END-IF.

*> Every problem goes on the report and the log as it is found; the
*> message is already sitting in report-line.
report-problem.
    WRITE report-line
    ADD 1 TO problem-count
    MOVE 'WARN' TO log-type
    MOVE 0 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'STRMMERG' TO log-program
    WRITE log-record.

