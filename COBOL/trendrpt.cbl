    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
    SELECT dept-file ASSIGN TO "DEPTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS dept-code
        FILE STATUS IS dept-file-status.
    SELECT report-file ASSIGN TO "TRENDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
FD  hist-file.
COPY TREEHIST.

FD  dept-file.
COPY TREEDEPT.

FD  report-file.
01 report-line PIC X(132).

    88 end-of-hist-file VALUE 'Y'.
01 hist-file-status PIC X(02).
    88 hist-file-ok VALUE '00'.
01 dept-file-status PIC X(02).
    88 dept-file-ok VALUE '00'.
01 dept-eof-flag PIC X VALUE 'N'.
    88 end-of-dept-file VALUE 'Y'.

*> Offices merged into another, off the department master: their
*> history rolls up under the survivor's code. No master just means
*> every line stays under the code it was printed with.
01 mx BINARY-LONG.
01 merge-count BINARY-LONG VALUE 0.
01 merge-max BINARY-LONG VALUE 200.
01 merge-table.
    05 merge-entry OCCURS 200 TIMES.
        10 merge-from PIC X(04).
        10 merge-to PIC X(04).
01 resolve-code PIC X(04).
01 resolve-hops BINARY-LONG.
01 resolve-done-flag PIC X VALUE 'N'.
    88 resolve-done VALUE 'Y'.

*> Volume rolled up by department code; 200 codes is far beyond the
*> office count on the department master.
        10 dept-trend-accepted PIC 9(06).
        10 dept-trend-rejected PIC 9(06).
        10 dept-trend-rows PIC 9(08).
        10 dept-trend-spoilage PIC 9(06).

*> Volume rolled up by requested height, subscripted by the height
*> itself (1-99 covers everything the height field can carry).
01 total-accepted PIC 9(08) VALUE 0.
01 total-rejected PIC 9(08) VALUE 0.
01 total-rows PIC 9(10) VALUE 0.
01 total-spoilage PIC 9(08) VALUE 0.

01 heading-line.
    05 FILLER PIC X(42)
    05 FILLER PIC X(10) VALUE '  ACCEPTED'.
    05 FILLER PIC X(10) VALUE '  REJECTED'.
    05 FILLER PIC X(12) VALUE '        ROWS'.
    05 FILLER PIC X(10) VALUE '  SPOILAGE'.
    05 FILLER PIC X(74) VALUE SPACES.

01 dept-detail-line.
    05 ddl-code PIC X(04).
    05 ddl-rejected PIC ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 ddl-rows PIC ZZ,ZZZ,ZZ9.
    05 FILLER PIC X(03) VALUE SPACES.
    05 ddl-spoilage PIC ZZZ,ZZ9.
    05 FILLER PIC X(77) VALUE SPACES.

01 height-head-line.
    05 FILLER PIC X(08) VALUE 'HEIGHT  '.
END-IF
MOVE today TO heading-run-date
WRITE report-line FROM heading-line
OPEN INPUT dept-file
IF dept-file-ok
    PERFORM load-merge-map
    CLOSE dept-file
END-IF
READ hist-file
    AT END
        MOVE 'Y' TO hist-eof-flag
END-READ
PERFORM UNTIL end-of-hist-file
    MOVE hist-dept-code TO resolve-code
    PERFORM resolve-merged-code
    PERFORM VARYING dx FROM 1 BY 1
            UNTIL dx > dept-trend-count
               OR dept-trend-code (dx) = resolve-code
        CONTINUE
    END-PERFORM
    IF dx > dept-trend-count AND dept-trend-count < dept-trend-max
        ADD 1 TO dept-trend-count
        MOVE dept-trend-count TO dx
        MOVE resolve-code TO dept-trend-code (dx)
        MOVE 0 TO dept-trend-requests (dx)
        MOVE 0 TO dept-trend-accepted (dx)
        MOVE 0 TO dept-trend-rejected (dx)
        MOVE 0 TO dept-trend-rows (dx)
        MOVE 0 TO dept-trend-spoilage (dx)
    END-IF
*> A spoilage reprint is the print room's fault, not new demand; it is
*> counted in its own column and kept out of the volume figures.
    IF hist-spoilage
        IF dx <= dept-trend-count
            ADD 1 TO dept-trend-spoilage (dx)
        END-IF
        ADD 1 TO total-spoilage
    END-IF
    IF dx <= dept-trend-count AND NOT hist-spoilage
        ADD 1 TO dept-trend-requests (dx)
        IF hist-status = 'A'
            ADD 1 TO dept-trend-accepted (dx)
        END-IF
    END-IF
    IF hist-height IS NUMERIC AND hist-height > 0
       AND NOT hist-spoilage
        MOVE hist-height TO hx
        ADD 1 TO height-trend-requests (hx)
        IF hist-status = 'A'
            ADD hist-rows TO height-trend-rows (hx)
        END-IF
    END-IF
    IF NOT hist-spoilage
        ADD 1 TO total-requests
        IF hist-status = 'A'
            ADD 1 TO total-accepted
            ADD hist-rows TO total-rows
        ELSE
            ADD 1 TO total-rejected
        END-IF
    END-IF
    READ hist-file
        AT END
    MOVE dept-trend-accepted (dx) TO ddl-accepted
    MOVE dept-trend-rejected (dx) TO ddl-rejected
    MOVE dept-trend-rows (dx) TO ddl-rows
    MOVE dept-trend-spoilage (dx) TO ddl-spoilage
    WRITE report-line FROM dept-detail-line
END-PERFORM
MOVE SPACES TO section-line
       total-rejected DELIMITED BY SIZE
       '  ROWS: ' DELIMITED BY SIZE
       total-rows DELIMITED BY SIZE
       '  SPOILAGE: ' DELIMITED BY SIZE
       total-spoilage DELIMITED BY SIZE
    INTO section-line
WRITE report-line FROM section-line
MOVE 'END ' TO log-type
CLOSE report-file
STOP RUN.

load-merge-map.
    PERFORM UNTIL end-of-dept-file
        READ dept-file NEXT RECORD
            AT END
                MOVE 'Y' TO dept-eof-flag
            NOT AT END
                IF NOT dept-not-merged AND merge-count < merge-max
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

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
