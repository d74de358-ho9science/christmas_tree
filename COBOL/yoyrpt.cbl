IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Season-Compare-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
    SELECT seas-file ASSIGN TO "SEASSUM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS seas-key
        FILE STATUS IS seas-file-status.
    SELECT rate-file ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT report-file ASSIGN TO "YOYRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
FD  hist-file.
COPY TREEHIST.

FD  seas-file.
COPY TREESEAS.

FD  rate-file.
COPY TREERATE.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

WORKING-STORAGE SECTION.
01 hist-file-status PIC X(02).
    88 hist-file-ok VALUE '00'.
01 seas-file-status PIC X(02).
    88 seas-file-ok VALUE '00'.
01 rate-file-status PIC X(02).
    88 rate-file-ok VALUE '00'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 hist-eof-flag PIC X VALUE 'N'.
    88 end-of-hist-file VALUE 'Y'.
01 seas-eof-flag PIC X VALUE 'N'.
    88 end-of-seas-file VALUE 'Y'.
01 rate-eof-flag PIC X VALUE 'N'.
    88 end-of-rate-file VALUE 'Y'.
*> Until last season is closed its lines are still on HISTFILE, and
*> are taken from there instead.
01 last-closed-flag PIC X VALUE 'N'.
    88 last-season-closed VALUE 'Y'.
01 today PIC 9(08).
01 as-of-date PIC 9(08).
01 this-year PIC 9(04).
01 last-year PIC 9(04).
01 line-year PIC 9(04).
01 as-of-period BINARY-LONG.
01 px BINARY-LONG.
01 dx BINARY-LONG.

*> Which half-month a date falls in, exactly as the year-end close
*> cuts them: 1 for 1-15 January up to 24 for the back of December.
01 period-date PIC 9(08).
01 period-year PIC 9(04).
01 period-month PIC 9(02).
01 period-day PIC 9(02).
01 month-end-day PIC 9(02).
01 leap-quotient PIC 9(04).
01 leap-remainder PIC 9(04).
01 month-length-values PIC X(24) VALUE '312831303130313130313031'.
01 month-length-table REDEFINES month-length-values.
    05 month-length OCCURS 12 TIMES PIC 9(02).

*> Both seasons are compared through the end of the last half-month
*> the as-of date has completed - the finest cut the season summary
*> keeps - so neither side is given days the other is not. Early in
*> January no half-month is complete yet and the cut is nought.
01 cut-period BINARY-LONG.
01 cut-this-date PIC 9(08) VALUE 0.
01 cut-last-date PIC 9(08) VALUE 0.

*> Same rate cards and defaults as the chargeback.
01 rate-plain PIC 9(01)V9(04) VALUE 0.0350.
01 rate-decorated PIC 9(01)V9(04) VALUE 0.0350.
01 line-amount PIC 9(07)V99.

*> This season to date, last season to the same point, and all of last
*> season, by department; 200 codes is far beyond the office count.
01 dept-count BINARY-LONG VALUE 0.
01 dept-max BINARY-LONG VALUE 200.
01 dept-key PIC X(04).
01 dept-count-display PIC 9(06).
01 dept-table.
    05 dept-entry OCCURS 200 TIMES.
        10 dept-code PIC X(04).
        10 this-trees PIC 9(08).
        10 this-rows PIC 9(10).
        10 this-amount PIC 9(09)V99.
        10 same-trees PIC 9(08).
        10 same-rows PIC 9(10).
        10 same-amount PIC 9(09)V99.
        10 full-trees PIC 9(08).
        10 full-amount PIC 9(09)V99.

01 total-entry.
    05 total-this-trees PIC 9(08) VALUE 0.
    05 total-this-rows PIC 9(10) VALUE 0.
    05 total-this-amount PIC 9(09)V99 VALUE 0.
    05 total-same-trees PIC 9(08) VALUE 0.
    05 total-same-rows PIC 9(10) VALUE 0.
    05 total-same-amount PIC 9(09)V99 VALUE 0.
    05 total-full-trees PIC 9(08) VALUE 0.
    05 total-full-amount PIC 9(09)V99 VALUE 0.

*> Percent change of pct-this over pct-last, for one column.
01 pct-this PIC 9(09)V99.
01 pct-last PIC 9(09)V99.
01 pct-work PIC S9(04)V9.
01 pct-edit PIC -ZZZ9.9.
01 pct-out PIC X(07).

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'SEASON COMPARISON - YEAR OVER YEAR        '.
    05 FILLER PIC X(09) VALUE 'AS OF    '.
    05 heading-as-of PIC 9(08).
    05 FILLER PIC X(73) VALUE SPACES.

01 basis-line.
    05 FILLER PIC X(14) VALUE 'THIS SEASON: '.
    05 basis-this PIC 9(04).
    05 FILLER PIC X(27) VALUE '  LAST SEASON TO THE SAME '.
    05 FILLER PIC X(15) VALUE 'HALF-MONTH:    '.
    05 basis-last PIC 9(04).
    05 FILLER PIC X(04) VALUE SPACES.
    05 basis-source PIC X(50).
    05 FILLER PIC X(14) VALUE SPACES.

01 cut-line.
    05 FILLER PIC X(17) VALUE 'COMPARED THROUGH '.
    05 cut-line-this PIC 9(08).
    05 FILLER PIC X(09) VALUE ' AGAINST '.
    05 cut-line-last PIC 9(08).
    05 FILLER PIC X(03) VALUE SPACES.
    05 cut-line-note PIC X(60).
    05 FILLER PIC X(27) VALUE SPACES.

01 column-line-1.
    05 FILLER PIC X(06) VALUE SPACES.
    05 FILLER PIC X(24) VALUE '---------- TREES -------'.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(28) VALUE '----------- ROWS -----------'.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(32) VALUE '------------- SPEND ------------'.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(21) VALUE '-- ALL LAST SEASON --'.
    05 FILLER PIC X(18) VALUE SPACES.

01 column-line-2.
    05 FILLER PIC X(06) VALUE 'DEPT  '.
    05 FILLER PIC X(24) VALUE '    THIS    LAST  CHG % '.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(28) VALUE '      THIS      LAST  CHG % '.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(32) VALUE '        THIS        LAST  CHG % '.
    05 FILLER PIC X(01) VALUE SPACES.
    05 FILLER PIC X(21) VALUE '   TREES       SPEND '.
    05 FILLER PIC X(18) VALUE SPACES.

01 detail-line.
    05 dtl-dept-code PIC X(05).
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-this-trees PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-same-trees PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-trees-pct PIC X(07).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-this-rows PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-same-rows PIC Z,ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-rows-pct PIC X(07).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-this-amount PIC ZZZ,ZZ9.99.
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-same-amount PIC ZZZ,ZZ9.99.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-amount-pct PIC X(07).
    05 FILLER PIC X(03) VALUE SPACES.
    05 dtl-full-trees PIC ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-full-amount PIC ZZZ,ZZ9.99.
    05 FILLER PIC X(20) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-as-of-date PIC 9(08).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> "Are we printing more than last year?" - each department's trees,
*> rows and spend this season to date, against last season at the
*> same half-month and against the whole of last season, with the
*> percent change. This season comes off HISTFILE, which the year-end
*> close leaves holding only the season in progress; last season comes
*> off SEASSUM once it is closed, and off HISTFILE until then. Spoilage
*> reprints are the print room's, not demand, and are left out. The
*> comparison is made as of the PARM date, or today, with both seasons
*> cut at the same half-month boundary.
ACCEPT today FROM DATE YYYYMMDD
IF parm-length >= 8 AND parm-as-of-date IS NUMERIC
   AND parm-as-of-date > 0
    MOVE parm-as-of-date TO as-of-date
ELSE
    MOVE today TO as-of-date
END-IF
MOVE as-of-date (1:4) TO this-year
COMPUTE last-year = this-year - 1
MOVE as-of-date TO period-date
PERFORM set-period
MOVE px TO as-of-period
PERFORM set-cut-period
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'SEASON COMPARISON AS OF ' DELIMITED BY SIZE
       as-of-date DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
OPEN INPUT rate-file
IF rate-file-ok
    PERFORM load-rate-table
    CLOSE rate-file
END-IF
*> Last season's summary first, so the departments list in code order;
*> any office new this season follows on.
OPEN INPUT seas-file
IF seas-file-ok
    MOVE last-year TO seas-close-year
    MOVE LOW-VALUES TO seas-close-marker
    READ seas-file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE 'Y' TO last-closed-flag
    END-READ
    IF last-season-closed
        PERFORM load-last-season
    END-IF
    CLOSE seas-file
END-IF
OPEN INPUT hist-file
IF hist-file-ok
    MOVE 'N' TO hist-eof-flag
    PERFORM load-one-hist-line UNTIL end-of-hist-file
    CLOSE hist-file
END-IF
MOVE as-of-date TO heading-as-of
WRITE report-line FROM heading-line
MOVE this-year TO basis-this
MOVE last-year TO basis-last
IF last-season-closed
    MOVE 'LAST SEASON FROM SEASSUM' TO basis-source
ELSE
    MOVE 'LAST SEASON NOT CLOSED - TAKEN FROM HISTFILE'
        TO basis-source
END-IF
WRITE report-line FROM basis-line
MOVE cut-this-date TO cut-line-this
MOVE cut-last-date TO cut-line-last
IF cut-period = 0
    MOVE '- NO HALF-MONTH COMPLETE YET THIS SEASON' TO cut-line-note
ELSE
    MOVE '- THE LAST HALF-MONTH COMPLETE AT THE AS-OF DATE'
        TO cut-line-note
END-IF
WRITE report-line FROM cut-line
MOVE SPACES TO report-line
WRITE report-line
WRITE report-line FROM column-line-1
WRITE report-line FROM column-line-2
PERFORM VARYING dx FROM 1 BY 1 UNTIL dx > dept-count
    PERFORM write-one-department
END-PERFORM
MOVE SPACES TO report-line
WRITE report-line
MOVE 'TOTAL' TO dtl-dept-code
MOVE total-this-trees TO dtl-this-trees
MOVE total-same-trees TO dtl-same-trees
MOVE total-this-trees TO pct-this
MOVE total-same-trees TO pct-last
PERFORM compute-percent
MOVE pct-out TO dtl-trees-pct
MOVE total-this-rows TO dtl-this-rows
MOVE total-same-rows TO dtl-same-rows
MOVE total-this-rows TO pct-this
MOVE total-same-rows TO pct-last
PERFORM compute-percent
MOVE pct-out TO dtl-rows-pct
MOVE total-this-amount TO dtl-this-amount
MOVE total-same-amount TO dtl-same-amount
MOVE total-this-amount TO pct-this
MOVE total-same-amount TO pct-last
PERFORM compute-percent
MOVE pct-out TO dtl-amount-pct
MOVE total-full-trees TO dtl-full-trees
MOVE total-full-amount TO dtl-full-amount
WRITE report-line FROM detail-line
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE dept-count TO dept-count-display
MOVE SPACES TO log-text
STRING 'DEPARTMENTS ' DELIMITED BY SIZE
       dept-count-display DELIMITED BY SIZE
       ' TREES ' DELIMITED BY SIZE
       total-this-trees DELIMITED BY SIZE
       ' LAST ' DELIMITED BY SIZE
       total-same-trees DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE report-file
STOP RUN.

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

*> Every department record of the closed season: its periods up to
*> the cut are the same point, all 24 are the season.
load-last-season.
    MOVE last-year TO seas-year
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
                IF seas-year NOT = last-year
                    MOVE 'Y' TO seas-eof-flag
                ELSE
                    IF seas-close-marker NOT = LOW-VALUES
                        MOVE seas-dept-code TO dept-key
                        PERFORM find-dept-entry
                        IF dx <= dept-count
                            PERFORM add-summary-periods
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

add-summary-periods.
    PERFORM VARYING px FROM 1 BY 1 UNTIL px > 24
        ADD seas-trees (px) TO full-trees (dx)
        ADD seas-amount (px) TO full-amount (dx)
        IF px <= cut-period
            ADD seas-trees (px) TO same-trees (dx)
            ADD seas-rows (px) TO same-rows (dx)
            ADD seas-amount (px) TO same-amount (dx)
        END-IF
    END-PERFORM.

*> A printed tree of this season up to the cut, or - while last
*> season is still unclosed - one of last season's, cut the same way.
load-one-hist-line.
    READ hist-file
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            IF hist-status = 'A' AND NOT hist-spoilage
               AND hist-run-date IS NUMERIC
                MOVE hist-run-date (1:4) TO line-year
                MOVE hist-run-date TO period-date
                PERFORM set-period
                IF hist-decorated
                    COMPUTE line-amount ROUNDED =
                        hist-rows * rate-decorated
                ELSE
                    COMPUTE line-amount ROUNDED = hist-rows * rate-plain
                END-IF
                IF line-year = this-year AND px <= cut-period
                    MOVE hist-dept-code TO dept-key
                    PERFORM find-dept-entry
                    IF dx <= dept-count
                        ADD 1 TO this-trees (dx)
                        ADD hist-rows TO this-rows (dx)
                        ADD line-amount TO this-amount (dx)
                    END-IF
                END-IF
                IF line-year = last-year AND NOT last-season-closed
                    MOVE hist-dept-code TO dept-key
                    PERFORM find-dept-entry
                    IF dx <= dept-count
                        ADD 1 TO full-trees (dx)
                        ADD line-amount TO full-amount (dx)
                        IF px <= cut-period
                            ADD 1 TO same-trees (dx)
                            ADD hist-rows TO same-rows (dx)
                            ADD line-amount TO same-amount (dx)
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Find or open the department's slot; a full table leaves dx past
*> the end and the line is simply not counted.
find-dept-entry.
    PERFORM VARYING dx FROM 1 BY 1
            UNTIL dx > dept-count
               OR dept-code (dx) = dept-key
        CONTINUE
    END-PERFORM
    IF dx > dept-count AND dept-count < dept-max
        ADD 1 TO dept-count
        MOVE dept-count TO dx
        MOVE dept-key TO dept-code (dx)
        MOVE 0 TO this-trees (dx)
        MOVE 0 TO this-rows (dx)
        MOVE 0 TO this-amount (dx)
        MOVE 0 TO same-trees (dx)
        MOVE 0 TO same-rows (dx)
        MOVE 0 TO same-amount (dx)
        MOVE 0 TO full-trees (dx)
        MOVE 0 TO full-amount (dx)
    END-IF.

set-period.
    MOVE 1 TO px
    IF period-date (5:2) >= '01' AND period-date (5:2) <= '12'
        MOVE period-date (5:2) TO period-month
        MOVE period-date (7:2) TO period-day
        COMPUTE px = (period-month - 1) * 2 + 1
        IF period-day > 15
            ADD 1 TO px
        END-IF
    END-IF.

*> The as-of date's own half-month counts only when the date is its
*> last day - the 15th, or the end of the month.
set-cut-period.
    MOVE as-of-period TO cut-period
    MOVE as-of-date (1:4) TO period-year
    MOVE as-of-date (5:2) TO period-month
    MOVE as-of-date (7:2) TO period-day
    IF period-month >= 1 AND period-month <= 12
        PERFORM set-month-end
        IF period-day NOT = 15 AND period-day < month-end-day
            SUBTRACT 1 FROM cut-period
        END-IF
    END-IF
    IF cut-period > 0
        COMPUTE period-month = (cut-period + 1) / 2
        MOVE this-year TO period-year
        PERFORM set-period-end
        MOVE period-date TO cut-this-date
        MOVE last-year TO period-year
        PERFORM set-period-end
        MOVE period-date TO cut-last-date
    END-IF.

*> The last day of half-month cut-period in period-year, as a date.
set-period-end.
    PERFORM set-month-end
    MOVE period-year TO period-date (1:4)
    MOVE period-month TO period-date (5:2)
    DIVIDE cut-period BY 2 GIVING leap-quotient
        REMAINDER leap-remainder
    IF leap-remainder = 1
        MOVE 15 TO period-date (7:2)
    ELSE
        MOVE month-end-day TO period-date (7:2)
    END-IF.

*> Days in period-month of period-year; February takes the leap day
*> in a year divisible by four, except a century not divisible by 400.
set-month-end.
    MOVE month-length (period-month) TO month-end-day
    IF period-month = 2
        DIVIDE period-year BY 4 GIVING leap-quotient
            REMAINDER leap-remainder
        IF leap-remainder = 0
            MOVE 29 TO month-end-day
            DIVIDE period-year BY 100 GIVING leap-quotient
                REMAINDER leap-remainder
            IF leap-remainder = 0
                DIVIDE period-year BY 400 GIVING leap-quotient
                    REMAINDER leap-remainder
                IF leap-remainder NOT = 0
                    MOVE 28 TO month-end-day
                END-IF
            END-IF
        END-IF
    END-IF.

write-one-department.
    MOVE dept-code (dx) TO dtl-dept-code
    MOVE this-trees (dx) TO dtl-this-trees
    MOVE same-trees (dx) TO dtl-same-trees
    MOVE this-trees (dx) TO pct-this
    MOVE same-trees (dx) TO pct-last
    PERFORM compute-percent
    MOVE pct-out TO dtl-trees-pct
    MOVE this-rows (dx) TO dtl-this-rows
    MOVE same-rows (dx) TO dtl-same-rows
    MOVE this-rows (dx) TO pct-this
    MOVE same-rows (dx) TO pct-last
    PERFORM compute-percent
    MOVE pct-out TO dtl-rows-pct
    MOVE this-amount (dx) TO dtl-this-amount
    MOVE same-amount (dx) TO dtl-same-amount
    MOVE this-amount (dx) TO pct-this
    MOVE same-amount (dx) TO pct-last
    PERFORM compute-percent
    MOVE pct-out TO dtl-amount-pct
    MOVE full-trees (dx) TO dtl-full-trees
    MOVE full-amount (dx) TO dtl-full-amount
    WRITE report-line FROM detail-line
    ADD this-trees (dx) TO total-this-trees
    ADD this-rows (dx) TO total-this-rows
    ADD this-amount (dx) TO total-this-amount
    ADD same-trees (dx) TO total-same-trees
    ADD same-rows (dx) TO total-same-rows
    ADD same-amount (dx) TO total-same-amount
    ADD full-trees (dx) TO total-full-trees
    ADD full-amount (dx) TO total-full-amount.

*> Nothing last season to measure against is NEW (or nothing at all
*> when this season is empty too); a change too big for the column
*> shows as the column's limit.
compute-percent.
    IF pct-last = 0
        IF pct-this = 0
            MOVE SPACES TO pct-out
        ELSE
            MOVE '    NEW' TO pct-out
        END-IF
    ELSE
        COMPUTE pct-work ROUNDED =
            (pct-this - pct-last) * 100 / pct-last
            ON SIZE ERROR
                MOVE 9999.9 TO pct-work
        END-COMPUTE
        MOVE pct-work TO pct-edit
        MOVE pct-edit TO pct-out
    END-IF.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'YOYRPT  ' TO log-program
    WRITE log-record.
