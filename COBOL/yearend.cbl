IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Year-End-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT hist-file ASSIGN TO "HISTFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS hist-file-status.
*> The next HISTFILE generation: the JCL catalogs it as the new
*> HISTFILE once the close ends cleanly.
    SELECT new-hist-file ASSIGN TO "HISTNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS new-hist-file-status.
    SELECT seas-file ASSIGN TO "SEASSUM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS seas-key
        FILE STATUS IS seas-file-status.
    SELECT rate-file ASSIGN TO "RATEFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS rate-file-status.
    SELECT report-file ASSIGN TO "YECRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
FD  hist-file.
COPY TREEHIST.

*> Same layout as HISTFILE; written from hist-record.
FD  new-hist-file.
01 new-hist-line PIC X(37).

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
01 new-hist-file-status PIC X(02).
    88 new-hist-file-ok VALUE '00'.
01 seas-file-status PIC X(02).
    88 seas-file-ok VALUE '00'.
    88 seas-file-not-found VALUE '35'.
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
01 seas-open-flag PIC X VALUE 'N'.
    88 seas-file-open VALUE 'Y'.
01 seas-found-flag PIC X VALUE 'N'.
    88 seas-record-found VALUE 'Y'.
01 today PIC 9(08).
01 current-year PIC 9(04).
01 close-year PIC 9(04).
01 line-year PIC 9(04).
01 problem-count PIC 9(06) VALUE 0.
01 carry-failed-count PIC 9(08) VALUE 0.

*> Every year the close will summarize: the year asked for, plus any
*> earlier one still sitting on HISTFILE - the first close on a
*> system with several seasons of history rolls them all up at once.
01 year-count BINARY-LONG VALUE 0.
01 year-max BINARY-LONG VALUE 20.
01 year-table.
    05 year-entry OCCURS 20 TIMES.
        10 year-value PIC 9(04).
        10 year-lines PIC 9(08).
01 yx BINARY-LONG.
01 px BINARY-LONG.
01 bx BINARY-LONG.

*> Which half-month a date falls in: 1 for 1-15 January, 2 for the
*> rest of January, on to 24 for the back half of December.
01 period-date PIC 9(08).
01 period-month PIC 9(02).
01 period-day PIC 9(02).

*> Same rate cards and defaults as the chargeback.
01 rate-plain PIC 9(01)V9(04) VALUE 0.0350.
01 rate-decorated PIC 9(01)V9(04) VALUE 0.0350.
01 line-amount PIC 9(07)V99.

01 rolled-lines PIC 9(08) VALUE 0.
01 carried-lines PIC 9(08) VALUE 0.

*> A department's year, added up across its periods for the report.
01 sum-trees PIC 9(08).
01 sum-rows PIC 9(10).
01 sum-amount PIC 9(09)V99.
01 sum-rejects PIC 9(08).
01 year-trees PIC 9(08).
01 year-amount PIC 9(09)V99.
01 year-depts PIC 9(06).

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'YEAR-END CLOSE                            '.
    05 FILLER PIC X(09) VALUE 'SEASON   '.
    05 heading-year PIC 9(04).
    05 FILLER PIC X(04) VALUE SPACES.
    05 FILLER PIC X(09) VALUE 'RUN DATE '.
    05 heading-run-date PIC 9(08).
    05 FILLER PIC X(56) VALUE SPACES.

01 year-line.
    05 FILLER PIC X(08) VALUE 'SEASON: '.
    05 yl-year PIC 9(04).
    05 FILLER PIC X(120) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(06) VALUE 'DEPT  '.
    05 FILLER PIC X(09) VALUE '    TREES'.
    05 FILLER PIC X(11) VALUE '       ROWS'.
    05 FILLER PIC X(15) VALUE '         AMOUNT'.
    05 FILLER PIC X(09) VALUE '  REJECTS'.
    05 FILLER PIC X(09) VALUE ' SPOILAGE'.
    05 FILLER PIC X(08) VALUE '   UP-9 '.
    05 FILLER PIC X(08) VALUE '  11-19 '.
    05 FILLER PIC X(08) VALUE '  21-29 '.
    05 FILLER PIC X(08) VALUE '  31-UP '.
    05 FILLER PIC X(41) VALUE SPACES.

01 detail-line.
    05 dtl-dept-code PIC X(04).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-trees PIC ZZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-rows PIC ZZ,ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-amount PIC ZZZ,ZZZ,ZZ9.99.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-rejects PIC ZZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-spoil PIC ZZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-band OCCURS 4 TIMES.
        10 dtl-band-count PIC ZZZ,ZZ9B.
    05 FILLER PIC X(41) VALUE SPACES.

01 amount-edit PIC ZZZ,ZZZ,ZZ9.99.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-close-year PIC 9(04).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> Run in January: roll the finished season's HISTFILE lines into one
*> SEASSUM record per department - trees, rows and amount by
*> half-month, rejects, spoilage and the height mix - then write the
*> next HISTFILE generation holding only what came after it, so the
*> render run, trendrpt and usagerpt stop re-reading seasons that are
*> over. The year-over-year report reads the summary. The season is
*> last year unless the PARM names one; the season in progress cannot
*> be closed, and a season already on SEASSUM is never closed again.
ACCEPT today FROM DATE YYYYMMDD
MOVE today (1:4) TO current-year
COMPUTE close-year = current-year - 1
IF parm-length >= 4 AND parm-close-year IS NUMERIC
   AND parm-close-year > 0
    MOVE parm-close-year TO close-year
END-IF
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'YEAR-END CLOSE OF SEASON ' DELIMITED BY SIZE
       close-year DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
MOVE close-year TO heading-year
MOVE today TO heading-run-date
WRITE report-line FROM heading-line
IF close-year NOT < current-year
    MOVE SPACES TO report-line
    STRING 'SEASON ' DELIMITED BY SIZE
           close-year DELIMITED BY SIZE
           ' IS NOT OVER YET - CLOSE REFUSED' DELIMITED BY SIZE
        INTO report-line
    PERFORM close-refused
END-IF
OPEN I-O seas-file
IF seas-file-not-found
    OPEN OUTPUT seas-file
    CLOSE seas-file
    OPEN I-O seas-file
END-IF
IF NOT seas-file-ok
    MOVE SPACES TO report-line
    MOVE 'SEASSUM NOT AVAILABLE - CLOSE REFUSED' TO report-line
    PERFORM close-refused
END-IF
MOVE 'Y' TO seas-open-flag
OPEN INPUT hist-file
IF NOT hist-file-ok
    MOVE SPACES TO report-line
    MOVE 'HISTFILE NOT AVAILABLE - CLOSE REFUSED' TO report-line
    PERFORM close-refused
END-IF
*> First pass: which seasons does this close take off HISTFILE?
MOVE 1 TO year-count
MOVE close-year TO year-value (1)
MOVE 0 TO year-lines (1)
MOVE 'N' TO hist-eof-flag
PERFORM note-one-year UNTIL end-of-hist-file
CLOSE hist-file
PERFORM VARYING yx FROM 1 BY 1 UNTIL yx > year-count
    PERFORM check-year-on-summary
END-PERFORM
IF problem-count > 0
    MOVE SPACES TO report-line
    STRING 'CLOSE REFUSED - ' DELIMITED BY SIZE
           problem-count DELIMITED BY SIZE
           ' PROBLEMS - NOTHING WRITTEN' DELIMITED BY SIZE
        INTO report-line
    PERFORM close-refused
END-IF
*> Price with whatever rate cards exist; a missing file leaves the
*> long-standing defaults, the same as the chargeback.
OPEN INPUT rate-file
IF rate-file-ok
    PERFORM load-rate-table
    CLOSE rate-file
END-IF
*> The new generation is where every later line goes; without it
*> those lines would be lost when the JCL catalogs HISTNEW.
OPEN OUTPUT new-hist-file
IF NOT new-hist-file-ok
    MOVE SPACES TO report-line
    MOVE 'HISTNEW NOT AVAILABLE - CLOSE REFUSED' TO report-line
    PERFORM close-refused
END-IF
*> Second pass: every closed season's line goes into its summary,
*> everything later goes forward into the new generation.
OPEN INPUT hist-file
MOVE 'N' TO hist-eof-flag
PERFORM roll-one-line UNTIL end-of-hist-file
CLOSE hist-file
CLOSE new-hist-file
*> A summary or a carried line that did not go down leaves the close
*> short; the seasons are not marked closed, so the refuse-twice check
*> holds any rerun until SEASSUM is put back.
IF carry-failed-count > 0
    MOVE SPACES TO report-line
    STRING 'HISTNEW LINES NOT WRITTEN: ' DELIMITED BY SIZE
           carry-failed-count DELIMITED BY SIZE
           ' - STATUS ' DELIMITED BY SIZE
           new-hist-file-status DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
    ADD 1 TO problem-count
END-IF
IF problem-count > 0
    MOVE SPACES TO report-line
    STRING 'CLOSE FAILED - ' DELIMITED BY SIZE
           problem-count DELIMITED BY SIZE
           ' PROBLEMS - SEASONS NOT MARKED CLOSED' DELIMITED BY SIZE
        INTO report-line
    PERFORM close-refused
END-IF
PERFORM VARYING yx FROM 1 BY 1 UNTIL yx > year-count
    PERFORM list-year-summary
END-PERFORM
*> The close-control records go on last: until they are there the
*> seasons are not closed, and a rerun after a failure part-way is
*> refused until SEASSUM is put back.
PERFORM VARYING yx FROM 1 BY 1 UNTIL yx > year-count
    MOVE year-value (yx) TO seas-close-year
    MOVE LOW-VALUES TO seas-close-marker
    MOVE today TO seas-close-date
    MOVE year-lines (yx) TO seas-close-lines
    MOVE SPACES TO seas-close-record (25:718)
    WRITE seas-close-record
        INVALID KEY
            MOVE SPACES TO report-line
            STRING 'CLOSE RECORD FOR SEASON ' DELIMITED BY SIZE
                   year-value (yx) DELIMITED BY SIZE
                   ' NOT WRITTEN' DELIMITED BY SIZE
                INTO report-line
            WRITE report-line
            MOVE 8 TO RETURN-CODE
    END-WRITE
END-PERFORM
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'HISTFILE LINES ROLLED INTO SEASSUM: ' DELIMITED BY SIZE
       rolled-lines DELIMITED BY SIZE
       '  CARRIED TO THE NEW GENERATION: ' DELIMITED BY SIZE
       carried-lines DELIMITED BY SIZE
    INTO report-line
WRITE report-line
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'SEASON ' DELIMITED BY SIZE
       close-year DELIMITED BY SIZE
       ' CLOSED ROLLED ' DELIMITED BY SIZE
       rolled-lines DELIMITED BY SIZE
       ' CARRIED ' DELIMITED BY SIZE
       carried-lines DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE seas-file
CLOSE log-file
CLOSE report-file
STOP RUN.

*> No season is marked closed when the close refuses; the reason is
*> already sitting in report-line.
close-refused.
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    IF seas-file-open
        CLOSE seas-file
    END-IF
    CLOSE log-file
    CLOSE report-file
    STOP RUN.

note-one-year.
    READ hist-file
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            IF hist-run-date IS NUMERIC
                MOVE hist-run-date (1:4) TO line-year
                IF line-year < close-year
                    PERFORM VARYING yx FROM 1 BY 1
                            UNTIL yx > year-count
                               OR year-value (yx) = line-year
                        CONTINUE
                    END-PERFORM
                    IF yx > year-count AND year-count < year-max
                        ADD 1 TO year-count
                        MOVE line-year TO year-value (year-count)
                        MOVE 0 TO year-lines (year-count)
                    END-IF
                END-IF
            END-IF
    END-READ.

*> Any SEASSUM record at all for a season means it was closed before -
*> or a close of it failed part-way, which only a restored SEASSUM can
*> put right. The close record, keyed below every code, reads first.
check-year-on-summary.
    MOVE year-value (yx) TO seas-year
    MOVE LOW-VALUES TO seas-dept-code
    MOVE 'N' TO seas-eof-flag
    START seas-file KEY NOT < seas-key
        INVALID KEY
            MOVE 'Y' TO seas-eof-flag
    END-START
    IF NOT end-of-seas-file
        READ seas-file NEXT RECORD
            AT END
                MOVE 'Y' TO seas-eof-flag
        END-READ
    END-IF
    IF NOT end-of-seas-file AND seas-year = year-value (yx)
        MOVE SPACES TO report-line
        IF seas-close-marker = LOW-VALUES
            STRING 'SEASON ' DELIMITED BY SIZE
                   year-value (yx) DELIMITED BY SIZE
                   ' WAS ALREADY CLOSED ON ' DELIMITED BY SIZE
                   seas-close-date DELIMITED BY SIZE
                INTO report-line
        ELSE
            STRING 'SEASON ' DELIMITED BY SIZE
                   year-value (yx) DELIMITED BY SIZE
                   ' PART-SUMMARIZED BY A FAILED CLOSE - RESTORE SEASSUM'
                       DELIMITED BY SIZE
                INTO report-line
        END-IF
        WRITE report-line
        ADD 1 TO problem-count
        MOVE 'WARN' TO log-type
        MOVE 0 TO log-return-code
        MOVE report-line (1:60) TO log-text
        PERFORM write-run-log
    END-IF.

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

*> A line of a season being closed goes into its summary; anything
*> else - the new season, or a line without a usable date - goes
*> forward untouched.
roll-one-line.
    READ hist-file
        AT END
            MOVE 'Y' TO hist-eof-flag
        NOT AT END
            MOVE 0 TO line-year
            IF hist-run-date IS NUMERIC
               AND hist-run-date (5:2) >= '01'
               AND hist-run-date (5:2) <= '12'
                MOVE hist-run-date (1:4) TO line-year
            END-IF
            PERFORM VARYING yx FROM 1 BY 1
                    UNTIL yx > year-count
                       OR year-value (yx) = line-year
                CONTINUE
            END-PERFORM
            IF line-year > 0 AND yx <= year-count
                PERFORM summarize-one-line
                ADD 1 TO year-lines (yx)
                ADD 1 TO rolled-lines
            ELSE
                WRITE new-hist-line FROM hist-record
                IF new-hist-file-ok
                    ADD 1 TO carried-lines
                ELSE
                    ADD 1 TO carry-failed-count
                END-IF
            END-IF
    END-READ.

summarize-one-line.
    MOVE line-year TO seas-year
    MOVE hist-dept-code TO seas-dept-code
    MOVE 'Y' TO seas-found-flag
    READ seas-file
        INVALID KEY
            MOVE 'N' TO seas-found-flag
    END-READ
    IF NOT seas-record-found
        MOVE line-year TO seas-year
        MOVE hist-dept-code TO seas-dept-code
        PERFORM clear-summary-record
    END-IF
    MOVE hist-run-date TO period-date
    PERFORM set-period
*> Spoilage reprints were the print room's loss, not the office's
*> demand; they are kept apart and priced at nothing.
    IF hist-spoilage
        IF hist-status = 'A'
            ADD 1 TO seas-spoil-trees
            ADD hist-rows TO seas-spoil-rows
        END-IF
    ELSE
        IF hist-status = 'A'
            ADD 1 TO seas-trees (px)
            ADD hist-rows TO seas-rows (px)
            IF hist-decorated
                COMPUTE line-amount ROUNDED = hist-rows * rate-decorated
            ELSE
                COMPUTE line-amount ROUNDED = hist-rows * rate-plain
            END-IF
            ADD line-amount TO seas-amount (px)
            EVALUATE TRUE
                WHEN hist-height < 10
                    MOVE 1 TO bx
                WHEN hist-height < 20
                    MOVE 2 TO bx
                WHEN hist-height < 30
                    MOVE 3 TO bx
                WHEN OTHER
                    MOVE 4 TO bx
            END-EVALUATE
            ADD 1 TO seas-height-band (bx)
        ELSE
            ADD 1 TO seas-rejects (px)
        END-IF
    END-IF
    IF seas-record-found
        REWRITE seas-record
    ELSE
        WRITE seas-record
    END-IF
    IF NOT seas-file-ok
        MOVE SPACES TO report-line
        STRING 'SEASSUM ' DELIMITED BY SIZE
               line-year DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               hist-dept-code DELIMITED BY SIZE
               ' NOT WRITTEN - STATUS ' DELIMITED BY SIZE
               seas-file-status DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
        ADD 1 TO problem-count
    END-IF.

clear-summary-record.
    PERFORM VARYING px FROM 1 BY 1 UNTIL px > 24
        MOVE 0 TO seas-trees (px)
        MOVE 0 TO seas-rows (px)
        MOVE 0 TO seas-amount (px)
        MOVE 0 TO seas-rejects (px)
    END-PERFORM
    MOVE 0 TO seas-spoil-trees
    MOVE 0 TO seas-spoil-rows
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 4
        MOVE 0 TO seas-height-band (bx)
    END-PERFORM.

set-period.
    MOVE period-date (5:2) TO period-month
    MOVE period-date (7:2) TO period-day
    COMPUTE px = (period-month - 1) * 2 + 1
    IF period-day > 15
        ADD 1 TO px
    END-IF.

*> The closed season as it now stands on SEASSUM, one line per
*> department, so the close can be checked against the trend report
*> the print room ran in December.
list-year-summary.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE year-value (yx) TO yl-year
    WRITE report-line FROM year-line
    WRITE report-line FROM column-line
    MOVE 0 TO year-trees
    MOVE 0 TO year-amount
    MOVE 0 TO year-depts
    MOVE year-value (yx) TO seas-year
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
                IF seas-year NOT = year-value (yx)
                    MOVE 'Y' TO seas-eof-flag
                ELSE
                    IF seas-close-marker NOT = LOW-VALUES
                        PERFORM list-one-department
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE year-amount TO amount-edit
    MOVE SPACES TO report-line
    STRING 'SEASON TOTAL - DEPARTMENTS: ' DELIMITED BY SIZE
           year-depts DELIMITED BY SIZE
           '  TREES: ' DELIMITED BY SIZE
           year-trees DELIMITED BY SIZE
           '  AMOUNT: ' DELIMITED BY SIZE
           amount-edit DELIMITED BY SIZE
        INTO report-line
    WRITE report-line.

list-one-department.
    MOVE 0 TO sum-trees
    MOVE 0 TO sum-rows
    MOVE 0 TO sum-amount
    MOVE 0 TO sum-rejects
    PERFORM VARYING px FROM 1 BY 1 UNTIL px > 24
        ADD seas-trees (px) TO sum-trees
        ADD seas-rows (px) TO sum-rows
        ADD seas-amount (px) TO sum-amount
        ADD seas-rejects (px) TO sum-rejects
    END-PERFORM
    MOVE seas-dept-code TO dtl-dept-code
    MOVE sum-trees TO dtl-trees
    MOVE sum-rows TO dtl-rows
    MOVE sum-amount TO dtl-amount
    MOVE sum-rejects TO dtl-rejects
    MOVE seas-spoil-trees TO dtl-spoil
    PERFORM VARYING bx FROM 1 BY 1 UNTIL bx > 4
        MOVE seas-height-band (bx) TO dtl-band-count (bx)
    END-PERFORM
    WRITE report-line FROM detail-line
    ADD 1 TO year-depts
    ADD sum-trees TO year-trees
    ADD sum-amount TO year-amount.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'YEAREND ' TO log-program
    WRITE log-record.
