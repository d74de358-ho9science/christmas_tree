IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Bundle-Aging-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT bundle-file ASSIGN TO "BUNDLREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS bundle-key
        FILE STATUS IS bundle-file-status.
    SELECT report-file ASSIGN TO "AGERPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
FD  bundle-file.
COPY TREEBNDL.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

WORKING-STORAGE SECTION.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 bundle-file-status PIC X(02).
    88 bundle-file-ok VALUE '00'.
01 bundle-eof-flag PIC X VALUE 'N'.
    88 end-of-bundle-file VALUE 'Y'.
01 today PIC 9(08).
01 as-of-date PIC 9(08).
01 days-out PIC 9(06).
01 rx BINARY-LONG.

*> Day counting: a date is turned into a running day number (the
*> usual civil-calendar reckoning from March, so the leap day falls
*> at the end of the year) and two day numbers subtract to the days
*> between them.
01 day-date PIC 9(08).
01 day-date-r REDEFINES day-date.
    05 day-year PIC 9(04).
    05 day-month PIC 9(02).
    05 day-day PIC 9(02).
01 day-number PIC 9(08).
01 day-shift PIC 9(01).
01 day-y PIC 9(06).
01 day-m PIC 9(02).
01 day-work PIC 9(08).
01 as-of-day-number PIC 9(08).

*> A bundle not signed for within a week is presumed lost and is
*> flagged for the mail-room to chase.
01 chase-days PIC 9(06) VALUE 7.

01 current-destination PIC X(01) VALUE SPACE.
01 dest-bundles PIC 9(06) VALUE 0.
01 dest-oldest PIC 9(06) VALUE 0.
01 total-bundles PIC 9(06) VALUE 0.
01 total-overdue PIC 9(06) VALUE 0.
01 total-mismatch PIC 9(06) VALUE 0.

*> Same destination names the manifest prints, indexed by route.
01 route-names.
    05 FILLER PIC X(24) VALUE 'HEADQUARTERS  (TREEPRT) '.
    05 FILLER PIC X(24) VALUE 'BUILDING 2    (TREEPRT2)'.
    05 FILLER PIC X(24) VALUE 'BUILDING 3    (TREEPRT3)'.
01 route-names-r REDEFINES route-names.
    05 route-name OCCURS 3 TIMES PIC X(24).

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'UNDELIVERED BUNDLE AGING                  '.
    05 FILLER PIC X(09) VALUE 'AS OF    '.
    05 heading-as-of PIC 9(08).
    05 FILLER PIC X(73) VALUE SPACES.

01 dest-line.
    05 FILLER PIC X(13) VALUE 'DESTINATION: '.
    05 dest-name PIC X(24).
    05 FILLER PIC X(95) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(10) VALUE 'RUN DATE  '.
    05 FILLER PIC X(06) VALUE 'DEPT  '.
    05 FILLER PIC X(22) VALUE 'DEPARTMENT NAME       '.
    05 FILLER PIC X(08) VALUE '   TREES'.
    05 FILLER PIC X(08) VALUE '   PAGES'.
    05 FILLER PIC X(06) VALUE '  DAYS'.
    05 FILLER PIC X(02) VALUE SPACES.
    05 FILLER PIC X(40) VALUE 'NOTE'.
    05 FILLER PIC X(30) VALUE SPACES.

01 detail-line.
    05 dtl-run-date PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-dept-code PIC X(04).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-dept-name PIC X(20).
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-trees PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-pages PIC ZZZ,ZZ9.
    05 FILLER PIC X(01) VALUE SPACES.
    05 dtl-days PIC ZZZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 dtl-note PIC X(40).
    05 FILLER PIC X(31) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-as-of-date PIC 9(08).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> Every bundle the render run put on a manifest that the mail-room
*> has not yet signed for, by destination, oldest first, with how many
*> days it has been out. Bundles past a week and bundles whose count
*> came back short are called out, so a lost stack is chased inside
*> the week instead of after New Year. The aging is measured to the
*> PARM date when one is given, otherwise to today.
ACCEPT today FROM DATE YYYYMMDD
IF parm-length >= 8 AND parm-as-of-date IS NUMERIC
   AND parm-as-of-date > 0
    MOVE parm-as-of-date TO as-of-date
ELSE
    MOVE today TO as-of-date
END-IF
MOVE as-of-date TO day-date
PERFORM compute-day-number
MOVE day-number TO as-of-day-number
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE 'UNDELIVERED BUNDLE AGING' TO log-text
PERFORM write-run-log
MOVE as-of-date TO heading-as-of
WRITE report-line FROM heading-line
OPEN INPUT bundle-file
IF NOT bundle-file-ok
    MOVE SPACES TO report-line
    MOVE 'BUNDLREG NOT AVAILABLE - NO AGING REPORT PRODUCED'
        TO report-line
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
READ bundle-file
    AT END
        MOVE 'Y' TO bundle-eof-flag
END-READ
PERFORM UNTIL end-of-bundle-file
    IF NOT bundle-confirmed
        PERFORM age-one-bundle
    END-IF
    READ bundle-file
        AT END
            MOVE 'Y' TO bundle-eof-flag
    END-READ
END-PERFORM
IF current-destination NOT = SPACE
    PERFORM close-destination
END-IF
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
IF total-bundles = 0
    MOVE 'NO BUNDLES OUTSTANDING - EVERY BUNDLE SIGNED FOR'
        TO report-line
ELSE
    STRING 'BUNDLES OUTSTANDING: ' DELIMITED BY SIZE
           total-bundles DELIMITED BY SIZE
           '  OVER A WEEK: ' DELIMITED BY SIZE
           total-overdue DELIMITED BY SIZE
           '  PAGE MISMATCHES: ' DELIMITED BY SIZE
           total-mismatch DELIMITED BY SIZE
        INTO report-line
END-IF
WRITE report-line
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'OUTSTANDING ' DELIMITED BY SIZE
       total-bundles DELIMITED BY SIZE
       ' OVER A WEEK ' DELIMITED BY SIZE
       total-overdue DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE bundle-file
CLOSE report-file
STOP RUN.

*> The register is keyed destination first, so a change of destination
*> closes the last one's total and opens the next one's heading.
age-one-bundle.
    IF bundle-destination NOT = current-destination
        IF current-destination NOT = SPACE
            PERFORM close-destination
        END-IF
        PERFORM open-destination
    END-IF
    MOVE 0 TO days-out
    IF bundle-run-date IS NUMERIC AND bundle-run-date > 0
       AND bundle-run-date < as-of-date
        MOVE bundle-run-date TO day-date
        PERFORM compute-day-number
        COMPUTE days-out = as-of-day-number - day-number
    END-IF
    MOVE bundle-run-date TO dtl-run-date
    MOVE bundle-dept-code TO dtl-dept-code
    MOVE bundle-dept-name TO dtl-dept-name
    MOVE bundle-trees TO dtl-trees
    MOVE bundle-pages TO dtl-pages
    MOVE days-out TO dtl-days
    MOVE SPACES TO dtl-note
    IF bundle-mismatch
        STRING 'COUNTED ' DELIMITED BY SIZE
               bundle-pages-counted DELIMITED BY SIZE
               ' PAGES BY ' DELIMITED BY SIZE
               bundle-received-by DELIMITED BY SIZE
               ' - RECOUNT' DELIMITED BY SIZE
            INTO dtl-note
        ADD 1 TO total-mismatch
    ELSE
        IF days-out > chase-days
            MOVE '*** OVER A WEEK - CHASE' TO dtl-note
        END-IF
    END-IF
    IF days-out > chase-days
        ADD 1 TO total-overdue
    END-IF
    WRITE report-line FROM detail-line
    ADD 1 TO dest-bundles
    ADD 1 TO total-bundles
    IF days-out > dest-oldest
        MOVE days-out TO dest-oldest
    END-IF.

open-destination.
    MOVE bundle-destination TO current-destination
    MOVE 0 TO dest-bundles
    MOVE 0 TO dest-oldest
    EVALUATE bundle-destination
        WHEN '2'
            MOVE 2 TO rx
        WHEN '3'
            MOVE 3 TO rx
        WHEN OTHER
            MOVE 1 TO rx
    END-EVALUATE
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE route-name (rx) TO dest-name
    WRITE report-line FROM dest-line
    WRITE report-line FROM column-line.

close-destination.
    MOVE SPACES TO report-line
    STRING 'DESTINATION TOTAL - BUNDLES OUTSTANDING: '
               DELIMITED BY SIZE
           dest-bundles DELIMITED BY SIZE
           '  OLDEST (DAYS): ' DELIMITED BY SIZE
           dest-oldest DELIMITED BY SIZE
        INTO report-line
    WRITE report-line.

*> Day number of day-date. January and February count as the last
*> two months of the year before, so every quotient below truncates
*> cleanly and February's length never enters into it.
compute-day-number.
    MOVE 0 TO day-shift
    IF day-month < 3
        MOVE 1 TO day-shift
    END-IF
    COMPUTE day-y = day-year - day-shift
    COMPUTE day-m = day-month + (12 * day-shift) - 3
    COMPUTE day-number = (365 * day-y) + day-day - 1
    DIVIDE 4 INTO day-y GIVING day-work
    ADD day-work TO day-number
    DIVIDE 100 INTO day-y GIVING day-work
    SUBTRACT day-work FROM day-number
    DIVIDE 400 INTO day-y GIVING day-work
    ADD day-work TO day-number
    COMPUTE day-work = (153 * day-m) + 2
    DIVIDE 5 INTO day-work
    ADD day-work TO day-number.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'AGERPT  ' TO log-program
    WRITE log-record.
