IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Delivery-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT conf-file ASSIGN TO "DELIVCNF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS conf-file-status.
    SELECT bundle-file ASSIGN TO "BUNDLREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS bundle-key
        FILE STATUS IS bundle-file-status.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT report-file ASSIGN TO "DLVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.

DATA DIVISION.
FILE SECTION.
*> One card per bundle the mail-room signed for: the run date and
*> destination off the manifest it was checked against, the
*> department code, the initials of whoever took it in, and the pages
*> they actually counted in the stack.
FD  conf-file.
01 conf-record.
    05 conf-run-date PIC 9(08).
    05 conf-destination PIC X(01).
        88 conf-destination-valid VALUES '1', '2', '3'.
    05 conf-dept-code PIC X(04).
    05 conf-received-by PIC X(03).
    05 conf-pages-counted PIC 9(06).
    05 FILLER PIC X(58).

FD  bundle-file.
COPY TREEBNDL.

FD  req-file.
COPY TREEREQ.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

FD  jrnl-file.
COPY TREEJRNL.

WORKING-STORAGE SECTION.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 conf-eof-flag PIC X VALUE 'N'.
    88 end-of-conf-file VALUE 'Y'.
01 conf-file-status PIC X(02).
    88 conf-file-ok VALUE '00'.
01 bundle-file-status PIC X(02).
    88 bundle-file-ok VALUE '00'.
01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 card-flag PIC X.
    88 card-in-error VALUE 'Y'.
01 today PIC 9(08).
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 stamp-check-date PIC 9(08).
*> The request as it stood when read, for the journal's before image.
01 req-before-image PIC X(80).
01 cx BINARY-LONG.

01 confirmed-count PIC 9(06) VALUE 0.
01 mismatch-count PIC 9(06) VALUE 0.
01 error-count PIC 9(06) VALUE 0.
01 delivered-count PIC 9(06) VALUE 0.

*> The bundles this deck confirmed, held until the one pass over the
*> store that moves their printed requests to delivered. A deck bigger
*> than the table confirms what fits and asks for the rest again.
01 conf-table-count BINARY-LONG VALUE 0.
01 conf-table-max BINARY-LONG VALUE 500.
01 conf-table.
    05 conf-entry OCCURS 500 TIMES.
        10 conf-tbl-destination PIC X(01).
        10 conf-tbl-run-date PIC 9(08).
        10 conf-tbl-dept-code PIC X(04).
        10 conf-tbl-requests PIC 9(06).

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'DELIVERY CONFIRMATION AGAINST MANIFEST    '.
    05 FILLER PIC X(09) VALUE 'RUN DATE '.
    05 heading-run-date PIC 9(08).
    05 FILLER PIC X(73) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(03) VALUE 'DST'.
    05 FILLER PIC X(10) VALUE 'RUN DATE  '.
    05 FILLER PIC X(06) VALUE 'DEPT  '.
    05 FILLER PIC X(05) VALUE 'RCVD '.
    05 FILLER PIC X(09) VALUE 'MANIFEST '.
    05 FILLER PIC X(09) VALUE '  COUNTED'.
    05 FILLER PIC X(02) VALUE SPACES.
    05 FILLER PIC X(40) VALUE 'NOTE'.
    05 FILLER PIC X(48) VALUE SPACES.

01 audit-line.
    05 aud-destination PIC X(01).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-run-date PIC X(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-dept-code PIC X(04).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-received-by PIC X(03).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-pages-manifest PIC ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-pages-counted PIC ZZZ,ZZ9.
    05 FILLER PIC X(02) VALUE SPACES.
    05 aud-note PIC X(40).
    05 FILLER PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
main-line SECTION.
*> Applies the mail-room's delivery confirmations to the bundle
*> register the render run keeps behind its manifest. A card whose
*> page count agrees with the manifest confirms the bundle, and every
*> printed request in it moves to delivered on the store; a card that
*> disagrees leaves the bundle owed and flagged, so a short stack is
*> chased instead of signed for. Every card leaves one line on DLVRPT.
OPEN OUTPUT report-file
ACCEPT today FROM DATE YYYYMMDD
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE 'APPLYING DELIVERY CONFIRMATIONS' TO log-text
PERFORM write-run-log
MOVE today TO heading-run-date
WRITE report-line FROM heading-line
OPEN INPUT conf-file
IF NOT conf-file-ok
    MOVE SPACES TO report-line
    MOVE 'DELIVCNF NOT AVAILABLE - NO DELIVERIES CONFIRMED'
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
OPEN I-O bundle-file
IF NOT bundle-file-ok
    MOVE SPACES TO report-line
    MOVE 'BUNDLREG NOT AVAILABLE - NO DELIVERIES CONFIRMED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE conf-file
    CLOSE report-file
    STOP RUN
END-IF
OPEN I-O req-file
IF NOT req-file-ok
    MOVE SPACES TO report-line
    MOVE 'REQSTORE NOT AVAILABLE - NO DELIVERIES CONFIRMED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE conf-file
    CLOSE bundle-file
    CLOSE report-file
    STOP RUN
END-IF
*> A status flip that is not on the journal would be lost at the next
*> recovery, so nothing is marked delivered without it.
OPEN EXTEND jrnl-file
IF jrnl-file-not-found
    OPEN OUTPUT jrnl-file
END-IF
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NO DELIVERIES CONFIRMED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE conf-file
    CLOSE bundle-file
    CLOSE req-file
    CLOSE report-file
    STOP RUN
END-IF
WRITE report-line FROM column-line
READ conf-file
    AT END
        MOVE 'Y' TO conf-eof-flag
END-READ
PERFORM UNTIL end-of-conf-file
    PERFORM confirm-one-bundle
    READ conf-file
        AT END
            MOVE 'Y' TO conf-eof-flag
    END-READ
END-PERFORM
IF conf-table-count > 0
    PERFORM mark-requests-delivered
    PERFORM report-delivered-requests
END-IF
MOVE SPACES TO report-line
STRING 'BUNDLES CONFIRMED: ' DELIMITED BY SIZE
       confirmed-count DELIMITED BY SIZE
       '  PAGE MISMATCHES: ' DELIMITED BY SIZE
       mismatch-count DELIMITED BY SIZE
       '  IN ERROR: ' DELIMITED BY SIZE
       error-count DELIMITED BY SIZE
       '  REQUESTS DELIVERED: ' DELIMITED BY SIZE
       delivered-count DELIMITED BY SIZE
    INTO report-line
WRITE report-line
IF (error-count > 0 OR mismatch-count > 0) AND RETURN-CODE = 0
    MOVE 8 TO RETURN-CODE
END-IF
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING 'CONFIRMED ' DELIMITED BY SIZE
       confirmed-count DELIMITED BY SIZE
       ' MISMATCH ' DELIMITED BY SIZE
       mismatch-count DELIMITED BY SIZE
       ' IN ERROR ' DELIMITED BY SIZE
       error-count DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE jrnl-file
CLOSE conf-file
CLOSE bundle-file
CLOSE req-file
CLOSE report-file
STOP RUN.

*> A card has to name a bundle the register knows and carry a count
*> before it can confirm anything; a bundle already signed for is
*> reported rather than signed for twice.
confirm-one-bundle.
    MOVE 'N' TO card-flag
    MOVE SPACES TO aud-note
    MOVE conf-destination TO aud-destination
    MOVE conf-record (1:8) TO aud-run-date
    MOVE conf-dept-code TO aud-dept-code
    MOVE conf-received-by TO aud-received-by
    MOVE 0 TO aud-pages-manifest
    MOVE 0 TO aud-pages-counted
    IF conf-pages-counted IS NUMERIC
        MOVE conf-pages-counted TO aud-pages-counted
    END-IF
    EVALUATE TRUE
        WHEN conf-run-date IS NOT NUMERIC
            MOVE 'RUN DATE NOT NUMERIC' TO aud-note
            MOVE 'Y' TO card-flag
        WHEN NOT conf-destination-valid
            MOVE 'DESTINATION NOT 1, 2 OR 3' TO aud-note
            MOVE 'Y' TO card-flag
        WHEN conf-received-by = SPACES
            MOVE 'NO RECEIVED-BY INITIALS' TO aud-note
            MOVE 'Y' TO card-flag
        WHEN conf-pages-counted IS NOT NUMERIC
            MOVE 'PAGES COUNTED NOT NUMERIC' TO aud-note
            MOVE 'Y' TO card-flag
    END-EVALUATE
    IF NOT card-in-error
        MOVE conf-destination TO bundle-destination
        MOVE conf-run-date TO bundle-run-date
        MOVE conf-dept-code TO bundle-dept-code
        READ bundle-file
            INVALID KEY
                MOVE 'BUNDLE NOT ON MANIFEST FOR THAT DESTINATION'
                    TO aud-note
                MOVE 'Y' TO card-flag
            NOT INVALID KEY
                MOVE bundle-pages TO aud-pages-manifest
                IF bundle-confirmed
                    STRING 'ALREADY CONFIRMED BY ' DELIMITED BY SIZE
                           bundle-received-by DELIMITED BY SIZE
                           ' ON ' DELIMITED BY SIZE
                           bundle-confirm-date DELIMITED BY SIZE
                        INTO aud-note
                    MOVE 'Y' TO card-flag
                END-IF
        END-READ
    END-IF
    IF card-in-error
        ADD 1 TO error-count
        WRITE report-line FROM audit-line
    ELSE
        IF conf-pages-counted = bundle-pages
            PERFORM accept-confirmation
        ELSE
            PERFORM flag-page-mismatch
        END-IF
    END-IF.

*> The bundle is queued for the store pass before the register is
*> touched, so a deck too big for the table leaves the bundle owed
*> rather than confirmed with its requests still showing printed.
accept-confirmation.
    IF conf-table-count >= conf-table-max
        MOVE 'DECK TOO LARGE - RESUBMIT THIS CARD' TO aud-note
        ADD 1 TO error-count
    ELSE
        ADD 1 TO conf-table-count
        MOVE conf-table-count TO cx
        MOVE bundle-destination TO conf-tbl-destination (cx)
        MOVE bundle-run-date TO conf-tbl-run-date (cx)
        MOVE bundle-dept-code TO conf-tbl-dept-code (cx)
        MOVE 0 TO conf-tbl-requests (cx)
        MOVE 'C' TO bundle-status
        MOVE conf-received-by TO bundle-received-by
        MOVE today TO bundle-confirm-date
        MOVE conf-pages-counted TO bundle-pages-counted
        REWRITE bundle-record
        MOVE 'CONFIRMED DELIVERED' TO aud-note
        ADD 1 TO confirmed-count
    END-IF
    WRITE report-line FROM audit-line.

*> The count and the receiver are kept so the aging report can show
*> what the desk actually found; the bundle stays owed until a recount
*> card agrees with the manifest.
flag-page-mismatch.
    MOVE 'M' TO bundle-status
    MOVE conf-received-by TO bundle-received-by
    MOVE today TO bundle-confirm-date
    MOVE conf-pages-counted TO bundle-pages-counted
    REWRITE bundle-record
    MOVE 'PAGE COUNT DIFFERS FROM MANIFEST - NOT CONFIRMED'
        TO aud-note
    ADD 1 TO mismatch-count
    WRITE report-line FROM audit-line
    MOVE 'WARN' TO log-type
    MOVE 0 TO log-return-code
    MOVE SPACES TO log-text
    STRING 'PAGE MISMATCH - DEPT ' DELIMITED BY SIZE
           bundle-dept-code DELIMITED BY SIZE
           ' RUN ' DELIMITED BY SIZE
           bundle-run-date DELIMITED BY SIZE
           ' DEST ' DELIMITED BY SIZE
           bundle-destination DELIMITED BY SIZE
        INTO log-text
    PERFORM write-run-log.

*> One pass over the store: a printed request whose department and
*> last run date match a confirmed bundle was in that bundle, so it
*> moves to delivered. Anything not printed is left alone - a request
*> re-queued since its bundle went out is waiting for its next print.
mark-requests-delivered.
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
                IF req-printed
                    PERFORM match-one-request
                END-IF
        END-READ
    END-PERFORM.

match-one-request.
    PERFORM VARYING cx FROM 1 BY 1
            UNTIL cx > conf-table-count
               OR (conf-tbl-run-date (cx) = req-run-date
                   AND conf-tbl-dept-code (cx) = req-dept-name (1:4))
        CONTINUE
    END-PERFORM
    IF cx <= conf-table-count
        MOVE req-record TO req-before-image
        MOVE 'V' TO req-status
        REWRITE req-record
        PERFORM journal-request-change
        ADD 1 TO conf-tbl-requests (cx)
        ADD 1 TO delivered-count
    END-IF.

*> How many requests each confirmed bundle accounted for; a bundle
*> that moved none held only reject notices or was already reprinted.
report-delivered-requests.
    MOVE SPACES TO report-line
    WRITE report-line
    PERFORM VARYING cx FROM 1 BY 1 UNTIL cx > conf-table-count
        MOVE SPACES TO report-line
        STRING 'DEST ' DELIMITED BY SIZE
               conf-tbl-destination (cx) DELIMITED BY SIZE
               ' RUN ' DELIMITED BY SIZE
               conf-tbl-run-date (cx) DELIMITED BY SIZE
               ' DEPT ' DELIMITED BY SIZE
               conf-tbl-dept-code (cx) DELIMITED BY SIZE
               ' - REQUESTS MARKED DELIVERED: ' DELIMITED BY SIZE
               conf-tbl-requests (cx) DELIMITED BY SIZE
            INTO report-line
        WRITE report-line
    END-PERFORM.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'DELIVERY' TO log-program
    WRITE log-record.

*> Every record the store accepts goes on the change journal with the
*> image it replaced.
journal-request-change.
    IF req-file-ok
        MOVE 'REQSTORE' TO jrnl-file-id
        MOVE 'DELIVERY' TO jrnl-program
        PERFORM take-journal-stamp
        MOVE 'C' TO jrnl-action
        MOVE req-number TO jrnl-key
        MOVE req-before-image TO jrnl-before
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
