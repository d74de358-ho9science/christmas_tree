        FILE STATUS IS arch-file-status.
    SELECT report-file ASSIGN TO "ARCHRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.

DATA DIVISION.
FILE SECTION.
*> The archive keeps the full TREEREQ layout, so "what did request
*> 004217 look like" is answered from REQARCH years after the purge.
FD  arch-file.
01 arch-record PIC X(79).

FD  report-file.
01 report-line PIC X(132).

FD  jrnl-file.
COPY TREEJRNL.

WORKING-STORAGE SECTION.
01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
    88 arch-file-not-found VALUE '35'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 stamp-check-date PIC 9(08).
*> The request as it stood before it came off the store, for the
*> journal's before image.
01 req-before-image PIC X(80).

01 cutoff-date PIC 9(08).

01 moved-printed PIC 9(06) VALUE 0.
01 moved-delivered PIC 9(06) VALUE 0.
01 moved-rejected PIC 9(06) VALUE 0.
01 moved-cancelled PIC 9(06) VALUE 0.
01 kept-count PIC 9(06) VALUE 0.

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> January housekeeping for the request store: printed, delivered,
*> rejected and cancelled requests whose run date is older than the
*> PARM cutoff move to the sequential archive and come off the store,
*> so the render run's sequential sweep stops walking years of dead
*> records.
*> Pending and held requests stay put whatever their age - they are
*> still waiting for something - and the key-zero control record
*> stays so the numbering high-water mark survives the purge.
    CLOSE report-file
    STOP RUN
END-IF
*> A purge is a change like any other: a request that comes off the
*> store without going on the journal would come back at the next
*> recovery.
OPEN EXTEND jrnl-file
IF jrnl-file-not-found
    OPEN OUTPUT jrnl-file
END-IF
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NOTHING PURGED' TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    CLOSE req-file
    CLOSE arch-file
    CLOSE report-file
    STOP RUN
END-IF
MOVE 0 TO req-number
START req-file KEY > req-number
    INVALID KEY
       cutoff-date DELIMITED BY SIZE
       ' - PRINTED: ' DELIMITED BY SIZE
       moved-printed DELIMITED BY SIZE
       '  DELIVERED: ' DELIMITED BY SIZE
       moved-delivered DELIMITED BY SIZE
       '  REJECTED: ' DELIMITED BY SIZE
       moved-rejected DELIMITED BY SIZE
       '  CANCELLED: ' DELIMITED BY SIZE
WRITE report-line
CLOSE req-file
CLOSE arch-file
CLOSE jrnl-file
CLOSE report-file
STOP RUN.

*> A request moves only when its fate is settled (printed, delivered,
*> rejected or cancelled) and its last run date is strictly older
*> than the cutoff; everything else stays. The key-zero control
*> record stays too, but it is bookkeeping rather than a request, so
*> it is left out of the remaining tally.
judge-one-request.
    IF req-number = 0
        CONTINUE
    ELSE
        IF (req-printed OR req-delivered
            OR req-rejected OR req-cancelled)
           AND req-run-date < cutoff-date
            WRITE arch-record FROM req-record
            IF req-printed
                ADD 1 TO moved-printed
            END-IF
            IF req-delivered
                ADD 1 TO moved-delivered
            END-IF
            IF req-rejected
                ADD 1 TO moved-rejected
            END-IF
            IF req-cancelled
                ADD 1 TO moved-cancelled
            END-IF
            MOVE req-record TO req-before-image
            DELETE req-file
            PERFORM journal-request-delete
        ELSE
            ADD 1 TO kept-count
            IF req-pending
            END-IF
        END-IF
    END-IF.

*> A delete leaves nothing after it on the journal.
journal-request-delete.
    IF req-file-ok
        MOVE 'REQSTORE' TO jrnl-file-id
        MOVE 'REQARCH ' TO jrnl-program
        PERFORM take-journal-stamp
        MOVE 'D' TO jrnl-action
        MOVE req-before-image (1:6) TO jrnl-key
        MOVE req-before-image TO jrnl-before
        MOVE SPACES TO jrnl-after
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
