        ACCESS MODE IS RANDOM
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT greet-file ASSIGN TO "GREETING"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS greet-req-number
        FILE STATUS IS greet-file-status.
    SELECT oper-file ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS oper-initials
        FILE STATUS IS oper-file-status.
    SELECT report-file ASSIGN TO "REQMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.

DATA DIVISION.
FILE SECTION.
*> request named by the number. Re-queueing a PRINTED request is the
*> one-line reprint; cancelling a PENDING one stops it from printing.
*> 'V' approves a HELD lobby-sized request so the next run releases
*> it; the approving operator's initials stay on the record for the
*> audit trail.
*> 'S' is the spoilage reprint: a PRINTED (or DELIVERED) request whose
*> copy was lost to a jam, a tear or a misroute goes back in the queue
*> marked as a no-charge reprint, with the reason (JAM, TORN or MISR)
*> off the card.
*> 'F' sets the "print no earlier than" date on a PENDING or HELD
*> request from the card, or clears it when the card's date is blank;
*> an 'A' card may carry the same date for the request it adds.
*> 'G' sets one line of the greeting printed under the tree (the card
*> lays out as tran-greeting-record below).
*> Every card carries the initials of the operator submitting it in
*> columns 69-71, whatever its layout; OPERAUTH has to say that
*> operator may apply that action, or the card is refused.
FD  tran-file.
01 tran-record.
    05 tran-action PIC X(01).
        88 tran-action-known VALUES 'A', 'C', 'Q', 'V', 'S', 'F', 'G'.
    05 tran-req-number PIC 9(06).
    05 tran-height PIC 9(02).
    05 tran-trunk-height PIC 9(02).
    05 tran-dept-name PIC X(20).
    05 tran-color-code PIC X(04).
    05 tran-pattern-code PIC X(04).
*> Approver initials used to be keyed here; an approval now records
*> the operator the card was authorized under, and the field is not
*> read.
    05 tran-approver PIC X(03).
    05 tran-spoil-reason PIC X(04).
    05 tran-print-after PIC X(08).
    05 FILLER PIC X(12).
    05 tran-operator PIC X(03).
    05 FILLER PIC X(09).
*> A 'G' card names the line (1-3) and carries its text; line 0 takes
*> the whole greeting off. A request number of zero means the request
*> the last 'A' card in the deck added, so an office can add a tree
*> and its greeting in one deck without knowing its number yet. Only
*> a request that has not printed can be changed - a reprint has to
*> match the copy already delivered.
01 tran-greeting-record.
    05 FILLER PIC X(07).
    05 tran-grt-line-number PIC X(01).
        88 tran-grt-line-valid VALUES '0' THRU '3'.
    05 tran-grt-line-digit REDEFINES tran-grt-line-number PIC 9(01).
    05 tran-grt-text PIC X(60).
    05 FILLER PIC X(12).

FD  req-file.
COPY TREEREQ.

FD  greet-file.
COPY TREEGRT.

FD  oper-file.
COPY TREEOPER.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

FD  jrnl-file.
COPY TREEJRNL.

WORKING-STORAGE SECTION.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
01 applied-count PIC 9(06) VALUE 0.
01 error-count PIC 9(06) VALUE 0.
01 today PIC 9(08).
01 print-after-work PIC 9(08).
*> A print-after date is a calendar date: a year, a month, and a day
*> no later than that month's last - February taking the leap day in
*> a year divisible by 4, save centuries not divisible by 400.
01 print-after-year PIC 9(04).
01 print-after-month PIC 9(02).
01 print-after-day PIC 9(02).
01 calendar-flag PIC X VALUE 'N'.
    88 print-after-calendar VALUE 'Y'.
01 month-end-day PIC 9(02).
01 leap-quotient PIC 9(04).
01 leap-remainder PIC 9(04).
01 month-length-values PIC X(24) VALUE '312831303130313130313031'.
01 month-length-table REDEFINES month-length-values.
    05 month-length OCCURS 12 TIMES PIC 9(02).
01 date-flag PIC X.
    88 print-after-bad VALUE 'Y'.
01 greet-file-status PIC X(02).
    88 greet-file-ok VALUE '00'.
    88 greet-file-not-found VALUE '35'.
01 greet-found-flag PIC X.
    88 greet-on-file VALUE 'Y'.
01 last-added-number PIC 9(06) VALUE 0.
01 gx BINARY-LONG.
01 oper-file-status PIC X(02).
    88 oper-file-ok VALUE '00'.
01 security-flag PIC X.
    88 card-refused VALUE 'Y'.
01 security-reason PIC X(30).
01 security-count PIC 9(06) VALUE 0.
01 ox BINARY-LONG.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 stamp-check-date PIC 9(08).
*> The request as it stood when last read, for the journal's before
*> image.
01 req-before-image PIC X(80).

01 audit-line.
    05 audit-action PIC X(10).
    CLOSE report-file
    STOP RUN
END-IF
*> No change goes on the store unless it can go on the journal too,
*> or the next recovery would silently lose it.
OPEN EXTEND jrnl-file
IF jrnl-file-not-found
    OPEN OUTPUT jrnl-file
END-IF
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE tran-file
    CLOSE report-file
    STOP RUN
END-IF
OPEN I-O req-file
*> First maintenance on a fresh system builds the store and seeds the
*> control record, the same way the render run would.
    MOVE SPACES TO req-pattern-code
    MOVE 0 TO req-last-assigned
    MOVE SPACES TO req-approver
    MOVE SPACE TO req-reprint-flag
    MOVE SPACES TO req-spoil-reason
    MOVE SPACES TO req-reject-reason
    MOVE 0 TO req-print-after
    WRITE req-record
    PERFORM journal-request-add
    CLOSE req-file
    OPEN I-O req-file
END-IF
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE jrnl-file
    CLOSE tran-file
    CLOSE report-file
    STOP RUN
END-IF
*> GREETING is built on first use the same way.
OPEN I-O greet-file
IF greet-file-not-found
    OPEN OUTPUT greet-file
    CLOSE greet-file
    OPEN I-O greet-file
END-IF
IF NOT greet-file-ok
    MOVE SPACES TO report-line
    MOVE 'GREETING NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE jrnl-file
    CLOSE tran-file
    CLOSE req-file
    CLOSE report-file
    STOP RUN
END-IF
*> Without the authorization file no card can be cleared, so none is
*> applied; it is never built here - that is its own job's business.
OPEN INPUT oper-file
IF NOT oper-file-ok
    MOVE SPACES TO report-line
    MOVE 'OPERAUTH NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE jrnl-file
    CLOSE tran-file
    CLOSE req-file
    CLOSE greet-file
    CLOSE report-file
    STOP RUN
END-IF
END-READ
PERFORM UNTIL end-of-tran-file
    MOVE SPACES TO audit-note
*> A greeting card numbered 0 belongs to the 'A' card just before it;
*> an 'A' refused for any reason leaves it nothing to belong to.
    IF tran-action = 'A'
        MOVE 0 TO last-added-number
    END-IF
    PERFORM check-operator
    IF card-refused
        PERFORM refuse-card
    ELSE
        EVALUATE tran-action
            WHEN 'A'
                PERFORM add-request
            WHEN 'C'
                PERFORM cancel-request
            WHEN 'Q'
                PERFORM requeue-request
            WHEN 'V'
                PERFORM approve-request
            WHEN 'S'
                PERFORM spoilage-reprint
            WHEN 'F'
                PERFORM set-print-after
            WHEN 'G'
                PERFORM set-greeting-line
            WHEN OTHER
                MOVE 'UNKNOWN   ' TO audit-action
                MOVE tran-req-number TO audit-req-number
                MOVE 'ACTION CODE NOT A, C, Q, V, S, F OR G'
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
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE jrnl-file
CLOSE tran-file
CLOSE req-file
CLOSE greet-file
CLOSE oper-file
CLOSE report-file
STOP RUN.

*> mark moves at once so a render run coming in behind this job can
*> never deal the same number twice.
add-request.
    PERFORM edit-print-after
    IF print-after-bad
        MOVE 'ADD       ' TO audit-action
        MOVE 0 TO audit-req-number
        MOVE 'PRINT-AFTER DATE NOT A DATE - NOT ADDED' TO audit-note
        ADD 1 TO error-count
        WRITE report-line FROM audit-line
    ELSE
        PERFORM add-one-request
    END-IF.

add-one-request.
    MOVE 0 TO req-number
    READ req-file
        INVALID KEY
            MOVE SPACES TO req-pattern-code
            MOVE 0 TO req-last-assigned
            MOVE SPACES TO req-approver
            MOVE SPACE TO req-reprint-flag
            MOVE SPACES TO req-spoil-reason
            MOVE SPACES TO req-reject-reason
            MOVE 0 TO req-print-after
            WRITE req-record
            PERFORM journal-request-add
        NOT INVALID KEY
            MOVE req-record TO req-before-image
    END-READ
    ADD 1 TO req-last-assigned
    REWRITE req-record
    PERFORM journal-request-change
    MOVE req-last-assigned TO req-number
    MOVE req-number TO audit-req-number
    IF tran-height IS NUMERIC AND tran-height >= hold-height
    MOVE tran-pattern-code TO req-pattern-code
    MOVE 0 TO req-last-assigned
    MOVE SPACES TO req-approver
    MOVE SPACE TO req-reprint-flag
    MOVE SPACES TO req-spoil-reason
    MOVE SPACES TO req-reject-reason
    MOVE print-after-work TO req-print-after
    MOVE 'ADD       ' TO audit-action
    WRITE req-record
        INVALID KEY
                MOVE 'ADDED AS HELD - AWAITING APPROVAL'
                    TO audit-note
            ELSE
                IF print-after-work > today
                    STRING 'ADDED AS PENDING - PRINTS FROM '
                               DELIMITED BY SIZE
                           print-after-work DELIMITED BY SIZE
                        INTO audit-note
                ELSE
                    MOVE 'ADDED AS PENDING' TO audit-note
                END-IF
            END-IF
            ADD 1 TO applied-count
            MOVE req-number TO last-added-number
            PERFORM journal-request-add
    END-WRITE
    WRITE report-line FROM audit-line.

    IF NOT request-not-found
        MOVE 'C' TO req-status
        REWRITE req-record
        PERFORM journal-request-change
        MOVE 'CANCEL    ' TO audit-action
        MOVE 'STATUS SET TO CANCELLED' TO audit-note
        ADD 1 TO applied-count

*> A held request only leaves the approval queue through 'V', so the
*> approver's initials always land on the record; a 'Q' card cannot
*> re-queue its way past the Facilities sign-off. A plain re-queue is
*> the office asking for another copy, so it always bills: any
*> spoilage mark left from an earlier reprint comes off. It prints at
*> the next run, so an old print-after date comes off with it.
requeue-request.
    PERFORM fetch-request
    IF NOT request-not-found
            ADD 1 TO error-count
        ELSE
            MOVE 'P' TO req-status
            MOVE SPACE TO req-reprint-flag
            MOVE SPACES TO req-spoil-reason
            MOVE SPACES TO req-reject-reason
            MOVE 0 TO req-print-after
            REWRITE req-record
            PERFORM journal-request-change
            MOVE 'STATUS SET TO PENDING - PRINTS NEXT RUN'
                TO audit-note
            ADD 1 TO applied-count
        MOVE 'APPROVE   ' TO audit-action
        IF req-held
            MOVE 'P' TO req-status
            MOVE tran-operator TO req-approver
            REWRITE req-record
            PERFORM journal-request-change
            STRING 'APPROVED BY ' DELIMITED BY SIZE
                   tran-operator DELIMITED BY SIZE
                   ' - PRINTS NEXT RUN' DELIMITED BY SIZE
                INTO audit-note
            ADD 1 TO applied-count
            PERFORM log-operator-action
        ELSE
            MOVE 'REQUEST NOT AWAITING APPROVAL' TO audit-note
            ADD 1 TO error-count
        WRITE report-line FROM audit-line
    END-IF.

*> Spoilage is only meaningful on a request that actually printed
*> (delivered or not - a torn copy can turn up on either side of the
*> mail-room's signature), and the reason has to be one the print room
*> recognizes - it goes onto the reprint's history line, so the print
*> room can see what keeps spoiling its copies. The request goes back
*> in the queue exactly as a 'Q' would, but flagged so the next run
*> bills its rows to print-room overhead; the flag comes off again
*> once the reprint has printed.
spoilage-reprint.
    PERFORM fetch-request
    IF NOT request-not-found
        MOVE 'SPOILAGE  ' TO audit-action
        MOVE tran-spoil-reason TO req-spoil-reason
        IF NOT req-printed AND NOT req-delivered
            MOVE 'REQUEST NOT PRINTED - NOTHING TO REPRINT'
                TO audit-note
            ADD 1 TO error-count
        ELSE
            IF NOT req-spoil-reason-known
                MOVE 'SPOILAGE REASON NOT JAM, TORN OR MISR'
                    TO audit-note
                ADD 1 TO error-count
            ELSE
                MOVE 'P' TO req-status
                MOVE 'S' TO req-reprint-flag
                REWRITE req-record
                PERFORM journal-request-change
                STRING 'NO-CHARGE REPRINT - ' DELIMITED BY SIZE
                       tran-spoil-reason DELIMITED BY SIZE
                       ' - PRINTS NEXT RUN' DELIMITED BY SIZE
                    INTO audit-note
                ADD 1 TO applied-count
            END-IF
        END-IF
        WRITE report-line FROM audit-line
    END-IF.

*> Only a request still waiting to print can be re-dated; one that
*> has printed, bounced or been cancelled has no print window left.
set-print-after.
    PERFORM fetch-request
    IF NOT request-not-found
        MOVE 'PRINTDATE ' TO audit-action
        PERFORM edit-print-after
        EVALUATE TRUE
            WHEN NOT req-pending AND NOT req-held
                MOVE 'REQUEST NOT PENDING OR HELD' TO audit-note
                ADD 1 TO error-count
            WHEN print-after-bad
                MOVE 'PRINT-AFTER DATE NOT A DATE' TO audit-note
                ADD 1 TO error-count
            WHEN OTHER
                MOVE print-after-work TO req-print-after
                REWRITE req-record
                PERFORM journal-request-change
                IF print-after-work = 0
                    MOVE 'PRINT DATE CLEARED' TO audit-note
                ELSE
                    STRING 'PRINTS ON OR AFTER ' DELIMITED BY SIZE
                           print-after-work DELIMITED BY SIZE
                        INTO audit-note
                END-IF
                ADD 1 TO applied-count
        END-EVALUATE
        WRITE report-line FROM audit-line
    END-IF.

*> The greeting is kept whole on one record; the line count is the
*> last line with text on it, so blanking the bottom line shortens the
*> greeting and blanking every line takes the record away.
set-greeting-line.
    IF tran-req-number = 0 AND last-added-number = 0
        MOVE 'GREETING  ' TO audit-action
        MOVE 0 TO audit-req-number
        MOVE 'NO REQUEST ADDED BEFORE THIS GREETING' TO audit-note
        ADD 1 TO error-count
        WRITE report-line FROM audit-line
    ELSE
        IF tran-req-number = 0
            MOVE last-added-number TO tran-req-number
        END-IF
        PERFORM greet-one-request
    END-IF.

greet-one-request.
    PERFORM fetch-request
    IF NOT request-not-found
        MOVE 'GREETING  ' TO audit-action
        EVALUATE TRUE
            WHEN NOT req-pending AND NOT req-held AND NOT req-rejected
                MOVE 'REQUEST ALREADY PRINTED OR CANCELLED'
                    TO audit-note
                ADD 1 TO error-count
            WHEN NOT tran-grt-line-valid
                MOVE 'GREETING LINE NOT 0, 1, 2 OR 3' TO audit-note
                ADD 1 TO error-count
            WHEN OTHER
                PERFORM apply-greeting-line
                ADD 1 TO applied-count
        END-EVALUATE
        WRITE report-line FROM audit-line
    END-IF.

apply-greeting-line.
    MOVE 'Y' TO greet-found-flag
    MOVE req-number TO greet-req-number
    READ greet-file
        INVALID KEY
            MOVE 'N' TO greet-found-flag
            MOVE req-number TO greet-req-number
            MOVE 0 TO greet-line-count
            MOVE SPACES TO greet-line (1)
            MOVE SPACES TO greet-line (2)
            MOVE SPACES TO greet-line (3)
    END-READ
    IF tran-grt-line-digit = 0
        MOVE SPACES TO greet-line (1)
        MOVE SPACES TO greet-line (2)
        MOVE SPACES TO greet-line (3)
    ELSE
        MOVE tran-grt-text TO greet-line (tran-grt-line-digit)
    END-IF
    MOVE 0 TO greet-line-count
    PERFORM VARYING gx FROM 1 BY 1 UNTIL gx > 3
        IF greet-line (gx) NOT = SPACES
            MOVE gx TO greet-line-count
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN greet-line-count = 0 AND greet-on-file
            DELETE greet-file
            MOVE 'GREETING REMOVED' TO audit-note
        WHEN greet-line-count = 0
            MOVE 'NO GREETING ON FILE - NOTHING TO REMOVE' TO audit-note
        WHEN greet-on-file
            REWRITE greet-record
            STRING 'GREETING LINE ' DELIMITED BY SIZE
                   tran-grt-line-number DELIMITED BY SIZE
                   ' SET - ' DELIMITED BY SIZE
                   greet-line-count DELIMITED BY SIZE
                   ' LINE(S) ON FILE' DELIMITED BY SIZE
                INTO audit-note
        WHEN OTHER
            WRITE greet-record
            STRING 'GREETING LINE ' DELIMITED BY SIZE
                   tran-grt-line-number DELIMITED BY SIZE
                   ' SET - ' DELIMITED BY SIZE
                   greet-line-count DELIMITED BY SIZE
                   ' LINE(S) ON FILE' DELIMITED BY SIZE
                INTO audit-note
    END-EVALUATE.

*> The card's date, if any: blank means no date (zero), anything else
*> has to be a YYYYMMDD the render run would accept - the same test,
*> so the two never disagree on what a bad date is.
edit-print-after.
    MOVE 'N' TO date-flag
    MOVE 0 TO print-after-work
    IF tran-print-after NOT = SPACES
        IF tran-print-after IS NUMERIC
            MOVE tran-print-after TO print-after-work
        END-IF
        MOVE 'N' TO calendar-flag
        IF print-after-work NOT = 0
            PERFORM test-print-after-date
        END-IF
        IF NOT print-after-calendar
            MOVE 'Y' TO date-flag
            MOVE 0 TO print-after-work
        END-IF
    END-IF.

*> Is print-after-work a date that can come round? A year of nothing,
*> the 31st of a 30-day month or the 29th of February outside a leap
*> year never will, and a request parked against one never prints.
test-print-after-date.
    MOVE 'N' TO calendar-flag
    MOVE print-after-work (1:4) TO print-after-year
    MOVE print-after-work (5:2) TO print-after-month
    MOVE print-after-work (7:2) TO print-after-day
    IF print-after-year > 0
       AND print-after-month >= 1 AND print-after-month <= 12
       AND print-after-day >= 1
        PERFORM set-print-after-month-end
        IF print-after-day NOT > month-end-day
            MOVE 'Y' TO calendar-flag
        END-IF
    END-IF.

set-print-after-month-end.
    MOVE month-length (print-after-month) TO month-end-day
    IF print-after-month = 2
        DIVIDE print-after-year BY 4 GIVING leap-quotient
            REMAINDER leap-remainder
        IF leap-remainder = 0
            MOVE 29 TO month-end-day
            DIVIDE print-after-year BY 100 GIVING leap-quotient
                REMAINDER leap-remainder
            IF leap-remainder = 0
                DIVIDE print-after-year BY 400 GIVING leap-quotient
                    REMAINDER leap-remainder
                IF leap-remainder NOT = 0
                    MOVE 28 TO month-end-day
                END-IF
            END-IF
        END-IF
    END-IF.

*> The card's operator has to be on OPERAUTH, not revoked, and hold
*> this action's letter among their request authorities. An unknown
*> action code is not a security matter; it falls through to the
*> ordinary action edit.
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
                               OR oper-req-actions (ox:1) = tran-action
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
    MOVE tran-req-number TO audit-req-number
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
    MOVE tran-req-number TO log-oper-key
    MOVE security-reason TO log-oper-detail
    PERFORM write-run-log.

*> An approval goes on RUNLOG under the operator who made it, for the
*> operator report.
log-operator-action.
    MOVE 'AUDT' TO log-type
    MOVE 0 TO log-return-code
    MOVE SPACES TO log-text
    MOVE tran-operator TO log-oper-initials
    MOVE tran-action TO log-oper-action
    MOVE audit-req-number TO log-oper-key
    MOVE audit-note TO log-oper-detail
    PERFORM write-run-log.

fetch-request.
    MOVE 'N' TO lookup-flag
    MOVE tran-req-number TO req-number
        READ req-file
            INVALID KEY
                MOVE 'Y' TO lookup-flag
            NOT INVALID KEY
                MOVE req-record TO req-before-image
        END-READ
    END-IF
    IF request-not-found
                MOVE 'CANCEL    ' TO audit-action
            WHEN 'V'
                MOVE 'APPROVE   ' TO audit-action
            WHEN 'S'
                MOVE 'SPOILAGE  ' TO audit-action
            WHEN 'F'
                MOVE 'PRINTDATE ' TO audit-action
            WHEN 'G'
                MOVE 'GREETING  ' TO audit-action
            WHEN OTHER
                MOVE 'REQUEUE   ' TO audit-action
        END-EVALUATE
    ACCEPT log-run-time FROM TIME
    MOVE 'REQMAINT' TO log-program
    WRITE log-record.

*> Every record the store accepts goes on the change journal with the
*> image it replaced; an add has nothing before it.
journal-request-add.
    MOVE 'A' TO jrnl-action
    MOVE SPACES TO jrnl-before
    PERFORM write-journal-request.

journal-request-change.
    MOVE 'C' TO jrnl-action
    MOVE req-before-image TO jrnl-before
    PERFORM write-journal-request.

write-journal-request.
    IF req-file-ok
        MOVE 'REQSTORE' TO jrnl-file-id
        MOVE 'REQMAINT' TO jrnl-program
        PERFORM take-journal-stamp
        MOVE req-number TO jrnl-key
        MOVE req-record TO jrnl-after
        WRITE jrnl-record
        MOVE req-record TO req-before-image
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
