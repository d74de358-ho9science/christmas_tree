IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Oper-Maint-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT tran-file ASSIGN TO "OPERTRAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS tran-file-status.
    SELECT oper-file ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS oper-initials
        FILE STATUS IS oper-file-status.
    SELECT report-file ASSIGN TO "OPERMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
*> One transaction per card against the operator named in columns
*> 2-4: 'A' adds the operator with the name, authorities and
*> administrator flag off the card; 'U' replaces their authorities and
*> administrator flag (and their name, when the card gives one); 'R'
*> revokes them, and 'E' reinstates a revoked operator. The letter
*> lists are the request maintenance and department maintenance action
*> codes the operator may apply. Columns 69-71 carry the initials of
*> the administrator submitting the card, as on the other decks.
FD  tran-file.
01 tran-record.
    05 tran-action PIC X(01).
    05 tran-oper-initials PIC X(03).
    05 tran-oper-name PIC X(20).
    05 tran-req-actions PIC X(10).
    05 tran-dept-actions PIC X(10).
    05 tran-admin-flag PIC X(01).
    05 FILLER PIC X(23).
    05 tran-operator PIC X(03).
    05 FILLER PIC X(09).

FD  oper-file.
COPY TREEOPER.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

WORKING-STORAGE SECTION.
01 tran-eof-flag PIC X VALUE 'N'.
    88 end-of-tran-file VALUE 'Y'.
01 tran-file-status PIC X(02).
    88 tran-file-ok VALUE '00'.
01 oper-file-status PIC X(02).
    88 oper-file-ok VALUE '00'.
    88 oper-file-not-found VALUE '35'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 lookup-flag PIC X.
    88 operator-not-found VALUE 'Y'.
01 applied-count PIC 9(06) VALUE 0.
01 error-count PIC 9(06) VALUE 0.
01 security-count PIC 9(06) VALUE 0.
01 today PIC 9(08).

*> A fresh file has no administrator to clear the first card, so the
*> first card on an empty file is taken on its own word - provided it
*> adds its own submitter as an administrator. From then on every card
*> needs an administrator other than the operator it changes.
01 bootstrap-flag PIC X VALUE 'N'.
    88 file-empty VALUE 'Y'.
01 security-flag PIC X.
    88 card-refused VALUE 'Y'.
01 security-reason PIC X(30).

*> The action letters each job knows; a list holding anything else is
*> a typo that would silently grant nothing, so the card is refused.
01 req-letters PIC X(07) VALUE 'ACQVSFG'.
01 dept-letters PIC X(09) VALUE 'ARCDETLMK'.
01 letters-flag PIC X.
    88 letters-bad VALUE 'Y'.
01 ax BINARY-LONG.
01 lx BINARY-LONG.

01 audit-line.
    05 audit-action PIC X(10).
    05 FILLER PIC X(01) VALUE SPACES.
    05 audit-oper PIC X(03).
    05 FILLER PIC X(02) VALUE SPACES.
    05 audit-note PIC X(50).
    05 FILLER PIC X(66) VALUE SPACES.

PROCEDURE DIVISION.
main-line SECTION.
*> Applies a card deck of changes to the operator authorization file,
*> which says whose REQTRAN and DEPTTRAN cards the maintenance jobs
*> will apply. The file is itself only changed through here, by an
*> administrator, and every change leaves an audit line on OPERMRPT
*> and an audit record on RUNLOG; a refused card is a security reject
*> on both.
ACCEPT today FROM DATE YYYYMMDD
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE 'APPLYING OPERTRAN MAINTENANCE DECK' TO log-text
PERFORM write-run-log
OPEN INPUT tran-file
IF NOT tran-file-ok
    MOVE SPACES TO report-line
    MOVE 'OPERTRAN NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    PERFORM maintenance-abend
END-IF
OPEN I-O oper-file
*> First maintenance on a fresh system builds the file.
IF oper-file-not-found
    OPEN OUTPUT oper-file
    CLOSE oper-file
    OPEN I-O oper-file
END-IF
IF NOT oper-file-ok
    MOVE SPACES TO report-line
    MOVE 'OPERAUTH NOT AVAILABLE - NO MAINTENANCE APPLIED'
        TO report-line
    CLOSE tran-file
    PERFORM maintenance-abend
END-IF
MOVE LOW-VALUES TO oper-initials
START oper-file KEY > oper-initials
    INVALID KEY
        MOVE 'Y' TO bootstrap-flag
    NOT INVALID KEY
        READ oper-file NEXT
            AT END
                MOVE 'Y' TO bootstrap-flag
        END-READ
END-START
READ tran-file
    AT END
        MOVE 'Y' TO tran-eof-flag
END-READ
PERFORM UNTIL end-of-tran-file
    MOVE SPACES TO audit-note
    MOVE tran-oper-initials TO audit-oper
    PERFORM check-administrator
    IF card-refused
        PERFORM refuse-card
    ELSE
        EVALUATE tran-action
            WHEN 'A'
                PERFORM add-operator
            WHEN 'U'
                PERFORM update-operator
            WHEN 'R'
                PERFORM revoke-operator
            WHEN 'E'
                PERFORM reinstate-operator
            WHEN OTHER
                MOVE 'UNKNOWN   ' TO audit-action
                MOVE 'ACTION CODE NOT A, U, R OR E' TO audit-note
                ADD 1 TO error-count
                WRITE report-line FROM audit-line
        END-EVALUATE
    END-IF
    READ tran-file
        AT END
            MOVE 'Y' TO tran-eof-flag
    END-READ
END-PERFORM
MOVE SPACES TO report-line
STRING 'TRANSACTIONS APPLIED: ' DELIMITED BY SIZE
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
CLOSE tran-file
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

*> The submitter has to be an active administrator, and not the
*> operator the card changes - nobody grants or restores their own
*> authority. On an empty file only the bootstrap card gets through.
check-administrator.
    MOVE 'N' TO security-flag
    MOVE SPACES TO security-reason
    IF file-empty
        IF tran-action NOT = 'A'
           OR tran-operator NOT = tran-oper-initials
           OR tran-admin-flag NOT = 'Y'
            MOVE 'Y' TO security-flag
            MOVE 'FIRST CARD MUST ADD SELF ADMIN' TO security-reason
        END-IF
    ELSE
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
                    IF NOT oper-admin
                        MOVE 'Y' TO security-flag
                        MOVE 'NOT AN ADMINISTRATOR' TO security-reason
                    END-IF
                END-IF
        END-READ
        IF NOT card-refused AND tran-operator = tran-oper-initials
            MOVE 'Y' TO security-flag
            MOVE 'MAY NOT CHANGE OWN AUTHORITY' TO security-reason
        END-IF
    END-IF.

*> A refused card is a security reject: it goes on the audit report
*> and on RUNLOG, where the operator report and the morning summary
*> both pick it up.
refuse-card.
    MOVE 'SECURITY  ' TO audit-action
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
    MOVE tran-oper-initials TO log-oper-key
    MOVE security-reason TO log-oper-detail
    PERFORM write-run-log.

*> Every applied change goes on RUNLOG under the administrator who
*> made it, against the operator it changed.
log-operator-action.
    MOVE 'AUDT' TO log-type
    MOVE 0 TO log-return-code
    MOVE SPACES TO log-text
    MOVE tran-operator TO log-oper-initials
    MOVE tran-action TO log-oper-action
    MOVE tran-oper-initials TO log-oper-key
    MOVE audit-note TO log-oper-detail
    PERFORM write-run-log.

add-operator.
    MOVE 'ADD       ' TO audit-action
    PERFORM edit-letter-lists
    EVALUATE TRUE
        WHEN tran-oper-initials = SPACES
            MOVE 'OPERATOR INITIALS BLANK - NOT ADDED' TO audit-note
            ADD 1 TO error-count
        WHEN letters-bad
            MOVE 'AUTHORITY LIST HAS AN UNKNOWN LETTER - NOT ADDED'
                TO audit-note
            ADD 1 TO error-count
        WHEN OTHER
            MOVE tran-oper-initials TO oper-initials
            MOVE tran-oper-name TO oper-name
            MOVE 'A' TO oper-status
            MOVE tran-req-actions TO oper-req-actions
            MOVE tran-dept-actions TO oper-dept-actions
            MOVE 'N' TO oper-admin-flag
            IF tran-admin-flag = 'Y'
                MOVE 'Y' TO oper-admin-flag
            END-IF
            MOVE today TO oper-added-date
            MOVE today TO oper-changed-date
            MOVE tran-operator TO oper-changed-by
            WRITE oper-record
                INVALID KEY
                    MOVE 'OPERATOR ALREADY ON FILE - NOT ADDED'
                        TO audit-note
                    ADD 1 TO error-count
                NOT INVALID KEY
                    PERFORM describe-authority
                    ADD 1 TO applied-count
                    PERFORM log-operator-action
                    MOVE 'N' TO bootstrap-flag
            END-WRITE
    END-EVALUATE
    WRITE report-line FROM audit-line.

*> An update replaces the authorities outright, so the card lists
*> everything the operator is to hold, not just what is changing.
update-operator.
    PERFORM fetch-operator
    IF NOT operator-not-found
        MOVE 'UPDATE    ' TO audit-action
        PERFORM edit-letter-lists
        IF letters-bad
            MOVE 'AUTHORITY LIST HAS AN UNKNOWN LETTER - NOT UPDATED'
                TO audit-note
            ADD 1 TO error-count
        ELSE
            IF tran-oper-name NOT = SPACES
                MOVE tran-oper-name TO oper-name
            END-IF
            MOVE tran-req-actions TO oper-req-actions
            MOVE tran-dept-actions TO oper-dept-actions
            MOVE 'N' TO oper-admin-flag
            IF tran-admin-flag = 'Y'
                MOVE 'Y' TO oper-admin-flag
            END-IF
            MOVE today TO oper-changed-date
            MOVE tran-operator TO oper-changed-by
            REWRITE oper-record
            PERFORM describe-authority
            ADD 1 TO applied-count
            PERFORM log-operator-action
        END-IF
        WRITE report-line FROM audit-line
    END-IF.

*> A revoked operator keeps their record and their authority lists, so
*> the report still shows what they held; the maintenance jobs refuse
*> their cards until they are reinstated.
revoke-operator.
    PERFORM fetch-operator
    IF NOT operator-not-found
        MOVE 'REVOKE    ' TO audit-action
        IF oper-revoked
            MOVE 'OPERATOR ALREADY REVOKED' TO audit-note
            ADD 1 TO error-count
        ELSE
            MOVE 'R' TO oper-status
            MOVE today TO oper-changed-date
            MOVE tran-operator TO oper-changed-by
            REWRITE oper-record
            MOVE 'AUTHORITY REVOKED - CARDS NOW REFUSED' TO audit-note
            ADD 1 TO applied-count
            PERFORM log-operator-action
        END-IF
        WRITE report-line FROM audit-line
    END-IF.

reinstate-operator.
    PERFORM fetch-operator
    IF NOT operator-not-found
        MOVE 'REINSTATE ' TO audit-action
        IF oper-active
            MOVE 'OPERATOR NOT REVOKED' TO audit-note
            ADD 1 TO error-count
        ELSE
            MOVE 'A' TO oper-status
            MOVE today TO oper-changed-date
            MOVE tran-operator TO oper-changed-by
            REWRITE oper-record
            PERFORM describe-authority
            ADD 1 TO applied-count
            PERFORM log-operator-action
        END-IF
        WRITE report-line FROM audit-line
    END-IF.

*> The audit note for an applied change spells out everything the
*> operator now holds.
describe-authority.
    MOVE SPACES TO audit-note
    STRING 'REQ ' DELIMITED BY SIZE
           oper-req-actions DELIMITED BY SIZE
           ' DEPT ' DELIMITED BY SIZE
           oper-dept-actions DELIMITED BY SIZE
           ' ADMIN ' DELIMITED BY SIZE
           oper-admin-flag DELIMITED BY SIZE
        INTO audit-note.

*> Every non-blank letter in each list has to be one of that job's
*> action codes.
edit-letter-lists.
    MOVE 'N' TO letters-flag
    PERFORM VARYING lx FROM 1 BY 1 UNTIL lx > 10
        IF tran-req-actions (lx:1) NOT = SPACE
            PERFORM VARYING ax FROM 1 BY 1
                    UNTIL ax > 7
                       OR req-letters (ax:1) = tran-req-actions (lx:1)
                CONTINUE
            END-PERFORM
            IF ax > 7
                MOVE 'Y' TO letters-flag
            END-IF
        END-IF
        IF tran-dept-actions (lx:1) NOT = SPACE
            PERFORM VARYING ax FROM 1 BY 1
                    UNTIL ax > 9
                       OR dept-letters (ax:1) = tran-dept-actions (lx:1)
                CONTINUE
            END-PERFORM
            IF ax > 9
                MOVE 'Y' TO letters-flag
            END-IF
        END-IF
    END-PERFORM.

fetch-operator.
    MOVE 'N' TO lookup-flag
    MOVE tran-oper-initials TO oper-initials
    IF oper-initials = SPACES
        MOVE 'Y' TO lookup-flag
    ELSE
        READ oper-file
            INVALID KEY
                MOVE 'Y' TO lookup-flag
        END-READ
    END-IF
    IF operator-not-found
        EVALUATE tran-action
            WHEN 'U'
                MOVE 'UPDATE    ' TO audit-action
            WHEN 'R'
                MOVE 'REVOKE    ' TO audit-action
            WHEN OTHER
                MOVE 'REINSTATE ' TO audit-action
        END-EVALUATE
        MOVE 'OPERATOR NOT ON FILE' TO audit-note
        ADD 1 TO error-count
        WRITE report-line FROM audit-line
    END-IF.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'OPERMAIN' TO log-program
    WRITE log-record.
