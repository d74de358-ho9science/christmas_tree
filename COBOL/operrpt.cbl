IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Oper-Report-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT oper-file ASSIGN TO "OPERAUTH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS oper-initials
        FILE STATUS IS oper-file-status.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.
    SELECT report-file ASSIGN TO "OPERRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT sort-file ASSIGN TO "SORTWK".

DATA DIVISION.
FILE SECTION.
FD  oper-file.
COPY TREEOPER.

FD  log-file.
COPY TREELOG.

FD  report-file.
01 report-line PIC X(132).

*> Every audit and security record in the period, brought together by
*> operator and then in the order it happened.
SD  sort-file.
01 sort-record.
    05 srt-oper PIC X(03).
    05 srt-date PIC 9(08).
    05 srt-time PIC 9(08).
    05 srt-program PIC X(08).
    05 srt-type PIC X(04).
    05 srt-action PIC X(01).
    05 srt-key PIC X(06).
    05 srt-detail PIC X(47).

WORKING-STORAGE SECTION.
01 today PIC 9(08).
01 from-date PIC 9(08).
01 to-date PIC 9(08).

01 oper-file-status PIC X(02).
    88 oper-file-ok VALUE '00'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
01 oper-eof-flag PIC X VALUE 'N'.
    88 end-of-oper-file VALUE 'Y'.
01 log-eof-flag PIC X VALUE 'N'.
    88 end-of-log-file VALUE 'Y'.
01 sort-eof-flag PIC X VALUE 'N'.
    88 end-of-sort-file VALUE 'Y'.

01 current-oper PIC X(03).
01 operator-count PIC 9(06) VALUE 0.

*> One operator's activity in the period, and the whole period's.
01 sec-approvals PIC 9(06).
01 sec-allowances PIC 9(06).
01 sec-authorities PIC 9(06).
01 sec-rejects PIC 9(06).
01 total-approvals PIC 9(06) VALUE 0.
01 total-allowances PIC 9(06) VALUE 0.
01 total-authorities PIC 9(06) VALUE 0.
01 total-rejects PIC 9(06) VALUE 0.

01 heading-line.
    05 FILLER PIC X(42)
        VALUE 'OPERATOR AUTHORITY AND ACTIVITY REPORT    '.
    05 FILLER PIC X(07) VALUE 'PERIOD '.
    05 heading-from PIC 9(08).
    05 FILLER PIC X(04) VALUE ' TO '.
    05 heading-to PIC 9(08).
    05 FILLER PIC X(11) VALUE '  RUN DATE '.
    05 heading-run-date PIC 9(08).
    05 FILLER PIC X(44) VALUE SPACES.

01 authority-column-line.
    05 FILLER PIC X(05) VALUE 'OPER '.
    05 FILLER PIC X(22) VALUE 'NAME'.
    05 FILLER PIC X(09) VALUE 'STATUS'.
    05 FILLER PIC X(12) VALUE 'REQTRAN'.
    05 FILLER PIC X(12) VALUE 'DEPTTRAN'.
    05 FILLER PIC X(07) VALUE 'ADMIN'.
    05 FILLER PIC X(10) VALUE 'ADDED'.
    05 FILLER PIC X(10) VALUE 'CHANGED'.
    05 FILLER PIC X(03) VALUE 'BY'.
    05 FILLER PIC X(42) VALUE SPACES.

01 authority-line.
    05 aul-initials PIC X(03).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-name PIC X(20).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-status PIC X(07).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-req-actions PIC X(10).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-dept-actions PIC X(10).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-admin PIC X(05).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-added PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-changed PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 aul-changed-by PIC X(03).
    05 FILLER PIC X(42) VALUE SPACES.

01 operator-heading-line.
    05 FILLER PIC X(10) VALUE 'OPERATOR: '.
    05 ohl-initials PIC X(03).
    05 FILLER PIC X(02) VALUE SPACES.
    05 ohl-name PIC X(20).
    05 FILLER PIC X(02) VALUE SPACES.
    05 ohl-note PIC X(20).
    05 FILLER PIC X(75) VALUE SPACES.

01 activity-column-line.
    05 FILLER PIC X(05) VALUE SPACES.
    05 FILLER PIC X(10) VALUE 'DATE'.
    05 FILLER PIC X(10) VALUE 'TIME'.
    05 FILLER PIC X(10) VALUE 'PROGRAM'.
    05 FILLER PIC X(11) VALUE 'ACTIVITY'.
    05 FILLER PIC X(04) VALUE 'ACT'.
    05 FILLER PIC X(08) VALUE 'KEY'.
    05 FILLER PIC X(06) VALUE 'DETAIL'.
    05 FILLER PIC X(68) VALUE SPACES.

01 activity-line.
    05 FILLER PIC X(05) VALUE SPACES.
    05 acl-date PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 acl-time PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 acl-program PIC X(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 acl-class PIC X(09).
    05 FILLER PIC X(02) VALUE SPACES.
    05 acl-action PIC X(01).
    05 FILLER PIC X(03) VALUE SPACES.
    05 acl-key PIC X(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 acl-detail PIC X(47).
    05 FILLER PIC X(25) VALUE SPACES.

01 operator-total-line.
    05 FILLER PIC X(05) VALUE SPACES.
    05 FILLER PIC X(11) VALUE 'APPROVALS: '.
    05 otl-approvals PIC ZZZ,ZZ9.
    05 FILLER PIC X(23) VALUE '  ALLOWANCE CHANGES: '.
    05 otl-allowances PIC ZZZ,ZZ9.
    05 FILLER PIC X(23) VALUE '  AUTHORITY CHANGES: '.
    05 otl-authorities PIC ZZZ,ZZ9.
    05 FILLER PIC X(22) VALUE '  SECURITY REJECTS: '.
    05 otl-rejects PIC ZZZ,ZZ9.
    05 FILLER PIC X(20) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-from-date PIC 9(08).
    05 FILLER PIC X(01).
    05 parm-to-date PIC 9(08).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> Internal audit's view of the maintenance authorities for the PARM
*> period (from-date, comma, to-date): first everyone on OPERAUTH and
*> what they hold, then, operator by operator, every approval,
*> allowance change and authority change they made in the period and
*> every card of theirs refused as a security reject - read back off
*> the RUNLOG records the maintenance jobs write. Without a usable
*> period the report runs from the first of this year to today.
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
MOVE from-date TO heading-from
MOVE to-date TO heading-to
MOVE today TO heading-run-date
WRITE report-line FROM heading-line
OPEN INPUT oper-file
IF NOT oper-file-ok
    MOVE SPACES TO report-line
    MOVE 'OPERAUTH NOT AVAILABLE - NO OPERATOR REPORT' TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    CLOSE report-file
    STOP RUN
END-IF
OPEN INPUT log-file
IF NOT log-file-ok
    MOVE SPACES TO report-line
    MOVE 'RUNLOG NOT AVAILABLE - NO OPERATOR REPORT' TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    CLOSE oper-file
    CLOSE report-file
    STOP RUN
END-IF
PERFORM list-authorities
SORT sort-file
    ASCENDING KEY srt-oper srt-date srt-time
    INPUT PROCEDURE IS gather-activity
    OUTPUT PROCEDURE IS write-activity
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'OPERATORS ON FILE: ' DELIMITED BY SIZE
       operator-count DELIMITED BY SIZE
       '  APPROVALS: ' DELIMITED BY SIZE
       total-approvals DELIMITED BY SIZE
       '  ALLOWANCE CHANGES: ' DELIMITED BY SIZE
       total-allowances DELIMITED BY SIZE
       '  AUTHORITY CHANGES: ' DELIMITED BY SIZE
       total-authorities DELIMITED BY SIZE
       '  SECURITY REJECTS: ' DELIMITED BY SIZE
       total-rejects DELIMITED BY SIZE
    INTO report-line
WRITE report-line
*> A refused card in the period is worth a look even on a quiet
*> report, so it shows in the step's return code.
IF total-rejects > 0
    MOVE 4 TO RETURN-CODE
END-IF
CLOSE oper-file
CLOSE log-file
CLOSE report-file
STOP RUN.

*> Who holds what, as the file stands today, revoked operators
*> included so their initials in the activity below still mean someone.
list-authorities.
    MOVE SPACES TO report-line
    WRITE report-line
    MOVE 'AUTHORITIES HELD' TO report-line
    WRITE report-line
    WRITE report-line FROM authority-column-line
    PERFORM UNTIL end-of-oper-file
        READ oper-file NEXT RECORD
            AT END
                MOVE 'Y' TO oper-eof-flag
            NOT AT END
                PERFORM list-one-operator
        END-READ
    END-PERFORM.

list-one-operator.
    ADD 1 TO operator-count
    MOVE oper-initials TO aul-initials
    MOVE oper-name TO aul-name
    IF oper-active
        MOVE 'ACTIVE' TO aul-status
    ELSE
        MOVE 'REVOKED' TO aul-status
    END-IF
    MOVE oper-req-actions TO aul-req-actions
    MOVE oper-dept-actions TO aul-dept-actions
    IF oper-admin
        MOVE 'YES' TO aul-admin
    ELSE
        MOVE 'NO' TO aul-admin
    END-IF
    MOVE oper-added-date TO aul-added
    MOVE oper-changed-date TO aul-changed
    MOVE oper-changed-by TO aul-changed-by
    WRITE report-line FROM authority-line.

*> Only the operator-stamped records in the period go into the sort;
*> the rest of the log is the morning summary's business.
gather-activity SECTION.
PERFORM UNTIL end-of-log-file
    READ log-file
        AT END
            MOVE 'Y' TO log-eof-flag
        NOT AT END
            IF (log-audit OR log-security)
               AND log-run-date >= from-date
               AND log-run-date <= to-date
                PERFORM release-one-activity
            END-IF
    END-READ
END-PERFORM
GO TO gather-activity-exit.

release-one-activity.
    MOVE log-oper-initials TO srt-oper
    MOVE log-run-date TO srt-date
    MOVE log-run-time TO srt-time
    MOVE log-program TO srt-program
    MOVE log-type TO srt-type
    MOVE log-oper-action TO srt-action
    MOVE log-oper-key TO srt-key
    MOVE log-oper-detail TO srt-detail
    RELEASE sort-record.

gather-activity-exit.
    EXIT.

write-activity SECTION.
MOVE SPACES TO report-line
WRITE report-line
MOVE 'ACTIVITY IN PERIOD' TO report-line
WRITE report-line
MOVE HIGH-VALUES TO current-oper
RETURN sort-file
    AT END
        MOVE 'Y' TO sort-eof-flag
END-RETURN
IF end-of-sort-file
    MOVE SPACES TO report-line
    MOVE 'NO APPROVALS, ALLOWANCE OR AUTHORITY CHANGES IN THE PERIOD'
        TO report-line
    WRITE report-line
END-IF
PERFORM UNTIL end-of-sort-file
    IF srt-oper NOT = current-oper
        IF current-oper NOT = HIGH-VALUES
            PERFORM close-operator-section
        END-IF
        PERFORM open-operator-section
    END-IF
    PERFORM write-one-activity
    RETURN sort-file
        AT END
            MOVE 'Y' TO sort-eof-flag
    END-RETURN
END-PERFORM
IF current-oper NOT = HIGH-VALUES
    PERFORM close-operator-section
END-IF
GO TO write-activity-exit.

*> The operator's name comes off the file; initials it does not know
*> can only be on a refused card.
open-operator-section.
    MOVE srt-oper TO current-oper
    MOVE 0 TO sec-approvals
    MOVE 0 TO sec-allowances
    MOVE 0 TO sec-authorities
    MOVE 0 TO sec-rejects
    MOVE srt-oper TO ohl-initials
    MOVE SPACES TO ohl-note
    MOVE srt-oper TO oper-initials
    READ oper-file
        INVALID KEY
            MOVE SPACES TO ohl-name
            MOVE 'NOT ON OPERAUTH' TO ohl-note
        NOT INVALID KEY
            MOVE oper-name TO ohl-name
            IF oper-revoked
                MOVE 'NOW REVOKED' TO ohl-note
            END-IF
    END-READ
    MOVE SPACES TO report-line
    WRITE report-line
    WRITE report-line FROM operator-heading-line
    WRITE report-line FROM activity-column-line.

*> Each record is classed by where it came from: approvals off request
*> maintenance, allowance changes off department maintenance, and
*> authority changes off the operator file's own job.
write-one-activity.
    MOVE srt-date TO acl-date
    MOVE srt-time TO acl-time
    MOVE srt-program TO acl-program
    MOVE srt-action TO acl-action
    MOVE srt-key TO acl-key
    MOVE srt-detail TO acl-detail
    EVALUATE TRUE
        WHEN srt-type = 'SECR'
            MOVE 'REFUSED' TO acl-class
            ADD 1 TO sec-rejects
        WHEN srt-program = 'REQMAINT'
            MOVE 'APPROVAL' TO acl-class
            ADD 1 TO sec-approvals
        WHEN srt-program = 'DEPTMAIN'
            MOVE 'ALLOWANCE' TO acl-class
            ADD 1 TO sec-allowances
        WHEN OTHER
            MOVE 'AUTHORITY' TO acl-class
            ADD 1 TO sec-authorities
    END-EVALUATE
    WRITE report-line FROM activity-line.

close-operator-section.
    MOVE sec-approvals TO otl-approvals
    MOVE sec-allowances TO otl-allowances
    MOVE sec-authorities TO otl-authorities
    MOVE sec-rejects TO otl-rejects
    WRITE report-line FROM operator-total-line
    ADD sec-approvals TO total-approvals
    ADD sec-allowances TO total-allowances
    ADD sec-authorities TO total-authorities
    ADD sec-rejects TO total-rejects.

write-activity-exit.
    EXIT.
