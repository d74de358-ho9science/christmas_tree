IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Unload-Steve28.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT req-file ASSIGN TO "REQSTORE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS req-number
        FILE STATUS IS req-file-status.
    SELECT dept-file ASSIGN TO "DEPTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS dept-code
        FILE STATUS IS dept-file-status.
    SELECT req-unld-file ASSIGN TO "REQUNLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS req-unld-file-status.
    SELECT dept-unld-file ASSIGN TO "DEPTUNLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS dept-unld-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.
    SELECT report-file ASSIGN TO "UNLDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT log-file ASSIGN TO "RUNLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS log-file-status.

DATA DIVISION.
FILE SECTION.
FD  req-file.
COPY TREEREQ.

FD  dept-file.
COPY TREEDEPT.

*> Both unloads are laid out as TREEUNLD; the record is built in
*> working storage and written from there.
FD  req-unld-file.
01 req-unld-line PIC X(81).

FD  dept-unld-file.
01 dept-unld-line PIC X(81).

FD  jrnl-file.
COPY TREEJRNL.

FD  report-file.
01 report-line PIC X(132).

FD  log-file.
COPY TREELOG.

WORKING-STORAGE SECTION.
01 today PIC 9(08).
01 unload-file-id PIC X(08).
01 unload-date PIC 9(08).
01 unload-time PIC 9(08).
01 stamp-check-date PIC 9(08).
01 unload-count PIC 9(08).

01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
01 dept-file-status PIC X(02).
    88 dept-file-ok VALUE '00'.
01 req-unld-file-status PIC X(02).
    88 req-unld-file-ok VALUE '00'.
01 dept-unld-file-status PIC X(02).
    88 dept-unld-file-ok VALUE '00'.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
    88 jrnl-file-not-found VALUE '35'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 req-eof-flag PIC X VALUE 'N'.
    88 end-of-req-file VALUE 'Y'.
01 dept-eof-flag PIC X VALUE 'N'.
    88 end-of-dept-file VALUE 'Y'.

01 req-unload-count PIC 9(08) VALUE 0.
01 dept-unload-count PIC 9(08) VALUE 0.

COPY TREEUNLD.

PROCEDURE DIVISION.
main-line SECTION.
*> Takes a sequential copy of REQSTORE to REQUNLD and of DEPTMAST to
*> DEPTUNLD, each in key order between a header and a counted
*> trailer, and drops a mark for each onto the change journal. From
*> the mark on, the journal holds every change the copy does not, so
*> the recovery job can rebuild either file from its latest unload.
*> The mark goes on ahead of the copy: a change that slips in while
*> the copy is running is replayed on top of it, which puts the same
*> image back, rather than falling between the two and being lost.
ACCEPT today FROM DATE YYYYMMDD
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE 'UNLOADING REQSTORE AND DEPTMAST' TO log-text
PERFORM write-run-log
OPEN INPUT req-file
IF NOT req-file-ok
    MOVE SPACES TO report-line
    MOVE 'REQSTORE NOT AVAILABLE - NOTHING UNLOADED' TO report-line
    PERFORM unload-abend
END-IF
OPEN INPUT dept-file
IF NOT dept-file-ok
    MOVE SPACES TO report-line
    MOVE 'DEPTMAST NOT AVAILABLE - NOTHING UNLOADED' TO report-line
    CLOSE req-file
    PERFORM unload-abend
END-IF
*> A copy the journal has no mark for could never be rolled forward,
*> so there is no unload without the journal.
OPEN EXTEND jrnl-file
IF jrnl-file-not-found
    OPEN OUTPUT jrnl-file
END-IF
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NOTHING UNLOADED' TO report-line
    CLOSE req-file
    CLOSE dept-file
    PERFORM unload-abend
END-IF
OPEN OUTPUT req-unld-file
OPEN OUTPUT dept-unld-file
IF NOT req-unld-file-ok OR NOT dept-unld-file-ok
    MOVE SPACES TO report-line
    MOVE 'REQUNLD OR DEPTUNLD NOT AVAILABLE - NOTHING UNLOADED'
        TO report-line
    CLOSE req-file
    CLOSE dept-file
    CLOSE jrnl-file
    PERFORM unload-abend
END-IF
PERFORM unload-requests
PERFORM unload-departments
MOVE 'END ' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'REQSTORE ' DELIMITED BY SIZE
       req-unload-count DELIMITED BY SIZE
       ' DEPTMAST ' DELIMITED BY SIZE
       dept-unload-count DELIMITED BY SIZE
       ' RECORDS UNLOADED' DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE req-file
CLOSE dept-file
CLOSE req-unld-file
CLOSE dept-unld-file
CLOSE jrnl-file
CLOSE report-file
STOP RUN.

*> A copy that cannot be taken says why on the report and on the log;
*> the message is already in report-line.
unload-abend.
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE report-file
    STOP RUN.

*> The key-zero control record goes with the requests; without it the
*> rebuilt store would start dealing numbers from one again.
unload-requests.
    PERFORM take-unload-stamp
    MOVE 'REQSTORE' TO unload-file-id
    PERFORM write-unload-mark
    MOVE SPACES TO unld-record
    MOVE 'H' TO unld-type
    MOVE 'REQSTORE' TO unld-file-id
    MOVE unload-date TO unld-run-date
    MOVE unload-time TO unld-run-time
    WRITE req-unld-line FROM unld-record
    MOVE 0 TO unload-count
    PERFORM UNTIL end-of-req-file
        READ req-file NEXT RECORD
            AT END
                MOVE 'Y' TO req-eof-flag
            NOT AT END
                MOVE SPACES TO unld-record
                MOVE 'D' TO unld-type
                MOVE req-record TO unld-data
                WRITE req-unld-line FROM unld-record
                ADD 1 TO unload-count
        END-READ
    END-PERFORM
    MOVE SPACES TO unld-record
    MOVE 'T' TO unld-type
    MOVE unload-count TO unld-count
    WRITE req-unld-line FROM unld-record
    MOVE unload-count TO req-unload-count
    PERFORM report-one-unload.

unload-departments.
    PERFORM take-unload-stamp
    MOVE 'DEPTMAST' TO unload-file-id
    PERFORM write-unload-mark
    MOVE SPACES TO unld-record
    MOVE 'H' TO unld-type
    MOVE 'DEPTMAST' TO unld-file-id
    MOVE unload-date TO unld-run-date
    MOVE unload-time TO unld-run-time
    WRITE dept-unld-line FROM unld-record
    MOVE 0 TO unload-count
    PERFORM UNTIL end-of-dept-file
        READ dept-file NEXT RECORD
            AT END
                MOVE 'Y' TO dept-eof-flag
            NOT AT END
                MOVE SPACES TO unld-record
                MOVE 'D' TO unld-type
                MOVE dept-record TO unld-data
                WRITE dept-unld-line FROM unld-record
                ADD 1 TO unload-count
        END-READ
    END-PERFORM
    MOVE SPACES TO unld-record
    MOVE 'T' TO unld-type
    MOVE unload-count TO unld-count
    WRITE dept-unld-line FROM unld-record
    MOVE unload-count TO dept-unload-count
    PERFORM report-one-unload.

*> Each copy is stamped off the clock's own date and time, so one
*> taken past midnight carries the day it was taken on, as the
*> journal's stamps do. Should the date turn over between the two
*> reads, the time is taken again on the new day.
take-unload-stamp.
    ACCEPT unload-date FROM DATE YYYYMMDD
    ACCEPT unload-time FROM TIME
    ACCEPT stamp-check-date FROM DATE YYYYMMDD
    IF stamp-check-date NOT = unload-date
        MOVE stamp-check-date TO unload-date
        ACCEPT unload-time FROM TIME
    END-IF.

*> The mark carries the same stamp as the copy's header.
write-unload-mark.
    MOVE unload-file-id TO jrnl-file-id
    MOVE 'UNLOAD  ' TO jrnl-program
    MOVE unload-date TO jrnl-run-date
    MOVE unload-time TO jrnl-run-time
    MOVE 'U' TO jrnl-action
    MOVE SPACES TO jrnl-key
    MOVE SPACES TO jrnl-before
    MOVE SPACES TO jrnl-after
    WRITE jrnl-record.

report-one-unload.
    MOVE SPACES TO report-line
    STRING unload-file-id DELIMITED BY SIZE
           ' UNLOADED - RECORDS: ' DELIMITED BY SIZE
           unload-count DELIMITED BY SIZE
           '  COPY TAKEN ' DELIMITED BY SIZE
           unload-date DELIMITED BY SIZE
           ' ' DELIMITED BY SIZE
           unload-time DELIMITED BY SIZE
        INTO report-line
    WRITE report-line.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'UNLOAD  ' TO log-program
    WRITE log-record.
