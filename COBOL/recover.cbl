IDENTIFICATION DIVISION.
PROGRAM-ID. Tree-Recover-Steve28.

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
        FILE STATUS IS unld-file-status.
    SELECT dept-unld-file ASSIGN TO "DEPTUNLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS unld-file-status.
    SELECT jrnl-file ASSIGN TO "CHGJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS jrnl-file-status.
    SELECT report-file ASSIGN TO "RECOVRPT"
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

*> Both unloads are laid out as TREEUNLD; the record is read into
*> working storage.
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

01 req-file-status PIC X(02).
    88 req-file-ok VALUE '00'.
01 dept-file-status PIC X(02).
    88 dept-file-ok VALUE '00'.
01 unld-file-status PIC X(02).
    88 unld-file-ok VALUE '00'.
01 jrnl-file-status PIC X(02).
    88 jrnl-file-ok VALUE '00'.
01 log-file-status PIC X(02).
    88 log-file-ok VALUE '00'.
    88 log-file-not-found VALUE '35'.
01 target-file-status PIC X(02).
    88 target-file-ok VALUE '00'.
01 unld-eof-flag PIC X VALUE 'N'.
    88 end-of-unld-file VALUE 'Y'.
01 jrnl-eof-flag PIC X VALUE 'N'.
    88 end-of-jrnl-file VALUE 'Y'.

*> Which file is being rebuilt, and the point in time to stop at.
01 target-file-id PIC X(08).
    88 target-reqstore VALUE 'REQSTORE'.
    88 target-deptmast VALUE 'DEPTMAST'.
01 stop-date PIC 9(08).
01 stop-time PIC 9(08).

*> The unload the rebuild starts from, as its header and trailer
*> describe it.
01 unload-date PIC 9(08).
01 unload-time PIC 9(08).
01 trailer-flag PIC X VALUE 'N'.
    88 unload-trailer-seen VALUE 'Y'.
01 trailer-count PIC 9(08).

01 mark-flag PIC X VALUE 'N'.
    88 unload-mark-found VALUE 'Y'.
01 conflict-flag PIC X.
    88 replay-conflict VALUE 'Y'.
01 stop-flag PIC X VALUE 'N'.
    88 stop-point-passed VALUE 'Y'.

01 loaded-count PIC 9(08) VALUE 0.
01 replay-adds PIC 9(08) VALUE 0.
01 replay-changes PIC 9(08) VALUE 0.
01 replay-deletes PIC 9(08) VALUE 0.
01 beyond-count PIC 9(08) VALUE 0.
01 conflict-count PIC 9(08) VALUE 0.
01 unloaded-short-count PIC 9(08) VALUE 0.

COPY TREEUNLD.

01 heading-line.
    05 FILLER PIC X(30) VALUE 'FORWARD RECOVERY OF '.
    05 heading-file-id PIC X(08).
    05 FILLER PIC X(17) VALUE '  REPLAYED UP TO '.
    05 heading-stop-date PIC 9(08).
    05 FILLER PIC X(01) VALUE SPACE.
    05 heading-stop-time PIC 9(08).
    05 FILLER PIC X(11) VALUE '  RUN DATE '.
    05 heading-run-date PIC 9(08).
    05 FILLER PIC X(41) VALUE SPACES.

01 column-line.
    05 FILLER PIC X(10) VALUE 'DATE'.
    05 FILLER PIC X(10) VALUE 'TIME'.
    05 FILLER PIC X(10) VALUE 'PROGRAM'.
    05 FILLER PIC X(08) VALUE 'ACTION'.
    05 FILLER PIC X(08) VALUE 'KEY'.
    05 FILLER PIC X(04) VALUE 'NOTE'.
    05 FILLER PIC X(82) VALUE SPACES.

01 replay-line.
    05 rpl-date PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 rpl-time PIC 9(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 rpl-program PIC X(08).
    05 FILLER PIC X(02) VALUE SPACES.
    05 rpl-action PIC X(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 rpl-key PIC X(06).
    05 FILLER PIC X(02) VALUE SPACES.
    05 rpl-note PIC X(50).
    05 FILLER PIC X(36) VALUE SPACES.

LINKAGE SECTION.
01 parm-area.
    05 parm-length PIC S9(4) COMP.
    05 parm-file-id PIC X(08).
    05 FILLER PIC X(01).
    05 parm-stop-date PIC 9(08).
    05 FILLER PIC X(01).
    05 parm-stop-time PIC 9(08).

PROCEDURE DIVISION USING parm-area.
main-line SECTION.
*> Rebuilds REQSTORE or DEPTMAST, whichever the PARM names, from its
*> latest unload plus every change the journal holds after that
*> unload's mark, up to the point in time on the PARM (file id, comma,
*> date, comma, time as the clock gives it). No date replays the whole
*> journal; a date with no time replays to the end of that day. The
*> JCL points the file's DD at a freshly defined, empty dataset; the
*> unload is loaded into it and the journal rolled forward on top.
*> Every change replayed gets a line on RECOVRPT. A change whose
*> before image does not match what the rebuild holds at that point
*> is still applied - its after image is what the file held - but it
*> is flagged, and the step ends RC 4 so someone looks at why. An
*> unload image the rebuild will not take is listed by key and ends
*> the step RC 8: the file is rebuilt without it.
ACCEPT today FROM DATE YYYYMMDD
OPEN OUTPUT report-file
OPEN EXTEND log-file
IF log-file-not-found
    OPEN OUTPUT log-file
END-IF
MOVE SPACES TO target-file-id
IF parm-length >= 8
    MOVE parm-file-id TO target-file-id
END-IF
MOVE 99999999 TO stop-date
MOVE 99999999 TO stop-time
IF parm-length >= 17 AND parm-stop-date IS NUMERIC
   AND parm-stop-date > 0
    MOVE parm-stop-date TO stop-date
    IF parm-length >= 26 AND parm-stop-time IS NUMERIC
        MOVE parm-stop-time TO stop-time
    END-IF
END-IF
MOVE 'STRT' TO log-type
MOVE 0 TO log-return-code
MOVE SPACES TO log-text
STRING 'REBUILDING ' DELIMITED BY SIZE
       target-file-id DELIMITED BY SIZE
       ' UP TO ' DELIMITED BY SIZE
       stop-date DELIMITED BY SIZE
       ' ' DELIMITED BY SIZE
       stop-time DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
MOVE target-file-id TO heading-file-id
MOVE stop-date TO heading-stop-date
MOVE stop-time TO heading-stop-time
MOVE today TO heading-run-date
WRITE report-line FROM heading-line
IF NOT target-reqstore AND NOT target-deptmast
    MOVE SPACES TO report-line
    MOVE 'PARM DOES NOT NAME REQSTORE OR DEPTMAST - NOTHING REBUILT'
        TO report-line
    PERFORM recovery-abend
END-IF
*> The unload has to open with its own header, for the file being
*> rebuilt, or there is no telling where on the journal to start.
IF target-reqstore
    OPEN INPUT req-unld-file
ELSE
    OPEN INPUT dept-unld-file
END-IF
IF NOT unld-file-ok
    MOVE SPACES TO report-line
    MOVE 'UNLOAD NOT AVAILABLE - NOTHING REBUILT' TO report-line
    PERFORM recovery-abend
END-IF
PERFORM read-unload-record
IF end-of-unld-file OR NOT unld-header
   OR unld-file-id NOT = target-file-id
    MOVE SPACES TO report-line
    MOVE 'UNLOAD HEADER MISSING OR FOR ANOTHER FILE - NOTHING REBUILT'
        TO report-line
    PERFORM close-unload
    PERFORM recovery-abend
END-IF
MOVE unld-run-date TO unload-date
MOVE unld-run-time TO unload-time
OPEN INPUT jrnl-file
IF NOT jrnl-file-ok
    MOVE SPACES TO report-line
    MOVE 'CHGJRNL NOT AVAILABLE - NOTHING REBUILT' TO report-line
    PERFORM close-unload
    PERFORM recovery-abend
END-IF
IF target-reqstore
    OPEN OUTPUT req-file
    MOVE req-file-status TO target-file-status
ELSE
    OPEN OUTPUT dept-file
    MOVE dept-file-status TO target-file-status
END-IF
IF NOT target-file-ok
    MOVE SPACES TO report-line
    STRING target-file-id DELIMITED BY SIZE
           ' CANNOT BE OPENED FOR OUTPUT - NOTHING REBUILT'
               DELIMITED BY SIZE
        INTO report-line
    PERFORM close-unload
    CLOSE jrnl-file
    PERFORM recovery-abend
END-IF
PERFORM load-unload
PERFORM close-unload
IF NOT unload-trailer-seen
   OR trailer-count NOT = loaded-count + unloaded-short-count
    MOVE SPACES TO report-line
    MOVE 'UNLOAD SHORT OF ITS TRAILER COUNT - REBUILD NOT USABLE'
        TO report-line
    IF target-reqstore
        CLOSE req-file
    ELSE
        CLOSE dept-file
    END-IF
    CLOSE jrnl-file
    PERFORM recovery-abend
END-IF
MOVE SPACES TO report-line
STRING 'LOADED FROM UNLOAD OF ' DELIMITED BY SIZE
       unload-date DELIMITED BY SIZE
       ' ' DELIMITED BY SIZE
       unload-time DELIMITED BY SIZE
       ' - RECORDS: ' DELIMITED BY SIZE
       loaded-count DELIMITED BY SIZE
    INTO report-line
WRITE report-line
MOVE SPACES TO report-line
WRITE report-line
WRITE report-line FROM column-line
IF target-reqstore
    CLOSE req-file
    OPEN I-O req-file
ELSE
    CLOSE dept-file
    OPEN I-O dept-file
END-IF
PERFORM UNTIL end-of-jrnl-file
    READ jrnl-file
        AT END
            MOVE 'Y' TO jrnl-eof-flag
        NOT AT END
            PERFORM judge-one-journal-record
    END-READ
END-PERFORM
MOVE SPACES TO report-line
WRITE report-line
MOVE SPACES TO report-line
STRING 'REPLAYED - ADDS: ' DELIMITED BY SIZE
       replay-adds DELIMITED BY SIZE
       '  CHANGES: ' DELIMITED BY SIZE
       replay-changes DELIMITED BY SIZE
       '  DELETES: ' DELIMITED BY SIZE
       replay-deletes DELIMITED BY SIZE
       '  PAST THE STOP POINT: ' DELIMITED BY SIZE
       beyond-count DELIMITED BY SIZE
       '  CONFLICTS: ' DELIMITED BY SIZE
       conflict-count DELIMITED BY SIZE
    INTO report-line
WRITE report-line
IF unloaded-short-count > 0
    MOVE SPACES TO report-line
    STRING 'UNLOAD IMAGES NOT LOADED: ' DELIMITED BY SIZE
           unloaded-short-count DELIMITED BY SIZE
           ' - SEE THE KEYS LISTED ABOVE' DELIMITED BY SIZE
        INTO report-line
    WRITE report-line
END-IF
*> A journal without this unload's mark is a journal for some other
*> copy; the file stands rebuilt to the unload alone, which is not
*> what was asked for.
IF NOT unload-mark-found
    MOVE SPACES TO report-line
    MOVE 'NO MARK FOR THIS UNLOAD ON CHGJRNL - JOURNAL NOT REPLAYED'
        TO report-line
    WRITE report-line
    MOVE 16 TO RETURN-CODE
ELSE
    IF unloaded-short-count > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        IF conflict-count > 0
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
END-IF
MOVE 'END ' TO log-type
MOVE RETURN-CODE TO log-return-code
MOVE SPACES TO log-text
STRING target-file-id DELIMITED BY SIZE
       ' LOADED ' DELIMITED BY SIZE
       loaded-count DELIMITED BY SIZE
       ' REPLAYED ' DELIMITED BY SIZE
       replay-adds DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       replay-changes DELIMITED BY SIZE
       '/' DELIMITED BY SIZE
       replay-deletes DELIMITED BY SIZE
    INTO log-text
PERFORM write-run-log
CLOSE log-file
CLOSE jrnl-file
IF target-reqstore
    CLOSE req-file
ELSE
    CLOSE dept-file
END-IF
CLOSE report-file
STOP RUN.

*> A rebuild that cannot go ahead says why on the report and on the
*> log; the message is already in report-line.
recovery-abend.
    WRITE report-line
    MOVE 16 TO RETURN-CODE
    MOVE 'END ' TO log-type
    MOVE 16 TO log-return-code
    MOVE report-line (1:60) TO log-text
    PERFORM write-run-log
    CLOSE log-file
    CLOSE report-file
    STOP RUN.

read-unload-record.
    IF target-reqstore
        READ req-unld-file INTO unld-record
            AT END
                MOVE 'Y' TO unld-eof-flag
        END-READ
    ELSE
        READ dept-unld-file INTO unld-record
            AT END
                MOVE 'Y' TO unld-eof-flag
        END-READ
    END-IF.

close-unload.
    IF target-reqstore
        CLOSE req-unld-file
    ELSE
        CLOSE dept-unld-file
    END-IF.

*> The unload is in key order, so it loads straight in.
load-unload.
    PERFORM read-unload-record
    PERFORM UNTIL end-of-unld-file OR unload-trailer-seen
        IF unld-trailer
            MOVE 'Y' TO trailer-flag
            MOVE unld-count TO trailer-count
        ELSE
            IF unld-image
                PERFORM load-one-image
            END-IF
            PERFORM read-unload-record
        END-IF
    END-PERFORM.

*> An image the rebuild refuses - a key the copy holds twice - is
*> named on the report with the status the write gave back, and the
*> load carries on; the trailer still has to account for it.
load-one-image.
    IF target-reqstore
        MOVE unld-data TO req-record
        WRITE req-record
            INVALID KEY
                MOVE SPACES TO report-line
                STRING 'UNLOAD IMAGE NOT LOADED - KEY ' DELIMITED BY SIZE
                       req-number DELIMITED BY SIZE
                       ' STATUS ' DELIMITED BY SIZE
                       req-file-status DELIMITED BY SIZE
                    INTO report-line
                PERFORM report-short-image
            NOT INVALID KEY
                ADD 1 TO loaded-count
        END-WRITE
    ELSE
        MOVE unld-data TO dept-record
        WRITE dept-record
            INVALID KEY
                MOVE SPACES TO report-line
                STRING 'UNLOAD IMAGE NOT LOADED - KEY ' DELIMITED BY SIZE
                       dept-code DELIMITED BY SIZE
                       ' STATUS ' DELIMITED BY SIZE
                       dept-file-status DELIMITED BY SIZE
                    INTO report-line
                PERFORM report-short-image
            NOT INVALID KEY
                ADD 1 TO loaded-count
        END-WRITE
    END-IF.

report-short-image.
    WRITE report-line
    ADD 1 TO unloaded-short-count.

*> Nothing before this unload's own mark is replayed - the copy
*> already holds it - and nothing from the first change stamped after
*> the stop point on. The journal is in the order the changes were
*> made, so whatever follows that change came later, even where its
*> stamp says otherwise; replaying it would put back a change without
*> the one it was made on top of. Other files' changes, and later
*> unloads' marks, are passed over.
judge-one-journal-record.
    IF jrnl-file-id = target-file-id
        IF NOT unload-mark-found
            IF jrnl-unload-mark
               AND jrnl-run-date = unload-date
               AND jrnl-run-time = unload-time
                MOVE 'Y' TO mark-flag
            END-IF
        ELSE
            IF jrnl-add OR jrnl-change OR jrnl-delete
                IF jrnl-run-date > stop-date
                   OR (jrnl-run-date = stop-date
                       AND jrnl-run-time > stop-time)
                    MOVE 'Y' TO stop-flag
                END-IF
                IF stop-point-passed
                    ADD 1 TO beyond-count
                ELSE
                    PERFORM replay-one-change
                END-IF
            END-IF
        END-IF
    END-IF.

replay-one-change.
    MOVE 'N' TO conflict-flag
    MOVE SPACES TO rpl-note
    IF target-reqstore
        PERFORM replay-request-change
    ELSE
        PERFORM replay-department-change
    END-IF
    EVALUATE TRUE
        WHEN jrnl-add
            MOVE 'ADD' TO rpl-action
            ADD 1 TO replay-adds
        WHEN jrnl-change
            MOVE 'CHANGE' TO rpl-action
            ADD 1 TO replay-changes
        WHEN OTHER
            MOVE 'DELETE' TO rpl-action
            ADD 1 TO replay-deletes
    END-EVALUATE
    IF replay-conflict
        ADD 1 TO conflict-count
    END-IF
    MOVE jrnl-run-date TO rpl-date
    MOVE jrnl-run-time TO rpl-time
    MOVE jrnl-program TO rpl-program
    MOVE jrnl-key TO rpl-key
    WRITE report-line FROM replay-line.

*> Whatever the rebuild holds, the journal's after image is what the
*> store held once the change was made, so that is what goes back.
replay-request-change.
    EVALUATE TRUE
        WHEN jrnl-add
            MOVE jrnl-after TO req-record
            WRITE req-record
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'ADD FOUND THE RECORD ALREADY THERE - REPLACED'
                        TO rpl-note
                    REWRITE req-record
            END-WRITE
        WHEN jrnl-change
            MOVE jrnl-after TO req-record
            READ req-file
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'CHANGE FOUND NO RECORD - ADDED' TO rpl-note
                    MOVE jrnl-after TO req-record
                    WRITE req-record
                NOT INVALID KEY
                    IF req-record NOT = jrnl-before (1:79)
                        MOVE 'Y' TO conflict-flag
                        MOVE 'BEFORE IMAGE DID NOT MATCH - APPLIED'
                            TO rpl-note
                    END-IF
                    MOVE jrnl-after TO req-record
                    REWRITE req-record
            END-READ
        WHEN OTHER
            MOVE jrnl-before TO req-record
            READ req-file
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'DELETE FOUND NO RECORD' TO rpl-note
                NOT INVALID KEY
                    IF req-record NOT = jrnl-before (1:79)
                        MOVE 'Y' TO conflict-flag
                        MOVE 'BEFORE IMAGE DID NOT MATCH - DELETED'
                            TO rpl-note
                    END-IF
                    DELETE req-file
            END-READ
    END-EVALUATE.

replay-department-change.
    EVALUATE TRUE
        WHEN jrnl-add
            MOVE jrnl-after TO dept-record
            WRITE dept-record
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'ADD FOUND THE RECORD ALREADY THERE - REPLACED'
                        TO rpl-note
                    REWRITE dept-record
            END-WRITE
        WHEN jrnl-change
            MOVE jrnl-after TO dept-record
            READ dept-file
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'CHANGE FOUND NO RECORD - ADDED' TO rpl-note
                    MOVE jrnl-after TO dept-record
                    WRITE dept-record
                NOT INVALID KEY
                    IF dept-record NOT = jrnl-before (1:43)
                        MOVE 'Y' TO conflict-flag
                        MOVE 'BEFORE IMAGE DID NOT MATCH - APPLIED'
                            TO rpl-note
                    END-IF
                    MOVE jrnl-after TO dept-record
                    REWRITE dept-record
            END-READ
        WHEN OTHER
            MOVE jrnl-before TO dept-record
            READ dept-file
                INVALID KEY
                    MOVE 'Y' TO conflict-flag
                    MOVE 'DELETE FOUND NO RECORD' TO rpl-note
                NOT INVALID KEY
                    IF dept-record NOT = jrnl-before (1:43)
                        MOVE 'Y' TO conflict-flag
                        MOVE 'BEFORE IMAGE DID NOT MATCH - DELETED'
                            TO rpl-note
                    END-IF
                    DELETE dept-file
            END-READ
    END-EVALUATE.

*> The one gate onto the operations log; callers set the type, the
*> return code and the text, and the stamp says when it happened.
write-run-log.
    MOVE today TO log-run-date
    ACCEPT log-run-time FROM TIME
    MOVE 'RECOVER ' TO log-program
    WRITE log-record.
