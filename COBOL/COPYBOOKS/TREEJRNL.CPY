*> TREEJRNL - the change journal CHGJRNL, one record per change any
*> program makes to REQSTORE or DEPTMAST, appended at the moment the
*> keyed file accepts the write. It carries the record as it stood
*> before and as it was left, so the recovery job can roll a file
*> forward from its last unload and the morning reconcile can prove the
*> store still agrees with unload plus journal. The stamp is the
*> clock's own date and time at the write, not the run date, so a
*> change made past midnight carries the day it was made on. Every
*> writer appends to the one journal as it goes, so the file is in the
*> order the changes were made. An add has spaces for its before image
*> and a delete spaces for its after image. The unload job drops a 'U'
*> mark into the journal before it starts copying each file, stamped
*> as the copy's own header is; the roll-forward starts at the mark,
*> and a change made while the copy ran is replayed on top of it.
01 jrnl-record.
    05 jrnl-file-id PIC X(08).
        88 jrnl-reqstore VALUE 'REQSTORE'.
        88 jrnl-deptmast VALUE 'DEPTMAST'.
    05 jrnl-program PIC X(08).
    05 jrnl-run-date PIC 9(08).
    05 jrnl-run-time PIC 9(08).
    05 jrnl-action PIC X(01).
        88 jrnl-add VALUE 'A'.
        88 jrnl-change VALUE 'C'.
        88 jrnl-delete VALUE 'D'.
        88 jrnl-unload-mark VALUE 'U'.
    05 jrnl-key PIC X(06).
*> Both images are wide enough for either file's record; a request
*> fills 79 bytes of it, a department 43.
    05 jrnl-before PIC X(80).
    05 jrnl-after PIC X(80).
