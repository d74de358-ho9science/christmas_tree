        88 log-end VALUE 'END '.
        88 log-warning VALUE 'WARN'.
        88 log-checkpoint VALUE 'CKPT'.
        88 log-info VALUE 'INFO'.
        88 log-security VALUE 'SECR'.
        88 log-audit VALUE 'AUDT'.
    05 log-return-code PIC 9(02).
    05 log-text PIC X(60).
*> A maintenance card refused for its operator ('SECR') and an
*> approval, allowance or authority change applied ('AUDT') set the
*> text out in fixed columns, so the operator report can read back who
*> did what to which request, department or operator.
    05 log-oper-text REDEFINES log-text.
        10 log-oper-initials PIC X(03).
        10 FILLER PIC X(01).
        10 log-oper-action PIC X(01).
        10 FILLER PIC X(01).
        10 log-oper-key PIC X(06).
        10 FILLER PIC X(01).
        10 log-oper-detail PIC X(47).
