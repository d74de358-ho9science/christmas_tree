*> TREEOPER - the operator authorization file OPERAUTH, one keyed
*> record per operator, kept by its own audited maintenance job. The
*> request and department maintenance jobs refuse any card whose
*> operator is not here, has been revoked, or does not hold that card's
*> action letter for that job. A revoked operator stays on file, so the
*> operator report can still say whose initials those were.
01 oper-record.
    05 oper-initials PIC X(03).
    05 oper-name PIC X(20).
    05 oper-status PIC X(01).
        88 oper-active VALUE 'A'.
        88 oper-revoked VALUE 'R'.
*> The action letters held, one per byte in any order: REQTRAN's
*> (A C Q V S F G) and DEPTTRAN's (A R C D E T L M K).
    05 oper-req-actions PIC X(10).
    05 oper-dept-actions PIC X(10).
*> Only an administrator may maintain this file, and never their own
*> record.
    05 oper-admin-flag PIC X(01).
        88 oper-admin VALUE 'Y'.
    05 oper-added-date PIC 9(08).
    05 oper-changed-date PIC 9(08).
    05 oper-changed-by PIC X(03).
