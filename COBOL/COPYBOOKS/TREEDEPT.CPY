*> TREEDEPT - one keyed record per department on DEPTMAST, shared by
*> the render run (which validates and bills against it) and the
*> department maintenance program (add / rename / re-center /
*> deactivate / merge), so both sides share one layout.
*> Records written before the active flag existed carry a space there
*> and count as active; only an explicit 'I' closes an office.
01 dept-record.
        88 dept-allow-trees VALUE 'T'.
        88 dept-allow-rows VALUE 'R'.
    05 dept-allow-amount PIC 9(06).
*> Set when the office was merged into another: the surviving
*> department's code. A merged department is closed, its open requests
*> and remaining allowance have gone to the survivor, and the reports
*> roll its history up under the survivor's code. Records written
*> before merges existed carry spaces - never merged.
    05 dept-merged-into PIC X(04).
        88 dept-not-merged VALUE SPACES.
