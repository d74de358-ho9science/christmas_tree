        10 usage-trees PIC 9(08).
        10 usage-rows PIC 9(08).

*> Offices merged into another, off the same pass of the master: their
*> season's printing is shown under the survivor, which now carries
*> their allowance too.
01 mx BINARY-LONG.
01 merge-count BINARY-LONG VALUE 0.
01 merge-table.
    05 merge-entry OCCURS 200 TIMES.
        10 merge-from PIC X(04).
        10 merge-to PIC X(04).
01 resolve-code PIC X(04).
01 resolve-hops BINARY-LONG.
01 resolve-done-flag PIC X VALUE 'N'.
    88 resolve-done VALUE 'Y'.

01 used-work PIC 9(08).
01 remaining-work PIC 9(06).
01 over-flag PIC X(04).
*> over the cap while there is still a December left to argue in.
*> The season is the calendar year of the run date; uncapped
*> departments print too, with their usage and no remaining column.
*> An office merged into another is not listed; its printing counts
*> under the survivor, the same as the render's allowance check.
OPEN OUTPUT report-file
ACCEPT today FROM DATE YYYYMMDD
MOVE today TO heading-run-date
            AT END
                MOVE 'Y' TO dept-eof-flag
            NOT AT END
                IF NOT dept-not-merged
                    IF merge-count < usage-max
                        ADD 1 TO merge-count
                        MOVE dept-code TO merge-from (merge-count)
                        MOVE dept-merged-into TO merge-to (merge-count)
                    END-IF
                END-IF
                IF dept-not-merged AND usage-count < usage-max
                    ADD 1 TO usage-count
                    MOVE dept-code TO usage-code (usage-count)
                    MOVE dept-official-name
            AT END
                MOVE 'Y' TO hist-eof-flag
            NOT AT END
*> Spoilage reprints are print-room overhead and never draw down
*> the allowance.
                IF hist-status = 'A' AND NOT hist-spoilage
                   AND hist-run-date (1:4) = today (1:4)
                    MOVE hist-dept-code TO resolve-code
                    PERFORM resolve-merged-code
                    PERFORM VARYING dx FROM 1 BY 1
                            UNTIL dx > usage-count
                               OR usage-code (dx) = resolve-code
                        CONTINUE
                    END-PERFORM
                    IF dx <= usage-count
        END-READ
    END-PERFORM.

*> Follow a department code along its merges to the office that
*> stands today; a chain is given up after ten hops in case a damaged
*> master ever points two offices at each other.
resolve-merged-code.
    MOVE 0 TO resolve-hops
    MOVE 'N' TO resolve-done-flag
    PERFORM UNTIL resolve-done
        PERFORM VARYING mx FROM 1 BY 1
                UNTIL mx > merge-count
                   OR merge-from (mx) = resolve-code
            CONTINUE
        END-PERFORM
        IF mx > merge-count OR resolve-hops > 9
            MOVE 'Y' TO resolve-done-flag
        ELSE
            MOVE merge-to (mx) TO resolve-code
            ADD 1 TO resolve-hops
        END-IF
    END-PERFORM.

write-one-department.
    MOVE usage-code (dx) TO udl-code
    MOVE usage-name (dx) TO udl-name
