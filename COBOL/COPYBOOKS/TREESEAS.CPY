*> TREESEAS - the season summary file SEASSUM, one keyed record per
*> department per closed calendar year, written by the year-end close
*> from the HISTFILE lines it rolls off. The year is cut into 24
*> half-month periods (1st-15th and 16th-end of each month) so a
*> comparison can stop last season at the same point this season has
*> reached; the December peak is too short for whole months to do it.
*> Spoilage reprints are the print room's, not demand, and are kept
*> apart. The amount is priced at the rate cards in force at the close.
01 seas-record.
    05 seas-key.
        10 seas-year PIC 9(04).
        10 seas-dept-code PIC X(04).
    05 seas-period OCCURS 24 TIMES.
        10 seas-trees PIC 9(06).
        10 seas-rows PIC 9(08).
        10 seas-amount PIC 9(07)V99.
        10 seas-rejects PIC 9(06).
    05 seas-spoil-trees PIC 9(06).
    05 seas-spoil-rows PIC 9(08).
*> Height mix of the trees printed: up to 9, 11-19, 21-29, 31 and up.
    05 seas-height-band OCCURS 4 TIMES PIC 9(06).
*> The year's close-control record is keyed with low-values for the
*> department code, ahead of every department in the year. It exists
*> only once the close has finished, and its presence is what stops
*> the close running twice.
01 seas-close-record.
    05 seas-close-key.
        10 seas-close-year PIC 9(04).
        10 seas-close-marker PIC X(04).
    05 seas-close-date PIC 9(08).
    05 seas-close-lines PIC 9(08).
    05 FILLER PIC X(718).
