*> TREEGRT - the office's greeting for a request, one keyed record per
*> request number on GREETING, shared by the render run (which files
*> the lines off the control file's 'G' cards and prints them under
*> the tree) and request maintenance ('G' transaction). Keeping the
*> text against the number is what makes a re-queue or spoilage
*> reprint come off the printer identical to the first copy.
*> Lines print in order, up to the last one carrying text; a blank
*> line between two others prints blank, as the office keyed it.
01 greet-record.
    05 greet-req-number PIC 9(06).
    05 greet-line-count PIC 9(01).
    05 greet-line OCCURS 3 TIMES PIC X(60).
