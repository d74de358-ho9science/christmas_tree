        88 req-rejected VALUE 'R'.
        88 req-cancelled VALUE 'C'.
        88 req-held VALUE 'H'.
*> Delivered: the mail-room has confirmed the printed bundle arrived.
*> Only the delivery job sets it, and only on a printed request.
        88 req-delivered VALUE 'V'.
    05 req-run-date PIC 9(08).
    05 req-height PIC 9(02).
    05 req-trunk-height PIC 9(02).
    05 req-pattern-code PIC X(04).
    05 req-last-assigned PIC 9(06).
    05 req-approver PIC X(03).
*> A spoilage reprint is a request the print room is putting back
*> through the printer because its first copy never reached the office
*> intact - jammed in the printer, torn in the mail-room or sent to the
*> wrong building. It prints like any other request but is billed to
*> print-room overhead, not the office. The reason stays on the record
*> with the flag until the reprint prints, or until an ordinary
*> re-queue makes the next print a billed one again. Records written
*> before spoilage existed carry spaces in both fields and bill as
*> always.
    05 req-reprint-flag PIC X(01).
        88 req-spoilage-reprint VALUE 'S'.
    05 req-spoil-reason PIC X(04).
        88 req-spoil-reason-known VALUES 'JAM ', 'TORN', 'MISR'.
*> Why the render run bounced a rejected request - the same code the
*> TREEREJ card carries in its sequence columns - so the store can say
*> what went wrong without anyone pulling the reject dataset. Blank on
*> any request that is not rejected, and on records written before the
*> field existed.
    05 req-reject-reason PIC X(08).
*> Print no earlier than: a PENDING request dated in the future stays
*> in the store, untouched by the sweep, until the first run on or
*> after its date. Zero means print at the next run, and records
*> written before the field existed carry spaces, which means the same.
    05 req-print-after PIC 9(08).
