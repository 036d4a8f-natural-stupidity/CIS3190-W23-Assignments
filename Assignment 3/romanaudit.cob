
*> Alternate view of audit-record matching the output-table-record
*> layout roman-numeral writes: a leading space, the numeral text,
*> a three-space gap, the edited decimal value, then the document
*> key a layout profile may have put in columns 51-70. Header, trailer,
*> error and mismatch records all fail the detail-record tests below
*> and are skipped.
    01 audit-record-fields redefines audit-record.
       02 ar-numeral  pic X(35).
       02 ar-gap      pic X(3).
       02 ar-value-x  pic X(9).
       02 ar-pad      pic X(2).
       02 ar-doc-key  pic X(20).
       02 ar-rest     pic X(30).

*> The fillers between fields are never moved to directly, so the
*> record is blanked and every field (the tag included) is moved by
       02 cg-date     pic 9(8).
       02 filler      pic X.
       02 cg-seq      pic 9(2).
       02 filler      pic X.
       02 cg-pin      pic X(1).

working-storage section.
    77 audit-fname    pic X(30)    value spaces.
classify-record.
    *> A detail record has a blank leading byte, roman letters (and
    *> nothing else) in the numeral field, blanks in the gap and in
    *> everything past the value field but the document key, and a
    *> numeric value once its leading spaces are folded to zeros.
    *> The header, the trailers, the error messages and the mismatch
    *> messages each fail at least one of those tests and are passed
    *> over.
    move "N" to is-detail
    if ar-lead = space and ar-numeral not = spaces
            and ar-gap = spaces and ar-pad = spaces
            and ar-rest = spaces
        move ar-value-x to value-compact
        inspect value-compact replacing leading space by zero
        if value-compact is numeric
