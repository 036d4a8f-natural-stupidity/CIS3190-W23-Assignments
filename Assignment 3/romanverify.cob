       02 vd-numeral  pic X(35).
       02 vd-gap      pic X(3).
       02 vd-value-x  pic X(9).
       02 vd-pad      pic X(2).
       02 vd-doc-key  pic X(20).
       02 vd-rest     pic X(30).
    01 verify-header-view redefines verify-record.
       02 vh-label    pic X(10).
       02 vh-date     pic X(8).
    *> tail, numeric value once its leading spaces fold to zeros.
    move "N" to is-detail
    if vd-lead = space and vd-numeral not = spaces
            and vd-gap = spaces and vd-pad = spaces
            and vd-rest = spaces
        move vd-value-x to value-compact
        inspect value-compact replacing leading space by zero
        if value-compact is numeric
