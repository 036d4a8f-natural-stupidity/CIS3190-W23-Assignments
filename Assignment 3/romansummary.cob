       02 sd-numeral  pic X(35).
       02 sd-gap      pic X(3).
       02 sd-value-x  pic X(9).
       02 sd-pad      pic X(2).
       02 sd-doc-key  pic X(20).
       02 sd-rest     pic X(30).
    01 summary-marker-view redefines summary-record.
       02 sm-label    pic X(6).
       02 sm-fname    pic X(30).
       02 cg-date     pic 9(8).
       02 filler      pic X.
       02 cg-seq      pic 9(2).
       02 filler      pic X.
       02 cg-pin      pic X(1).

*> Same layout roman-numeral reads the branch reference with.
fd  branch-file.
    *> tail, numeric value once its leading spaces fold to zeros.
    move "N" to is-detail
    if sd-lead = space and sd-numeral not = spaces
            and sd-gap = spaces and sd-pad = spaces
            and sd-rest = spaces
        move sd-value-x to value-compact
        inspect value-compact replacing leading space by zero
        if value-compact is numeric
