       02 ld-attempts pic 9(3).
       02 filler      pic X.
       02 ld-token    pic X(40).
       02 filler      pic X.
       02 ld-doc-key  pic X(20).

*> Report lines are composed in working storage (where VALUE
*> clauses do initialize the fillers) and moved here whole, so the
