file section.

*> Same layout write-error-log uses: filename, edited line number,
*> the raw rejected token, then the document key when the drop
*> file's layout profile names one.
fd  errlog-file.
    01 errlog-record.
       02 eg-fname    pic X(30).
       02 eg-line-no  pic X(9).
       02 filler      pic X(2).
       02 eg-text     pic X(40).
       02 filler      pic X.
       02 eg-doc-key  pic X(20).

*> The fillers between fields are never moved to directly, so the
*> record is blanked and every field is moved by name before each
       02 cg-date     pic 9(8).
       02 filler      pic X.
       02 cg-seq      pic 9(2).
       02 filler      pic X.
       02 cg-pin      pic X(1).

working-storage section.
    77 errlog-fname    pic X(30)    value spaces.
