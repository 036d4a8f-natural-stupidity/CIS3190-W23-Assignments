*> nothing is listed twice, nothing is empty, no control-list name
*> overruns the 30 characters the run's filelist-record would
*> silently truncate it to, the tolerance strings parse, the
*> conversion master opens, no stale checkpoint from an unrelated
*> single-file run is lying around, every layout profile names
*> columns the run can use, and every listed drop file has a
*> profile (when the installation keeps profiles at all -- one with
*> none is scanned whole, as always). Ends with the same
*> graduated return code the conversion run uses -- 0 clean, 4
*> warnings only, 8 a failure the scheduler should gate the real
*> run on.
        organization is line sequential
        file status is ckpt-status.

*> The layout-profile reference and the branch reference the run
*> finds a drop file's profile through.
    select layout-file assign to dynamic layout-fname
        organization is line sequential
        file status is layout-status.

    select branch-file assign to dynamic branch-fname
        organization is line sequential
        file status is branch-status.

data division.
file section.

       02 ck-grand-total      pic 9(12).
       02 ck-tokens-valid     pic 9(9).
       02 ck-tokens-rejected  pic 9(9).
       02 ck-file-read-start  pic 9(9).
       02 ck-file-rej-start   pic 9(9).
       02 ck-file-total-start pic 9(12).
       02 filler              pic X(1).

*> Same layouts roman-numeral reads the two references with.
fd  layout-file.
    01 layout-file-record.
       02 lf-key      pic X(30).
       02 lf-range occurs 6.
          03 filler   pic X.
          03 lf-from  pic X(2).
          03 lf-to    pic X(2).

fd  branch-file.
    01 branch-file-record.
       02 bf-fname    pic X(30).
       02 filler      pic X.
       02 bf-code     pic X(4).
       02 filler      pic X.
       02 bf-name     pic X(30).

working-storage section.
    77 control-fname  pic X(30)    value spaces.
    77 control-status pic X(2)     value spaces.
    77 ckpt-fname     pic X(30)    value "ROMANCKPT.DAT".
    77 ckpt-status    pic X(2)     value spaces.
    77 end-of-list    pic 9(1)     value 0.
    77 layout-fname   pic X(30)    value spaces.
    77 layout-status  pic X(2)     value spaces.
    77 branch-fname   pic X(30)    value spaces.
    77 branch-status  pic X(2)     value spaces.
    77 end-of-file    pic 9(1)     value 0.

*> The layout profiles that passed their checks, with their column
*> ranges folded to numbers -- four numeral ranges, the expected
*> value, the document key -- and the branch reference, so each
*> drop file can be matched to its profile the way the run will.
*> have-profiles says a profile reference exists at all.
    01 layout-table.
       02 layout-entry occurs 200.
          03 lt-key     pic X(30).
          03 lt-range occurs 6.
             04 lt-from pic 9(2).
             04 lt-to   pic 9(2).
    77 lp-used        pic 9(3)     value 0.
    77 lp-found       pic S9(4) usage is computational.
    77 lp-idx         pic S9(4) usage is computational.
    77 lp-r           pic S9(4) usage is computational.
    77 lp-q           pic S9(4) usage is computational.
    77 have-profiles  pic X(1)     value "N".
    77 layout-ok      pic X(1)     value "Y".
    77 layout-nums    pic 9(1)     value 0.
    77 range-from-x   pic X(2)     value spaces.
    77 range-to-x     pic X(2)     value spaces.
    77 is-overlap     pic X(1)     value "N".
    01 branch-table.
       02 branch-entry occurs 200.
          03 bt-fname pic X(30).
          03 bt-code  pic X(4).
    77 bt-used        pic 9(3)     value 0.
    77 b              pic S9(4) usage is computational.
    77 drop-branch    pic X(4)     value "????".

*> The names already seen, for the duplicate check.
    01 name-table.
    end-if.
    accept tolrej-raw  from environment "ROMANTOLREJ".
    accept tolmism-raw from environment "ROMANTOLMISM".
    accept layout-fname from environment "ROMANLAYTFILE".
    if layout-fname = spaces
        move "ROMANLAYT.TXT" to layout-fname
    end-if.
    accept branch-fname from environment "ROMANBRCHFILE".
    if branch-fname = spaces
        move "ROMANBRCH.TXT" to branch-fname
    end-if.

    display " ".
    display "--------------------------------------".
    display "   OVERNIGHT RUN PRE-FLIGHT CHECK".
    display "--------------------------------------".

    *> Profiles first, so each listed file can be checked for one.
    perform check-layout-profiles

    if control-fname = spaces
        display "ERROR   ROMANFILELIST IS NOT SET - NOTHING TO RUN"
        add 1 to error-count
            display "WARNING EMPTY FILE: " drop-fname
            add 1 to warn-count
    end-read
    close drop-file

    *> A drop file with no profile is scanned whole -- right for a
    *> file of bare numerals, thousands of rejects for one with
    *> names and amounts beside them.
    if have-profiles = "Y"
        perform find-profile
        if lp-found = 0
            display "WARNING NO LAYOUT PROFILE: " drop-fname
            add 1 to warn-count
        end-if
    end-if.

find-profile.
    *> The run's lookup: the drop filename first, then its branch.
    move "????" to drop-branch
    move 1 to b
    perform until b > bt-used
        if bt-fname (b) = drop-fname
            move bt-code (b) to drop-branch
        end-if
        add 1 to b
    end-perform
    move 0 to lp-found
    move 1 to lp-idx
    perform until lp-idx > lp-used or lp-found > 0
        if lt-key (lp-idx) = drop-fname
            move lp-idx to lp-found
        end-if
        add 1 to lp-idx
    end-perform
    move 1 to lp-idx
    perform until lp-idx > lp-used or lp-found > 0
        if lt-key (lp-idx) = drop-branch and drop-branch not = "????"
            move lp-idx to lp-found
        end-if
        add 1 to lp-idx
    end-perform.

check-layout-profiles.
    *> Every profile through the same checks the run applies as it
    *> loads them -- except that here a bad one is an error, because
    *> the run would ignore it and scan that branch's files whole.
    *> Ranges that overlap each other are only a warning: legal, but
    *> almost always a typing slip.
    move 0 to lp-used
    move 0 to end-of-file
    open input layout-file
    if layout-status = "35"
        display "NO LAYOUT PROFILES: " layout-fname
        exit paragraph
    end-if
    if layout-status not = "00"
        display "ERROR   LAYOUT PROFILES WILL NOT OPEN (STATUS "
            layout-status ")"
        add 1 to error-count
        exit paragraph
    end-if
    move "Y" to have-profiles
    display "PROFILES: " layout-fname
    perform until end-of-file = 1
        read layout-file
            at end move 1 to end-of-file
            not at end
                if lf-key not = spaces and lp-used < 200
                    perform check-one-profile
                end-if
        end-read
    end-perform
    close layout-file

    perform load-branch-reference.

check-one-profile.
    add 1 to lp-used
    move lf-key to lt-key (lp-used)
    move "Y" to layout-ok
    move 0 to layout-nums
    move 1 to lp-r
    perform until lp-r > 6
        move lf-from (lp-r) to range-from-x
        move lf-to (lp-r)   to range-to-x
        inspect range-from-x replacing leading space by zero
        inspect range-to-x   replacing leading space by zero
        if range-from-x is numeric and range-to-x is numeric
            move range-from-x to lt-from (lp-used, lp-r)
            move range-to-x   to lt-to (lp-used, lp-r)
            if lt-from (lp-used, lp-r) > 0
                if lt-to (lp-used, lp-r) < lt-from (lp-used, lp-r)
                   or lt-to (lp-used, lp-r) > 80
                    move "N" to layout-ok
                end-if
                if lp-r <= 4
                    add 1 to layout-nums
                end-if
            end-if
        else
            move "N" to layout-ok
        end-if
        add 1 to lp-r
    end-perform

    if layout-ok = "Y" and layout-nums = 0
        move "N" to layout-ok
    end-if
    if layout-ok = "Y" and lt-from (lp-used, 5) > 0
       and lt-to (lp-used, 5) - lt-from (lp-used, 5) > 9
        move "N" to layout-ok
    end-if
    if layout-ok = "Y" and lt-from (lp-used, 6) > 0
       and lt-to (lp-used, 6) - lt-from (lp-used, 6) > 19
        move "N" to layout-ok
    end-if

    if layout-ok = "N"
        display "ERROR   BAD LAYOUT PROFILE: " lf-key
        add 1 to error-count
        subtract 1 from lp-used
        exit paragraph
    end-if

    move "N" to is-overlap
    move 1 to lp-r
    perform until lp-r > 5
        compute lp-q = lp-r + 1
        perform until lp-q > 6
            if lt-from (lp-used, lp-r) > 0 and lt-from (lp-used, lp-q) > 0
               and lt-from (lp-used, lp-r) <= lt-to (lp-used, lp-q)
               and lt-from (lp-used, lp-q) <= lt-to (lp-used, lp-r)
                move "Y" to is-overlap
            end-if
            add 1 to lp-q
        end-perform
        add 1 to lp-r
    end-perform
    if is-overlap = "Y"
        display "WARNING OVERLAPPING COLUMNS IN PROFILE: " lf-key
        add 1 to warn-count
    end-if.

load-branch-reference.
    *> Missing is not fatal here any more than in the run -- files
    *> are then matched to profiles by filename alone.
    move 0 to bt-used
    move 0 to end-of-file
    open input branch-file
    if branch-status = "00"
        perform until end-of-file = 1
            read branch-file
                at end move 1 to end-of-file
                not at end
                    if bf-fname not = spaces and bt-used < 200
                        add 1 to bt-used
                        move bf-fname to bt-fname (bt-used)
                        move bf-code  to bt-code (bt-used)
                    end-if
            end-read
        end-perform
        close branch-file
    end-if.

check-tolerances.
    *> Both tolerance strings through the same accept-or-ignore
