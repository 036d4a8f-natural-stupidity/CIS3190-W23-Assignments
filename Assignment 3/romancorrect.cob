*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-correct.
*> Correction-entry screen for the clerks. A corrections file has
*> been made by copying ROMANERR.TXT and hand-editing the token
*> column to line up with the patch-file-record layout -- and one
*> wrong column shift silently breaks apply-correction. This program
*> pages through the open entries on the rejects ledger
*> (ROMANLEDG.DAT), optionally only one drop file's or one branch's,
*> shows each rejected token beside the roman-suggest proposal for
*> it, takes the clerk's corrected text, runs that text through the
*> same grammar the conversion run applies before accepting it, and
*> writes the approved corrections out as a correctly laid-out
*> ROMANPATCH file ready for the patch run. No fixed columns are
*> hand-edited, and a correction that is itself illegal never
*> reaches the patch run.

environment division.

input-output section.
file-control.

*> The rejects ledger the open entries come from.
    select ledger-file assign to dynamic ledger-fname
        organization is line sequential
        file status is ledger-status.

*> The branch-office reference, for the branch filter.
    select branch-file assign to dynamic branch-fname
        organization is line sequential
        file status is branch-status.

*> The corrections file being built -- the file the patch run reads
*> through ROMANPATCH.
    select patch-file assign to dynamic patch-fname
        organization is line sequential
        file status is patch-status.

data division.
file section.

*> Same layout save-rejects-ledger in roman-numeral writes.
fd  ledger-file.
    01 ledger-file-record.
       02 ld-fname    pic X(30).
       02 filler      pic X.
       02 ld-line-no  pic 9(9).
       02 filler      pic X.
       02 ld-status   pic X.
       02 filler      pic X.
       02 ld-opened   pic 9(8).
       02 filler      pic X.
       02 ld-closed   pic 9(8).
       02 filler      pic X.
       02 ld-attempts pic 9(3).
       02 filler      pic X.
       02 ld-token    pic X(40).
       02 filler      pic X.
       02 ld-doc-key  pic X(20).

*> Same layout roman-numeral reads the branch reference with.
fd  branch-file.
    01 branch-file-record.
       02 bf-fname    pic X(30).
       02 filler      pic X.
       02 bf-code     pic X(4).
       02 filler      pic X.
       02 bf-name     pic X(30).

*> Same layout patch-file-record in roman-numeral reads -- which is
*> the error log's own layout, the line number edited exactly the
*> way write-error-log edits it, so the file is indistinguishable
*> from a correctly hand-made one. The fillers are never moved to
*> directly, so the record is blanked before every write.
fd  patch-file.
    01 patch-file-record.
       02 pc-fname    pic X(30).
       02 filler      pic X.
       02 pc-line-no  pic Z(9).
       02 filler      pic X(2).
       02 pc-text     pic X(40).
       02 filler      pic X.
       02 pc-doc-key  pic X(20).

working-storage section.
    77 ledger-fname   pic X(30)    value spaces.
    77 ledger-status  pic X(2)     value spaces.
    77 branch-fname   pic X(30)    value spaces.
    77 branch-status  pic X(2)     value spaces.
    77 patch-fname    pic X(30)    value spaces.
    77 patch-status   pic X(2)     value spaces.
    77 end-of-file    pic 9(1)     value 0.

*> The open ledger entries held in storage, each with its branch
*> code, the roman-suggest proposal worked out as it loaded, and the
*> correction the clerk has keyed for it (spaces until one is).
    01 entry-table.
       02 entry-row occurs 5000.
          03 en-fname    pic X(30).
          03 en-line     pic 9(9).
          03 en-opened   pic 9(8).
          03 en-attempts pic 9(3).
          03 en-token    pic X(40).
          03 en-doc-key  pic X(20).
          03 en-branch   pic X(4).
          03 en-suggest  pic X(15).
          03 en-fix      pic X(40).
    77 entries-used   pic 9(4)     value 0.
    77 fixes-keyed    pic 9(4)     value 0.
    77 x              pic S9(4) usage is computational.

*> The filtered view being paged: the entry numbers that pass the
*> current filter, in ledger order.
    01 view-table.
       02 vw-entry    pic 9(4) occurs 5000.
    77 view-used      pic 9(4)     value 0.
    77 filter-kind    pic X(1)     value space.
    77 filter-value   pic X(30)    value spaces.

*> Branch reference in storage.
    01 branch-table.
       02 branch-entry occurs 200.
          03 bt-fname pic X(30).
          03 bt-code  pic X(4).
    77 bt-used        pic 9(3)     value 0.
    77 bt-idx         pic S9(4) usage is computational.

*> Paging controls: ten entries a page, so a page and its prompt
*> fit on one terminal screen.
    77 page-size      pic 9(2)     value 10.
    77 page-no        pic 9(4)     value 1.
    77 page-count     pic 9(4)     value 1.
    77 page-first     pic 9(4)     value 0.
    77 page-last      pic 9(4)     value 0.
    77 v              pic S9(4) usage is computational.

*> The clerk's command and the entry it picks.
    77 clerk-input    pic X(40)    value spaces.
    77 clerk-upper    pic X(40)    value spaces.
    77 pick-compact   pic X(4)     value spaces justified right.
    77 pick-no        pic 9(4)     value 0.
    77 session-done   pic X(1)     value "N".
    77 write-wanted   pic X(1)     value "N".
    77 confirm        pic X(1)     value space.

*> The corrected text being checked: the keyed text folded to upper
*> case (the patch run would otherwise log it as a case exception),
*> split into its tokens, each checked on its own.
    77 fix-text       pic X(40)    value spaces.
    77 fix-ptr        pic S9(4) usage is computational.
    77 fix-ok         pic X(1)     value "Y".
    77 fix-tokens     pic 9(2)     value 0.
    77 bad-token      pic X(35)    value spaces.

*> Grammar-walk fields, carried over from roman-numeral's conv so a
*> correction is judged by exactly the rules the patch run will
*> judge it by -- kept in step with it deliberately, the same way
*> roman-master carries its own copy for VERIFY.
    77 is-valid       pic 9(1)     value 1.
    77 to-be-eval     pic X(1)     value " ".
    77 output-line    pic X(35)    value " ".
    77 evaluated      pic 9(10)    value 0.
    77 prev-val       pic 9(10)    value 0.
    77 curr-val       pic 9(10)    value 0.
    77 sum-val        pic 9(10)    value 0.
    77 i              pic S99 usage is computational.
    77 end-of-line    pic 9(1)     value 0.
    77 prev-char      pic X(1)     value space.
    77 repeat-count   pic 9(2)     value 0.
    77 pair-ok        pic X(1)     value "Y".
    77 curr-raw       pic 9(10)    value 0.
    77 seal-max       pic 9(10)    value 0.
    77 seal-max-prior pic 9(10)    value 0.
    77 token          pic X(35)    value spaces.
    77 scan-text      pic X(35)    value spaces.
    77 group-part     pic X(35)    value spaces.
    77 tail-part      pic X(35)    value spaces.
    77 paren-opens    pic 9(2)     value 0.
    77 paren-closes   pic 9(2)     value 0.
    77 ext-total      pic 9(10)    value 0.

*> Date-token fields -- the day.month.year notation convert-date-token
*> in roman-numeral accepts, checked the same way here.
    77 date-dots      pic 9(2)     value 0.
    77 date-part-1    pic X(35)    value spaces.
    77 date-part-2    pic X(35)    value spaces.
    77 date-part-3    pic X(35)    value spaces.
    77 dt-day         pic 9(4)     value 0.
    77 dt-month       pic 9(4)     value 0.
    77 dt-year        pic 9(4)     value 0.
    77 month-days     pic 9(2)     value 0.
    77 leap-quot      pic 9(4)     value 0.
    77 leap-rem       pic 9(4)     value 0.
    77 date-ok        pic X(1)     value "N".

*> Suggestion fields -- the same junk count, lenient reading and
*> canonical respelling roman-suggest puts on its worksheet, so the
*> proposal on this screen is the one the clerks already know.
    77 sg-token       pic X(35)    value spaces.
    77 token-len      pic S99 usage is computational.
    77 junk-count     pic 9(2)     value 0.
    77 junk-pos       pic S99 usage is computational.
    77 candidate      pic X(35)    value spaces.
    77 cand-len       pic S99 usage is computational.
    77 lenient-val    pic S9(8)    value 0.
    77 lenient-ok     pic X(1)     value "N".
    77 sg-evaluated   pic 9(4)     value 0.
    77 sg-curr-val    pic 9(4)     value 0.
    77 sg-next-val    pic 9(4)     value 0.
    77 letter-ok      pic 9(1)     value 1.
    77 work-val       pic 9(8)     value 0.
    77 roman-canon    pic X(15)    value " ".
    77 suggestion     pic X(15)    value spaces.

*> Screen lines.
    01 scr-heading.
       02 filler      pic X(20)    value "OPEN REJECTS - PAGE ".
       02 sh-page     pic ZZZ9.
       02 filler      pic X(4)     value " OF ".
       02 sh-pages    pic ZZZ9.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(8)     value "SHOWN: ".
       02 sh-shown    pic ZZZ9.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(9)     value "KEYED:  ".
       02 sh-keyed    pic ZZZ9.
    01 scr-col-header.
       02 filler      pic X(5)     value " NO".
       02 filler      pic X(21)    value "FILE".
       02 filler      pic X(11)    value "     LINE".
       02 filler      pic X(16)    value "REJECTED".
       02 filler      pic X(16)    value "SUGGESTED".
       02 filler      pic X(11)    value "CORRECTION".
    01 scr-entry-line.
       02 se-no       pic ZZZ9.
       02 filler      pic X(1)     value space.
       02 se-fname    pic X(20).
       02 filler      pic X(1)     value space.
       02 se-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 se-token    pic X(15).
       02 filler      pic X(1)     value space.
       02 se-suggest  pic X(15).
       02 filler      pic X(1)     value space.
       02 se-fix      pic X(11).

*> Run control totals.
    77 recs-read      pic 9(9)     value 0.
    77 recs-written   pic 9(9)     value 0.

procedure division.

    accept ledger-fname from environment "ROMANLEDGFILE".
    if ledger-fname = spaces
        move "ROMANLEDG.DAT" to ledger-fname
    end-if.
    accept branch-fname from environment "ROMANBRCHFILE".
    if branch-fname = spaces
        move "ROMANBRCH.TXT" to branch-fname
    end-if.
    *> The corrections file goes out under the same name the patch
    *> run will be given, so the two can never disagree.
    accept patch-fname from environment "ROMANPATCH".
    if patch-fname = spaces
        move "ROMANPATCH.TXT" to patch-fname
    end-if.

    display " ".
    display "--------------------------------------".
    display "   CORRECTION ENTRY".
    display "--------------------------------------".
    display "LEDGER     : " ledger-fname.
    display "CORRECTIONS: " patch-fname.

    perform load-branch-reference
    perform load-open-entries
    if entries-used = 0
        display " "
        display "NO OPEN REJECTS ON THE LEDGER - NOTHING TO CORRECT"
        stop run
    end-if

    perform build-view
    perform until session-done = "Y"
        perform show-page
        perform take-command
    end-perform

    if write-wanted = "Y"
        perform write-corrections
    end-if

    display " ".
    display "------------------------------".
    display "OPEN ENTRIES  : " entries-used.
    display "CORRECTED     : " fixes-keyed.
    display "RECORDS OUT   : " recs-written.
    display "------------------------------".
stop run.

load-branch-reference.
    *> A reference that will not open just leaves every entry under
    *> "????" -- the branch filter can still select those.
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

load-open-entries.
    *> Only the entries still open are worth a clerk's time; each
    *> is stamped with its branch and given its suggestion now, so
    *> paging never has to work either out again.
    move 0 to entries-used
    move 0 to end-of-file
    open input ledger-file
    if ledger-status not = "00"
        display "REJECTS LEDGER WILL NOT OPEN (STATUS " ledger-status
            ")"
        move 8 to return-code
        stop run
    end-if
    perform until end-of-file = 1
        read ledger-file
            at end move 1 to end-of-file
            not at end
                add 1 to recs-read
                if ld-status = "O" and entries-used < 5000
                    add 1 to entries-used
                    move ld-fname    to en-fname (entries-used)
                    move ld-line-no  to en-line (entries-used)
                    move ld-opened   to en-opened (entries-used)
                    move ld-attempts to en-attempts (entries-used)
                    move ld-token    to en-token (entries-used)
                    move ld-doc-key  to en-doc-key (entries-used)
                    move spaces      to en-fix (entries-used)
                    perform lookup-branch
                    move ld-token(1:35) to sg-token
                    perform suggest-correction
                    move suggestion to en-suggest (entries-used)
                end-if
        end-read
    end-perform
    close ledger-file.

lookup-branch.
    move "????" to en-branch (entries-used)
    move 1 to bt-idx
    perform until bt-idx > bt-used
        if bt-fname (bt-idx) = ld-fname
            move bt-code (bt-idx) to en-branch (entries-used)
        end-if
        add 1 to bt-idx
    end-perform.

build-view.
    *> The entries passing the filter, back to page one.
    move 0 to view-used
    move 1 to x
    perform until x > entries-used
        evaluate filter-kind
            when "F"
                if en-fname (x) = filter-value
                    add 1 to view-used
                    move x to vw-entry (view-used)
                end-if
            when "B"
                if en-branch (x) = filter-value(1:4)
                    add 1 to view-used
                    move x to vw-entry (view-used)
                end-if
            when other
                add 1 to view-used
                move x to vw-entry (view-used)
        end-evaluate
        add 1 to x
    end-perform

    compute page-count = (view-used + page-size - 1) / page-size
    if page-count = 0
        move 1 to page-count
    end-if
    move 1 to page-no.

show-page.
    compute page-first = (page-no - 1) * page-size + 1
    compute page-last  = page-first + page-size - 1
    if page-last > view-used
        move view-used to page-last
    end-if

    display " ".
    move page-no     to sh-page
    move page-count  to sh-pages
    move view-used   to sh-shown
    move fixes-keyed to sh-keyed
    display scr-heading
    evaluate filter-kind
        when "F" display "FILTER: DROP FILE " filter-value
        when "B" display "FILTER: BRANCH " filter-value(1:4)
        when other display "FILTER: NONE"
    end-evaluate
    display scr-col-header

    if view-used = 0
        display "   (NO OPEN ENTRIES MATCH THE FILTER)"
    end-if
    move page-first to v
    perform until v > page-last
        move vw-entry (v) to x
        move v                  to se-no
        move en-fname (x)       to se-fname
        move en-line (x)        to se-line
        move en-token (x)       to se-token
        move en-suggest (x)     to se-suggest
        move en-fix (x)         to se-fix
        display scr-entry-line
        add 1 to v
    end-perform

    display " ".
    display "N=NEXT P=PREV F=FILTER <NO>=CORRECT W=WRITE+END Q=QUIT".
    display "COMMAND: " with no advancing.

take-command.
    move spaces to clerk-input
    accept clerk-input
    move function upper-case(clerk-input) to clerk-upper

    evaluate true
        when clerk-upper = spaces
            continue
        when clerk-upper = "N"
            if page-no < page-count
                add 1 to page-no
            end-if
        when clerk-upper = "P"
            if page-no > 1
                subtract 1 from page-no
            end-if
        when clerk-upper = "F"
            perform take-filter
        when clerk-upper = "W"
            move "Y" to write-wanted
            move "Y" to session-done
        when clerk-upper = "Q"
            perform confirm-quit
        when other
            perform pick-entry
    end-evaluate.

take-filter.
    *> A drop file name, a branch code, or nothing to see everything
    *> again.
    display "FILTER BY DROP FILE (F), BRANCH (B) OR NONE (BLANK): "
        with no advancing
    move spaces to clerk-input
    accept clerk-input
    move function upper-case(clerk-input(1:1)) to filter-kind
    move spaces to filter-value
    evaluate filter-kind
        when "F"
            display "DROP FILE NAME: " with no advancing
            accept filter-value
        when "B"
            display "BRANCH CODE: " with no advancing
            accept filter-value
            move function upper-case(filter-value) to filter-value
        when other
            move space to filter-kind
    end-evaluate
    if filter-value = spaces
        move space to filter-kind
    end-if
    perform build-view.

confirm-quit.
    *> Keyed corrections are only kept by W -- quitting throws them
    *> away, so say so first.
    if fixes-keyed = 0
        move "Y" to session-done
        exit paragraph
    end-if
    display fixes-keyed " CORRECTION(S) NOT WRITTEN - QUIT ANYWAY (Y/N)? "
        with no advancing
    move space to confirm
    accept confirm
    if confirm = "Y" or confirm = "y"
        move "Y" to session-done
    end-if.

pick-entry.
    *> The number of an entry in the current view.
    move spaces to pick-compact
    move function trim(clerk-upper) to pick-compact
    inspect pick-compact replacing leading space by zero
    if pick-compact is not numeric
        display "UNKNOWN COMMAND: " clerk-input
        exit paragraph
    end-if
    move pick-compact to pick-no
    if pick-no < 1 or pick-no > view-used
        display "NO ENTRY " pick-no " IN THIS VIEW"
        exit paragraph
    end-if
    move vw-entry (pick-no) to x
    perform correct-entry.

correct-entry.
    display " ".
    display "FILE      : " en-fname (x).
    display "LINE      : " en-line (x).
    display "OPENED    : " en-opened (x)
        "   ATTEMPTS: " en-attempts (x).
    display "REJECTED  : " en-token (x).
    if en-doc-key (x) not = spaces
        display "DOC KEY   : " en-doc-key (x)
    end-if
    if en-suggest (x) = spaces
        display "SUGGESTED : (NONE)"
    else
        display "SUGGESTED : " en-suggest (x)
    end-if
    if en-fix (x) not = spaces
        display "KEYED     : " en-fix (x)
    end-if
    display "CORRECTED TEXT (= TAKES SUGGESTION, - REMOVES, BLANK"
        " LEAVES AS IS): " with no advancing
    move spaces to clerk-input
    accept clerk-input

    evaluate true
        when clerk-input = spaces
            exit paragraph
        when clerk-input = "-"
            if en-fix (x) not = spaces
                move spaces to en-fix (x)
                subtract 1 from fixes-keyed
                display "CORRECTION REMOVED"
            end-if
            exit paragraph
        when clerk-input = "="
            if en-suggest (x) = spaces
                display "NO SUGGESTION TO TAKE - NOTHING CHANGED"
                exit paragraph
            end-if
            move en-suggest (x) to fix-text
        when other
            move function upper-case(clerk-input) to fix-text
    end-evaluate

    perform check-fix-text
    if fix-ok = "N"
        display "NOT ACCEPTED - " function trim(bad-token)
            " IS NOT A LEGAL NUMERAL"
        exit paragraph
    end-if

    if en-fix (x) = spaces
        add 1 to fixes-keyed
    end-if
    move fix-text to en-fix (x)
    display "ACCEPTED  : " fix-text.

check-fix-text.
    *> Every token of the corrected text must pass the grammar the
    *> conversion run applies -- the same dispatch convert-token and
    *> conv use: a two-dot token is a date, a parenthesized one the
    *> extended notation, anything else a plain numeral. A token too
    *> long for the run's token field can never be valid.
    move "Y" to fix-ok
    move 0 to fix-tokens
    move spaces to bad-token
    move 1 to fix-ptr
    perform until fix-ptr > 40 or fix-ok = "N"
        move spaces to token
        unstring fix-text delimited by all space
            into token
            with pointer fix-ptr
        end-unstring
        if token not = spaces
            add 1 to fix-tokens
            perform check-one-token
            if is-valid = 0
                move "N" to fix-ok
                move token to bad-token
            end-if
        end-if
    end-perform
    if fix-tokens = 0
        move "N" to fix-ok
    end-if.

check-one-token.
    move 1   to is-valid
    move 0   to sum-val
    move " " to output-line
    move 0 to date-dots
    inspect token tallying date-dots for all "."
    evaluate true
        when date-dots = 2
            perform check-date-token
            if date-ok = "N"
                move 0 to is-valid
            end-if
        when token(1:1) = "("
            perform parse-extended
        when other
            move token to scan-text
            perform walk-token
    end-evaluate.

write-corrections.
    *> One record per corrected token, every record for one entry
    *> together -- the grouping gather-correction-tokens in the patch
    *> run rebuilds each line from.
    open output patch-file
    if patch-status not = "00"
        display "CORRECTIONS FILE WILL NOT OPEN (STATUS " patch-status
            ") - NOTHING WRITTEN"
        move 8 to return-code
        exit paragraph
    end-if
    move 1 to x
    perform until x > entries-used
        if en-fix (x) not = spaces
            move 1 to fix-ptr
            perform until fix-ptr > 40
                move spaces to token
                unstring en-fix (x) delimited by all space
                    into token
                    with pointer fix-ptr
                end-unstring
                if token not = spaces
                    move spaces       to patch-file-record
                    move en-fname (x) to pc-fname
                    move en-line (x)  to pc-line-no
                    move token        to pc-text
                    move en-doc-key (x) to pc-doc-key
                    write patch-file-record
                    add 1 to recs-written
                end-if
            end-perform
        end-if
        add 1 to x
    end-perform
    close patch-file
    display " ".
    display "CORRECTIONS WRITTEN TO " patch-fname.

check-date-token.
    *> Day, month and year through the grammar walk, then the three
    *> values checked as a real calendar date -- convert-date-token
    *> and validate-calendar-date in roman-numeral, minus the output.
    move spaces to date-part-1
    move spaces to date-part-2
    move spaces to date-part-3
    unstring token delimited by "."
        into date-part-1 date-part-2 date-part-3
    end-unstring

    move "Y" to date-ok
    if date-part-1 = spaces or date-part-2 = spaces
            or date-part-3 = spaces
        move "N" to date-ok
    end-if

    if date-ok = "Y"
        move 1 to is-valid
        move date-part-1 to scan-text
        perform walk-token
        if is-valid = 0 or sum-val > 31
            move "N" to date-ok
        else
            move sum-val to dt-day
        end-if
    end-if

    if date-ok = "Y"
        move 1 to is-valid
        move date-part-2 to scan-text
        perform walk-token
        if is-valid = 0 or sum-val > 12
            move "N" to date-ok
        else
            move sum-val to dt-month
        end-if
    end-if

    if date-ok = "Y"
        move 1 to is-valid
        move date-part-3 to scan-text
        perform walk-token
        if is-valid = 0
            move "N" to date-ok
        else
            move sum-val to dt-year
        end-if
    end-if

    if date-ok = "Y"
        perform validate-calendar-date
    end-if.

validate-calendar-date.
    if dt-month < 1 or dt-month > 12 or dt-day < 1
        move "N" to date-ok
        exit paragraph
    end-if

    evaluate dt-month
        when 1  move 31 to month-days
        when 3  move 31 to month-days
        when 5  move 31 to month-days
        when 7  move 31 to month-days
        when 8  move 31 to month-days
        when 10 move 31 to month-days
        when 12 move 31 to month-days
        when 4  move 30 to month-days
        when 6  move 30 to month-days
        when 9  move 30 to month-days
        when 11 move 30 to month-days
        when 2
            move 28 to month-days
            divide dt-year by 4 giving leap-quot
                remainder leap-rem
            if leap-rem = 0
                move 29 to month-days
                divide dt-year by 100 giving leap-quot
                    remainder leap-rem
                if leap-rem = 0
                    divide dt-year by 400 giving leap-quot
                        remainder leap-rem
                    if leap-rem not = 0
                        move 28 to month-days
                    end-if
                end-if
            end-if
    end-evaluate

    if dt-day > month-days
        move "N" to date-ok
    end-if.

walk-token.
    *> Reset the per-walk grammar state, then read the scan text to
    *> its end -- same walk, same rules, as conv in roman-numeral.
    move 1     to i
    move 0     to end-of-line
    move 0     to prev-val
    move 0     to curr-val
    move 0     to sum-val
    move space to prev-char
    move 0     to repeat-count
    move 0     to curr-raw
    move 0     to seal-max
    move 0     to seal-max-prior

    perform until end-of-line = 1

        if scan-text(i:1) is alphabetic and scan-text(i:1) not = space
            string output-line delimited by space
                scan-text(i:1) delimited by space
                into output-line
            end-string

            if scan-text(i:1) = prev-char
                add 1 to repeat-count
            else
                move 1 to repeat-count
            end-if
            move scan-text(i:1) to prev-char

            if repeat-count > 3
                move 0 to is-valid
            end-if

            if (scan-text(i:1) = "V" or scan-text(i:1) = "L"
                    or scan-text(i:1) = "D")
                    and repeat-count > 1
                move 0 to is-valid
            end-if
        end-if

        if scan-text(i:1) is not alphabetic and scan-text(i:1) not = space
            move 0 to is-valid
        end-if

        if scan-text(i:1) is not alphabetic or scan-text(i:1) = space
               or is-valid = 0
            move 1 to end-of-line
            exit perform
        end-if

        if i > 1
            move scan-text(i - 1: 1) to to-be-eval
            perform get-value
            move evaluated to prev-val
        end-if

        move scan-text(i : 1) to to-be-eval
        perform get-value
        move evaluated to curr-val
        move curr-val to curr-raw

        if prev-val < curr-val
            if i > 1
                perform check-pair
            end-if
            compute curr-val = curr-val - (2 * prev-val)
        end-if

        compute sum-val = sum-val + curr-val

        move seal-max to seal-max-prior
        if curr-raw > seal-max
            move curr-raw to seal-max
        end-if

        compute i = i + 1

    end-perform.

parse-extended.
    *> Bar/vinculum notation, exactly as roman-numeral parses it: a
    *> parenthesized thousands group plus an optional tail, both
    *> walked under the same grammar.
    move 0 to paren-opens
    move 0 to paren-closes
    inspect token tallying paren-opens  for all "("
    inspect token tallying paren-closes for all ")"

    if paren-opens not = 1 or paren-closes not = 1
        move 0 to is-valid
    else
        move spaces to group-part
        move spaces to tail-part
        unstring token(2:34) delimited by ")"
            into group-part tail-part
        end-unstring

        if group-part = spaces
            move 0 to is-valid
        else
            move group-part to scan-text
            perform walk-token

            if is-valid = 1
                compute ext-total = sum-val * 1000

                if tail-part not = spaces
                    move tail-part to scan-text
                    perform walk-token
                    add sum-val to ext-total
                end-if

                if ext-total > 3999999
                    move 0 to is-valid
                else
                    move ext-total to sum-val
                end-if
            end-if
        end-if
    end-if.

check-pair.
    *> Only IV, IX, XL, XC, CD and CM are legal subtractive pairs,
    *> and nothing may rise above a numeral sealed two or more
    *> characters back -- same rule set as roman-numeral's.
    move "N" to pair-ok
    evaluate scan-text(i - 1: 1) also scan-text(i : 1)
        when "I" also "V"  move "Y" to pair-ok
        when "I" also "X"  move "Y" to pair-ok
        when "X" also "L"  move "Y" to pair-ok
        when "X" also "C"  move "Y" to pair-ok
        when "C" also "D"  move "Y" to pair-ok
        when "C" also "M"  move "Y" to pair-ok
        when other         move "N" to pair-ok
    end-evaluate

    if pair-ok = "N"
        move 0 to is-valid
    end-if

    if i > 2 and curr-val > seal-max-prior
        move 0 to is-valid
    end-if.

get-value.
    evaluate to-be-eval
        when 'I'   move 1    to evaluated
        when 'V'   move 5    to evaluated
        when 'X'   move 10   to evaluated
        when 'L'   move 50   to evaluated
        when 'C'   move 100  to evaluated
        when 'D'   move 500  to evaluated
        when 'M'   move 1000 to evaluated
        when other move 0    to is-valid
    end-evaluate.

suggest-correction.
    *> The roman-suggest proposal for the token in sg-token: an
    *> all-letter token respelled from its lenient reading, a token
    *> with one junk character retried without it, anything dirtier
    *> left for the clerk.
    move spaces to suggestion
    perform measure-token
    perform count-junk
    evaluate true
        when token-len = 0
            continue
        when junk-count = 0
            move sg-token to candidate
            move token-len to cand-len
            perform lenient-parse
            if lenient-ok = "Y"
                perform canonical-respell
                move roman-canon to suggestion
            end-if
        when junk-count = 1
            perform suggest-junk-drop
        when other
            continue
    end-evaluate.

measure-token.
    move 0 to token-len
    move 1 to i
    perform until i > 35
        if sg-token(i:1) not = space
            move i to token-len
        end-if
        add 1 to i
    end-perform.

count-junk.
    move 0 to junk-count
    move 0 to junk-pos
    move 1 to i
    perform until i > token-len
        move sg-token(i:1) to to-be-eval
        perform get-letter-value
        if sg-evaluated = 0
            add 1 to junk-count
            if junk-pos = 0
                move i to junk-pos
            end-if
        end-if
        add 1 to i
    end-perform.

suggest-junk-drop.
    move spaces to candidate
    compute cand-len = token-len - 1
    if cand-len = 0
        exit paragraph
    end-if
    if junk-pos = 1
        move sg-token(2:cand-len) to candidate
    else
        if junk-pos = token-len
            move sg-token(1:cand-len) to candidate
        else
            string sg-token(1:junk-pos - 1) delimited by size
                sg-token(junk-pos + 1:token-len - junk-pos)
                    delimited by size
                into candidate
            end-string
        end-if
    end-if
    perform lenient-parse
    if lenient-ok = "Y"
        perform canonical-respell
        move roman-canon to suggestion
    end-if.

lenient-parse.
    *> Classic left-to-right reading, same as roman-suggest's.
    move 0   to lenient-val
    move "N" to lenient-ok
    move 1   to letter-ok
    move 1   to i

    perform until i > cand-len or letter-ok = 0
        move candidate(i:1) to to-be-eval
        perform get-letter-value
        if sg-evaluated = 0
            move 0 to letter-ok
        else
            move sg-evaluated to sg-curr-val
            move 0 to sg-next-val
            if i < cand-len
                move candidate(i + 1:1) to to-be-eval
                perform get-letter-value
                move sg-evaluated to sg-next-val
            end-if
            if sg-curr-val < sg-next-val
                subtract sg-curr-val from lenient-val
            else
                add sg-curr-val to lenient-val
            end-if
        end-if
        add 1 to i
    end-perform

    if letter-ok = 1 and lenient-val >= 1 and lenient-val <= 3999
        move "Y" to lenient-ok
    end-if.

canonical-respell.
    *> Peel off the largest value/numeral pair that still fits --
    *> the same mechanism as dec2roman's convert-to-roman.
    move lenient-val to work-val
    move " "         to roman-canon

    perform until work-val = 0
        evaluate true
            when work-val >= 1000
                string roman-canon delimited by space
                    "M" delimited by space
                    into roman-canon
                end-string
                subtract 1000 from work-val
            when work-val >= 900
                string roman-canon delimited by space
                    "CM" delimited by space
                    into roman-canon
                end-string
                subtract 900 from work-val
            when work-val >= 500
                string roman-canon delimited by space
                    "D" delimited by space
                    into roman-canon
                end-string
                subtract 500 from work-val
            when work-val >= 400
                string roman-canon delimited by space
                    "CD" delimited by space
                    into roman-canon
                end-string
                subtract 400 from work-val
            when work-val >= 100
                string roman-canon delimited by space
                    "C" delimited by space
                    into roman-canon
                end-string
                subtract 100 from work-val
            when work-val >= 90
                string roman-canon delimited by space
                    "XC" delimited by space
                    into roman-canon
                end-string
                subtract 90 from work-val
            when work-val >= 50
                string roman-canon delimited by space
                    "L" delimited by space
                    into roman-canon
                end-string
                subtract 50 from work-val
            when work-val >= 40
                string roman-canon delimited by space
                    "XL" delimited by space
                    into roman-canon
                end-string
                subtract 40 from work-val
            when work-val >= 10
                string roman-canon delimited by space
                    "X" delimited by space
                    into roman-canon
                end-string
                subtract 10 from work-val
            when work-val >= 9
                string roman-canon delimited by space
                    "IX" delimited by space
                    into roman-canon
                end-string
                subtract 9 from work-val
            when work-val >= 5
                string roman-canon delimited by space
                    "V" delimited by space
                    into roman-canon
                end-string
                subtract 5 from work-val
            when work-val >= 4
                string roman-canon delimited by space
                    "IV" delimited by space
                    into roman-canon
                end-string
                subtract 4 from work-val
            when other
                string roman-canon delimited by space
                    "I" delimited by space
                    into roman-canon
                end-string
                subtract 1 from work-val
        end-evaluate
    end-perform.

get-letter-value.
    *> Same letter/value table as roman-suggest's get-value, with a
    *> zero for anything that is not a roman letter -- kept apart
    *> from get-value above, which flags the grammar walk invalid
    *> instead.
    evaluate to-be-eval
        when 'I'   move 1    to sg-evaluated
        when 'V'   move 5    to sg-evaluated
        when 'X'   move 10   to sg-evaluated
        when 'L'   move 50   to sg-evaluated
        when 'C'   move 100  to sg-evaluated
        when 'D'   move 500  to sg-evaluated
        when 'M'   move 1000 to sg-evaluated
        when other move 0    to sg-evaluated
    end-evaluate.
