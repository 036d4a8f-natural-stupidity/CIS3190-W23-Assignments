*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-seqgap.
*> Document sequence-gap and out-of-order numbering report. Many drop
*> files are registers whose Roman-numbered folios and form numbers
*> should run consecutively -- folio CXX, then CXXI -- and a missing
*> number is a missing source document. roman-dupcheck only catches
*> a number keyed twice; nothing caught one never keyed at all. This
*> program reads the work file roman-numeral leaves behind (every
*> clean token with its drop file and line), puts it back in drop
*> file and line order, and walks each file's numbering: a jump
*> forward is a gap, reported with the missing range in Roman and
*> decimal; a number lower than the one on the line before is out
*> of order. A repeat of the same number is left to roman-dupcheck.
*> The folio is taken as the first clean numeral on each line --
*> later numerals on a register line are amounts or years, not the
*> document number. Drop files that are not sequential registers
*> are named on an exclusion list (ROMANSEQX.TXT) and skipped. The
*> run ends with the missing counts per drop file and per branch.

environment division.

input-output section.
file-control.

*> The work file the conversion run left behind.
    select dup-file assign to dynamic dup-fname
        organization is line sequential
        file status is dup-status.

*> The work file in drop file and line order, materialized by the
*> sort.
    select sorted-file assign to dynamic sorted-fname
        organization is line sequential.

*> Sort work area.
    select sort-file assign to "ROMANSEQ.SRT".

*> Drop files that are not sequential registers, one filename per
*> line. A missing list just means every drop file is checked.
    select exclude-file assign to dynamic exclude-fname
        organization is line sequential
        file status is exclude-status.

*> The branch-office reference, for the per-branch summary.
    select branch-file assign to dynamic branch-fname
        organization is line sequential
        file status is branch-status.

*> The gap report, kept as a permanent file.
    select report-file assign to dynamic report-fname
        organization is line sequential.

data division.
file section.

*> Same layout write-dup-record in roman-numeral writes.
fd  dup-file.
    01 dup-file-record.
       02 dw-numeral  pic X(35).
       02 filler      pic X.
       02 dw-value    pic 9(9).
       02 filler      pic X.
       02 dw-fname    pic X(30).
       02 filler      pic X.
       02 dw-line-no  pic 9(9).

fd  sorted-file.
    01 sorted-file-record.
       02 so-numeral  pic X(35).
       02 filler      pic X.
       02 so-value    pic 9(9).
       02 filler      pic X.
       02 so-fname    pic X(30).
       02 filler      pic X.
       02 so-line-no  pic 9(9).

sd  sort-file.
    01 sort-record.
       02 sr-numeral  pic X(35).
       02 filler      pic X.
       02 sr-value    pic 9(9).
       02 filler      pic X.
       02 sr-fname    pic X(30).
       02 filler      pic X.
       02 sr-line-no  pic 9(9).

fd  exclude-file.
    01 exclude-record pic X(30).

*> Same layout roman-numeral reads the branch reference with.
fd  branch-file.
    01 branch-file-record.
       02 bf-fname    pic X(30).
       02 filler      pic X.
       02 bf-code     pic X(4).
       02 filler      pic X.
       02 bf-name     pic X(30).

*> Report lines are composed in working storage (where VALUE
*> clauses do initialize the fillers) and moved here whole, so the
*> LINE SEQUENTIAL uninitialized-filler quirk never comes up.
fd  report-file.
    01 report-line    pic X(110).

working-storage section.
    77 dup-fname      pic X(30)    value spaces.
    77 dup-status     pic X(2)     value spaces.
    77 sorted-fname   pic X(30)    value "ROMANSEQ.SRD".
    77 exclude-fname  pic X(30)    value spaces.
    77 exclude-status pic X(2)     value spaces.
    77 branch-fname   pic X(30)    value spaces.
    77 branch-status  pic X(2)     value spaces.
    77 report-fname   pic X(30)    value "ROMANSEQ.TXT".
    77 end-of-file    pic 9(1)     value 0.

*> The exclusion list in storage.
    01 exclude-table.
       02 ex-fname    pic X(30) occurs 500.
    77 ex-used        pic 9(3)     value 0.
    77 x              pic S9(4) usage is computational.

*> The branch reference in storage.
    01 branch-table.
       02 branch-entry occurs 200.
          03 bt-fname pic X(30).
          03 bt-code  pic X(4).
    77 bt-used        pic 9(3)     value 0.
    77 b              pic S9(4) usage is computational.

*> Walking state for the drop file in hand: its name, whether it is
*> excluded, the line last taken a folio from, the folio on the
*> line before with its line number, and the highest number seen
*> for the file summary. Each folio is measured against the one
*> before it, so one mistyped folio shows as a single gap and a
*> single step back, not as every number after it out of order.
    77 cur-fname      pic X(30)    value spaces.
    77 cur-excluded   pic X(1)     value "N".
    77 cur-started    pic X(1)     value "N".
    77 last-line      pic 9(9)     value 0.
    77 high-mark      pic 9(9)     value 0.
    77 prev-value     pic 9(9)     value 0.
    77 prev-line-no   pic 9(9)     value 0.
    77 first-value    pic 9(9)     value 0.

*> Per-file counts, rolled into the file summary table as each file
*> finishes.
    77 fl-lines       pic 9(9)     value 0.
    77 fl-gaps        pic 9(9)     value 0.
    77 fl-missing     pic 9(9)     value 0.
    77 fl-backward    pic 9(9)     value 0.

    01 file-sum-table.
       02 file-sum occurs 1000.
          03 fs-fname    pic X(30).
          03 fs-branch   pic X(4).
          03 fs-excluded pic X(1).
          03 fs-lines    pic 9(9).
          03 fs-first    pic 9(9).
          03 fs-high     pic 9(9).
          03 fs-gaps     pic 9(9).
          03 fs-missing  pic 9(9).
          03 fs-backward pic 9(9).
    77 fs-used        pic 9(4)     value 0.
    77 f              pic S9(4) usage is computational.

*> Per-branch rollup of the file summaries.
    01 branch-sum-table.
       02 branch-sum occurs 200.
          03 bs-code     pic X(4).
          03 bs-files    pic 9(5).
          03 bs-gaps     pic 9(9).
          03 bs-missing  pic 9(9).
          03 bs-backward pic 9(9).
    77 bs-used        pic 9(3)     value 0.
    77 bs-slot        pic S9(4) usage is computational.
    77 lookup-code    pic X(4)     value "????".

*> The missing range of a gap, in decimal and in Roman -- spelled the
*> way dec2roman spells them, the parenthesized thousands group
*> included for 4000 and up.
    77 gap-from       pic 9(9)     value 0.
    77 gap-to         pic 9(9)     value 0.
    77 gap-count      pic 9(9)     value 0.
    77 dec-val        pic 9(9)     value 0.
    77 work-val       pic 9(4)     value 0.
    77 roman-out      pic X(35)    value " ".
    77 roman-from     pic X(35)    value spaces.
    77 roman-to       pic X(35)    value spaces.
    77 group-val      pic 9(4)     value 0.
    77 tail-val       pic 9(4)     value 0.
    77 thou-quot      pic 9(4)     value 0.
    77 thou-rem       pic 9(3)     value 0.
    77 thou-digit     pic 9(1)     value 0.
    77 thou-tens      pic 9(3)     value 0.

*> Run control totals.
    77 recs-read      pic 9(9)     value 0.
    77 tot-files      pic 9(9)     value 0.
    77 tot-excluded   pic 9(9)     value 0.
    77 tot-gaps       pic 9(9)     value 0.
    77 tot-missing    pic 9(9)     value 0.
    77 tot-backward   pic 9(9)     value 0.
    77 job-rc         pic 9(2)     value 0.

    01 rpt-file-heading.
       02 filler      pic X(11)    value "DROP FILE: ".
       02 rfh-fname   pic X(30).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(8)     value "BRANCH: ".
       02 rfh-branch  pic X(4).

    01 rpt-gap-line.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(5)     value "LINE ".
       02 rg-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(9)     value "GAP      ".
       02 rg-count    pic ZZZZZZZZ9.
       02 filler      pic X(10)    value " MISSING: ".
       02 rg-from     pic ZZZZZZZZ9.
       02 filler      pic X(3)     value " - ".
       02 rg-to       pic ZZZZZZZZ9.
    01 rpt-roman-line.
       02 filler      pic X(29)    value spaces.
       02 filler      pic X(8)     value "ROMAN:  ".
       02 rr-range    pic X(73).
    01 rpt-back-line.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(5)     value "LINE ".
       02 rk-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(14)    value "OUT OF ORDER  ".
       02 rk-numeral  pic X(20).
       02 rk-value    pic ZZZZZZZZ9.
       02 filler      pic X(14)    value "  AFTER LINE  ".
       02 rk-prev-line pic ZZZZZZZZ9.
       02 filler      pic X(4)     value " AT ".
       02 rk-prev     pic ZZZZZZZZ9.

    01 rpt-file-sum-header.
       02 filler      pic X(31)    value "DROP FILE".
       02 filler      pic X(5)     value "BRCH".
       02 filler      pic X(10)    value "     LINES".
       02 filler      pic X(10)    value "     FIRST".
       02 filler      pic X(10)    value "   HIGHEST".
       02 filler      pic X(7)     value "   GAPS".
       02 filler      pic X(10)    value "   MISSING".
       02 filler      pic X(10)    value "  BACKWARD".
    01 rpt-file-sum-line.
       02 rs-fname    pic X(30).
       02 filler      pic X(1)     value space.
       02 rs-branch   pic X(4).
       02 filler      pic X(1)     value space.
       02 rs-lines    pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rs-first    pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rs-high     pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rs-gaps     pic ZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rs-missing  pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rs-backward pic ZZZZZZZZ9.
    01 rpt-excluded-line.
       02 re-fname    pic X(30).
       02 filler      pic X(1)     value space.
       02 re-branch   pic X(4).
       02 filler      pic X(1)     value space.
       02 filler      pic X(28)    value "   EXCLUDED - NOT A REGISTER".

    01 rpt-branch-header.
       02 filler      pic X(6)     value "BRCH".
       02 filler      pic X(5)     value "FILES".
       02 filler      pic X(10)    value "      GAPS".
       02 filler      pic X(10)    value "   MISSING".
       02 filler      pic X(10)    value "  BACKWARD".
    01 rpt-branch-line.
       02 rb-code     pic X(4).
       02 filler      pic X(2)     value spaces.
       02 rb-files    pic ZZZZ9.
       02 filler      pic X(1)     value space.
       02 rb-gaps     pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rb-missing  pic ZZZZZZZZ9.
       02 filler      pic X(1)     value space.
       02 rb-backward pic ZZZZZZZZ9.

    01 rpt-sum-line.
       02 rt-label    pic X(22).
       02 filler      pic X(2)     value ": ".
       02 rt-value    pic ZZZZZZZZ9.

    77 rpt-work       pic X(110)   value spaces.

procedure division.

    accept dup-fname from environment "ROMANDUPFILE".
    if dup-fname = spaces
        move "ROMANDUP.DAT" to dup-fname
    end-if.
    accept exclude-fname from environment "ROMANSEQXFILE".
    if exclude-fname = spaces
        move "ROMANSEQX.TXT" to exclude-fname
    end-if.
    accept branch-fname from environment "ROMANBRCHFILE".
    if branch-fname = spaces
        move "ROMANBRCH.TXT" to branch-fname
    end-if.

    display " ".
    display "--------------------------------------".
    display "   DOCUMENT SEQUENCE-GAP REPORT".
    display "--------------------------------------".
    display "WORK FILE: " dup-fname.
    display "EXCLUDED : " exclude-fname.

    *> No work file means no run to check -- said plainly rather
    *> than letting the sort fail on it.
    open input dup-file
    if dup-status not = "00"
        display "WORK FILE WILL NOT OPEN (STATUS " dup-status ")"
        move 8 to return-code
        stop run
    end-if
    close dup-file

    perform load-exclusions
    perform load-branch-reference

    *> Back into drop file and line order; tokens of one line keep
    *> the order they were written in, so the first on each line is
    *> still the first.
    sort sort-file
        on ascending key sr-fname sr-line-no
        with duplicates in order
        using dup-file
        giving sorted-file

    open input sorted-file
    open output report-file

    move "DOCUMENT SEQUENCE GAPS AND OUT-OF-ORDER NUMBERS" to rpt-work
    perform print-line
    move all "-" to rpt-work
    move spaces to rpt-work(48:)
    perform print-line

    perform until end-of-file = 1
        read sorted-file
            at end move 1 to end-of-file
            not at end
                add 1 to recs-read
                perform sequence-record
        end-read
    end-perform
    if cur-started = "Y"
        perform finish-file
    end-if

    close sorted-file

    perform print-file-summary
    perform print-branch-summary
    perform print-run-summary
    close report-file

    if tot-gaps > 0 or tot-backward > 0
        move 4 to job-rc
    end-if

    display " ".
    display "------------------------------".
    display "TOKENS READ   : " recs-read.
    display "FILES CHECKED : " tot-files.
    display "FILES EXCLUDED: " tot-excluded.
    display "GAPS          : " tot-gaps.
    display "NUMBERS MISSED: " tot-missing.
    display "OUT OF ORDER  : " tot-backward.
    display "------------------------------".
    move job-rc to return-code.
stop run.

load-exclusions.
    move 0 to ex-used
    move 0 to end-of-file
    open input exclude-file
    if exclude-status = "00"
        perform until end-of-file = 1
            read exclude-file
                at end move 1 to end-of-file
                not at end
                    if exclude-record not = spaces and ex-used < 500
                        add 1 to ex-used
                        move exclude-record to ex-fname (ex-used)
                    end-if
            end-read
        end-perform
        close exclude-file
    end-if
    move 0 to end-of-file.

load-branch-reference.
    *> A reference that will not open is not fatal -- every file
    *> then rolls up under "????".
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
    end-if
    move 0 to end-of-file.

sequence-record.
    *> A new drop file finishes the last one and starts its own walk.
    *> Within a file, only the first token of each line is the folio.
    if cur-started = "N" or so-fname not = cur-fname
        if cur-started = "Y"
            perform finish-file
        end-if
        perform start-file
    end-if

    if so-line-no = last-line
        exit paragraph
    end-if
    move so-line-no to last-line

    if cur-excluded = "Y"
        exit paragraph
    end-if

    add 1 to fl-lines
    evaluate true
        when fl-lines = 1
            move so-value to first-value
        when so-value > prev-value + 1
            perform report-gap
        when so-value < prev-value
            perform report-backward
        when other
            continue
    end-evaluate
    if so-value > high-mark
        move so-value to high-mark
    end-if
    move so-value to prev-value
    move so-line-no to prev-line-no.

start-file.
    move "Y" to cur-started
    move so-fname to cur-fname
    move 0 to last-line
    move 0 to fl-lines
    move 0 to fl-gaps
    move 0 to fl-missing
    move 0 to fl-backward
    move 0 to first-value
    move 0 to high-mark
    move 0 to prev-value
    move 0 to prev-line-no

    move "N" to cur-excluded
    move 1 to x
    perform until x > ex-used
        if ex-fname (x) = cur-fname
            move "Y" to cur-excluded
        end-if
        add 1 to x
    end-perform

    perform lookup-branch
    if cur-excluded = "N"
        move spaces to rpt-work
        perform print-line
        move cur-fname   to rfh-fname
        move lookup-code to rfh-branch
        move rpt-file-heading to rpt-work
        perform print-line
    end-if.

finish-file.
    *> The file's findings into the summary table; a checked file
    *> with nothing to report says so under its heading.
    if cur-excluded = "N" and fl-gaps = 0 and fl-backward = 0
        move "    IN SEQUENCE" to rpt-work
        perform print-line
    end-if

    if fs-used < 1000
        add 1 to fs-used
        move cur-fname    to fs-fname (fs-used)
        move lookup-code  to fs-branch (fs-used)
        move cur-excluded to fs-excluded (fs-used)
        move fl-lines     to fs-lines (fs-used)
        move first-value  to fs-first (fs-used)
        move high-mark    to fs-high (fs-used)
        move fl-gaps      to fs-gaps (fs-used)
        move fl-missing   to fs-missing (fs-used)
        move fl-backward  to fs-backward (fs-used)
    end-if

    if cur-excluded = "Y"
        add 1 to tot-excluded
    else
        add 1 to tot-files
        add fl-gaps     to tot-gaps
        add fl-missing  to tot-missing
        add fl-backward to tot-backward
        perform find-branch-sum
        if bs-slot > 0
            add 1           to bs-files (bs-slot)
            add fl-gaps     to bs-gaps (bs-slot)
            add fl-missing  to bs-missing (bs-slot)
            add fl-backward to bs-backward (bs-slot)
        end-if
    end-if.

lookup-branch.
    move "????" to lookup-code
    move 1 to b
    perform until b > bt-used
        if bt-fname (b) = cur-fname
            move bt-code (b) to lookup-code
        end-if
        add 1 to b
    end-perform.

find-branch-sum.
    move 0 to bs-slot
    move 1 to b
    perform until b > bs-used or bs-slot > 0
        if bs-code (b) = lookup-code
            move b to bs-slot
        end-if
        add 1 to b
    end-perform
    if bs-slot = 0 and bs-used < 200
        add 1 to bs-used
        move bs-used to bs-slot
        move lookup-code to bs-code (bs-slot)
        move 0 to bs-files (bs-slot)
        move 0 to bs-gaps (bs-slot)
        move 0 to bs-missing (bs-slot)
        move 0 to bs-backward (bs-slot)
    end-if.

report-gap.
    *> Everything strictly between the folio on the line before and
    *> this one is missing.
    compute gap-from  = prev-value + 1
    compute gap-to    = so-value - 1
    compute gap-count = gap-to - gap-from + 1
    add 1 to fl-gaps
    add gap-count to fl-missing

    move so-line-no to rg-line
    move gap-count  to rg-count
    move gap-from   to rg-from
    move gap-to     to rg-to
    move rpt-gap-line to rpt-work
    perform print-line

    move gap-from to dec-val
    perform convert-to-roman
    move roman-out to roman-from
    move gap-to to dec-val
    perform convert-to-roman
    move roman-out to roman-to
    move spaces to rr-range
    string roman-from delimited by space
        " - " delimited by size
        roman-to delimited by space
        into rr-range
    end-string
    move rpt-roman-line to rpt-work
    perform print-line.

report-backward.
    add 1 to fl-backward
    move so-line-no   to rk-line
    move so-numeral   to rk-numeral
    move so-value     to rk-value
    move prev-line-no to rk-prev-line
    move prev-value   to rk-prev
    move rpt-back-line to rpt-work
    perform print-line.

convert-to-roman.
    *> dec2roman's conversion: classic spelling through 3999, the
    *> parenthesized thousands group from 4000 up. Nothing past
    *> 3999999 reaches here -- the conversion run rejects it.
    move " " to roman-out
    if dec-val < 1 or dec-val > 3999999
        exit paragraph
    end-if
    if dec-val <= 3999
        move dec-val to work-val
        perform peel-value
    else
        perform emit-extended
    end-if.

emit-extended.
    *> The thousands digit stays in the tail as M's when it is 3 or
    *> less, and moves up into the group when it is 4 or more --
    *> same split as dec2roman's.
    divide dec-val by 1000 giving thou-quot remainder thou-rem
    divide thou-quot by 10 giving thou-tens remainder thou-digit

    if thou-digit <= 3
        compute group-val = thou-quot - thou-digit
        compute tail-val  = thou-rem + (thou-digit * 1000)
    else
        move thou-quot to group-val
        move thou-rem  to tail-val
    end-if

    string roman-out delimited by space
        "(" delimited by space
        into roman-out
    end-string
    move group-val to work-val
    perform peel-value
    string roman-out delimited by space
        ")" delimited by space
        into roman-out
    end-string
    move tail-val to work-val
    perform peel-value.

peel-value.
    perform until work-val = 0
        evaluate true
            when work-val >= 1000
                string roman-out delimited by space
                    "M" delimited by space
                    into roman-out
                end-string
                subtract 1000 from work-val
            when work-val >= 900
                string roman-out delimited by space
                    "CM" delimited by space
                    into roman-out
                end-string
                subtract 900 from work-val
            when work-val >= 500
                string roman-out delimited by space
                    "D" delimited by space
                    into roman-out
                end-string
                subtract 500 from work-val
            when work-val >= 400
                string roman-out delimited by space
                    "CD" delimited by space
                    into roman-out
                end-string
                subtract 400 from work-val
            when work-val >= 100
                string roman-out delimited by space
                    "C" delimited by space
                    into roman-out
                end-string
                subtract 100 from work-val
            when work-val >= 90
                string roman-out delimited by space
                    "XC" delimited by space
                    into roman-out
                end-string
                subtract 90 from work-val
            when work-val >= 50
                string roman-out delimited by space
                    "L" delimited by space
                    into roman-out
                end-string
                subtract 50 from work-val
            when work-val >= 40
                string roman-out delimited by space
                    "XL" delimited by space
                    into roman-out
                end-string
                subtract 40 from work-val
            when work-val >= 10
                string roman-out delimited by space
                    "X" delimited by space
                    into roman-out
                end-string
                subtract 10 from work-val
            when work-val >= 9
                string roman-out delimited by space
                    "IX" delimited by space
                    into roman-out
                end-string
                subtract 9 from work-val
            when work-val >= 5
                string roman-out delimited by space
                    "V" delimited by space
                    into roman-out
                end-string
                subtract 5 from work-val
            when work-val >= 4
                string roman-out delimited by space
                    "IV" delimited by space
                    into roman-out
                end-string
                subtract 4 from work-val
            when other
                string roman-out delimited by space
                    "I" delimited by space
                    into roman-out
                end-string
                subtract 1 from work-val
        end-evaluate
    end-perform.

print-file-summary.
    move spaces to rpt-work
    perform print-line
    move "MISSING NUMBERS BY DROP FILE" to rpt-work
    perform print-line
    move rpt-file-sum-header to rpt-work
    perform print-line
    move 1 to f
    perform until f > fs-used
        if fs-excluded (f) = "Y"
            move fs-fname (f)  to re-fname
            move fs-branch (f) to re-branch
            move rpt-excluded-line to rpt-work
        else
            move fs-fname (f)    to rs-fname
            move fs-branch (f)   to rs-branch
            move fs-lines (f)    to rs-lines
            move fs-first (f)    to rs-first
            move fs-high (f)     to rs-high
            move fs-gaps (f)     to rs-gaps
            move fs-missing (f)  to rs-missing
            move fs-backward (f) to rs-backward
            move rpt-file-sum-line to rpt-work
        end-if
        perform print-line
        add 1 to f
    end-perform.

print-branch-summary.
    move spaces to rpt-work
    perform print-line
    move "MISSING NUMBERS BY BRANCH" to rpt-work
    perform print-line
    move rpt-branch-header to rpt-work
    perform print-line
    move 1 to b
    perform until b > bs-used
        move bs-code (b)     to rb-code
        move bs-files (b)    to rb-files
        move bs-gaps (b)     to rb-gaps
        move bs-missing (b)  to rb-missing
        move bs-backward (b) to rb-backward
        move rpt-branch-line to rpt-work
        perform print-line
        add 1 to b
    end-perform.

print-run-summary.
    move spaces to rpt-work
    perform print-line
    move "RUN SUMMARY" to rpt-work
    perform print-line
    move "-----------" to rpt-work
    perform print-line
    move "TOKENS READ" to rt-label
    move recs-read to rt-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "FILES CHECKED" to rt-label
    move tot-files to rt-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "FILES EXCLUDED" to rt-label
    move tot-excluded to rt-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "GAPS" to rt-label
    move tot-gaps to rt-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "NUMBERS MISSING" to rt-label
    move tot-missing to rt-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "OUT OF ORDER" to rt-label
    move tot-backward to rt-value
    move rpt-sum-line to rpt-work
    perform print-line.

print-line.
    move rpt-work to report-line
    write report-line.
