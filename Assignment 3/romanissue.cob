*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-issue.
*> Issuance service for new Roman-numbered folios and form numbers.
*> dec2roman only converts a value somebody already has; the records
*> office also hands out new numbers, and picking the "next" one off
*> the last page of a register is how two clerks end up issuing the
*> same folio. This program gives out numbers from a reservation
*> register (ROMANISSU.DAT) that keeps each series' high-water mark
*> and every block ever issued or voided -- who asked, when, and the
*> first and last value -- so the auditors have a record of every
*> number handed out. One action per run, named by ROMANISSUACTION:
*>   ISSUE - the next ROMANISSUQTY numbers of series ROMANISSUSERIES
*>           for requester ROMANISSUREQ, or from ROMANISSUSTART when
*>           a series has to jump ahead (the numbers jumped over are
*>           voided, so none of them can ever be issued later)
*>   VOID  - account for unused numbers of block ROMANISSUBLOCK, the
*>           whole block or ROMANISSUQTY numbers from ROMANISSUSTART
*> A block is refused outright if any of its numbers is already on
*> the conversion master -- that number is in use somewhere, and the
*> register must not hand it out again. Every issued number goes to
*> the label file (ROMANLBL.TXT) in decimal and canonical Roman, the
*> latter spelled the way dec2roman spells it. The high-water mark
*> only ever moves up, so a number once issued or voided is never
*> reissued.

environment division.

input-output section.
file-control.

*> The reservation register: one S row per series with its
*> high-water mark, one B row per block issued and one V row per
*> range voided. Optional so the very first issue starts it.
    select optional register-file assign to dynamic register-fname
        organization is line sequential
        file status is register-status.

*> The conversion master, read end to end for numbers already in use
*> -- same layout and key as the SELECT in roman-master.
    select master-file assign to dynamic master-fname
        organization is indexed
        access is dynamic
        record key is mr-numeral
        file status is master-status.

*> One label line per number issued this run.
    select label-file assign to dynamic label-fname
        organization is line sequential
        file status is label-status.

data division.
file section.

*> Zero-padded throughout, same reasoning as the run history: the
*> register rereads cleanly as numbers. For an S row ir-first is
*> unused and ir-last carries the high-water mark; a V row that
*> voids numbers jumped over by a start value carries block 0.
fd  register-file.
    01 register-record.
       02 ir-type        pic X(1).
       02 filler         pic X.
       02 ir-series      pic X(20).
       02 filler         pic X.
       02 ir-block-no    pic 9(6).
       02 filler         pic X.
       02 ir-first       pic 9(7).
       02 filler         pic X.
       02 ir-last        pic 9(7).
       02 filler         pic X.
       02 ir-date        pic 9(8).
       02 filler         pic X.
       02 ir-time        pic 9(6).
       02 filler         pic X.
       02 ir-requester   pic X(20).
       02 filler         pic X.
       02 ir-note        pic X(20).

fd  master-file.
    01 master-record.
       02 mr-numeral     pic X(35).
       02 mr-value       pic 9(12).
       02 mr-first-seen  pic 9(8).
       02 mr-last-seen   pic 9(8).
       02 mr-count       pic 9(9).

*> Label lines are composed in working storage and moved here whole,
*> so the LINE SEQUENTIAL uninitialized-filler quirk never comes up.
fd  label-file.
    01 label-line     pic X(100).

working-storage section.
    77 register-fname pic X(30)    value spaces.
    77 register-status pic X(2)    value spaces.
    77 master-fname   pic X(30)    value spaces.
    77 master-status  pic X(2)     value spaces.
    77 label-fname    pic X(30)    value spaces.
    77 label-status   pic X(2)     value spaces.
    77 end-of-file    pic 9(1)     value 0.
    77 end-of-master  pic 9(1)     value 0.

*> The requested action and its arguments, all from the environment
*> so the scheduler can run this unattended.
    77 action         pic X(10)    value spaces.
    77 series         pic X(20)    value spaces.
    77 requester      pic X(20)    value spaces.
    77 qty-raw        pic X(9)     value spaces.
    77 start-raw      pic X(9)     value spaces.
    77 block-raw      pic X(9)     value spaces.
    77 num-compact    pic X(9)     value spaces justified right.
    77 qty            pic 9(7)     value 0.
    77 start-val      pic 9(7)     value 0.
    77 start-given    pic X(1)     value "N".
    77 void-block     pic 9(6)     value 0.

*> The register in storage -- line sequential has no rewrite, so it
*> is loaded whole, added to, and written back whole.
    01 reg-table.
       02 reg-entry occurs 5000.
          03 rt-type      pic X(1).
          03 rt-series    pic X(20).
          03 rt-block-no  pic 9(6).
          03 rt-first     pic 9(7).
          03 rt-last      pic 9(7).
          03 rt-date      pic 9(8).
          03 rt-time      pic 9(6).
          03 rt-requester pic X(20).
          03 rt-note      pic X(20).
    77 rt-used        pic 9(4)     value 0.
    77 r              pic S9(4) usage is computational.
    77 series-slot    pic S9(4) usage is computational.
    77 block-slot     pic S9(4) usage is computational.

*> The block being issued or voided.
    77 high-water     pic 9(7)     value 0.
    77 last-block-no  pic 9(6)     value 0.
    77 new-block-no   pic 9(6)     value 0.
    77 first-val      pic 9(7)     value 0.
    77 last-val       pic 9(9)     value 0.
    77 skip-first     pic 9(7)     value 0.
    77 skip-last      pic 9(7)     value 0.
    77 skip-count     pic 9(7)     value 0.
    77 in-use-count   pic 9(9)     value 0.
    77 void-overlap   pic X(1)     value "N".
    77 today-date     pic 9(8)     value 0.
    77 now-time       pic 9(8)     value 0.

*> Canonical Roman spelling of a value, carried over from dec2roman
*> so a label reads exactly the way dec2roman would print it.
    77 dec-val        pic 9(7)     value 0.
    77 work-val       pic 9(4)     value 0.
    77 roman-out      pic X(35)    value " ".
    77 group-val      pic 9(4)     value 0.
    77 tail-val       pic 9(4)     value 0.
    77 thou-quot      pic 9(4)     value 0.
    77 thou-rem       pic 9(3)     value 0.
    77 thou-digit     pic 9(1)     value 0.
    77 thou-tens      pic 9(3)     value 0.

    01 label-work.
       02 lb-series   pic X(20).
       02 filler      pic X(1)     value space.
       02 lb-block-no pic 9(6).
       02 filler      pic X(2)     value spaces.
       02 lb-value    pic ZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 lb-roman    pic X(35).
    77 labels-written pic 9(9)     value 0.

    01 in-use-line.
       02 filler      pic X(9)     value "  IN USE ".
       02 iu-numeral  pic X(35).
       02 filler      pic X(1)     value space.
       02 iu-value    pic ZZZZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 iu-last     pic 9999/99/99.

    77 job-rc         pic 9(2)     value 0.

procedure division.

    accept register-fname from environment "ROMANISSUFILE".
    accept master-fname   from environment "ROMANMSTFILE".
    accept label-fname    from environment "ROMANLBLFILE".
    accept action         from environment "ROMANISSUACTION".
    accept series         from environment "ROMANISSUSERIES".
    accept requester      from environment "ROMANISSUREQ".
    accept qty-raw        from environment "ROMANISSUQTY".
    accept start-raw      from environment "ROMANISSUSTART".
    accept block-raw      from environment "ROMANISSUBLOCK".

    if register-fname = spaces
        move "ROMANISSU.DAT" to register-fname
    end-if.
    if master-fname = spaces
        move "ROMANMST.DAT" to master-fname
    end-if.
    if label-fname = spaces
        move "ROMANLBL.TXT" to label-fname
    end-if.
    if action = spaces
        move "ISSUE" to action
    end-if.
    move function upper-case(action) to action.
    move function upper-case(series) to series.
    move function upper-case(requester) to requester.

    accept today-date from date yyyymmdd.
    accept now-time from time.

    display " ".
    display "--------------------------------------".
    display "   ROMAN NUMBER ISSUANCE".
    display "--------------------------------------".
    display "REGISTER  : " register-fname.
    display "ACTION    : " action.

    evaluate action
        when "ISSUE" perform do-issue
        when "VOID"  perform do-void
        when other
            display "UNKNOWN ACTION - USE ISSUE OR VOID"
            move 8 to job-rc
    end-evaluate

    display " ".
    display "RETURN CODE   : " job-rc.
    move job-rc to return-code
stop run.

do-issue.
    *> Everything is checked before anything is written: a refused
    *> block leaves the register, and the high-water mark, exactly
    *> as they were.
    if series = spaces or requester = spaces
        display "ISSUE NEEDS ROMANISSUSERIES AND ROMANISSUREQ"
        move 8 to job-rc
        exit paragraph
    end-if
    perform parse-qty
    perform parse-start
    if job-rc = 8
        exit paragraph
    end-if
    if qty = 0
        display "ISSUE NEEDS ROMANISSUQTY OF 1 OR MORE"
        move 8 to job-rc
        exit paragraph
    end-if

    perform load-register
    if job-rc = 8
        exit paragraph
    end-if
    perform find-series

    display "SERIES    : " series.
    display "REQUESTER : " requester.
    display "HIGH-WATER: " high-water.

    *> A start value may only jump the series forward -- anything at
    *> or below the high-water mark has been issued or voided
    *> already. The numbers jumped over are voided below.
    if start-given = "Y"
        if start-val <= high-water
            display "START " start-val " IS NOT ABOVE THE HIGH-WATER"
                " MARK - NOTHING ISSUED"
            move 8 to job-rc
            exit paragraph
        end-if
        move start-val to first-val
    else
        compute first-val = high-water + 1
    end-if
    compute last-val = first-val + qty - 1
    if last-val > 3999999
        display "BLOCK WOULD RUN PAST 3999999 - NOTHING ISSUED"
        move 8 to job-rc
        exit paragraph
    end-if

    perform check-master
    if job-rc = 8
        exit paragraph
    end-if

    *> Numbers jumped over by the start value.
    move 0 to skip-count
    if first-val > high-water + 1
        compute skip-first = high-water + 1
        compute skip-last  = first-val - 1
        compute skip-count = skip-last - skip-first + 1
    end-if

    if rt-used + 3 > 5000
        display "REGISTER TABLE FULL - NOTHING ISSUED"
        move 8 to job-rc
        exit paragraph
    end-if

    if skip-count > 0
        add 1 to rt-used
        move "V"        to rt-type (rt-used)
        move series     to rt-series (rt-used)
        move 0          to rt-block-no (rt-used)
        move skip-first to rt-first (rt-used)
        move skip-last  to rt-last (rt-used)
        move today-date to rt-date (rt-used)
        move now-time (1:6) to rt-time (rt-used)
        move requester  to rt-requester (rt-used)
        move "SKIPPED BY START" to rt-note (rt-used)
    end-if

    compute new-block-no = last-block-no + 1
    add 1 to rt-used
    move "B"          to rt-type (rt-used)
    move series       to rt-series (rt-used)
    move new-block-no to rt-block-no (rt-used)
    move first-val    to rt-first (rt-used)
    move last-val     to rt-last (rt-used)
    move today-date   to rt-date (rt-used)
    move now-time (1:6) to rt-time (rt-used)
    move requester    to rt-requester (rt-used)
    move "ISSUED"     to rt-note (rt-used)

    if series-slot = 0
        add 1 to rt-used
        move rt-used to series-slot
        move "S"    to rt-type (series-slot)
        move series to rt-series (series-slot)
        move 0      to rt-block-no (series-slot)
        move 0      to rt-first (series-slot)
    end-if
    move last-val   to rt-last (series-slot)
    move today-date to rt-date (series-slot)
    move now-time (1:6) to rt-time (series-slot)
    move requester  to rt-requester (series-slot)
    move "HIGH-WATER MARK" to rt-note (series-slot)

    perform save-register
    if job-rc = 8
        exit paragraph
    end-if
    perform write-labels

    display " ".
    display "BLOCK NO      : " new-block-no.
    display "FIRST ISSUED  : " first-val.
    display "LAST ISSUED   : " last-val (3:7).
    display "QUANTITY      : " qty.
    display "SKIPPED/VOIDED: " skip-count.
    display "LABELS WRITTEN: " labels-written.

do-void.
    *> Voiding only accounts for numbers -- it never lowers the
    *> high-water mark, so a voided number is not reissued either.
    if requester = spaces
        display "VOID NEEDS ROMANISSUREQ"
        move 8 to job-rc
        exit paragraph
    end-if
    move 0 to void-block
    if block-raw not = spaces
        move spaces to num-compact
        move function trim(block-raw) to num-compact
        inspect num-compact replacing leading space by zero
        if num-compact is numeric
            move num-compact to void-block
        end-if
    end-if
    if void-block = 0
        display "VOID NEEDS ROMANISSUBLOCK AS A BLOCK NUMBER"
        move 8 to job-rc
        exit paragraph
    end-if
    perform parse-qty
    perform parse-start
    if job-rc = 8
        exit paragraph
    end-if

    perform load-register
    if job-rc = 8
        exit paragraph
    end-if

    move 0 to block-slot
    move 1 to r
    perform until r > rt-used or block-slot > 0
        if rt-type (r) = "B" and rt-block-no (r) = void-block
            move r to block-slot
        end-if
        add 1 to r
    end-perform
    if block-slot = 0
        display "BLOCK " void-block " IS NOT ON THE REGISTER"
        move 8 to job-rc
        exit paragraph
    end-if
    if series not = spaces and series not = rt-series (block-slot)
        display "BLOCK " void-block " BELONGS TO SERIES "
            rt-series (block-slot)
        move 8 to job-rc
        exit paragraph
    end-if
    move rt-series (block-slot) to series

    *> The whole block unless a start and/or quantity narrow it to
    *> the unused part.
    if start-given = "Y"
        move start-val to first-val
    else
        move rt-first (block-slot) to first-val
    end-if
    if qty > 0
        compute last-val = first-val + qty - 1
    else
        move rt-last (block-slot) to last-val
    end-if
    if first-val < rt-first (block-slot)
       or last-val > rt-last (block-slot)
       or first-val > last-val
        display "RANGE " first-val " - " last-val (3:7)
            " IS NOT INSIDE BLOCK " void-block
        move 8 to job-rc
        exit paragraph
    end-if

    *> A number voided once is not voided again.
    move "N" to void-overlap
    move 1 to r
    perform until r > rt-used
        if rt-type (r) = "V" and rt-block-no (r) = void-block
           and rt-first (r) <= last-val and rt-last (r) >= first-val
            move "Y" to void-overlap
        end-if
        add 1 to r
    end-perform
    if void-overlap = "Y"
        display "PART OF " first-val " - " last-val (3:7)
            " IS ALREADY VOIDED - NOTHING VOIDED"
        move 8 to job-rc
        exit paragraph
    end-if

    if rt-used >= 5000
        display "REGISTER TABLE FULL - NOTHING VOIDED"
        move 8 to job-rc
        exit paragraph
    end-if
    add 1 to rt-used
    move "V"        to rt-type (rt-used)
    move series     to rt-series (rt-used)
    move void-block to rt-block-no (rt-used)
    move first-val  to rt-first (rt-used)
    move last-val   to rt-last (rt-used)
    move today-date to rt-date (rt-used)
    move now-time (1:6) to rt-time (rt-used)
    move requester  to rt-requester (rt-used)
    move "VOIDED"   to rt-note (rt-used)

    perform save-register
    if job-rc = 8
        exit paragraph
    end-if

    compute qty = last-val - first-val + 1
    display " ".
    display "SERIES        : " series.
    display "BLOCK NO      : " void-block.
    display "FIRST VOIDED  : " first-val.
    display "LAST VOIDED   : " last-val (3:7).
    display "QUANTITY      : " qty.

parse-qty.
    move 0 to qty
    if qty-raw not = spaces
        move spaces to num-compact
        move function trim(qty-raw) to num-compact
        inspect num-compact replacing leading space by zero
        if num-compact is numeric and num-compact(1:2) = "00"
            move num-compact to qty
        else
            display "BAD QUANTITY: " qty-raw
            move 8 to job-rc
        end-if
    end-if.

parse-start.
    move "N" to start-given
    move 0 to start-val
    if start-raw not = spaces
        move spaces to num-compact
        move function trim(start-raw) to num-compact
        inspect num-compact replacing leading space by zero
        if num-compact is numeric and num-compact(1:2) = "00"
           and num-compact not = "000000000"
            move num-compact to start-val
            move "Y" to start-given
        else
            display "BAD START VALUE: " start-raw
            move 8 to job-rc
        end-if
    end-if.

load-register.
    move 0 to rt-used
    move 0 to last-block-no
    move 0 to end-of-file
    open input register-file
    if register-status not = "00" and register-status not = "05"
        display "REGISTER WILL NOT OPEN (STATUS " register-status ")"
        move 8 to job-rc
        exit paragraph
    end-if
    perform until end-of-file = 1
        read register-file
            at end move 1 to end-of-file
            not at end
                if rt-used < 5000
                    add 1 to rt-used
                    move ir-type      to rt-type (rt-used)
                    move ir-series    to rt-series (rt-used)
                    move ir-block-no  to rt-block-no (rt-used)
                    move ir-first     to rt-first (rt-used)
                    move ir-last      to rt-last (rt-used)
                    move ir-date      to rt-date (rt-used)
                    move ir-time      to rt-time (rt-used)
                    move ir-requester to rt-requester (rt-used)
                    move ir-note      to rt-note (rt-used)
                    if ir-block-no > last-block-no
                        move ir-block-no to last-block-no
                    end-if
                else
                    display "REGISTER TABLE FULL - NOTHING CHANGED"
                    move 8 to job-rc
                    move 1 to end-of-file
                end-if
        end-read
    end-perform
    close register-file.

find-series.
    move 0 to series-slot
    move 0 to high-water
    move 1 to r
    perform until r > rt-used or series-slot > 0
        if rt-type (r) = "S" and rt-series (r) = series
            move r to series-slot
            move rt-last (r) to high-water
        end-if
        add 1 to r
    end-perform.

check-master.
    *> Any master record whose value falls inside the block is a
    *> number already in use -- whatever spelling it was keyed under,
    *> which is why the whole master is read rather than the block's
    *> canonical numerals looked up by key. No master yet means
    *> nothing has been converted, so nothing can clash.
    move 0 to in-use-count
    move 0 to end-of-master
    open input master-file
    if master-status = "35"
        display "NO CONVERSION MASTER - NOTHING TO CHECK AGAINST"
        exit paragraph
    end-if
    if master-status not = "00" and master-status not = "05"
        display "MASTER WILL NOT OPEN (STATUS " master-status ")"
            " - NOTHING ISSUED"
        move 8 to job-rc
        exit paragraph
    end-if

    move low-values to mr-numeral
    start master-file key not < mr-numeral
        invalid key move 1 to end-of-master
    end-start
    perform until end-of-master = 1
        read master-file next record
            at end move 1 to end-of-master
            not at end
                if mr-value >= first-val and mr-value <= last-val
                    add 1 to in-use-count
                    if in-use-count <= 20
                        move mr-numeral   to iu-numeral
                        move mr-value     to iu-value
                        move mr-last-seen to iu-last
                        display in-use-line
                    end-if
                end-if
        end-read
    end-perform
    close master-file

    if in-use-count > 0
        display "NUMBERS ALREADY IN USE: " in-use-count
            " - NOTHING ISSUED"
        move 8 to job-rc
    end-if.

save-register.
    open output register-file
    if register-status not = "00" and register-status not = "05"
        display "REGISTER WILL NOT OPEN FOR OUTPUT (STATUS "
            register-status ")"
        move 8 to job-rc
        exit paragraph
    end-if
    move 1 to r
    perform until r > rt-used
        move spaces to register-record
        move rt-type (r)      to ir-type
        move rt-series (r)    to ir-series
        move rt-block-no (r)  to ir-block-no
        move rt-first (r)     to ir-first
        move rt-last (r)      to ir-last
        move rt-date (r)      to ir-date
        move rt-time (r)      to ir-time
        move rt-requester (r) to ir-requester
        move rt-note (r)      to ir-note
        write register-record
        add 1 to r
    end-perform
    close register-file.

write-labels.
    *> The register is already saved, so a label file that will not
    *> open leaves the block issued -- it is reported, and the labels
    *> can be printed from the register's first and last values.
    open output label-file
    if label-status not = "00"
        display "LABEL FILE WILL NOT OPEN (STATUS " label-status ")"
        move 4 to job-rc
        exit paragraph
    end-if
    move first-val to dec-val
    perform until dec-val > last-val
        perform convert-to-roman
        move series       to lb-series
        move new-block-no to lb-block-no
        move dec-val      to lb-value
        move roman-out    to lb-roman
        move label-work   to label-line
        write label-line
        add 1 to labels-written
        add 1 to dec-val
    end-perform
    close label-file.

convert-to-roman.
    *> dec2roman's conversion: classic spelling through 3999, the
    *> parenthesized thousands group from 4000 up. The issue checks
    *> keep every value inside 1-3999999.
    move " " to roman-out
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
