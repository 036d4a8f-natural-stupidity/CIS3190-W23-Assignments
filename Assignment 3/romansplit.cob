*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-split.
*> Control-list splitter for a partitioned run. A month-end drop of
*> several hundred files run serially through one roman-numeral
*> overruns the window, so the list is cut into ROMANPARTS
*> partition lists -- ROMANFL.P01, ROMANFL.P02 and so on -- that
*> roman-numeral runs side by side, one per ROMANPART setting.
*> Files are dealt out by size, each to the partition with the
*> fewest bytes so far, so one partition is not left holding the
*> three biggest ledgers while the rest sit idle; each partition
*> list keeps the control list's order. A partition map records
*> where every file went and in what order the control list had
*> them, for roman-merge to put the partitions back together as
*> the one serial run. Every partition list is written even when
*> there are more partitions than files -- an empty list is a
*> partition with nothing to do, never last night's list left
*> lying around -- and every partition's checkpoint is blanked with
*> it, so a partition that abended on an earlier night cannot
*> resume tonight against a list it never started. Ends 0 clean, 4 when a listed file is missing
*> (it is still dealt out; its partition will report it), 8 when
*> the list cannot be split and nothing has been written.

environment division.

input-output section.
file-control.

*> The control list the serial run would have read.
    select control-file assign to dynamic control-fname
        organization is line sequential
        file status is control-status.

*> One partition list at a time, by its suffixed name.
    select part-list-file assign to dynamic part-list-fname
        organization is line sequential
        file status is part-list-status.

*> One partition checkpoint at a time, blanked for the new list.
    select part-ckpt-file assign to dynamic part-ckpt-fname
        organization is line sequential
        file status is part-ckpt-status.

*> The partition map roman-merge reads.
    select map-file assign to dynamic map-fname
        organization is line sequential
        file status is map-status.

data division.
file section.
fd  control-file.
    01 control-record  pic X(30).

fd  part-list-file.
    01 part-list-record pic X(30).

*> roman-numeral's checkpoint record, only ever written blank here.
fd  part-ckpt-file.
    01 part-ckpt-record pic X(143).

*> Two record shapes, told apart by the first byte: one H record
*> leading the map -- the partition count, the control list split,
*> when it was split, and whether roman-merge has merged it yet --
*> then one F record per listed file in control-list order, with
*> the partition it went to and its size in bytes. Numbers are
*> zero-padded so roman-merge rereads them as numbers.
fd  map-file.
    01 map-record.
       02 mp-type     pic X(1).
       02 filler      pic X(54).
    01 map-header-view redefines map-record.
       02 mh-type     pic X(1).
       02 filler      pic X.
       02 mh-parts    pic 9(2).
       02 filler      pic X.
       02 mh-list     pic X(30).
       02 filler      pic X.
       02 mh-date     pic 9(8).
       02 filler      pic X.
       02 mh-time     pic 9(8).
       02 filler      pic X.
       02 mh-merged   pic X(1).
    01 map-file-view redefines map-record.
       02 mf-type     pic X(1).
       02 filler      pic X.
       02 mf-order    pic 9(5).
       02 filler      pic X.
       02 mf-part     pic 9(2).
       02 filler      pic X.
       02 mf-fname    pic X(30).
       02 filler      pic X.
       02 mf-bytes    pic 9(12).
       02 filler      pic X(2).

working-storage section.
    77 control-fname    pic X(30)    value spaces.
    77 control-status   pic X(2)     value spaces.
    77 part-list-fname  pic X(30)    value spaces.
    77 part-list-status pic X(2)     value spaces.
    77 part-ckpt-fname  pic X(30)    value spaces.
    77 part-ckpt-status pic X(2)     value spaces.
    77 map-fname        pic X(30)    value spaces.
    77 map-status       pic X(2)     value spaces.
    77 end-of-file      pic 9(1)     value 0.

*> The partition count, hand typed and folded the same way the
*> other hand-typed numbers in the system are. Twenty is more
*> partitions than there are processors to run them on.
    77 parts-raw        pic X(9)     value spaces.
    77 parts-compact    pic X(2)     value spaces justified right.
    77 part-count       pic 9(2)     value 2.
    77 split-date       pic 9(8)     value 0.
    77 split-time       pic 9(8)     value 0.

*> The listed files in control-list order, with their sizes and the
*> partition each is dealt to.
    01 file-table.
       02 file-entry occurs 1000.
          03 fe-fname   pic X(30).
          03 fe-bytes   pic 9(12).
          03 fe-part    pic 9(2).
    77 files-used       pic 9(4)     value 0.
    77 f                pic S9(4) usage is computational.
    77 g                pic S9(4) usage is computational.

*> Running load per partition as the files are dealt out.
    01 part-table.
       02 part-entry occurs 20.
          03 pt-bytes   pic 9(15).
          03 pt-files   pic 9(5).
    77 p                pic S9(4) usage is computational.
    77 lightest         pic S9(4) usage is computational.

*> What CBL_CHECK_FILE_EXIST hands back: the size first, then the
*> date and time stamps nobody here needs.
    01 file-details.
       02 fdt-bytes     pic 9(18) usage is computational.
       02 filler        pic X(8).

*> The partition suffix and the name built from it.
    77 part-no-x        pic 9(2)     value 0.
    77 name-ptr         pic S9(4) usage is computational.

*> Findings and the graduated return code.
    77 error-count      pic 9(5)     value 0.
    77 warn-count       pic 9(5)     value 0.
    77 total-bytes      pic 9(15)    value 0.
    77 job-rc           pic 9(2)     value 0.

    01 part-line.
       02 filler        pic X(10)    value "PARTITION ".
       02 pl-part       pic 9(2).
       02 filler        pic X(2)     value spaces.
       02 filler        pic X(7)     value "FILES: ".
       02 pl-files      pic ZZZZ9.
       02 filler        pic X(2)     value spaces.
       02 filler        pic X(7)     value "BYTES: ".
       02 pl-bytes      pic ZZZZZZZZZZZZZZ9.

procedure division.

    *> The list to split is the one the serial run would have been
    *> given; the map name can be pointed elsewhere like the other
    *> work files.
    accept control-fname from environment "ROMANFILELIST".
    accept parts-raw     from environment "ROMANPARTS".
    accept map-fname     from environment "ROMANPARTMAP".
    if map-fname = spaces
        move "ROMANPART.MAP" to map-fname
    end-if.

    accept split-date from date yyyymmdd.
    accept split-time from time.

    display " ".
    display "--------------------------------------".
    display "   CONTROL-LIST PARTITION SPLIT".
    display "--------------------------------------".

    perform check-part-count
    perform load-control-list
    if error-count > 0
        display "NOTHING WRITTEN"
        perform grade-and-stop
    end-if

    perform deal-files
    perform write-part-lists
    perform write-map
    perform grade-and-stop.

grade-and-stop.
    if warn-count > 0
        move 4 to job-rc
    end-if
    if error-count > 0
        move 8 to job-rc
    end-if

    display " ".
    display "------------------------------".
    display "FILES LISTED  : " files-used.
    display "PARTITIONS    : " part-count.
    display "ERRORS        : " error-count.
    display "WARNINGS      : " warn-count.
    display "RETURN CODE   : " job-rc.
    display "------------------------------".
    move job-rc to return-code
stop run.

check-part-count.
    if parts-raw = spaces
        exit paragraph
    end-if
    move spaces to parts-compact
    move function trim(parts-raw) to parts-compact
    inspect parts-compact replacing leading space by zero
    if parts-compact is numeric
        move parts-compact to part-count
    else
        move 0 to part-count
    end-if
    if part-count < 1 or part-count > 20
        display "ERROR   BAD ROMANPARTS VALUE (1 TO 20): " parts-raw
        add 1 to error-count
    end-if.

load-control-list.
    *> Every nonblank entry with its size. A name listed twice is an
    *> error here, not just a preflight finding: roman-merge finds a
    *> file's place in the list by its name.
    if control-fname = spaces
        display "ERROR   NO ROMANFILELIST TO SPLIT"
        add 1 to error-count
        exit paragraph
    end-if
    display "LIST    : " control-fname
    open input control-file
    if control-status not = "00"
        display "ERROR   CONTROL LIST WILL NOT OPEN (STATUS "
            control-status ")"
        add 1 to error-count
        exit paragraph
    end-if

    move 0 to end-of-file
    perform until end-of-file = 1
        read control-file
            at end move 1 to end-of-file
            not at end
                if control-record not = spaces
                    perform load-one-file
                end-if
        end-read
    end-perform
    close control-file

    if files-used = 0
        display "ERROR   CONTROL LIST NAMES NO FILES"
        add 1 to error-count
    end-if.

load-one-file.
    if files-used >= 1000
        display "ERROR   MORE THAN 1000 FILES - LIST NOT SPLIT"
        add 1 to error-count
        move 1 to end-of-file
        exit paragraph
    end-if

    move 1 to g
    perform until g > files-used
        if fe-fname (g) = control-record
            display "ERROR   LISTED TWICE: " control-record
            add 1 to error-count
            exit paragraph
        end-if
        add 1 to g
    end-perform

    add 1 to files-used
    move control-record to fe-fname (files-used)
    move 0 to fe-part (files-used)

    call "CBL_CHECK_FILE_EXIST" using fe-fname (files-used)
        file-details
    if return-code = 0
        move fdt-bytes to fe-bytes (files-used)
    else
        display "WARNING FILE NOT FOUND: " control-record
        add 1 to warn-count
        move 0 to fe-bytes (files-used)
    end-if
    move 0 to return-code
    add fe-bytes (files-used) to total-bytes.

deal-files.
    *> Biggest first, each to the lightest partition so far (the
    *> lowest-numbered on a tie) -- the partition list itself is
    *> written back in control-list order afterwards, so only the
    *> dealing goes by size.
    move 1 to p
    perform until p > part-count
        move 0 to pt-bytes (p)
        move 0 to pt-files (p)
        add 1 to p
    end-perform

    perform files-used times
        move 0 to f
        move 1 to g
        perform until g > files-used
            if fe-part (g) = 0
                if f = 0
                    move g to f
                else
                    if fe-bytes (g) > fe-bytes (f)
                        move g to f
                    end-if
                end-if
            end-if
            add 1 to g
        end-perform

        move 1 to lightest
        move 2 to p
        perform until p > part-count
            if pt-bytes (p) < pt-bytes (lightest)
                move p to lightest
            end-if
            add 1 to p
        end-perform

        move lightest to fe-part (f)
        add fe-bytes (f) to pt-bytes (lightest)
        add 1 to pt-files (lightest)
    end-perform.

write-part-lists.
    move 1 to p
    perform until p > part-count
        move p to part-no-x
        move spaces to part-list-fname
        move 1 to name-ptr
        string "ROMANFL.P" delimited by size
            part-no-x delimited by size
            into part-list-fname
            with pointer name-ptr
        end-string

        open output part-list-file
        move 1 to f
        perform until f > files-used
            if fe-part (f) = p
                move fe-fname (f) to part-list-record
                write part-list-record
            end-if
            add 1 to f
        end-perform
        close part-list-file

        *> The same blank record clear-partition-checkpoint in
        *> roman-numeral writes: nothing to resume.
        move spaces to part-ckpt-fname
        move 1 to name-ptr
        string "ROMANCKPT.P" delimited by size
            part-no-x delimited by size
            into part-ckpt-fname
            with pointer name-ptr
        end-string
        move spaces to part-ckpt-record
        open output part-ckpt-file
        write part-ckpt-record
        close part-ckpt-file

        move p to pl-part
        move pt-files (p) to pl-files
        move pt-bytes (p) to pl-bytes
        display part-line
        add 1 to p
    end-perform.

write-map.
    *> Same filler-blanking rule as write-error-log in roman-numeral
    *> applies.
    open output map-file
    move spaces        to map-record
    move "H"           to mh-type
    move part-count    to mh-parts
    move control-fname to mh-list
    move split-date    to mh-date
    move split-time    to mh-time
    move "N"           to mh-merged
    write map-record

    move 1 to f
    perform until f > files-used
        move spaces      to map-record
        move "F"         to mf-type
        move f           to mf-order
        move fe-part (f) to mf-part
        move fe-fname (f) to mf-fname
        move fe-bytes (f) to mf-bytes
        write map-record
        add 1 to f
    end-perform
    close map-file
    display "MAP     : " map-fname.
