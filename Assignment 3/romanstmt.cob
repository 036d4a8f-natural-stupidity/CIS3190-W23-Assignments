*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-statement.
*> Data-quality statements sent back to the branch offices. roman-
*> summary rolls the run up by branch for management, but nothing
*> went back to the offices actually keying the bad data -- every
*> problem was relayed by phone. After a run, this program gathers
*> every item that run left against a drop file: its rejects
*> (ROMANERR.TXT), case exceptions (ROMANCASE.TXT), value
*> mismatches (ROMANMIS.TXT) and any document the duplicate work
*> file shows keyed by another branch as well -- maps each to its
*> branch through ROMANBRCH.TXT, and writes one statement file per
*> branch code, ROMANSTM.<code>.TXT. Every item carries its drop
*> file and line number; each statement closes with the branch's
*> quality score for the run and its still-open rejects ledger
*> items. Drop files no branch claims ("????") go on a separate
*> ROMANSTM.UNASSIGNED.TXT for operations.

environment division.

input-output section.
file-control.

*> The pipeline output of the run the statements are for -- the
*> per-file subtotal records give each branch its lines read.
    select summary-file assign to dynamic summary-fname
        organization is line sequential
        file status is summary-status.

*> The run's three permanent logs, each optional in the sense that a
*> run may not have produced one (an installation that predates the
*> mismatch log, say) -- a log that will not open contributes no
*> items.
    select error-file assign to dynamic err-fname
        organization is line sequential
        file status is log-status.

    select case-file assign to dynamic case-fname
        organization is line sequential
        file status is log-status.

    select mismatch-file assign to dynamic mis-fname
        organization is line sequential
        file status is log-status.

*> The duplicate work file and its numeral-ordered copy, materialized
*> by the sort exactly as roman-dupcheck does it.
    select dup-file assign to dynamic dup-fname
        organization is line sequential
        file status is log-status.

    select dup-sorted-file assign to dynamic dup-sorted-fname
        organization is line sequential.

    select dup-sort-file assign to "ROMANSTD.SRT".

*> The rejects ledger, for each branch's still-open items.
    select ledger-file assign to dynamic ledger-fname
        organization is line sequential
        file status is log-status.

*> The branch-office reference mapping drop filenames to branches.
    select branch-file assign to dynamic branch-fname
        organization is line sequential
        file status is branch-status.

*> The run history -- a single-file run leaves no per-file markers
*> in the pipeline output, so its drop file is named from the last
*> single-file history record instead.
    select history-file assign to dynamic hist-fname
        organization is line sequential
        file status is log-status.

*> The statement items gathered from every source, then sorted into
*> branch and section order for the statement-writing pass.
    select item-file assign to dynamic item-fname
        organization is line sequential.

    select item-sorted-file assign to dynamic item-sorted-fname
        organization is line sequential.

    select item-sort-file assign to "ROMANSTI.SRT".

*> One statement per branch, opened and closed in turn as the
*> sorted items break from one branch to the next.
    select statement-file assign to dynamic statement-fname
        organization is line sequential.

data division.
file section.

*> Same 100-byte output record and views roman-summary reads.
fd  summary-file.
    01 summary-record pic X(100).
    01 summary-marker-view redefines summary-record.
       02 sm-label    pic X(6).
       02 sm-fname    pic X(30).
       02 filler      pic X(2).
       02 filler      pic X(8).
       02 sm-branch   pic X(4).
       02 filler      pic X(50).
    01 summary-totals-view redefines summary-record.
       02 st-label    pic X(13).
       02 filler      pic X(6).
       02 st-read     pic X(9).
       02 filler      pic X(12).
       02 st-rejected pic X(9).
       02 filler      pic X(9).
       02 st-total    pic X(12).
    01 summary-header-view redefines summary-record.
       02 sh-label    pic X(10).
       02 sh-date     pic X(8).
       02 filler      pic X(82).
    01 summary-trailer-view redefines summary-record.
       02 tr-label    pic X(11).
       02 tr-read     pic X(9).
       02 filler      pic X(23).
       02 tr-rejected pic X(9).
       02 filler      pic X(48).

*> Same layouts roman-numeral writes the three logs with.
fd  error-file.
    01 error-file-record.
       02 el-fname    pic X(30).
       02 filler      pic X.
       02 el-line-no  pic X(9).
       02 filler      pic X(2).
       02 el-text     pic X(40).
       02 filler      pic X.
       02 el-doc-key  pic X(20).

fd  case-file.
    01 case-file-record.
       02 cl-fname    pic X(30).
       02 filler      pic X.
       02 cl-line-no  pic X(9).
       02 filler      pic X(2).
       02 cl-text     pic X(40).

fd  mismatch-file.
    01 mismatch-file-record.
       02 ml-fname    pic X(30).
       02 filler      pic X.
       02 ml-line-no  pic 9(9).
       02 filler      pic X.
       02 ml-numeral  pic X(35).
       02 filler      pic X.
       02 ml-computed pic 9(9).
       02 filler      pic X.
       02 ml-expected pic 9(9).

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

fd  dup-sorted-file.
    01 dup-sorted-record.
       02 ds-numeral  pic X(35).
       02 filler      pic X.
       02 ds-value    pic 9(9).
       02 filler      pic X.
       02 ds-fname    pic X(30).
       02 filler      pic X.
       02 ds-line-no  pic 9(9).

sd  dup-sort-file.
    01 dup-sort-record.
       02 dr-numeral  pic X(35).
       02 filler      pic X.
       02 dr-value    pic 9(9).
       02 filler      pic X.
       02 dr-fname    pic X(30).
       02 filler      pic X.
       02 dr-line-no  pic 9(9).

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

*> Same layout write-run-history in roman-numeral writes; only the
*> mode, input name and line counters are wanted here.
fd  history-file.
    01 history-file-record.
       02 hr-run-date        pic 9(8).
       02 filler             pic X.
       02 hr-start-time      pic 9(8).
       02 filler             pic X.
       02 hr-end-time        pic 9(8).
       02 filler             pic X.
       02 hr-run-mode        pic X.
       02 filler             pic X.
       02 hr-restarted       pic X.
       02 filler             pic X.
       02 hr-input-name      pic X(30).
       02 filler             pic X.
       02 hr-lines-read      pic 9(9).
       02 filler             pic X.
       02 hr-lines-valid     pic 9(9).
       02 filler             pic X.
       02 hr-lines-rejected  pic 9(9).
       02 filler             pic X(70).

*> One statement item: the branch it goes to, its section (1 reject,
*> 2 case exception, 3 value mismatch, 4 cross-branch duplicate,
*> 5 open ledger item), where it came from, its text, and the
*> section-specific extras -- the other branch's keying for a
*> duplicate, the computed and expected values for a mismatch, the
*> opened date and attempts for a ledger item. Zero-padded, and the
*> record blanked before every write, like the other work files.
fd  item-file.
    01 item-record.
       02 it-branch      pic X(4).
       02 filler         pic X.
       02 it-kind        pic 9(1).
       02 filler         pic X.
       02 it-fname       pic X(30).
       02 filler         pic X.
       02 it-line-no     pic 9(9).
       02 filler         pic X.
       02 it-text        pic X(40).
       02 filler         pic X.
       02 it-other-brch  pic X(4).
       02 filler         pic X.
       02 it-other-fname pic X(30).
       02 filler         pic X.
       02 it-other-line  pic 9(9).
       02 filler         pic X.
       02 it-num-1       pic 9(9).
       02 filler         pic X.
       02 it-num-2       pic 9(9).

fd  item-sorted-file.
    01 item-sorted-record.
       02 is-branch      pic X(4).
       02 filler         pic X.
       02 is-kind        pic 9(1).
       02 filler         pic X.
       02 is-fname       pic X(30).
       02 filler         pic X.
       02 is-line-no     pic 9(9).
       02 filler         pic X.
       02 is-text        pic X(40).
       02 filler         pic X.
       02 is-other-brch  pic X(4).
       02 filler         pic X.
       02 is-other-fname pic X(30).
       02 filler         pic X.
       02 is-other-line  pic 9(9).
       02 filler         pic X.
       02 is-num-1       pic 9(9).
       02 filler         pic X.
       02 is-num-2       pic 9(9).

sd  item-sort-file.
    01 item-sort-record.
       02 ir-branch      pic X(4).
       02 filler         pic X.
       02 ir-kind        pic 9(1).
       02 filler         pic X.
       02 ir-fname       pic X(30).
       02 filler         pic X.
       02 ir-line-no     pic 9(9).
       02 filler         pic X(107).

*> Statement lines are composed in working storage and moved here
*> whole, so the LINE SEQUENTIAL uninitialized-filler quirk never
*> comes up.
fd  statement-file.
    01 statement-line pic X(80).

working-storage section.
    77 summary-fname     pic X(30)    value spaces.
    77 summary-status    pic X(2)     value spaces.
    77 err-fname         pic X(30)    value "ROMANERR.TXT".
    77 case-fname        pic X(30)    value "ROMANCASE.TXT".
    77 mis-fname         pic X(30)    value "ROMANMIS.TXT".
    77 hist-fname        pic X(30)    value "ROMANHIST.TXT".
    77 dup-fname         pic X(30)    value spaces.
    77 dup-sorted-fname  pic X(30)    value "ROMANSTD.SRD".
    77 ledger-fname      pic X(30)    value spaces.
    77 branch-fname      pic X(30)    value spaces.
    77 branch-status     pic X(2)     value spaces.
    77 log-status        pic X(2)     value spaces.
    77 item-fname        pic X(30)    value "ROMANSTI.WRK".
    77 item-sorted-fname pic X(30)    value "ROMANSTI.SRD".
    77 statement-fname   pic X(30)    value spaces.
    77 end-of-file       pic 9(1)     value 0.

*> Leading-space-to-zero normalization for the Z-edited counters and
*> line numbers being read back.
    77 count-compact     pic X(9)     value spaces.
    77 line-x            pic X(9)     value spaces.
    77 item-line         pic 9(9)     value 0.

*> Run date lifted off the pipeline output's header.
    77 source-date       pic X(8)     value spaces.

*> The branch reference held in storage.
    01 branch-map-table.
       02 branch-map occurs 200.
          03 mb-fname pic X(30).
          03 mb-code  pic X(4).
          03 mb-name  pic X(30).
    77 mb-used           pic 9(3)     value 0.
    77 b                 pic S9(4) usage is computational.
    77 lookup-fname      pic X(30)    value spaces.
    77 lookup-code       pic X(4)     value "????".

*> Per-branch statement accumulators: lines read off the run's
*> subtotal records, the items each section gathered, and whether
*> the branch's statement has been written yet. A branch whose run
*> was clean still gets a statement -- a clean score is feedback too.
    01 branch-stmt-table.
       02 branch-stmt occurs 200.
          03 bs-code     pic X(4).
          03 bs-name     pic X(30).
          03 bs-files    pic 9(5).
          03 bs-read     pic 9(9).
          03 bs-items    pic 9(9).
          03 bs-open     pic 9(9).
          03 bs-done     pic X(1).
    77 bs-used           pic 9(3)     value 0.
    77 bs-slot           pic S9(4) usage is computational.

*> The drop files the run read, with their branch and subtotals, for
*> each statement's list of files received.
    01 run-file-table.
       02 run-file occurs 1000.
          03 rf-fname-t  pic X(30).
          03 rf-branch-t pic X(4).
          03 rf-read-t   pic 9(9).
          03 rf-rejd-t   pic 9(9).
    77 rf-used           pic 9(4)     value 0.
    77 f                 pic S9(4) usage is computational.
    77 current-fname     pic X(30)    value spaces.
    77 current-branch    pic X(4)     value "????".
    77 marker-seen       pic X(1)     value "N".
    77 trailer-read      pic 9(9)     value 0.
    77 trailer-rejd      pic 9(9)     value 0.
    77 single-fname      pic X(30)    value spaces.

*> Duplicate grouping: every occurrence of the numeral in hand, with
*> its branch, held until the group ends -- only then is it known
*> whether more than one branch keyed it.
    01 dup-group-table.
       02 dup-occur occurs 100.
          03 dg-fname    pic X(30).
          03 dg-line     pic 9(9).
          03 dg-branch   pic X(4).
    77 dg-used           pic 9(3)     value 0.
    77 dg-numeral        pic X(35)    value spaces.
    77 dg-value          pic 9(9)     value 0.
    77 dg-started        pic X(1)     value "N".
    77 dg-mixed          pic X(1)     value "N".
    77 g                 pic S9(4) usage is computational.
    77 h                 pic S9(4) usage is computational.
    77 other-idx         pic S9(4) usage is computational.

*> Statement-writing state for the pass over the sorted items.
    77 prev-branch       pic X(4)     value spaces.
    77 prev-kind         pic 9(1)     value 0.
    77 stmt-open         pic X(1)     value "N".
    77 score-done        pic X(1)     value "N".
    77 score-pct         pic 9(3)V99  value 0.
    77 score-work        pic S9(11)V99 value 0.

*> Run control totals.
    77 items-written     pic 9(9)     value 0.
    77 statements-out    pic 9(5)     value 0.
    77 job-rc            pic 9(2)     value 0.

    01 stm-heading-1.
       02 filler      pic X(32)
          value "DATA QUALITY STATEMENT - BRANCH ".
       02 sth-code    pic X(4).
       02 filler      pic X(2)     value spaces.
       02 sth-name    pic X(30).
    01 stm-heading-2.
       02 filler      pic X(10)    value "RUN DATE: ".
       02 sth-date    pic X(8).

    01 stm-file-header.
       02 filler      pic X(32)    value "DROP FILE".
       02 filler      pic X(13)    value "LINES READ   ".
       02 filler      pic X(12)    value "LINES REJD".
    01 stm-file-line.
       02 sf-fname    pic X(30).
       02 filler      pic X(2)     value spaces.
       02 sf-read     pic ZZZZZZZZ9.
       02 filler      pic X(4)     value spaces.
       02 sf-rejd     pic ZZZZZZZZ9.

    01 stm-item-header.
       02 filler      pic X(31)    value "DROP FILE".
       02 filler      pic X(11)    value "     LINE".
       02 sih-text    pic X(38)    value "TEXT".
    01 stm-item-line.
       02 si-fname    pic X(30).
       02 filler      pic X(1)     value space.
       02 si-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 si-text     pic X(38).
    01 stm-dup-line.
       02 filler      pic X(6)     value spaces.
       02 filler      pic X(14)    value "ALSO KEYED BY ".
       02 sd-branch   pic X(4).
       02 filler      pic X(1)     value space.
       02 sd-fname    pic X(30).
       02 filler      pic X(6)     value " LINE ".
       02 sd-line     pic ZZZZZZZZ9.
    01 stm-mism-line.
       02 filler      pic X(6)     value spaces.
       02 filler      pic X(10)    value "COMPUTED: ".
       02 sm-computed pic ZZZZZZZZ9.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(13)    value "YOUR VALUE:  ".
       02 sm-expected pic ZZZZZZZZ9.
    01 stm-open-line.
       02 filler      pic X(6)     value spaces.
       02 filler      pic X(13)    value "OPEN SINCE:  ".
       02 so-opened   pic 9(8).
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(10)    value "ATTEMPTS: ".
       02 so-attempts pic ZZ9.

    01 stm-score-line.
       02 ss-label    pic X(22).
       02 filler      pic X(2)     value ": ".
       02 ss-value    pic ZZZZZZZZ9.
    01 stm-pct-line.
       02 filler      pic X(22)    value "QUALITY SCORE".
       02 filler      pic X(2)     value ": ".
       02 filler      pic X(3)     value spaces.
       02 sp-pct      pic ZZ9.99.
       02 filler      pic X(1)     value "%".

    77 stm-work       pic X(80)    value spaces.

procedure division.

    *> The pipeline output comes from the environment so an archived
    *> run can be stated after the fact; the logs and the work file
    *> are the ones that run leaves behind.
    accept summary-fname from environment "ROMANSTMTFILE".
    if summary-fname = spaces
        move "ROMANOUT.TXT" to summary-fname
    end-if.
    accept dup-fname from environment "ROMANDUPFILE".
    if dup-fname = spaces
        move "ROMANDUP.DAT" to dup-fname
    end-if.
    accept ledger-fname from environment "ROMANLEDGFILE".
    if ledger-fname = spaces
        move "ROMANLEDG.DAT" to ledger-fname
    end-if.
    accept branch-fname from environment "ROMANBRCHFILE".
    if branch-fname = spaces
        move "ROMANBRCH.TXT" to branch-fname
    end-if.

    display " ".
    display "--------------------------------------".
    display "   BRANCH DATA-QUALITY STATEMENTS".
    display "--------------------------------------".
    display "RUN OUTPUT: " summary-fname.

    perform load-branch-reference
    perform load-run-files
    if job-rc = 8
        move job-rc to return-code
        stop run
    end-if

    open output item-file
    perform gather-rejects
    perform gather-case-exceptions
    perform gather-mismatches
    perform gather-duplicates
    perform gather-open-ledger
    close item-file

    sort item-sort-file
        on ascending key ir-branch ir-kind ir-fname ir-line-no
        using item-file
        giving item-sorted-file

    perform write-statements

    display " ".
    display "------------------------------".
    display "ITEMS STATED  : " items-written.
    display "STATEMENTS    : " statements-out.
    display "------------------------------".
    move job-rc to return-code.
stop run.

load-branch-reference.
    *> A reference that will not open is not fatal -- everything then
    *> goes on the unassigned statement, which is the phone call
    *> operations is making today.
    move 0 to mb-used
    move 0 to end-of-file
    open input branch-file
    if branch-status = "00"
        perform until end-of-file = 1
            read branch-file
                at end move 1 to end-of-file
                not at end
                    if bf-fname not = spaces and mb-used < 200
                        add 1 to mb-used
                        move bf-fname to mb-fname (mb-used)
                        move bf-code  to mb-code (mb-used)
                        move bf-name  to mb-name (mb-used)
                    end-if
            end-read
        end-perform
        close branch-file
    end-if.

lookup-branch.
    *> lookup-fname to its branch code, "????" when nobody claims it.
    move "????" to lookup-code
    move 1 to b
    perform until b > mb-used
        if mb-fname (b) = lookup-fname
            move mb-code (b) to lookup-code
        end-if
        add 1 to b
    end-perform.

find-branch-slot.
    *> The statement accumulator for lookup-code, opened (with the
    *> branch name off the reference) the first time it is needed.
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
        move lookup-code  to bs-code (bs-slot)
        move "UNASSIGNED" to bs-name (bs-slot)
        move 1 to b
        perform until b > mb-used
            if mb-code (b) = lookup-code
                move mb-name (b) to bs-name (bs-slot)
            end-if
            add 1 to b
        end-perform
        move 0   to bs-files (bs-slot)
        move 0   to bs-read (bs-slot)
        move 0   to bs-items (bs-slot)
        move 0   to bs-open (bs-slot)
        move "N" to bs-done (bs-slot)
    end-if.

load-run-files.
    *> Walk the pipeline output for the drop files it covers: each
    *> FILE: marker names one and its FILE TOTALS record gives its
    *> lines read. An output with no markers is a single-file run, so
    *> its one drop file takes the last trailer's counts under the
    *> name the run history recorded for it.
    move 0 to end-of-file
    open input summary-file
    if summary-status not = "00"
        display "RUN OUTPUT WILL NOT OPEN (STATUS " summary-status
            ") - NO STATEMENTS WRITTEN"
        move 8 to job-rc
        exit paragraph
    end-if
    perform until end-of-file = 1
        read summary-file
            at end move 1 to end-of-file
            not at end
                evaluate true
                    when sh-label = "RUN DATE: "
                        move sh-date to source-date
                    when sm-label = "FILE: "
                        move "Y" to marker-seen
                        move sm-fname to current-fname
                        if sm-branch not = spaces
                            move sm-branch to current-branch
                        else
                            move sm-fname to lookup-fname
                            perform lookup-branch
                            move lookup-code to current-branch
                        end-if
                    when st-label = "FILE TOTALS: "
                        move st-read to count-compact
                        inspect count-compact
                            replacing leading space by zero
                        move count-compact to trailer-read
                        move st-rejected to count-compact
                        inspect count-compact
                            replacing leading space by zero
                        move count-compact to trailer-rejd
                        perform add-run-file
                    when tr-label = "RECS READ: " and marker-seen = "N"
                        move tr-read to count-compact
                        inspect count-compact
                            replacing leading space by zero
                        move count-compact to trailer-read
                        move tr-rejected to count-compact
                        inspect count-compact
                            replacing leading space by zero
                        move count-compact to trailer-rejd
                end-evaluate
        end-read
    end-perform
    close summary-file

    if marker-seen = "N"
        perform find-single-file
        if single-fname not = spaces
            move single-fname to current-fname
            move single-fname to lookup-fname
            perform lookup-branch
            move lookup-code to current-branch
            perform add-run-file
        end-if
    end-if.

add-run-file.
    if rf-used < 1000
        add 1 to rf-used
        move current-fname  to rf-fname-t (rf-used)
        move current-branch to rf-branch-t (rf-used)
        move trailer-read   to rf-read-t (rf-used)
        move trailer-rejd   to rf-rejd-t (rf-used)
    end-if
    move current-branch to lookup-code
    perform find-branch-slot
    if bs-slot > 0
        add 1            to bs-files (bs-slot)
        add trailer-read to bs-read (bs-slot)
    end-if.

find-single-file.
    *> The input name off the last file-run ("E") or interactive
    *> ("I") history record -- patch and list runs name something
    *> else.
    move spaces to single-fname
    move 0 to end-of-file
    open input history-file
    if log-status not = "00"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read history-file
            at end move 1 to end-of-file
            not at end
                if hr-run-mode = "E" or hr-run-mode = "I"
                    move hr-input-name to single-fname
                end-if
        end-read
    end-perform
    close history-file.

gather-rejects.
    move 0 to end-of-file
    open input error-file
    if log-status not = "00"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read error-file
            at end move 1 to end-of-file
            not at end
                if error-file-record not = spaces
                    move spaces to item-record
                    move 1 to it-kind
                    move el-fname to it-fname
                    move el-line-no to line-x
                    perform unedit-line-no
                    move el-text to it-text
                    perform post-item
                end-if
        end-read
    end-perform
    close error-file.

gather-case-exceptions.
    move 0 to end-of-file
    open input case-file
    if log-status not = "00"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read case-file
            at end move 1 to end-of-file
            not at end
                if case-file-record not = spaces
                    move spaces to item-record
                    move 2 to it-kind
                    move cl-fname to it-fname
                    move cl-line-no to line-x
                    perform unedit-line-no
                    move cl-text to it-text
                    perform post-item
                end-if
        end-read
    end-perform
    close case-file.

gather-mismatches.
    move 0 to end-of-file
    open input mismatch-file
    if log-status not = "00"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read mismatch-file
            at end move 1 to end-of-file
            not at end
                if mismatch-file-record not = spaces
                    move spaces to item-record
                    move 3 to it-kind
                    move ml-fname    to it-fname
                    move ml-line-no  to it-line-no
                    move ml-numeral  to it-text
                    move ml-computed to it-num-1
                    move ml-expected to it-num-2
                    perform post-item
                end-if
        end-read
    end-perform
    close mismatch-file.

gather-duplicates.
    *> Sort the work file by numeral, as roman-dupcheck does, and
    *> keep only the groups keyed by more than one branch -- a
    *> document keyed twice by the same office is that office's
    *> business on roman-dupcheck's report, not a statement item.
    open input dup-file
    if log-status not = "00"
        exit paragraph
    end-if
    close dup-file

    sort dup-sort-file
        on ascending key dr-numeral dr-value
        using dup-file
        giving dup-sorted-file

    move 0   to end-of-file
    move 0   to dg-used
    move "N" to dg-started
    open input dup-sorted-file
    perform until end-of-file = 1
        read dup-sorted-file
            at end move 1 to end-of-file
            not at end
                if dg-started = "Y" and (ds-numeral not = dg-numeral
                        or ds-value not = dg-value)
                    perform close-dup-group
                end-if
                if dg-started = "N" or dg-used = 0
                    move "Y"        to dg-started
                    move ds-numeral to dg-numeral
                    move ds-value   to dg-value
                end-if
                if dg-used < 100
                    add 1 to dg-used
                    move ds-fname   to dg-fname (dg-used)
                    move ds-line-no to dg-line (dg-used)
                    move ds-fname   to lookup-fname
                    perform lookup-branch
                    move lookup-code to dg-branch (dg-used)
                end-if
        end-read
    end-perform
    if dg-used > 0
        perform close-dup-group
    end-if
    close dup-sorted-file.

close-dup-group.
    *> Each occurrence in a mixed-branch group becomes an item on its
    *> own branch's statement, naming the first keying of the same
    *> document by a different branch.
    move "N" to dg-mixed
    move 2 to g
    perform until g > dg-used
        if dg-branch (g) not = dg-branch (1)
            move "Y" to dg-mixed
        end-if
        add 1 to g
    end-perform

    if dg-mixed = "Y"
        move 1 to g
        perform until g > dg-used
            move 0 to other-idx
            move 1 to h
            perform until h > dg-used or other-idx > 0
                if dg-branch (h) not = dg-branch (g)
                    move h to other-idx
                end-if
                add 1 to h
            end-perform
            move spaces to item-record
            move 4 to it-kind
            move dg-fname (g) to it-fname
            move dg-line (g)  to it-line-no
            move dg-numeral   to it-text
            move dg-value     to it-num-1
            move 0            to it-num-2
            move dg-branch (other-idx) to it-other-brch
            move dg-fname (other-idx)  to it-other-fname
            move dg-line (other-idx)   to it-other-line
            perform post-item
            add 1 to g
        end-perform
    end-if

    move 0 to dg-used.

gather-open-ledger.
    *> Every still-open reject the ledger holds for a branch's files
    *> -- this run's and any older ones nobody has corrected yet.
    move 0 to end-of-file
    open input ledger-file
    if log-status not = "00"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read ledger-file
            at end move 1 to end-of-file
            not at end
                if ld-status = "O"
                    move spaces to item-record
                    move 5 to it-kind
                    move ld-fname    to it-fname
                    move ld-line-no  to it-line-no
                    move ld-token    to it-text
                    move ld-opened   to it-num-1
                    move ld-attempts to it-num-2
                    perform post-item
                end-if
        end-read
    end-perform
    close ledger-file.

unedit-line-no.
    *> The logs' Z-edited line number back to a number.
    move line-x to count-compact
    inspect count-compact replacing leading space by zero
    if count-compact is numeric
        move count-compact to it-line-no
    else
        move 0 to it-line-no
    end-if.

post-item.
    *> Stamp the item with its drop file's branch, count it against
    *> that branch, and write it to the work file. Zero-valued extras
    *> are set here so every numeric field is written as digits.
    move it-fname to lookup-fname
    perform lookup-branch
    move lookup-code to it-branch
    if it-other-brch = spaces
        move 0 to it-other-line
    end-if
    if it-kind < 3
        move 0 to it-num-1
        move 0 to it-num-2
    end-if
    perform find-branch-slot
    if bs-slot > 0
        if it-kind = 5
            add 1 to bs-open (bs-slot)
        else
            add 1 to bs-items (bs-slot)
        end-if
    end-if
    write item-record
    add 1 to items-written.

write-statements.
    *> One pass over the items in branch/section order. A change of
    *> branch closes the last statement and opens the next; a change
    *> of section prints the section heading; the quality score goes
    *> out ahead of the open ledger items, or at the end of the
    *> statement when the branch has none.
    move 0 to end-of-file
    move spaces to prev-branch
    open input item-sorted-file
    perform until end-of-file = 1
        read item-sorted-file
            at end move 1 to end-of-file
            not at end
                if stmt-open = "N" or is-branch not = prev-branch
                    perform close-statement
                    move is-branch to lookup-code
                    perform open-statement
                end-if
                if is-kind not = prev-kind
                    if is-kind = 5
                        perform print-score
                    end-if
                    perform print-section-heading
                    move is-kind to prev-kind
                end-if
                perform print-item
        end-read
    end-perform
    close item-sorted-file
    perform close-statement

    *> Branches with files on the run but not one item against them
    *> still get their statement -- a clean run is worth telling.
    move 1 to f
    perform until f > bs-used
        if bs-done (f) = "N"
            move bs-code (f) to lookup-code
            perform open-statement
            perform close-statement
        end-if
        add 1 to f
    end-perform.

open-statement.
    perform find-branch-slot
    move "Y" to bs-done (bs-slot)
    move lookup-code to prev-branch
    move 0   to prev-kind
    move "N" to score-done

    move spaces to statement-fname
    if lookup-code = "????"
        move "ROMANSTM.UNASSIGNED.TXT" to statement-fname
    else
        string "ROMANSTM." delimited by size
            lookup-code delimited by space
            ".TXT" delimited by size
            into statement-fname
        end-string
    end-if
    open output statement-file
    move "Y" to stmt-open
    add 1 to statements-out
    display "STATEMENT     : " statement-fname

    move lookup-code to sth-code
    move bs-name (bs-slot) to sth-name
    move stm-heading-1 to stm-work
    perform print-line
    move source-date to sth-date
    move stm-heading-2 to stm-work
    perform print-line
    move all "-" to stm-work
    perform print-line

    *> The drop files of this branch the run read.
    move spaces to stm-work
    perform print-line
    move "DROP FILES RECEIVED" to stm-work
    perform print-line
    move stm-file-header to stm-work
    perform print-line
    move 0 to g
    move 1 to h
    perform until h > rf-used
        if rf-branch-t (h) = lookup-code
            add 1 to g
            move rf-fname-t (h) to sf-fname
            move rf-read-t (h)  to sf-read
            move rf-rejd-t (h)  to sf-rejd
            move stm-file-line to stm-work
            perform print-line
        end-if
        add 1 to h
    end-perform
    if g = 0
        move "   NONE ON THIS RUN" to stm-work
        perform print-line
    end-if.

close-statement.
    if stmt-open = "N"
        exit paragraph
    end-if
    if score-done = "N"
        perform print-score
    end-if
    close statement-file
    move "N" to stmt-open.

print-section-heading.
    move spaces to stm-work
    perform print-line
    evaluate is-kind
        when 1 move "REJECTED NUMERALS" to stm-work
        when 2 move "CASE EXCEPTIONS (LOWER CASE KEYED)" to stm-work
        when 3 move "VALUE MISMATCHES" to stm-work
        when 4 move "DOCUMENTS ALSO KEYED BY ANOTHER BRANCH" to stm-work
        when 5 move "STILL-OPEN REJECTS LEDGER ITEMS" to stm-work
    end-evaluate
    perform print-line
    evaluate is-kind
        when 1 move "REJECTED TEXT" to sih-text
        when 2 move "LINE AS KEYED" to sih-text
        when 5 move "REJECTED TEXT" to sih-text
        when other move "NUMERAL" to sih-text
    end-evaluate
    move stm-item-header to stm-work
    perform print-line.

print-item.
    move is-fname   to si-fname
    move is-line-no to si-line
    move is-text    to si-text
    move stm-item-line to stm-work
    perform print-line
    evaluate is-kind
        when 3
            move is-num-1 to sm-computed
            move is-num-2 to sm-expected
            move stm-mism-line to stm-work
            perform print-line
        when 4
            move is-other-brch  to sd-branch
            move is-other-fname to sd-fname
            move is-other-line  to sd-line
            move stm-dup-line to stm-work
            perform print-line
        when 5
            move is-num-1 to so-opened
            move is-num-2 to so-attempts
            move stm-open-line to stm-work
            perform print-line
    end-evaluate.

print-score.
    *> The score is the share of the branch's lines read that no
    *> item was raised against: 100 x (1 - items / lines read),
    *> floored at zero since one line can raise several items. A
    *> branch with items but no lines on this run (a drop file only
    *> the duplicate sweep or ledger knew) scores zero.
    move "Y" to score-done
    move prev-branch to lookup-code
    perform find-branch-slot

    move spaces to stm-work
    perform print-line
    move "QUALITY FOR THIS RUN" to stm-work
    perform print-line
    move "LINES READ" to ss-label
    move bs-read (bs-slot) to ss-value
    move stm-score-line to stm-work
    perform print-line
    move "ITEMS RAISED" to ss-label
    move bs-items (bs-slot) to ss-value
    move stm-score-line to stm-work
    perform print-line
    move "OPEN LEDGER ITEMS" to ss-label
    move bs-open (bs-slot) to ss-value
    move stm-score-line to stm-work
    perform print-line

    move 0 to score-pct
    if bs-read (bs-slot) > 0
        compute score-work rounded = 100 -
            (bs-items (bs-slot) * 100) / bs-read (bs-slot)
        if score-work > 0
            move score-work to score-pct
        end-if
    end-if
    move score-pct to sp-pct
    move stm-pct-line to stm-work
    perform print-line.

print-line.
    move stm-work to statement-line
    write statement-line.
