*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-close.
*> Month-end period close. Nothing used to mark a month finished: a
*> patch run could reopen a ROMANOUT.TXT whose totals had already
*> gone to the ledger and to management, re-adjust its trailers and
*> close ledger items behind everyone's back. One action per run,
*> named by ROMANCLOSEACTION, for the month named by
*> ROMANCLOSEPERIOD (yyyymm; last month when not named):
*>   REPORT  the close report alone -- the sign-off sheet tying the
*>           month's run history, its cataloged output generations,
*>           its extract batches and the rejects ledger together,
*>           with the prior-period adjustments carried into it;
*>   CLOSE   the report, then the month marked closed on the
*>           period-control file (ROMANPERD.DAT) with its signed-off
*>           figures, and its generations pinned on the catalog so
*>           prune-generations never removes them;
*>   REOPEN  an authorized reopen of a closed month, logged on the
*>           period-control file with who authorized it and why --
*>           the only way a patch run may touch that month again.
*> roman-numeral reads the period-control file: a patch run against
*> a closed month is refused, or, with ROMANPATCHPPA=Y, carried into
*> the open month as prior-period adjustments (ROMANPPA.TXT), which
*> the next close report lists. Ends 0 clean, 4 when the report has
*> exceptions to sign off (batches not acknowledged, rejected or out
*> of balance), 8 when the action was refused and nothing written.

environment division.

input-output section.
file-control.

*> Period-control file: one record appended per close or reopen, so
*> the latest record for a month says whether it is closed, and the
*> earlier ones are its history. OPTIONAL: the first close ever
*> creates it.
    select optional period-file assign to dynamic period-fname
        organization is line sequential
        file status is period-status.

*> The permanent run history roman-numeral appends to.
    select optional history-file assign to dynamic hist-fname
        organization is line sequential
        file status is hist-status.

*> The generation catalog, read whole and written back pinned.
    select optional catalog-file assign to dynamic catalog-fname
        organization is line sequential
        file status is catalog-status.

*> An archived generation (or the live output), opened only far
*> enough to read the run date off its header.
    select gen-in-file assign to dynamic gen-in-fname
        organization is line sequential
        file status is gen-in-status.

*> The extract control register roman-extract and roman-ackrecon
*> keep.
    select optional register-file assign to dynamic register-fname
        organization is line sequential
        file status is register-status.

*> The rejects ledger roman-numeral keeps.
    select optional ledger-file assign to dynamic ledger-fname
        organization is line sequential
        file status is ledger-status.

*> Prior-period adjustments roman-numeral logs on a patch run.
    select optional ppa-file assign to dynamic ppa-fname
        organization is line sequential
        file status is ppa-status.

*> The close report, kept as a permanent file for sign-off.
    select report-file assign to dynamic report-fname
        organization is line sequential.

data division.
file section.

*> The signed-off figures ride on the close record itself, so what
*> finance signed stays on file whatever is done to the month later.
*> Same layout roman-numeral reads the file with.
fd  period-file.
    01 period-record.
       02 pd-period      pic 9(6).
       02 filler         pic X.
       02 pd-action      pic X(1).
       02 filler         pic X.
       02 pd-date        pic 9(8).
       02 filler         pic X.
       02 pd-time        pic 9(8).
       02 filler         pic X.
       02 pd-by          pic X(20).
       02 filler         pic X.
       02 pd-reason      pic X(40).
       02 filler         pic X.
       02 pd-runs        pic 9(5).
       02 filler         pic X.
       02 pd-lines-read  pic 9(9).
       02 filler         pic X.
       02 pd-grand-total pic 9(15).
       02 filler         pic X.
       02 pd-gens        pic 9(3).

*> Same layout write-run-history in roman-numeral appends.
fd  history-file.
    01 history-file-record.
       02 hy-run-date        pic 9(8).
       02 filler             pic X.
       02 hy-start-time      pic 9(8).
       02 filler             pic X.
       02 hy-end-time        pic 9(8).
       02 filler             pic X.
       02 hy-run-mode        pic X.
       02 filler             pic X.
       02 hy-restarted       pic X.
       02 filler             pic X.
       02 hy-input-name      pic X(30).
       02 filler             pic X.
       02 hy-lines-read      pic 9(9).
       02 filler             pic X.
       02 hy-lines-valid     pic 9(9).
       02 filler             pic X.
       02 hy-lines-rejected  pic 9(9).
       02 filler             pic X.
       02 hy-tokens-valid    pic 9(9).
       02 filler             pic X.
       02 hy-tokens-rejected pic 9(9).
       02 filler             pic X.
       02 hy-case-fixed      pic 9(9).
       02 filler             pic X.
       02 hy-mismatches      pic 9(7).
       02 filler             pic X.
       02 hy-grand-total     pic 9(12).

*> Same layout roman-numeral writes the catalog with.
fd  catalog-file.
    01 catalog-record.
       02 cg-base     pic X(14).
       02 filler      pic X.
       02 cg-gen-name pic X(30).
       02 filler      pic X.
       02 cg-date     pic 9(8).
       02 filler      pic X.
       02 cg-seq      pic 9(2).
       02 filler      pic X.
       02 cg-pin      pic X(1).

fd  gen-in-file.
    01 gen-in-record.
       02 gh-label    pic X(10).
       02 gh-date     pic X(8).
       02 filler      pic X(92).

*> Same layout roman-extract writes the register with.
fd  register-file.
    01 register-record.
       02 xr-batch-no    pic 9(8).
       02 filler         pic X.
       02 xr-run-date    pic 9(8).
       02 filler         pic X.
       02 xr-extract-date pic 9(8).
       02 filler         pic X.
       02 xr-source      pic X(30).
       02 filler         pic X.
       02 xr-rec-count   pic 9(9).
       02 filler         pic X.
       02 xr-hash        pic 9(15).
       02 filler         pic X.
       02 xr-load-fname  pic X(30).
       02 filler         pic X.
       02 xr-ack-status  pic X(1).
       02 filler         pic X.
       02 xr-ack-date    pic 9(8).
       02 filler         pic X.
       02 xr-ack-count   pic 9(9).
       02 filler         pic X.
       02 xr-ack-hash    pic 9(15).

*> Same layout roman-numeral writes the ledger with.
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

*> Same layout roman-numeral writes the adjustments with.
fd  ppa-file.
    01 ppa-record.
       02 pa-date     pic 9(8).
       02 filler      pic X.
       02 pa-period   pic 9(6).
       02 filler      pic X.
       02 pa-fname    pic X(30).
       02 filler      pic X.
       02 pa-line-no  pic 9(9).
       02 filler      pic X.
       02 pa-status   pic X(1).
       02 filler      pic X.
       02 pa-value    pic 9(12).
       02 filler      pic X.
       02 pa-text     pic X(40).
       02 filler      pic X.
       02 pa-doc-key  pic X(20).

*> Report lines are composed in working storage (where VALUE
*> clauses do initialize the fillers) and moved here whole, so the
*> LINE SEQUENTIAL uninitialized-filler quirk never comes up.
fd  report-file.
    01 report-line    pic X(100).

working-storage section.
    77 period-fname   pic X(30)    value "ROMANPERD.DAT".
    77 period-status  pic X(2)     value spaces.
    77 hist-fname     pic X(30)    value spaces.
    77 hist-status    pic X(2)     value spaces.
    77 catalog-fname  pic X(30)    value "ROMANGEN.CAT".
    77 catalog-status pic X(2)     value spaces.
    77 gen-in-fname   pic X(30)    value spaces.
    77 gen-in-status  pic X(2)     value spaces.
    77 register-fname pic X(30)    value spaces.
    77 register-status pic X(2)    value spaces.
    77 ledger-fname   pic X(30)    value spaces.
    77 ledger-status  pic X(2)     value spaces.
    77 ppa-fname      pic X(30)    value "ROMANPPA.TXT".
    77 ppa-status     pic X(2)     value spaces.
    77 report-fname   pic X(30)    value spaces.
    77 end-of-file    pic 9(1)     value 0.

*> The requested action and its arguments, all from the environment
*> like roman-issue's.
    77 action         pic X(10)    value spaces.
    77 period-raw     pic X(9)     value spaces.
    77 period-compact pic X(6)     value spaces justified right.
    77 close-by       pic X(20)    value spaces.
    77 close-reason   pic X(40)    value spaces.

*> The month in hand, this month, and the month any date falls in.
    77 period         pic 9(6)     value 0.
    77 period-month   pic 9(2)     value 0.
    77 period-year    pic 9(4)     value 0.
    77 today-date     pic 9(8)     value 0.
    77 now-time       pic 9(8)     value 0.
    77 this-period    pic 9(6)     value 0.
    77 date-period    pic 9(6)     value 0.

*> What the period-control file says about the month: its latest
*> action (C closed, R reopened, space never closed) and when.
    77 period-state   pic X(1)     value space.
    77 state-date     pic 9(8)     value 0.
    77 state-by       pic X(20)    value spaces.
    77 period-loaded  pic X(1)     value "N".

*> The catalog held whole in storage while the month's generations
*> are found and pinned, then written back out. Same table as
*> roman-numeral's, with the pin.
    01 catalog-table.
       02 cat-entry occurs 20000.
          03 ca-base pic X(14).
          03 ca-name pic X(30).
          03 ca-date pic 9(8).
          03 ca-seq  pic 9(2).
          03 ca-pin  pic X(1).
          03 ca-in-period pic X(1).
    77 cat-used       pic 9(5)     value 0.
    77 catalog-loaded pic X(1)     value "N".
    77 g              pic S9(5) usage is computational.
    77 h              pic S9(5) usage is computational.
    77 gen-run-date   pic 9(8)     value 0.

*> The month's figures, gathered section by section as the report
*> is written, for the console, the close record and the grade.
    77 runs-count     pic 9(5)     value 0.
    77 patch-runs     pic 9(5)     value 0.
    77 period-read    pic 9(9)     value 0.
    77 period-rejd    pic 9(9)     value 0.
    77 period-total   pic 9(15)    value 0.
    77 gens-count     pic 9(3)     value 0.
    77 gens-pinned    pic 9(3)     value 0.
    77 batch-count    pic 9(5)     value 0.
    77 batch-recs     pic 9(11)    value 0.
    77 batch-hash     pic 9(17)    value 0.
    77 batch-exceptions pic 9(5)   value 0.
    77 led-opened     pic 9(5)     value 0.
    77 led-closed     pic 9(5)     value 0.
    77 led-open-end   pic 9(5)     value 0.
    77 ppa-in-count   pic 9(5)     value 0.
    77 ppa-in-total   pic 9(15)    value 0.
    77 ppa-out-count  pic 9(5)     value 0.
    77 ppa-out-total  pic 9(15)    value 0.
    77 job-rc         pic 9(2)     value 0.

    01 rpt-heading-line.
       02 filler      pic X(14)    value "PERIOD      : ".
       02 rh-period   pic 9999/99.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(8)     value "STATUS: ".
       02 rh-status   pic X(8).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(10)    value "PREPARED: ".
       02 rh-date     pic 9999/99/99.

    01 rpt-control-line.
       02 rc-action   pic X(9).
       02 rc-date     pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(4)     value "BY: ".
       02 rc-by       pic X(20).
       02 filler      pic X(2)     value spaces.
       02 rc-detail   pic X(53).

    01 rpt-figures-detail.
       02 filler      pic X(6)     value "RUNS: ".
       02 rf-runs     pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "READ: ".
       02 rf-read     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(7)     value "TOTAL: ".
       02 rf-total    pic ZZZZZZZZZZZZZZ9.

    01 rpt-run-line.
       02 rr-date     pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 rr-mode     pic X(5).
       02 filler      pic X(2)     value spaces.
       02 rr-name     pic X(30).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "READ: ".
       02 rr-read     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "REJD: ".
       02 rr-rejd     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rr-total    pic ZZZZZZZZZZZ9.

    01 rpt-run-total-line.
       02 filler      pic X(12)    value "RUNS      : ".
       02 rt-runs     pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "READ: ".
       02 rt-read     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "REJD: ".
       02 rt-rejd     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(7)     value "TOTAL: ".
       02 rt-total    pic ZZZZZZZZZZZZZZ9.

    01 rpt-patch-total-line.
       02 filler      pic X(12)    value "PATCH RUNS: ".
       02 rp-runs     pic ZZZZ9.
       02 filler      pic X(52)
           value "  (RESTATE A FILE'S TOTALS - NOT ADDED IN ABOVE)".

    01 rpt-gen-line.
       02 rg-base     pic X(14).
       02 filler      pic X(2)     value spaces.
       02 rg-name     pic X(30).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(5)     value "CUT: ".
       02 rg-date     pic 9999/99/99.
       02 filler      pic X(1)     value ".".
       02 rg-seq      pic 9(2).
       02 filler      pic X(2)     value spaces.
       02 rg-pin      pic X(6).

    01 rpt-live-line.
       02 filler      pic X(16)    value "ROMANOUT.TXT".
       02 filler      pic X(32)    value "LIVE OUTPUT FOR THIS PERIOD".
       02 filler      pic X(5)     value "RUN: ".
       02 rl-date     pic 9999/99/99.
       02 filler      pic X(26)
           value "  PINNED WHEN NEXT ROLLED".

    01 rpt-gen-total-line.
       02 filler      pic X(13)    value "GENERATIONS: ".
       02 rgt-count   pic ZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(8)     value "PINNED: ".
       02 rgt-pinned  pic ZZ9.

    01 rpt-batch-line.
       02 filler      pic X(6)     value "BATCH ".
       02 rb-batch    pic 9(8).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(5)     value "RUN: ".
       02 rb-run-date pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "RECS: ".
       02 rb-recs     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "HASH: ".
       02 rb-hash     pic ZZZZZZZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rb-ack      pic X(17).

    01 rpt-batch-total-line.
       02 filler      pic X(9)     value "BATCHES: ".
       02 rbt-count   pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "RECS: ".
       02 rbt-recs    pic ZZZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(6)     value "HASH: ".
       02 rbt-hash    pic ZZZZZZZZZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(12)    value "EXCEPTIONS: ".
       02 rbt-exc     pic ZZZZ9.

    01 rpt-ledger-total-line.
       02 filler      pic X(8)     value "OPENED: ".
       02 rlt-opened  pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(8)     value "CLOSED: ".
       02 rlt-closed  pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(24)    value "STILL OPEN AT PERIOD END".
       02 filler      pic X(2)     value ": ".
       02 rlt-open    pic ZZZZ9.

    01 rpt-ledger-line.
       02 rl-fname    pic X(30).
       02 filler      pic X(1)     value space.
       02 rl-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rl-opened   pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 rl-token    pic X(25).
       02 filler      pic X(1)     value space.
       02 rl-doc-key  pic X(20).

    01 rpt-ppa-line.
       02 ra-date     pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(4)     value "FOR ".
       02 ra-period   pic 9999/99.
       02 filler      pic X(2)     value spaces.
       02 ra-fname    pic X(30).
       02 filler      pic X(1)     value space.
       02 ra-line     pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 ra-status   pic X(8).
       02 filler      pic X(2)     value spaces.
       02 ra-value    pic ZZZZZZZZZZZ9.

    01 rpt-ppa-total-line.
       02 filler      pic X(13)    value "ADJUSTMENTS: ".
       02 rat-count   pic ZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(7)     value "VALUE: ".
       02 rat-total   pic ZZZZZZZZZZZZZZ9.

    01 rpt-signed-line.
       02 filler      pic X(11)    value "CLOSED BY: ".
       02 rs-by       pic X(20).
       02 filler      pic X(2)     value spaces.
       02 filler      pic X(4)     value "ON: ".
       02 rs-date     pic 9999/99/99.

    77 rpt-work       pic X(100)   value spaces.

procedure division.

    accept action       from environment "ROMANCLOSEACTION".
    accept period-raw   from environment "ROMANCLOSEPERIOD".
    accept close-by     from environment "ROMANCLOSEBY".
    accept close-reason from environment "ROMANCLOSEREASON".
    accept report-fname from environment "ROMANCLOSEFILE".
    accept hist-fname   from environment "ROMANHISTFILE".
    accept register-fname from environment "ROMANXREGFILE".
    accept ledger-fname from environment "ROMANLEDGFILE".

    if action = spaces
        move "REPORT" to action
    end-if.
    move function upper-case(action) to action.
    move function upper-case(close-by) to close-by.
    if report-fname = spaces
        move "ROMANCLS.TXT" to report-fname
    end-if.
    if hist-fname = spaces
        move "ROMANHIST.TXT" to hist-fname
    end-if.
    if register-fname = spaces
        move "ROMANXREG.DAT" to register-fname
    end-if.
    if ledger-fname = spaces
        move "ROMANLEDG.DAT" to ledger-fname
    end-if.

    accept today-date from date yyyymmdd.
    accept now-time from time.
    divide today-date by 100 giving this-period.

    display " ".
    display "--------------------------------------".
    display "   MONTH-END PERIOD CLOSE".
    display "--------------------------------------".
    display "ACTION    : " action.

    perform resolve-period
    if job-rc = 8
        perform grade-and-stop
    end-if
    display "PERIOD    : " period.

    perform load-period-state
    if period-loaded = "N"
        display "PERIOD-CONTROL FILE UNREADABLE (STATUS "
            period-status ") - NOTHING DONE"
        move 8 to job-rc
        perform grade-and-stop
    end-if

    evaluate action
        when "REPORT" perform do-report
        when "CLOSE"  perform do-close
        when "REOPEN" perform do-reopen
        when other
            display "UNKNOWN ACTION - USE REPORT, CLOSE OR REOPEN"
            move 8 to job-rc
    end-evaluate

    perform grade-and-stop.

grade-and-stop.
    display " ".
    display "------------------------------".
    display "RUNS          : " runs-count.
    display "LINES READ    : " period-read.
    display "GRAND TOTAL   : " period-total.
    display "GENERATIONS   : " gens-count.
    display "BATCHES       : " batch-count.
    display "EXCEPTIONS    : " batch-exceptions.
    display "ADJUSTMENTS IN: " ppa-in-count.
    display "RETURN CODE   : " job-rc.
    display "------------------------------".
    move job-rc to return-code
stop run.

resolve-period.
    *> A month named is folded like any hand-typed number; none
    *> named is last month, the one a close is normally run for.
    if period-raw = spaces
        if this-period(5:2) = "01"
            compute period = this-period - 100 + 11
        else
            compute period = this-period - 1
        end-if
        exit paragraph
    end-if
    move spaces to period-compact
    move function trim(period-raw) to period-compact
    inspect period-compact replacing leading space by zero
    if period-compact is not numeric
        display "BAD ROMANCLOSEPERIOD VALUE (YYYYMM): " period-raw
        move 8 to job-rc
        exit paragraph
    end-if
    move period-compact to period
    divide period by 100 giving period-year remainder period-month
    if period-month < 1 or period-month > 12 or period-year = 0
        display "BAD ROMANCLOSEPERIOD VALUE (YYYYMM): " period-raw
        move 8 to job-rc
    end-if.

load-period-state.
    *> The latest record for the month wins. Status 05 is an
    *> OPTIONAL file that does not exist yet: no month has ever been
    *> closed.
    move "N"    to period-loaded
    move space  to period-state
    move 0      to state-date
    move spaces to state-by
    move 0 to end-of-file
    open input period-file
    if period-status = "00" or period-status = "05"
        move "Y" to period-loaded
        perform until end-of-file = 1
            read period-file
                at end move 1 to end-of-file
                not at end
                    if period-record not = spaces
                            and pd-period = period
                        move pd-action to period-state
                        move pd-date   to state-date
                        move pd-by     to state-by
                    end-if
            end-read
        end-perform
    end-if
    close period-file.

do-report.
    perform load-catalog
    perform write-close-report.

do-close.
    *> Everything is checked before anything is written: a refused
    *> close leaves the period-control file and the catalog exactly
    *> as they were. A month still running cannot be signed off.
    if close-by = spaces
        display "CLOSE NEEDS ROMANCLOSEBY"
        move 8 to job-rc
        exit paragraph
    end-if
    if period >= this-period
        display "PERIOD " period " HAS NOT ENDED - NOT CLOSED"
        move 8 to job-rc
        exit paragraph
    end-if
    if period-state = "C"
        display "PERIOD " period " ALREADY CLOSED " state-date
            " BY " state-by
        move 8 to job-rc
        exit paragraph
    end-if
    perform load-catalog
    if catalog-loaded = "N"
        display "GENERATION CATALOG UNREADABLE (STATUS "
            catalog-status ") - NOT CLOSED"
        move 8 to job-rc
        exit paragraph
    end-if

    *> The report is written with the month shown closed, so the
    *> sheet that is signed is the one the close record matches.
    move "C"        to period-state
    move today-date to state-date
    move close-by   to state-by
    perform write-close-report

    *> Pin the month's generations, then the close record.
    move 1 to g
    perform until g > cat-used
        if ca-in-period (g) = "Y"
            move "Y" to ca-pin (g)
        end-if
        add 1 to g
    end-perform
    perform save-catalog

    move spaces       to period-record
    move period       to pd-period
    move "C"          to pd-action
    move today-date   to pd-date
    move now-time     to pd-time
    move close-by     to pd-by
    move close-reason to pd-reason
    move runs-count   to pd-runs
    move period-read  to pd-lines-read
    move period-total to pd-grand-total
    move gens-count   to pd-gens
    open extend period-file
    write period-record
    close period-file
    display "PERIOD " period " CLOSED BY " close-by.

do-reopen.
    *> A reopen must say who authorized it and why; it is the entry
    *> roman-numeral looks for before it lets a patch run touch the
    *> month. The pins stay: the generations are what was signed.
    if close-by = spaces or close-reason = spaces
        display "REOPEN NEEDS ROMANCLOSEBY AND ROMANCLOSEREASON"
        move 8 to job-rc
        exit paragraph
    end-if
    if period-state not = "C"
        display "PERIOD " period " IS NOT CLOSED - NOTHING TO REOPEN"
        move 8 to job-rc
        exit paragraph
    end-if

    move spaces       to period-record
    move period       to pd-period
    move "R"          to pd-action
    move today-date   to pd-date
    move now-time     to pd-time
    move close-by     to pd-by
    move close-reason to pd-reason
    move 0            to pd-runs
    move 0            to pd-lines-read
    move 0            to pd-grand-total
    move 0            to pd-gens
    open extend period-file
    write period-record
    close period-file
    display "PERIOD " period " REOPENED BY " close-by
    display "REASON    : " close-reason.

write-close-report.
    open output report-file
    move "MONTH-END PERIOD CLOSE REPORT" to rpt-work
    perform print-line
    move "-----------------------------" to rpt-work
    perform print-line
    move period     to rh-period
    evaluate period-state
        when "C"   move "CLOSED"   to rh-status
        when "R"   move "REOPENED" to rh-status
        when other move "OPEN"     to rh-status
    end-evaluate
    move today-date to rh-date
    move rpt-heading-line to rpt-work
    perform print-line

    perform report-period-control
    perform report-run-history
    perform report-generations
    perform report-extract-batches
    perform report-rejects-ledger
    perform report-adjustments
    perform report-sign-off
    close report-file
    display "REPORT    : " report-fname

    if batch-exceptions > 0
        move 4 to job-rc
    end-if.

report-period-control.
    *> Every close and reopen the month has had, oldest first.
    move spaces to rpt-work
    perform print-line
    move "PERIOD CONTROL" to rpt-work
    perform print-line
    move "--------------" to rpt-work
    perform print-line
    move 0 to end-of-file
    open input period-file
    perform until end-of-file = 1
        read period-file
            at end move 1 to end-of-file
            not at end
                if period-record not = spaces
                        and pd-period = period
                    perform print-control-record
                end-if
        end-read
    end-perform
    close period-file.

print-control-record.
    move pd-date to rc-date
    move pd-by   to rc-by
    if pd-action = "C"
        move "CLOSED"   to rc-action
        move pd-runs        to rf-runs
        move pd-lines-read  to rf-read
        move pd-grand-total to rf-total
        move rpt-figures-detail to rc-detail
    else
        move "REOPENED" to rc-action
        move pd-reason  to rc-detail
    end-if
    move rpt-control-line to rpt-work
    perform print-line.

report-run-history.
    *> Every run recorded in the month. A patch run's record carries
    *> the patched file's whole restated totals, not an increment,
    *> so it is listed but kept out of the month's figures -- adding
    *> it in would count the file twice.
    move spaces to rpt-work
    perform print-line
    move "RUN HISTORY" to rpt-work
    perform print-line
    move "-----------" to rpt-work
    perform print-line
    move 0 to end-of-file
    open input history-file
    if hist-status = "00"
        perform until end-of-file = 1
            read history-file
                at end move 1 to end-of-file
                not at end
                    divide hy-run-date by 100 giving date-period
                    if date-period = period
                        perform print-run-record
                    end-if
            end-read
        end-perform
    end-if
    close history-file

    move runs-count   to rt-runs
    move period-read  to rt-read
    move period-rejd  to rt-rejd
    move period-total to rt-total
    move rpt-run-total-line to rpt-work
    perform print-line
    move patch-runs to rp-runs
    move rpt-patch-total-line to rpt-work
    perform print-line.

print-run-record.
    move hy-run-date       to rr-date
    move hy-input-name     to rr-name
    move hy-lines-read     to rr-read
    move hy-lines-rejected to rr-rejd
    move hy-grand-total    to rr-total
    evaluate hy-run-mode
        when "P"   move "PATCH" to rr-mode
        when "L"   move "LIST"  to rr-mode
        when other move "FILE"  to rr-mode
    end-evaluate
    move rpt-run-line to rpt-work
    perform print-line
    if hy-run-mode = "P"
        add 1 to patch-runs
    else
        add 1                 to runs-count
        add hy-lines-read     to period-read
        add hy-lines-rejected to period-rejd
        add hy-grand-total    to period-total
    end-if.

load-catalog.
    *> The whole catalog into the table, as roman-numeral loads it.
    *> Status 05 is no catalog yet -- no generations, nothing to pin.
    move "N" to catalog-loaded
    move 0 to cat-used
    move 0 to end-of-file
    open input catalog-file
    if catalog-status = "00" or catalog-status = "05"
        move "Y" to catalog-loaded
        perform until end-of-file = 1
            read catalog-file
                at end move 1 to end-of-file
                not at end
                    if catalog-record not = spaces
                        if cat-used >= 20000
                            *> Carrying on would forget the newest
                            *> generations when the catalog is
                            *> written back.
                            close catalog-file
                            display "GENERATION CATALOG TABLE FULL"
                                " - NOTHING CHANGED"
                            move 8 to return-code
                            stop run
                        end-if
                        add 1 to cat-used
                        move cg-base     to ca-base (cat-used)
                        move cg-gen-name to ca-name (cat-used)
                        move cg-date     to ca-date (cat-used)
                        move cg-seq      to ca-seq (cat-used)
                        move cg-pin      to ca-pin (cat-used)
                        move "N"         to ca-in-period (cat-used)
                    end-if
            end-read
        end-perform
    end-if
    close catalog-file.

save-catalog.
    *> Same filler-blanking rule as write-error-log in roman-numeral
    *> applies.
    open output catalog-file
    move 1 to g
    perform until g > cat-used
        move spaces       to catalog-record
        move ca-base (g)  to cg-base
        move ca-name (g)  to cg-gen-name
        move ca-date (g)  to cg-date
        move ca-seq (g)   to cg-seq
        move ca-pin (g)   to cg-pin
        write catalog-record
        add 1 to g
    end-perform
    close catalog-file.

report-generations.
    *> A generation is named for the day it was cut, which is the
    *> day after the run it holds -- so the month a pipeline-output
    *> generation belongs to is read off its own RUN DATE header,
    *> and the error, case and mismatch logs cut in the same roll
    *> (same cut date and cycle) go with it.
    move spaces to rpt-work
    perform print-line
    move "OUTPUT GENERATIONS" to rpt-work
    perform print-line
    move "------------------" to rpt-work
    perform print-line

    move 1 to g
    perform until g > cat-used
        if ca-base (g) = "ROMANOUT.TXT"
            move ca-name (g) to gen-in-fname
            perform read-header-date
            divide gen-run-date by 100 giving date-period
            if date-period = period
                perform mark-generation-roll
            end-if
        end-if
        add 1 to g
    end-perform

    move 1 to g
    perform until g > cat-used
        if ca-in-period (g) = "Y"
            add 1 to gens-count
            move ca-base (g) to rg-base
            move ca-name (g) to rg-name
            move ca-date (g) to rg-date
            move ca-seq (g)  to rg-seq
            if ca-pin (g) = "Y"
                add 1 to gens-pinned
                move "PINNED" to rg-pin
            else
                move spaces to rg-pin
            end-if
            move rpt-gen-line to rpt-work
            perform print-line
        end-if
        add 1 to g
    end-perform

    *> The month's last run may not have been rolled yet. roman-
    *> numeral pins it when it does, once the month is closed.
    move "ROMANOUT.TXT" to gen-in-fname
    perform read-header-date
    divide gen-run-date by 100 giving date-period
    if date-period = period
        move gen-run-date to rl-date
        move rpt-live-line to rpt-work
        perform print-line
    end-if

    *> Pins are counted as they will stand once a close is written.
    if action = "CLOSE"
        move gens-count to gens-pinned
    end-if
    move gens-count  to rgt-count
    move gens-pinned to rgt-pinned
    move rpt-gen-total-line to rpt-work
    perform print-line.

mark-generation-roll.
    move 1 to h
    perform until h > cat-used
        if ca-date (h) = ca-date (g) and ca-seq (h) = ca-seq (g)
            move "Y" to ca-in-period (h)
        end-if
        add 1 to h
    end-perform.

read-header-date.
    *> Zero when the file is gone or carries no header.
    move 0 to gen-run-date
    open input gen-in-file
    if gen-in-status not = "00"
        exit paragraph
    end-if
    read gen-in-file
        at end continue
        not at end
            if gh-label = "RUN DATE: " and gh-date is numeric
                move gh-date to gen-run-date
            end-if
    end-read
    close gen-in-file.

report-extract-batches.
    *> Every batch extracted from a run in the month. Anything but a
    *> balanced acknowledgement is an exception for the signer: the
    *> ledger may not hold what the run reported.
    move spaces to rpt-work
    perform print-line
    move "EXTRACT BATCHES" to rpt-work
    perform print-line
    move "---------------" to rpt-work
    perform print-line
    move 0 to end-of-file
    open input register-file
    if register-status = "00"
        perform until end-of-file = 1
            read register-file
                at end move 1 to end-of-file
                not at end
                    if register-record not = spaces
                        divide xr-run-date by 100 giving date-period
                        if date-period = period
                            perform print-batch-record
                        end-if
                    end-if
            end-read
        end-perform
    end-if
    close register-file

    move batch-count      to rbt-count
    move batch-recs       to rbt-recs
    move batch-hash       to rbt-hash
    move batch-exceptions to rbt-exc
    move rpt-batch-total-line to rpt-work
    perform print-line.

print-batch-record.
    add 1 to batch-count
    add xr-rec-count to batch-recs
    add xr-hash      to batch-hash
    move xr-batch-no  to rb-batch
    move xr-run-date  to rb-run-date
    move xr-rec-count to rb-recs
    move xr-hash      to rb-hash
    evaluate xr-ack-status
        when "B"
            move "BALANCED" to rb-ack
        when "O"
            move "OUT OF BALANCE" to rb-ack
            add 1 to batch-exceptions
        when "R"
            move "REJECTED" to rb-ack
            add 1 to batch-exceptions
        when other
            move "NOT ACKNOWLEDGED" to rb-ack
            add 1 to batch-exceptions
    end-evaluate
    move rpt-batch-line to rpt-work
    perform print-line.

report-rejects-ledger.
    *> What the ledger looked like at month end: rejects opened in
    *> the month, rejects closed in it, and every reject opened by
    *> then and not closed by then -- listed, since each is a
    *> document the month's totals do not include.
    move spaces to rpt-work
    perform print-line
    move "REJECTS LEDGER" to rpt-work
    perform print-line
    move "--------------" to rpt-work
    perform print-line
    move 0 to end-of-file
    open input ledger-file
    if ledger-status = "00"
        perform until end-of-file = 1
            read ledger-file
                at end move 1 to end-of-file
                not at end
                    if ledger-file-record not = spaces
                        perform tally-ledger-record
                    end-if
            end-read
        end-perform
    end-if
    close ledger-file

    move led-opened   to rlt-opened
    move led-closed   to rlt-closed
    move led-open-end to rlt-open
    move rpt-ledger-total-line to rpt-work
    perform print-line.

tally-ledger-record.
    divide ld-opened by 100 giving date-period
    if date-period = period
        add 1 to led-opened
    end-if
    if date-period > period
        exit paragraph
    end-if
    if ld-status = "C"
        divide ld-closed by 100 giving date-period
        if date-period = period
            add 1 to led-closed
        end-if
        if date-period <= period
            exit paragraph
        end-if
    end-if
    add 1 to led-open-end
    move ld-fname   to rl-fname
    move ld-line-no to rl-line
    move ld-opened  to rl-opened
    move ld-token   to rl-token
    move ld-doc-key to rl-doc-key
    move rpt-ledger-line to rpt-work
    perform print-line.

report-adjustments.
    *> Corrections to closed months that patch runs carried into this
    *> one, and -- for a month reported again after its close --
    *> those carried out of it into later months.
    move spaces to rpt-work
    perform print-line
    move "PRIOR-PERIOD ADJUSTMENTS CARRIED INTO THIS PERIOD" to rpt-work
    perform print-line
    move "-------------------------------------------------" to rpt-work
    perform print-line
    move 0 to end-of-file
    open input ppa-file
    if ppa-status = "00"
        perform until end-of-file = 1
            read ppa-file
                at end move 1 to end-of-file
                not at end
                    if ppa-record not = spaces
                        divide pa-date by 100 giving date-period
                        if date-period = period
                            add 1 to ppa-in-count
                            add pa-value to ppa-in-total
                            perform print-ppa-record
                        end-if
                    end-if
            end-read
        end-perform
    end-if
    close ppa-file
    move ppa-in-count to rat-count
    move ppa-in-total to rat-total
    move rpt-ppa-total-line to rpt-work
    perform print-line

    move spaces to rpt-work
    perform print-line
    move "ADJUSTMENTS TO THIS PERIOD CARRIED INTO LATER PERIODS"
        to rpt-work
    perform print-line
    move "-----------------------------------------------------"
        to rpt-work
    perform print-line
    move 0 to end-of-file
    open input ppa-file
    if ppa-status = "00"
        perform until end-of-file = 1
            read ppa-file
                at end move 1 to end-of-file
                not at end
                    if ppa-record not = spaces and pa-period = period
                        add 1 to ppa-out-count
                        add pa-value to ppa-out-total
                        perform print-ppa-record
                    end-if
            end-read
        end-perform
    end-if
    close ppa-file
    move ppa-out-count to rat-count
    move ppa-out-total to rat-total
    move rpt-ppa-total-line to rpt-work
    perform print-line.

print-ppa-record.
    move pa-date    to ra-date
    move pa-period  to ra-period
    move pa-fname   to ra-fname
    move pa-line-no to ra-line
    move pa-value   to ra-value
    if pa-status = "C"
        move "CLEAN" to ra-status
    else
        move "REJECTED" to ra-status
    end-if
    move rpt-ppa-line to rpt-work
    perform print-line.

report-sign-off.
    move spaces to rpt-work
    perform print-line
    if period-state = "C"
        move state-by   to rs-by
        move state-date to rs-date
        move rpt-signed-line to rpt-work
    else
        move "SIGNED OFF BY: ____________________  DATE: __________"
            to rpt-work
    end-if
    perform print-line.

print-line.
    move rpt-work to report-line
    write report-line.
