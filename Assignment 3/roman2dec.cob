        record key is mr-numeral
        file status is master-status.

*> Change journal for the conversion master: every insert and every
*> count update master-post makes, with the record as it was and as
*> it became, the date and time, and the run that made it -- so
*> roman-master can roll a rebuilt master forward from its last
*> backup, and so any entry's value can be traced to the run that
*> put it there. Shared with roman-master, which journals its own
*> deletions. OPTIONAL: the first run ever creates it.
    select optional journal-file assign to dynamic journal-fname
        organization is line sequential
        file status is journal-status.

*> Corrections file for a patch run: the lines a clerk has approved
*> fixes for, keyed by filename and line number exactly as the error
*> log records them, so a handful of repairs can be merged into an
    select patch-file assign to dynamic patch-fname
        organization is line sequential.

*> Duplicate-detection work file: every token that converts cleanly,
*> with its value and the file and line it came from, so
*> roman-dupcheck can sort the whole run by numeral afterwards and
*> surface documents keyed into two different drop files by two
*> branch offices -- and roman-seqgap can walk each drop file's
*> numbering in line order for missing or out-of-order documents.
*> Written on every run: fresh runs start it over, a restart or a
*> patch run extends it alongside the pipeline output it mirrors.
*> OPTIONAL: a patch run against output from before single-file
*> runs wrote it has nothing to extend yet.
    select optional dup-file assign to dynamic dup-fname
        organization is line sequential.

*> Permanent run history: one record appended per execution, carrying
        organization is line sequential
        file status is catalog-status.

*> Period-control file roman-close keeps: which months are closed.
*> OPTIONAL: until the first month is closed there is none.
    select optional period-file assign to dynamic period-fname
        organization is line sequential
        file status is period-status.

*> Permanent mismatch log. A reconcile-mode VALUE MISMATCH used to
*> exist only as a message line inside the pipeline output and a
*> count in mismatch-count -- no file, no line number, nothing for
        organization is line sequential
        file status is branch-status.

*> Layout-profile reference, keyed by drop filename or branch code
*> the same way as the branch reference: for branches that send the
*> numeral in a set column range beside names, amounts and free
*> text, which columns hold numerals, which hold the expected value
*> and which carry a document key. A file with no profile is scanned
*> whole, exactly as before profiles existed.
    select layout-file assign to dynamic layout-fname
        organization is line sequential
        file status is layout-status.

*> Persistent rejects ledger, keyed by filename and line number: one
*> entry per reject from the run that first logged it to the patch
*> run that corrected it. The error log records that a reject
        organization is line sequential
        file status is ledger-status.

*> Prior-period adjustments: a correction to a month roman-close has
*> closed, carried into the open month's output instead, one record
*> per corrected line, so the next close report can list what was
*> carried in and what it was worth. OPTIONAL: the first one ever
*> creates it.
    select optional ppa-file assign to dynamic ppa-fname
        organization is line sequential
        file status is ppa-status.

data division.
file section.
fd  input-file.

*> Alternate view of input-record for extract files where each line
*> carries the roman numeral AND the clerk-typed decimal value it is
*> supposed to equal (columns 21-30). The default layout when
*> reconcile-mode is turned on (see use-default-layout); plain
*> 80-byte text files and files with a layout profile ignore it.
*> Kept as text rather than PIC 9 -- a clerk's hand-typed value is as
*> likely to be right-justified with leading spaces as zero-padded,
*> and spaces are not legal PIC 9 data, so reconcile-check normalizes
*> Carries a snapshot of the run totals as of the last checkpoint,
*> not just the restart line, so a restart can pick the totals back
*> up where they left off instead of a restarted run's control
*> totals only covering the tail end of the file. The per-file
*> snapshots ride along for a partition run, whose restart lands in
*> the middle of a list with the file's marker already written; the
*> state byte says whether the file it names was finished (F) or
*> only started (S) -- its marker written, its totals not yet.
fd  checkpoint-file.
    01 checkpoint-file-record.
       02 ck-fname            pic X(30).
       02 ck-grand-total      pic 9(12).
       02 ck-tokens-valid     pic 9(9).
       02 ck-tokens-rejected  pic 9(9).
       02 ck-file-read-start  pic 9(9).
       02 ck-file-rej-start   pic 9(9).
       02 ck-file-total-start pic 9(12).
       02 ck-state            pic X(1).

fd  error-file.
    01 error-file-record.
       02 el-line-no  pic Z(9).
       02 filler      pic X(2)     value spaces.
       02 el-text     pic X(40).
       02 filler      pic X        value space.
       02 el-doc-key  pic X(20).

fd  master-file.
    01 master-record.
       02 mr-last-seen   pic 9(8).
       02 mr-count       pic 9(9).

*> Same layout roman-master reads and writes. Zero-padded like the
*> run history so the images reread cleanly as numbers; an insert
*> carries an empty before image.
fd  journal-file.
    01 journal-record.
       02 jr-date        pic 9(8).
       02 filler         pic X.
       02 jr-time        pic 9(8).
       02 filler         pic X.
       02 jr-program     pic X(14).
       02 filler         pic X.
       02 jr-run-id      pic X(16).
       02 filler         pic X.
       02 jr-action      pic X(1).
       02 filler         pic X.
       02 jr-before.
          03 jb-numeral  pic X(35).
          03 filler      pic X.
          03 jb-value    pic 9(12).
          03 filler      pic X.
          03 jb-first    pic 9(8).
          03 filler      pic X.
          03 jb-last     pic 9(8).
          03 filler      pic X.
          03 jb-count    pic 9(9).
       02 filler         pic X.
       02 jr-after.
          03 ja-numeral  pic X(35).
          03 filler      pic X.
          03 ja-value    pic 9(12).
          03 filler      pic X.
          03 ja-first    pic 9(8).
          03 filler      pic X.
          03 ja-last     pic 9(8).
          03 filler      pic X.
          03 ja-count    pic 9(9).

*> Same shape as the error log record, so a clerk's corrections file
*> can start life as a copy of ROMANERR.TXT with the rejected token
*> replaced by the approved text.
       02 pc-line-no  pic X(9).
       02 filler      pic X(2).
       02 pc-text     pic X(40).
       02 filler      pic X.
       02 pc-doc-key  pic X(20).

fd  dup-file.
    01 dup-file-record.
       02 filler      pic X(2)     value spaces.
       02 cl-text     pic X(40).

*> 110 bytes to cover the widest file being rolled (the error log,
*> with its document key); the narrower pipeline output and case log
*> pad with spaces, which LINE SEQUENTIAL strips back off on the
*> write.
fd  gen-in-file.
    01 gen-in-record  pic X(110).

fd  gen-out-file.
    01 gen-out-record pic X(110).

*> One log record per value mismatch. Counters and line numbers are
*> written zero-padded, not Z-edited, so the analysis program
       02 filler      pic X.
       02 bf-name     pic X(30).

*> One profile record per drop file or branch: the key, then six
*> column ranges -- four for numerals, one for the expected value,
*> one for the document key -- each written as a from/to pair of
*> two-digit column numbers ("0120" is columns 1-20; "0000" or
*> blanks, not used). Kept as text so a malformed profile is caught
*> and ignored instead of being read as garbage column numbers.
fd  layout-file.
    01 layout-file-record.
       02 lf-key      pic X(30).
       02 lf-range occurs 6.
          03 filler   pic X.
          03 lf-from  pic X(2).
          03 lf-to    pic X(2).

*> One ledger record per reject ever logged: where it came from,
*> whether it is still open ("O") or corrected ("C"), when it was
*> first logged and when it closed, how many patch attempts it has
       02 ld-attempts pic 9(3).
       02 filler      pic X.
       02 ld-token    pic X(40).
       02 filler      pic X.
       02 ld-doc-key  pic X(20).

*> Same layout roman-close writes the period-control file with.
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

*> One record per carried correction: the day it was carried, the
*> closed month it belonged to, the source file and line, whether
*> the corrected line converted clean (C) or rejected again (R), the
*> value it added to the open month, and the corrected text.
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

*> One catalog record per generation cut: which base file it came
*> from, the dated name it was archived under, the run date and
*> same-day cycle number that built that name, and whether a
*> month-end close has pinned it -- a pinned generation is signed-off
*> output, and prune-generations never removes it.
fd  catalog-file.
    01 catalog-record.
       02 cg-base     pic X(14).
       02 cg-date     pic 9(8).
       02 filler      pic X.
       02 cg-seq      pic 9(2).
       02 filler      pic X.
       02 cg-pin      pic X(1).

working-storage section.
    77 fname          pic X(30).
    77 token          pic X(35)    value spaces.
    77 token-ptr       pic S9(4) usage is computational.
    77 scan-length     pic 9(2)     value 80.
    77 scan-from       pic 9(2)     value 1.

*> The column ranges conv scans for tokens, set for each drop file
*> by select-layout: the whole line, the reconcile view's columns
*> 1-20, or up to four numeral ranges off a layout profile. Beside
*> them, where the line's expected value sits (line-reconcile says
*> whether there is one to check) and where its document key sits
*> -- the key is copied onto the detail, error and ledger records so
*> a reject can be matched to its source document without counting
*> lines. A zero key-length means the file carries no key.
    01 scan-columns.
       02 scan-column-entry occurs 4.
          03 win-from  pic 9(2).
          03 win-to    pic 9(2).
    77 win-count       pic 9(1)     value 1.
    77 win-idx         pic S9(4) usage is computational.
    77 line-reconcile  pic X(1)     value "N".
    77 exp-from        pic 9(2)     value 21.
    77 exp-length      pic 9(2)     value 10.
    77 key-from        pic 9(2)     value 0.
    77 key-length      pic 9(2)     value 0.
    77 doc-key         pic X(20)    value spaces.

*> The stretch of characters the grammar walk is currently reading.
*> A plain token is walked whole; an extended token -- the archive
*> Switch and fields for reconciling a line's computed total against
*> the expected value the clerk typed in the extract (ir-expected-text).
    77 reconcile-mode  pic X(1)     value "N".
    77 expected-raw    pic X(10)    value spaces justified right.
    77 expected-value  pic 9(10)    value 0.
    77 mismatch-count  pic 9(7)     value 0.

*> written before the abend.
    77 restarting       pic X(1)     value "N".

*> Partition controls. ROMANPART makes the run one partition of a
*> control list roman-split has cut into ROMANFL.P01, ROMANFL.P02
*> and so on, run side by side with the others: the list, output,
*> error, case, mismatch and duplicate work files, the checkpoint
*> and a one-record run summary all carry the partition suffix, and
*> roman-merge puts the partitions back together as the one serial
*> run's files. A partition leaves everything shared to the merge
*> -- it reads the conversion master but never posts it, keeps no
*> rejects ledger, rolls no generations, appends no run history and
*> grades no tolerance -- so the partitions never contend for a
*> file. Unlike a plain list run a partition checkpoints, file by
*> file as well as line by line, and a rerun resumes at the file
*> and line it stopped at: resume-fname and resume-line are where,
*> and resume-pending stays up until the list walk reaches it.
    77 part-raw         pic X(9)     value spaces.
    77 part-compact     pic X(2)     value spaces justified right.
    77 part-no          pic X(2)     value spaces.
    77 partition-run    pic X(1)     value "N".
    77 part-prefix      pic X(12)    value spaces.
    77 part-fname       pic X(30)    value spaces.
    77 part-name-ptr    pic S9(4) usage is computational.
    77 resume-fname     pic X(30)    value spaces.
    77 resume-line      pic 9(9)     value 0.
    77 resume-pending   pic X(1)     value "N".
    77 resume-state     pic X(1)     value space.
    77 ckpt-state       pic X(1)     value space.

*> Permanent error log filename.
    77 err-fname        pic X(30)    value "ROMANERR.TXT".

*> Duplicate-detection work filename.
    77 dup-fname        pic X(30)    value "ROMANDUP.DAT".

*> Run-history filename and the start/end times bracketing this
    77 master-ok          pic X(1)     value "N".
    77 master-hit         pic X(1)     value "N".

*> Master change-journal controls. The master is only put in play
*> when its journal opens too -- an unjournaled change could never
*> be rolled forward. master-before holds the record as it was
*> before master-post changed it; run-id names this run on every
*> journal entry (run date and start time, the same pair the run
*> history carries).
    77 journal-fname      pic X(30)    value "ROMANMSTJ.TXT".
    77 journal-status     pic X(2)     value spaces.
    77 journal-action     pic X(1)     value spaces.
    77 journal-date       pic 9(8)     value 0.
    77 journal-time       pic 9(8)     value 0.
    01 master-before.
       02 mb-numeral      pic X(35).
       02 mb-value        pic 9(12).
       02 mb-first-seen   pic 9(8).
       02 mb-last-seen    pic 9(8).
       02 mb-count        pic 9(9).
    01 run-id.
       02 ri-date         pic 9(8).
       02 ri-time         pic 9(8).

*> The 40 bytes the case-exception log reports for a line that
*> needed folding: the raw input record on a file run, the clerk's
*> corrected text on a patch run.
    77 end-of-gen         pic 9(1)     value 0.
    77 end-of-catalog     pic 9(1)     value 0.
    77 gen-base-count     pic 9(3)     value 0.
    77 gen-oldest         pic S9(5) usage is computational.
    77 gen-del-name       pic X(30)    value spaces.
    77 g                  pic S9(5) usage is computational.
    77 h                  pic S9(5) usage is computational.

*> The catalog held whole in storage while this run appends its new
*> generations and prunes the expired ones, then written back out.
*> Pinned generations of closed months are never pruned, so the
*> table is sized for years of them on top of the kept ones.
    01 catalog-table.
       02 cat-entry occurs 20000.
          03 ca-base pic X(14).
          03 ca-name pic X(30).
          03 ca-date pic 9(8).
          03 ca-seq  pic 9(2).
          03 ca-pin  pic X(1).
    77 cat-used           pic 9(5)     value 0.

*> Set only when the catalog load actually read the file (or found
*> none to read). A catalog that exists but will not open must stop
*> would forget every generation already kept.
    77 catalog-loaded     pic X(1)     value "N".

*> Period-close controls. The period-control file is loaded into
*> storage as the latest state of every month on it -- C closed,
*> R reopened by an authorized reopen -- for find-period-state to
*> answer for the month in check-period. gen-pin says the output
*> about to be rolled belongs to a closed month, so its
*> generations are cut pinned.
    77 period-fname       pic X(30)    value "ROMANPERD.DAT".
    77 period-status      pic X(2)     value spaces.
    77 period-loaded      pic X(1)     value "N".
    77 end-of-period      pic 9(1)     value 0.
    01 period-table.
       02 period-entry occurs 600.
          03 pe-period    pic 9(6).
          03 pe-state     pic X(1).
    77 period-used        pic 9(3)     value 0.
    77 pe-idx             pic S9(4) usage is computational.
    77 check-period       pic 9(6)     value 0.
    77 period-state       pic X(1)     value space.
    77 prior-run-date     pic 9(8)     value 0.
    77 gen-pin            pic X(1)     value "N".

*> Patch-run lockout. A patch run may not change a closed month:
*> the month of the output being patched (out-period, off its RUN
*> DATE header) and the month of every correction (corr-period, the
*> month its reject was first logged) are checked before anything
*> is opened. ROMANPATCHPPA=Y carries the closed-month corrections
*> into the open month as prior-period adjustments instead of
*> refusing the run; a month reopened through roman-close patches
*> like any open one.
    77 ppa-mode           pic X(1)     value "N".
    77 ppa-fname          pic X(30)    value "ROMANPPA.TXT".
    77 ppa-status         pic X(2)     value spaces.
    77 out-period         pic 9(6)     value 0.
    77 corr-period        pic 9(6)     value 0.
    77 corr-is-ppa        pic X(1)     value "N".
    77 closed-corrections pic 9(5)     value 0.
    77 ppa-total-before   pic 9(12)    value 0.

*> Branch-reference controls and the filename-to-code mapping held
*> in storage for the run. A reference file that will not open is
*> not fatal -- markers are stamped "????" and the run goes on, the
    77 bt-used            pic 9(3)     value 0.
    77 bt-idx             pic S9(4) usage is computational.

*> Layout profiles held in storage for the run, column ranges
*> already checked and folded to numbers; lp-found is the profile
*> in force for the drop file in hand (zero for none). A profile
*> file that is not there is the normal case -- no branch sends
*> field-positioned numerals yet -- and every file is scanned whole.
    77 layout-fname       pic X(30)    value "ROMANLAYT.TXT".
    77 layout-status      pic X(2)     value spaces.
    77 end-of-layout      pic 9(1)     value 0.
    01 layout-table.
       02 layout-entry occurs 200.
          03 lt-key     pic X(30).
          03 lt-range occurs 6.
             04 lt-from pic 9(2).
             04 lt-to   pic 9(2).
    77 lp-used            pic 9(3)     value 0.
    77 lp-found           pic S9(4) usage is computational.
    77 lp-idx             pic S9(4) usage is computational.
    77 lp-r               pic S9(4) usage is computational.
    77 layout-ok          pic X(1)     value "Y".
    77 layout-nums        pic 9(1)     value 0.
    77 range-from-x       pic X(2)     value spaces.
    77 range-to-x         pic X(2)     value spaces.

*> The rejects ledger held whole in storage for the run -- loaded at
*> the start, updated in place as rejects are logged and corrections
*> land, written back at the end. LINE SEQUENTIAL has no rewrite, so
          03 le-closed   pic 9(8).
          03 le-attempts pic 9(3).
          03 le-token    pic X(40).
          03 le-doc-key  pic X(20).
    77 ledger-used        pic 9(4)     value 0.
    77 le-found           pic S9(4) usage is computational.
    77 le-idx             pic S9(4) usage is computational.
*> valid spelling and rejects -- a truncation can never pass for a
*> valid numeral. Do not shrink these back to the 15 that was
*> enough when 3999 was the ceiling.
*> The document key, when the drop file's layout profile names one,
*> rides in columns 51-70 of the detail record; the downstream
*> detail-record tests leave those columns out of their "nothing
*> past the value" check.
    01 output-table-record.
       02 filler      pic X        value space.
       02 out-r       pic X(35).
       02 filler      pic X(3)     value spaces.
       02 v           pic Z(9).
       02 filler      pic X(2)     value spaces.
       02 out-key     pic X(20).
    01 output-error-message.
       02 filler      pic X        value space.
       02 out-er-r    pic X(35).
    *> permanent output/error/case files before even prompting.
    perform determine-input-source.

    *> A partition's share of the rejects proves nothing about the
    *> run's -- the tolerances are the merge's to judge.
    if partition-run = "Y"
        move "N" to tolrej-mode
        move "N" to tolmism-mode
    end-if.

    *> Check whether this run is resuming a single file a previous,
    *> interrupted run left mid-stream -- if so the pipeline output,
    *> error and case files need to be extended, not truncated.
    *> Bring the rejects ledger into storage -- every reject logged
    *> and every correction applied this run updates it in place,
    *> and it is written back out at the end of the run.
    if partition-run = "N"
        perform load-rejects-ledger
    end-if.

    *> The layout profiles, for the drop files that need one.
    perform load-layout-profiles.

    *> A patch run against a closed month is refused here, before
    *> anything is opened -- or carried into the open month.
    if run-mode = "P"
        perform check-patch-periods
    end-if.

    *> Bring the conversion master into play. A master that will not
    *> open is not fatal -- the run reports it and walks every token
    *> the long way, exactly as before the master existed. A
    *> partition only reads it; the merge posts the whole run.
    if partition-run = "Y"
        open input master-file
    else
        open i-o master-file
    end-if
    if master-status = "00" or master-status = "05"
        move "Y" to master-ok
    else
            master-status ") - CONTINUING WITHOUT IT"
    end-if

    *> Every change the master takes is journaled; a journal that
    *> will not open takes the master out of play for the run rather
    *> than let it change with no record.
    move run-date   to ri-date
    move start-time to ri-time
    if master-ok = "Y" and partition-run = "N"
        open extend journal-file
        if journal-status not = "00" and journal-status not = "05"
            display "MASTER JOURNAL UNAVAILABLE (STATUS "
                journal-status ") - CONTINUING WITHOUT THE MASTER"
            close master-file
            move "N" to master-ok
        end-if
    end-if

    if run-mode = "P"
        *> A patch run repairs an output file an earlier run already
        *> wrote: pick its trailer totals back up, then extend all
        open extend error-file
        open extend case-file
        open extend mismatch-file
        open extend dup-file
    else
        if restarting = "Y"
            open extend output-file
            open extend error-file
            open extend case-file
            open extend mismatch-file
            open extend dup-file
        else
            if partition-run = "N"
                perform archive-prior-outputs
            end-if
            open output output-file
            move run-date to oh-date
            move output-header-record to output-file-record
            open output error-file
            open output case-file
            open output mismatch-file
            open output dup-file
        end-if
    end-if.

    evaluate run-mode
        when "L"
            perform load-branch-file
            perform process-file-list
        when "P"
            perform process-patch
        when other
            *> A profile may be keyed by branch code, so a single
            *> file needs the branch reference too once there are
            *> profiles to look up.
            if lp-used > 0
                perform load-branch-file
            end-if
            perform process-file
    end-evaluate

    close error-file
    close case-file
    close mismatch-file
    close dup-file

    if master-ok = "Y"
        close master-file
        if partition-run = "N"
            close journal-file
        end-if
    end-if

    perform save-rejects-ledger

    perform write-run-history

    *> A partition that got this far has nothing left to resume.
    if partition-run = "Y"
        perform clear-partition-checkpoint
    end-if

    *> Grade the run for the scheduler and end with the matching
    *> return code.
    perform set-return-code
    move lines-case-fixed to hr-case-fixed
    move mismatch-count   to hr-mismatches
    move grand-total      to hr-grand-total
    *> A partition's record is its summary for the merge, replaced
    *> on every run of it, not history.
    if partition-run = "Y"
        open output history-file
    else
        open extend history-file
    end-if
    write history-file-record
    close history-file.

        stop run
    end-if

    *> Room for the four generations about to be cut, checked before
    *> any of them is copied.
    if cat-used > 19996
        display "GENERATION CATALOG TABLE FULL - NOTHING CHANGED"
        move 8 to return-code
        stop run
    end-if

    perform check-prior-period

    move out-fname  to gen-in-fname
    move "ROMANOUT.TXT" to gen-base
    move "ROMANOUT"     to gen-prefix
                at end move 1 to end-of-catalog
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
                    end-if
            end-read
        end-perform
        move ca-name (g)  to cg-gen-name
        move ca-date (g)  to cg-date
        move ca-seq (g)   to cg-seq
        move ca-pin (g)   to cg-pin
        write catalog-record
        add 1 to g
    end-perform
    close gen-out-file
    close gen-in-file

    if cat-used < 20000
        add 1 to cat-used
        move gen-base      to ca-base (cat-used)
        move gen-out-fname to ca-name (cat-used)
        move run-date      to ca-date (cat-used)
        move gen-seq       to ca-seq (cat-used)
        move gen-pin       to ca-pin (cat-used)
    end-if.

prune-generations.
    *> than ROMANGENKEEP remain: the file is deleted from disk and
    *> its record squeezed out of the table. Table order is age
    *> order, so the oldest is simply the first entry for the base.
    *> A pinned generation belongs to a closed month: it is neither
    *> counted against the keep nor ever removed.
    move 0 to gen-base-count
    move 1 to g
    perform until g > cat-used
        if ca-base (g) = gen-base and ca-pin (g) not = "Y"
            add 1 to gen-base-count
        end-if
        add 1 to g
        move 0 to gen-oldest
        move 1 to g
        perform until g > cat-used or gen-oldest > 0
            if ca-base (g) = gen-base and ca-pin (g) not = "Y"
                move g to gen-oldest
            end-if
            add 1 to g
        subtract 1 from gen-base-count
    end-perform.

load-period-control.
    *> The latest record for a month is its state. Status 05 is an
    *> OPTIONAL file that does not exist yet -- no month closed. Any
    *> other status leaves the loaded flag down for the caller.
    move "N" to period-loaded
    move 0 to period-used
    move 0 to end-of-period
    open input period-file
    if period-status = "00" or period-status = "05"
        move "Y" to period-loaded
        perform until end-of-period = 1
            read period-file
                at end move 1 to end-of-period
                not at end
                    if period-record not = spaces
                        move pd-period to check-period
                        perform find-period-state
                        if pe-idx = 0 and period-used < 600
                            add 1 to period-used
                            move period-used to pe-idx
                            move pd-period to pe-period (pe-idx)
                        end-if
                        if pe-idx > 0
                            move pd-action to pe-state (pe-idx)
                        end-if
                    end-if
            end-read
        end-perform
    end-if
    close period-file.

find-period-state.
    *> The state of the month in check-period: C, R, or space for a
    *> month never closed. pe-idx is left on its entry, zero for none.
    move space to period-state
    move 0 to pe-idx
    move 1 to g
    perform until g > period-used or pe-idx > 0
        if pe-period (g) = check-period
            move g to pe-idx
            move pe-state (g) to period-state
        end-if
        add 1 to g
    end-perform.

check-prior-period.
    *> The run date off the header of the output about to be rolled.
    *> If its month is closed, the output is signed off and its
    *> generations are cut pinned. A period-control file that cannot
    *> be read pins nothing -- roman-close reports the month's
    *> generations as unpinned and pins them itself.
    move "N" to gen-pin
    move 0 to prior-run-date
    move out-fname to gen-in-fname
    open input gen-in-file
    if gen-in-status not = "00"
        exit paragraph
    end-if
    read gen-in-file
        at end continue
        not at end
            if gen-in-record(1:10) = "RUN DATE: "
                    and gen-in-record(11:8) is numeric
                move gen-in-record(11:8) to prior-run-date
            end-if
    end-read
    close gen-in-file
    if prior-run-date = 0
        exit paragraph
    end-if

    perform load-period-control
    if period-loaded = "N"
        display "PERIOD-CONTROL FILE UNREADABLE (STATUS "
            period-status ") - GENERATIONS NOT PINNED"
        exit paragraph
    end-if
    divide prior-run-date by 100 giving check-period
    perform find-period-state
    if period-state = "C"
        move "Y" to gen-pin
        display "PRIOR OUTPUT IS FROM CLOSED PERIOD " check-period
            " - GENERATIONS PINNED"
    end-if.

determine-input-source.
    *> ROMANPATCH names a corrections file and turns the run into a
    *> patch of the existing pipeline output -- it outranks the
    *> other sources, since mixing fresh conversion into a patch
    *> would double-count the untouched lines. Failing that,
    *> ROMANPART makes the run one partition of a split control
    *> list; it outranks ROMANFILELIST, which the chain also sets
    *> for roman-split. Failing that, ROMANFILELIST names a control
    *> file of input filenames, one per line, for an unattended run
    *> over the whole day's drop. Failing that, ROMANFILE names a
    *> single input file so the job can run without anyone at the
    *> terminal. Failing that, fall back to the original interactive
    *> prompt.
    accept patch-fname   from environment "ROMANPATCH".
    accept part-raw      from environment "ROMANPART".
    accept filelist-name from environment "ROMANFILELIST".
    accept env-fname     from environment "ROMANFILE".

    if patch-fname not = spaces
        move "P" to run-mode
    else
    if part-raw not = spaces
        move "L" to run-mode
        perform set-partition-names
    else
    if filelist-name not = spaces
        move "L" to run-mode
    else
            accept fname
        end-if
    end-if
    end-if
    end-if.

set-partition-names.
    *> The partition number, folded like any hand-typed number, and
    *> the suffixed names of every file a partition keeps to itself.
    *> A bad number stops the run before anything is opened.
    move spaces to part-compact
    move function trim(part-raw) to part-compact
    inspect part-compact replacing leading space by zero
    if part-compact is not numeric or part-compact = "00"
        display "BAD PARTITION NUMBER: " part-raw
        move 8 to return-code
        stop run
    end-if
    move part-compact to part-no
    move "Y" to partition-run

    move "ROMANFL.P"   to part-prefix
    perform build-partition-name
    move part-fname to filelist-name
    move "ROMANOUT.P"  to part-prefix
    perform build-partition-name
    move part-fname to out-fname
    move "ROMANERR.P"  to part-prefix
    perform build-partition-name
    move part-fname to err-fname
    move "ROMANCASE.P" to part-prefix
    perform build-partition-name
    move part-fname to case-fname
    move "ROMANMIS.P"  to part-prefix
    perform build-partition-name
    move part-fname to mis-fname
    move "ROMANDUP.P"  to part-prefix
    perform build-partition-name
    move part-fname to dup-fname
    move "ROMANCKPT.P" to part-prefix
    perform build-partition-name
    move part-fname to ckpt-fname
    move "ROMANHIST.P" to part-prefix
    perform build-partition-name
    move part-fname to hist-fname
    display "PARTITION " part-no " OF LIST " filelist-name.

build-partition-name.
    move spaces to part-fname
    move 1      to part-name-ptr
    string function trim(part-prefix) delimited by size
        part-no delimited by size
        into part-fname
        with pointer part-name-ptr
    end-string.

check-for-restart.
    *> Only a single-file run (interactive or ROMANFILE) can be
    *> positively matched against the one file+line the checkpoint
    *> never restarts either -- it extends the permanent files by
    *> design and reads no drop file a checkpoint could refer to.
    move "N" to restarting
    if partition-run = "Y"
        perform check-partition-restart
    end-if
    if run-mode not = "L" and run-mode not = "P"
        open input checkpoint-file
        if ckpt-status = "00"
        end-if
    end-if.

check-partition-restart.
    *> A partition's checkpoint naming a file means the last run of
    *> this partition stopped short of its end -- provided that file
    *> is still on the partition's list. One that is not belongs to
    *> some other night's split and is ignored.
    open input checkpoint-file
    if ckpt-status not = "00"
        exit paragraph
    end-if
    read checkpoint-file
    if ckpt-status not = "00" or ck-fname = spaces
        close checkpoint-file
        exit paragraph
    end-if
    close checkpoint-file

    open input filelist-file
    perform until end-of-list = 1
        read filelist-file
            at end move 1 to end-of-list
            not at end
                if filelist-record = ck-fname
                    move "Y" to restarting
                end-if
        end-read
    end-perform
    close filelist-file
    move 0 to end-of-list

    if restarting = "Y"
        move "Y"        to resume-pending
        move ck-fname   to resume-fname
        move ck-line-no to resume-line
        move ck-state   to resume-state
        display "PARTITION " part-no " RESUMES AT " ck-fname
            " LINE " ck-line-no
    else
        display "CHECKPOINT FOR A FILE NOT ON THIS LIST IGNORED: "
            ck-fname
    end-if.

process-file-list.
    *> Run every filename listed in the control file through the
    *> same single-file processing used for an interactive run.
                not at end
                    move filelist-record to fname
                    if fname not = spaces
                        if resume-pending = "Y"
                            perform resume-partition-entry
                        else
                            perform write-file-marker
                            perform checkpoint-file-started
                            perform process-file
                            perform write-file-totals
                            perform checkpoint-file-done
                        end-if
                    end-if
            end-read
        end-perform
    close filelist-file.

resume-partition-entry.
    *> A resuming partition passes over the files that were finished
    *> before it stopped -- their records are already on its output
    *> -- until it reaches the one its checkpoint names, whose
    *> totals are picked back up. Finished: the walk goes on with
    *> the next file. Started, or stopped part way: the file carries
    *> on from its checkpointed line (line zero for one stopped
    *> before its first line checkpoint) under the marker already
    *> written. A line-zero checkpoint with no state byte predates
    *> the started checkpoint and can only mean finished.
    if fname not = resume-fname
        exit paragraph
    end-if
    perform load-checkpoint
    move "N" to resume-pending
    if resume-line = 0 and resume-state not = "S"
        exit paragraph
    end-if
    move "S" to ckpt-state
    perform process-file
    perform write-file-totals
    perform checkpoint-file-done.

checkpoint-file-started.
    *> A partition checkpoints as each file's FILE marker goes out,
    *> so a restart before the file's first line checkpoint carries
    *> on under that marker instead of writing the file a second
    *> one. Line checkpoints through the file keep the started state.
    if partition-run = "Y"
        move "S" to ckpt-state
        move 0 to line-number
        perform save-checkpoint
    end-if.

checkpoint-file-done.
    *> A partition also checkpoints as each file finishes, its FILE
    *> TOTALS written: finished against the file says a restart
    *> starts with the file after it.
    if partition-run = "Y"
        move "F" to ckpt-state
        move 0 to line-number
        perform save-checkpoint
    end-if.

clear-partition-checkpoint.
    *> Written once the partition's trailer and summary are out: a
    *> checkpoint naming no file leaves nothing to resume.
    move spaces to checkpoint-file-record
    open output checkpoint-file
    write checkpoint-file-record
    close checkpoint-file.

process-patch.
    *> Convert only the corrected lines the clerk approved, through
    *> the same conv/convert-token logic a full run uses, appending
    *> rebuilt line, its one rejection is handed back, and conv
    *> judges it once. A fix that still fails simply gets counted
    *> (and logged) rejected again, leaving the totals honest.
    *> Corrected text is rebuilt token by token, not laid out in
    *> the drop file's columns, so it is always scanned whole.
    perform use-default-layout
    if closed-corrections > 0
        open extend ppa-file
    end-if
    open input patch-file
    perform read-patch-record
    perform until patch-have = "N"
        perform apply-correction
    end-perform
    close patch-file
    if closed-corrections > 0
        close ppa-file
    end-if.

check-patch-periods.
    *> The output's own month first: a closed month's output is
    *> signed off and cannot take even an adjustment. Then each
    *> corrected line's month, counted once per line. A
    *> period-control file that cannot be read proves nothing is
    *> closed, so the run is refused.
    accept ppa-mode from environment "ROMANPATCHPPA"
    move function upper-case(ppa-mode) to ppa-mode
    perform load-period-control
    if period-loaded = "N"
        display "PERIOD-CONTROL FILE UNREADABLE (STATUS "
            period-status ") - PATCH REFUSED"
        move 8 to return-code
        stop run
    end-if

    move 0 to out-period
    open input output-file
    read output-file
        at end continue
        not at end
            if output-file-record(1:10) = "RUN DATE: "
                    and output-file-record(11:8) is numeric
                move output-file-record(11:8) to prior-run-date
                divide prior-run-date by 100 giving out-period
            end-if
    end-read
    close output-file
    if out-period > 0
        move out-period to check-period
        perform find-period-state
        if period-state = "C"
            display "EXISTING OUTPUT IS FROM CLOSED PERIOD "
                out-period " - PATCH REFUSED"
            display "REOPEN THE PERIOD THROUGH ROMAN-CLOSE, OR RUN"
                " THE OPEN PERIOD FIRST"
            move 8 to return-code
            stop run
        end-if
    end-if

    move 0 to closed-corrections
    move spaces to patch-cur-fname
    move spaces to patch-cur-line
    open input patch-file
    perform read-patch-record
    perform until patch-have = "N"
        if pc-fname not = patch-cur-fname
                or pc-line-no not = patch-cur-line
            move pc-fname   to patch-cur-fname
            move pc-line-no to patch-cur-line
            move pc-fname   to fname
            move pc-line-no to patch-line-x
            inspect patch-line-x replacing leading space by zero
            move patch-line-x to line-number
            perform find-correction-period
            if corr-is-ppa = "Y"
                add 1 to closed-corrections
                display "CORRECTION FOR CLOSED PERIOD " corr-period
                    ": " function trim(pc-fname) " LINE " pc-line-no
            end-if
        end-if
        perform read-patch-record
    end-perform
    close patch-file
    move 0 to end-of-patch

    if closed-corrections > 0
        if ppa-mode = "Y"
            display closed-corrections " CORRECTION(S) CARRIED INTO"
                " THIS PERIOD AS PRIOR-PERIOD ADJUSTMENTS"
        else
            display closed-corrections " CORRECTION(S) FOR CLOSED"
                " PERIODS - PATCH REFUSED"
            display "REOPEN THE PERIOD THROUGH ROMAN-CLOSE, OR SET"
                " ROMANPATCHPPA=Y TO CARRY THEM FORWARD"
            move 8 to return-code
            stop run
        end-if
    end-if.

find-correction-period.
    *> The month a corrected line belongs to: the month its reject
    *> was first logged on the ledger, or -- for a line the ledger
    *> does not know -- the month of the output being patched.
    perform ledger-find
    if le-found > 0
        divide le-opened (le-found) by 100 giving corr-period
    else
        move out-period to corr-period
    end-if
    move "N" to corr-is-ppa
    if corr-period > 0
        move corr-period to check-period
        perform find-period-state
        if period-state = "C"
            move "Y" to corr-is-ppa
        end-if
    end-if.

write-ppa-record.
    *> Same filler-blanking rule as write-error-log applies.
    move spaces      to ppa-record
    move run-date    to pa-date
    move corr-period to pa-period
    move fname       to pa-fname
    move line-number to pa-line-no
    if line-has-error = "N"
        move "C" to pa-status
    else
        move "R" to pa-status
    end-if
    compute pa-value = grand-total - ppa-total-before
    move patch-text  to pa-text
    move doc-key     to pa-doc-key
    write ppa-record.

read-patch-record.
    *> Fetch the next nonblank correction record, if there is one.
    move patch-line-x to line-number
    move pc-fname   to patch-cur-fname
    move pc-line-no to patch-cur-line
    move pc-doc-key to doc-key

    *> A line from a closed month goes on as a prior-period
    *> adjustment, worth whatever it adds to the grand total.
    perform find-correction-period
    move grand-total to ppa-total-before

    *> Rebuild the source line out of every correction record that
    *> names this same file and line -- one token per record, spaced
    *> line converted cleanly, one more failed attempt otherwise (a
    *> fix that rejected again was already reopened through
    *> write-error-log on its way here).
    perform ledger-post-patch

    if corr-is-ppa = "Y"
        perform write-ppa-record
    end-if.

gather-correction-tokens.
    *> Append the record in hand, then keep pulling records while
        add 1 to bt-idx
    end-perform.

load-layout-profiles.
    *> The profile reference into storage, each profile checked on
    *> the way in: every range used must be a from/to pair of column
    *> numbers inside the 80-byte record, at least one numeral range
    *> is needed, the expected value must fit the ten columns the
    *> reconcile check reads, and the key the twenty the records
    *> carry. A profile that fails is reported and ignored -- its
    *> file is scanned whole -- and roman-preflight stops the run on
    *> it before it gets this far.
    accept layout-fname from environment "ROMANLAYTFILE"
    if layout-fname = spaces
        move "ROMANLAYT.TXT" to layout-fname
    end-if
    move 0 to lp-used
    move 0 to end-of-layout
    open input layout-file
    if layout-status not = "00"
        if layout-status not = "35"
            display "LAYOUT PROFILES UNAVAILABLE (STATUS "
                layout-status ") - EVERY FILE SCANNED WHOLE"
        end-if
        exit paragraph
    end-if
    perform until end-of-layout = 1
        read layout-file
            at end move 1 to end-of-layout
            not at end
                if lf-key not = spaces and lp-used < 200
                    perform check-layout-profile
                end-if
        end-read
    end-perform
    close layout-file.

check-layout-profile.
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
        display "LAYOUT PROFILE IGNORED - BAD COLUMNS: " lf-key
        subtract 1 from lp-used
    end-if.

select-layout.
    *> The layout in force for the drop file in hand: the profile
    *> keyed by its own filename first, failing that the one keyed
    *> by its branch code, failing that none. A profile governs its
    *> file completely -- the file is reconciled only if the profile
    *> names an expected-value range, whatever ROMANRECONCILE says,
    *> since the reconcile view's fixed columns mean nothing there.
    perform use-default-layout
    if lp-used = 0
        exit paragraph
    end-if

    perform lookup-branch
    move 0 to lp-found
    move 1 to lp-idx
    perform until lp-idx > lp-used or lp-found > 0
        if lt-key (lp-idx) = fname
            move lp-idx to lp-found
        end-if
        add 1 to lp-idx
    end-perform
    move 1 to lp-idx
    perform until lp-idx > lp-used or lp-found > 0
        if lt-key (lp-idx) = file-branch and file-branch not = "????"
            move lp-idx to lp-found
        end-if
        add 1 to lp-idx
    end-perform
    if lp-found = 0
        exit paragraph
    end-if

    move 0 to win-count
    move 1 to lp-r
    perform until lp-r > 4
        if lt-from (lp-found, lp-r) > 0
            add 1 to win-count
            move lt-from (lp-found, lp-r) to win-from (win-count)
            move lt-to (lp-found, lp-r)   to win-to (win-count)
        end-if
        add 1 to lp-r
    end-perform

    move "N" to line-reconcile
    if lt-from (lp-found, 5) > 0
        move "Y" to line-reconcile
        move lt-from (lp-found, 5) to exp-from
        compute exp-length =
            lt-to (lp-found, 5) - lt-from (lp-found, 5) + 1
    end-if
    if lt-from (lp-found, 6) > 0
        move lt-from (lp-found, 6) to key-from
        compute key-length =
            lt-to (lp-found, 6) - lt-from (lp-found, 6) + 1
    end-if.

use-default-layout.
    *> No profile: the whole line, or columns 1-20 with the expected
    *> value in 21-30 when the run is reconciling -- exactly the
    *> scan conv always made -- and no document key.
    move 0 to lp-found
    move 1 to win-count
    move 1 to win-from (1)
    if reconcile-mode = "Y"
        move 20 to win-to (1)
    else
        move 80 to win-to (1)
    end-if
    move reconcile-mode to line-reconcile
    move 21 to exp-from
    move 10 to exp-length
    move 0  to key-from
    move 0  to key-length
    move spaces to doc-key.

write-file-marker.
    *> Names the drop file a list run is about to process, stamped
    *> with its branch code off the reference, and takes the counter
    move 0 to line-number
    move 0 to restart-line
    perform load-checkpoint
    perform select-layout

    open input input-file

                    move "N" to line-is-mixed
                end-if

                *> The document key as the source carries it, case and
                *> all.
                if key-length > 0
                    move input-record(key-from:key-length) to doc-key
                else
                    move spaces to doc-key
                end-if

                perform conv

                perform checkpoint-if-due
    *> one file+line a checkpoint remembers -- same reasoning as
    *> check-for-restart, and the same guard, so a ROMANFILELIST run
    *> can never pick up a stale checkpoint left by an unrelated
    *> single-file run against a same-named drop file. A partition
    *> keeps its own checkpoint and does restart (see
    *> resume-partition-entry), per-file snapshots and all.
    if run-mode not = "L" or partition-run = "Y"
        open input checkpoint-file
        if ckpt-status = "00"
            read checkpoint-file
            if ckpt-status = "00" and ck-fname = fname
                    and (ck-line-no > 0 or resume-pending = "Y")
                move ck-line-no          to restart-line
                move ck-file-read-start  to fl-read-start
                move ck-file-rej-start   to fl-rejected-start
                move ck-file-total-start to fl-total-start
                move ck-lines-read       to lines-read
                move ck-lines-valid      to lines-valid
                move ck-lines-rejected   to lines-rejected
    *> run never writes a checkpoint tied to one of the list's
    *> filenames, since process-file has no way to tell a later
    *> restart which earlier files in the list had already finished.
    *> A partition can tell: it checkpoints each file as it finishes.
    if run-mode not = "L" or partition-run = "Y"
        *> The trailing filler is never moved to directly, so it
        *> carries whatever was left in that memory -- blank the
        *> whole record first, the same fix write-error-log and
        move grand-total         to ck-grand-total
        move tokens-valid        to ck-tokens-valid
        move tokens-rejected     to ck-tokens-rejected
        move fl-read-start       to ck-file-read-start
        move fl-rejected-start   to ck-file-rej-start
        move fl-total-start      to ck-file-total-start
        move ckpt-state          to ck-state
        open output checkpoint-file
        write checkpoint-file-record
        close checkpoint-file

conv.
    *> Split the line on spaces and convert every numeral on it
    *> separately, instead of stopping at the first space. Only the
    *> columns the drop file's layout says hold numerals are scanned
    *> (see select-layout): extract records being reconciled only
    *> carry one numeral (columns 1-20), so the clerk's expected-value
    *> digits stay out of the token scan, and a profiled file's
    *> names, amounts and free text never reach it at all.
    move "N"    to line-has-error
    move space  to expr-pending-op
    move "N"    to last-token-ok

    move 1 to win-idx
    perform until win-idx > win-count
        move win-from (win-idx) to scan-from
        compute scan-length = win-to (win-idx) - win-from (win-idx) + 1
        perform scan-columns-of-line
        add 1 to win-idx
    end-perform

    *> An operator still waiting when the line runs out has no
    *> right-hand side -- rejected like any other bad token, so a
    *> truncated expression doesn't vanish without a trace.
    if expr-pending-op not = space
        perform reject-dangling-operator
    end-if.

    *> One decision per physical line: a blank line, or one where
    *> every token converted cleanly, counts as valid; a line with
    *> even one bad token counts as rejected, whether it had one
    *> numeral on it or several.
    if line-has-error = "Y"
        add 1 to lines-rejected
    else
        add 1 to lines-valid
    end-if.

scan-columns-of-line.
    *> One column range of the line, token by token.
    move 1      to token-ptr
    move spaces to token

    perform until token-ptr > scan-length
        unstring input-line(scan-from:scan-length) delimited by all space
            into token
            with pointer token-ptr
        end-unstring
                    perform convert-date-token
                else
                    perform convert-token
                    if line-reconcile = "Y"
                        perform reconcile-check
                    end-if
                    if expr-mode = "Y"
        end-if

        move spaces to token
    end-perform.

track-expression.
    *> Bookkeeping after each converted token in expression mode: a
    if is-valid = 1
        move output-line to out-r
        move sum-val to v
        move doc-key to out-key
        display output-table-record
        move output-table-record to output-file-record
        write output-file-record
        add 1 to tokens-valid
        add sum-val to grand-total
        perform master-post
        perform write-dup-record
    else
        *> Logged raw, not the reconstructed output-line: the char
        *> walk above can stop the instant a rule is violated, which
    *> A master hit gets its occurrence count stepped and its
    *> last-seen date refreshed; a numeral the walk just validated
    *> for the first time is inserted. Only tokens that converted
    *> cleanly land here -- rejects stay off the master. A partition
    *> leaves the posting to roman-merge, which replays it from the
    *> duplicate work file in list order.
    if master-ok = "Y" and partition-run = "N"
        if master-hit = "Y"
            move master-record to master-before
            add 1 to mr-count
            move run-date to mr-last-seen
            rewrite master-record
            move "C" to journal-action
            perform write-journal
        else
            move token    to mr-numeral
            move sum-val  to mr-value
            move 1        to mr-count
            write master-record
                invalid key continue
                not invalid key
                    move "A" to journal-action
                    perform write-journal
            end-write
        end-if
    end-if.

write-journal.
    *> One journal entry per master change: C carries the record as
    *> it was and as it became, A an empty before image and the new
    *> record. Stamped with the moment of the change, not the run
    *> date -- a run that crosses midnight must still replay in
    *> order.
    accept journal-date from date yyyymmdd
    accept journal-time from time
    move spaces         to journal-record
    move journal-date   to jr-date
    move journal-time   to jr-time
    move "ROMAN-NUMERAL" to jr-program
    move run-id         to jr-run-id
    move journal-action to jr-action
    if journal-action = "A"
        move spaces to jb-numeral
        move 0      to jb-value
        move 0      to jb-first
        move 0      to jb-last
        move 0      to jb-count
    else
        move mb-numeral    to jb-numeral
        move mb-value      to jb-value
        move mb-first-seen to jb-first
        move mb-last-seen  to jb-last
        move mb-count      to jb-count
    end-if
    move mr-numeral    to ja-numeral
    move mr-value      to ja-value
    move mr-first-seen to ja-first
    move mr-last-seen  to ja-last
    move mr-count      to ja-count
    write journal-record.

parse-extended.
    *> Bar/vinculum notation from the oldest ledger volumes, written
    *> in the transcriptions as a parenthesized group: the group is
    end-perform.

write-dup-record.
    *> One work record per clean token, for the after-run duplicate
    *> sweep and sequence-gap check. Same filler-blanking rule as
    *> write-error-log applies.
    move spaces      to dup-file-record
    move token       to dp-numeral
    move fname          to el-fname
    move line-number    to el-line-no
    move token          to el-text
    move doc-key        to el-doc-key
    write error-file-record
    perform ledger-post-reject.

            move run-date    to le-opened (le-found)
            move 0           to le-closed (le-found)
            move 0           to le-attempts (le-found)
            move spaces      to le-doc-key (le-found)
        end-if
    end-if
    if le-found > 0
        move "O"   to le-status (le-found)
        move 0     to le-closed (le-found)
        move token to le-token (le-found)
        if doc-key not = spaces
            move doc-key to le-doc-key (le-found)
        end-if
    end-if.

ledger-post-patch.
                        move ld-closed   to le-closed (ledger-used)
                        move ld-attempts to le-attempts (ledger-used)
                        move ld-token    to le-token (ledger-used)
                        move ld-doc-key  to le-doc-key (ledger-used)
                    end-if
            end-read
        end-perform
        move le-closed (le-idx)     to ld-closed
        move le-attempts (le-idx)   to ld-attempts
        move le-token (le-idx)      to ld-token
        move le-doc-key (le-idx)    to ld-doc-key
        write ledger-file-record
        add 1 to le-idx
    end-perform
    *> spaces are folded to zeros before the field is treated as a
    *> number, rather than risking a false mismatch against a value
    *> that actually agrees.
    move spaces to expected-raw
    move function trim(input-line(exp-from:exp-length)) to expected-raw
    inspect expected-raw replacing leading space by zero
    move expected-raw to expected-value

