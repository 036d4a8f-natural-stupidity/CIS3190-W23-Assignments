*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-merge.
*> Merge step of a partitioned run. roman-split cut the night's
*> control list into partitions and roman-numeral ran each one side
*> by side under ROMANPART, every partition into its own output,
*> error, case, mismatch and duplicate work files. This program puts
*> them back together as the files one serial ROMANFILELIST run
*> would have left: ROMANOUT.TXT with its FILE:/FILE TOTALS sections
*> in the control list's own order under one RUN DATE header and
*> one recomputed RECS READ / CASE FIXED trailer pair, and the
*> error, case and mismatch logs and the duplicate work file in the
*> same order -- so roman-verify and everything after it in the
*> chain cannot tell a partitioned run from a serial one. The
*> shared files the partitions were kept off are brought up to date
*> here, the way the serial run would have: yesterday's outputs
*> rolled to their generations, the rejects ledger posted from the
*> merged error log, the conversion master posted and journaled
*> from the merged duplicate work file, and one run-history record
*> for the whole run. Nothing is touched until every partition is
*> proven finished: each must have left its run summary since the
*> split, an output ending on its trailer pair, and one FILE:
*> section for every file dealt to it. Ends with roman-numeral's own
*> graduated return code, tolerances and all -- 8 as well when the
*> partitions cannot be merged.

environment division.

input-output section.
file-control.

*> The partition map roman-split wrote.
    select map-file assign to dynamic map-fname
        organization is line sequential
        file status is map-status.

*> Whichever partition file is being read: an output, a log, the
*> duplicate work file. 110 bytes covers the widest of them.
    select part-file assign to dynamic part-fname
        organization is line sequential
        file status is part-status.

*> A partition's one-record run summary, then the permanent run
*> history the merged run is appended to -- the same layout both.
    select optional history-file assign to dynamic hist-fname
        organization is line sequential
        file status is hist-status.

*> Records tagged with their file's place in the control list and
*> their place in the partition, sorted back into serial order.
    select tag-file assign to dynamic tag-fname
        organization is line sequential.

    select sorted-file assign to dynamic sorted-fname
        organization is line sequential.

    select sort-file assign to "ROMANMRG.SRT".

*> The merged file being written -- or reread, for the ledger and
*> master postings.
    select merged-file assign to dynamic merged-fname
        organization is line sequential
        file status is merged-status.

*> Generation archiving, exactly as roman-numeral rolls the files a
*> fresh run is about to truncate.
    select gen-in-file assign to dynamic gen-in-fname
        organization is line sequential
        file status is gen-in-status.

    select gen-out-file assign to dynamic gen-out-fname
        organization is line sequential.

    select optional catalog-file assign to dynamic catalog-fname
        organization is line sequential
        file status is catalog-status.

*> Period-control file roman-close keeps: which months are closed.
*> OPTIONAL: until the first month is closed there is none.
    select optional period-file assign to dynamic period-fname
        organization is line sequential
        file status is period-status.

*> The shared files a partition leaves alone -- same declarations
*> as in roman-numeral.
    select optional ledger-file assign to dynamic ledger-fname
        organization is line sequential
        file status is ledger-status.

    select optional master-file assign to dynamic master-fname
        organization is indexed
        access is random
        record key is mr-numeral
        file status is master-status.

    select optional journal-file assign to dynamic journal-fname
        organization is line sequential
        file status is journal-status.

data division.
file section.

*> Same layout roman-split writes.
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

*> The views a partition output is read through -- the same ones
*> load-prior-totals in roman-numeral reads its trailers with.
fd  part-file.
    01 part-record    pic X(110).
    01 part-marker-view.
       02 pm-label       pic X(6).
       02 pm-fname       pic X(30).
       02 filler         pic X(74).
    01 part-header-view.
       02 ph-label       pic X(10).
       02 filler         pic X(100).
    01 part-trailer-view.
       02 tv-label       pic X(11).
       02 tv-read        pic X(9).
       02 filler         pic X(11).
       02 tv-valid       pic X(9).
       02 filler         pic X(12).
       02 tv-rejected    pic X(9).
       02 filler         pic X(8).
       02 tv-mismatch    pic X(9).
       02 filler         pic X(32).
    01 part-trailer2-view.
       02 t2-label       pic X(14).
       02 t2-case-fixed  pic X(9).
       02 filler         pic X(15).
       02 t2-grand-total pic X(12).
       02 filler         pic X(60).

*> Same layout roman-numeral writes its run history with.
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
       02 filler             pic X.
       02 hr-tokens-valid    pic 9(9).
       02 filler             pic X.
       02 hr-tokens-rejected pic 9(9).
       02 filler             pic X.
       02 hr-case-fixed      pic 9(9).
       02 filler             pic X.
       02 hr-mismatches      pic 9(7).
       02 filler             pic X.
       02 hr-grand-total     pic 9(12).

fd  tag-file.
    01 tag-record.
       02 tg-order    pic 9(5).
       02 tg-seq      pic 9(9).
       02 tg-data     pic X(110).

fd  sorted-file.
    01 sorted-record.
       02 so-order    pic 9(5).
       02 so-seq      pic 9(9).
       02 so-data     pic X(110).

sd  sort-file.
    01 sort-record.
       02 sr-order    pic 9(5).
       02 sr-seq      pic 9(9).
       02 sr-data     pic X(110).

*> The merged error log and duplicate work file are reread through
*> the layouts roman-numeral writes them with.
fd  merged-file.
    01 merged-record  pic X(110).
    01 merged-error-view.
       02 el-fname    pic X(30).
       02 filler      pic X.
       02 el-line-no  pic X(9).
       02 filler      pic X(2).
       02 el-text     pic X(40).
       02 filler      pic X.
       02 el-doc-key  pic X(20).
       02 filler      pic X(7).
    01 merged-dup-view.
       02 dp-numeral  pic X(35).
       02 filler      pic X.
       02 dp-value    pic 9(9).
       02 filler      pic X.
       02 dp-fname    pic X(30).
       02 filler      pic X.
       02 dp-line-no  pic 9(9).
       02 filler      pic X(24).

fd  gen-in-file.
    01 gen-in-record  pic X(110).

fd  gen-out-file.
    01 gen-out-record pic X(110).

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

fd  master-file.
    01 master-record.
       02 mr-numeral     pic X(35).
       02 mr-value       pic 9(12).
       02 mr-first-seen  pic 9(8).
       02 mr-last-seen   pic 9(8).
       02 mr-count       pic 9(9).

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

working-storage section.
    77 map-fname        pic X(30)    value spaces.
    77 map-status       pic X(2)     value spaces.
    77 part-fname       pic X(30)    value spaces.
    77 part-status      pic X(2)     value spaces.
    77 hist-fname       pic X(30)    value spaces.
    77 hist-status      pic X(2)     value spaces.
    77 tag-fname        pic X(30)    value "ROMANMRG.WRK".
    77 sorted-fname     pic X(30)    value "ROMANMRG.SRD".
    77 merged-fname     pic X(30)    value spaces.
    77 merged-status    pic X(2)     value spaces.
    77 end-of-file      pic 9(1)     value 0.

*> The serial run's file names, which the merged files take.
    77 out-fname        pic X(30)    value "ROMANOUT.TXT".
    77 err-fname        pic X(30)    value "ROMANERR.TXT".
    77 case-fname       pic X(30)    value "ROMANCASE.TXT".
    77 mis-fname        pic X(30)    value "ROMANMIS.TXT".
    77 dup-fname        pic X(30)    value "ROMANDUP.DAT".

*> The map held in storage: the header's partition count, list
*> name and split stamp, and every listed file in control-list
*> order with the partition it went to.
    77 part-count       pic 9(2)     value 0.
    77 list-name        pic X(30)    value spaces.
    77 split-date       pic 9(8)     value 0.
    77 split-time       pic 9(8)     value 0.
    77 map-merged       pic X(1)     value "N".
    01 map-table.
       02 map-entry occurs 1000.
          03 me-fname   pic X(30).
          03 me-part    pic 9(2).
          03 me-bytes   pic 9(12).
    77 map-used         pic 9(4)     value 0.
    77 m                pic S9(4) usage is computational.
    77 found-order      pic 9(5)     value 0.
    77 last-fname       pic X(30)    value spaces.
    77 last-order       pic 9(5)     value 0.

*> The partition in hand, its suffix, and what its files showed.
    77 p                pic S9(4) usage is computational.
    77 part-no-x        pic 9(2)     value 0.
    77 part-prefix      pic X(12)    value spaces.
    77 part-name-ptr    pic S9(4) usage is computational.
    77 part-recs        pic 9(9)     value 0.
    77 part-markers     pic 9(5)     value 0.
    77 part-files       pic 9(5)     value 0.
    77 part-t1-at       pic 9(9)     value 0.
    77 part-t2-at       pic 9(9)     value 0.
    77 pr-read          pic 9(9)     value 0.
    77 pr-valid         pic 9(9)     value 0.
    77 pr-rejected      pic 9(9)     value 0.
    77 pr-mismatch      pic 9(7)     value 0.
    77 pr-case-fixed    pic 9(9)     value 0.
    77 pr-grand-total   pic 9(12)    value 0.
    77 count-compact    pic X(9)     value spaces.
    77 grand-compact    pic X(12)    value spaces.
    77 line-compact     pic X(9)     value spaces.

*> Where in a log record the source filename sits: column 1 in the
*> error, case and mismatch logs, column 47 in the duplicate work
*> file. Read by the generic log merge.
    77 fname-at         pic 9(3)     value 1.
    77 tag-seq          pic 9(9)     value 0.
    77 merge-count      pic 9(9)     value 0.

*> The merged run's totals -- the partitions' trailers and
*> summaries added up -- under the names roman-numeral keeps them
*> by, so its tolerance grading and history write read the same.
    77 lines-read       pic 9(9)     value 0.
    77 lines-valid      pic 9(9)     value 0.
    77 lines-rejected   pic 9(9)     value 0.
    77 mismatch-count   pic 9(7)     value 0.
    77 lines-case-fixed pic 9(9)     value 0.
    77 grand-total      pic 9(12)    value 0.
    77 tokens-valid     pic 9(9)     value 0.
    77 tokens-rejected  pic 9(9)     value 0.
    77 any-restarted    pic X(1)     value "N".

*> The run's identity: the date and start time of the earliest
*> partition, which is when the run began -- the date the serial
*> run would have stamped on its header, its ledger and its master
*> postings. end-time is the merge's own finish.
    77 run-date         pic 9(8)     value 0.
    77 start-time       pic 9(8)     value 0.
    77 end-time         pic 9(8)     value 0.
    77 merge-date       pic 9(8)     value 0.
    77 merge-time       pic 9(8)     value 0.

*> Reject-tolerance controls, as in roman-numeral.
    77 tolrej-raw       pic X(10)    value spaces.
    77 tolmism-raw      pic X(10)    value spaces.
    77 tolrej-mode      pic X(1)     value "N".
    77 tolmism-mode     pic X(1)     value "N".
    77 tolrej-val       pic 9(9)     value 0.
    77 tolmism-val      pic 9(9)     value 0.
    77 tol-raw          pic X(10)    value spaces.
    77 tol-mode         pic X(1)     value "N".
    77 tol-value        pic 9(9)     value 0.
    77 tol-pct-count    pic 9(2)     value 0.
    77 tol-digits       pic X(9)     value spaces.
    77 tol-compact      pic X(9)     value spaces justified right.
    77 tol-lhs          pic 9(15)    value 0.
    77 tol-rhs          pic 9(15)    value 0.
    77 over-tolerance   pic X(1)     value "N".
    77 merge-errors     pic 9(5)     value 0.
    77 job-rc           pic 9(2)     value 0.

*> Generation-archiving controls, as in roman-numeral.
    77 catalog-fname      pic X(30)    value "ROMANGEN.CAT".
    77 catalog-status     pic X(2)     value spaces.
    77 gen-in-fname       pic X(30)    value spaces.
    77 gen-in-status      pic X(2)     value spaces.
    77 gen-out-fname      pic X(30)    value spaces.
    77 genkeep-raw        pic X(9)     value spaces.
    77 genkeep-compact    pic X(9)     value spaces justified right.
    77 gen-keep           pic 9(3)     value 3.
    77 gen-base           pic X(14)    value spaces.
    77 gen-prefix         pic X(9)     value spaces.
    77 gen-seq            pic 9(2)     value 0.
    77 gen-name-ptr       pic S9(4) usage is computational.
    77 gen-date-x         pic X(8)     value spaces.
    77 gen-seq-x          pic X(2)     value spaces.
    77 end-of-gen         pic 9(1)     value 0.
    77 end-of-catalog     pic 9(1)     value 0.
    77 gen-base-count     pic 9(3)     value 0.
    77 gen-oldest         pic S9(5) usage is computational.
    77 gen-del-name       pic X(30)    value spaces.
    77 g                  pic S9(5) usage is computational.
    77 h                  pic S9(5) usage is computational.
    01 catalog-table.
       02 cat-entry occurs 20000.
          03 ca-base pic X(14).
          03 ca-name pic X(30).
          03 ca-date pic 9(8).
          03 ca-seq  pic 9(2).
          03 ca-pin  pic X(1).
    77 cat-used           pic 9(5)     value 0.
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

*> Rejects-ledger controls, as in roman-numeral. fname, line-number,
*> token and doc-key carry the reject in hand off the merged error
*> log into the same posting roman-numeral makes.
    77 ledger-fname       pic X(30)    value "ROMANLEDG.DAT".
    77 ledger-status      pic X(2)     value spaces.
    77 end-of-ledger      pic 9(1)     value 0.
    01 ledger-table.
       02 ledger-entry occurs 5000.
          03 le-fname    pic X(30).
          03 le-line     pic 9(9).
          03 le-status   pic X.
          03 le-opened   pic 9(8).
          03 le-closed   pic 9(8).
          03 le-attempts pic 9(3).
          03 le-token    pic X(40).
          03 le-doc-key  pic X(20).
    77 ledger-used        pic 9(4)     value 0.
    77 le-found           pic S9(4) usage is computational.
    77 le-idx             pic S9(4) usage is computational.
    77 ledger-loaded      pic X(1)     value "N".
    77 fname              pic X(30)    value spaces.
    77 line-number        pic 9(9)     value 0.
    77 token              pic X(40)    value spaces.
    77 doc-key            pic X(20)    value spaces.

*> Conversion-master and journal controls, as in roman-numeral.
    77 master-fname       pic X(30)    value "ROMANMST.DAT".
    77 master-status      pic X(2)     value spaces.
    77 master-ok          pic X(1)     value "N".
    77 master-posts       pic 9(9)     value 0.
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

*> The merged output's own header and trailer pair -- the same
*> records roman-numeral writes.
    01 output-header-record.
       02 filler          pic X(8)     value "RUN DATE".
       02 filler          pic X(2)     value ": ".
       02 oh-date         pic 9(8).
       02 filler          pic X(62)    value spaces.
    01 output-trailer-record.
       02 filler          pic X(11)    value "RECS READ: ".
       02 ot-read         pic ZZZZZZZZ9.
       02 filler          pic X(2)     value spaces.
       02 filler          pic X(9)     value "VALID:   ".
       02 ot-valid        pic ZZZZZZZZ9.
       02 filler          pic X(2)     value spaces.
       02 filler          pic X(10)    value "REJECTED: ".
       02 ot-rejected     pic ZZZZZZZZ9.
       02 filler          pic X(2)     value spaces.
       02 filler          pic X(6)     value "MISM: ".
       02 ot-mismatch     pic ZZZZZZZZ9.
    01 output-trailer-record-2.
       02 filler          pic X(14)    value "CASE FIXED:   ".
       02 ot-case-fixed   pic ZZZZZZZZ9.
       02 filler          pic X(2)     value spaces.
       02 filler          pic X(13)    value "GRAND TOTAL: ".
       02 ot-grand-total  pic ZZZZZZZZZZZ9.
       02 filler          pic X(30)    value spaces.

procedure division.

    accept map-fname from environment "ROMANPARTMAP".
    if map-fname = spaces
        move "ROMANPART.MAP" to map-fname
    end-if.
    accept tolrej-raw  from environment "ROMANTOLREJ".
    accept tolmism-raw from environment "ROMANTOLMISM".
    perform parse-tolerances.

    accept merge-date from date yyyymmdd.
    accept merge-time from time.

    display " ".
    display "--------------------------------------".
    display "   PARTITIONED RUN MERGE".
    display "--------------------------------------".
    display "MAP     : " map-fname.

    *> Everything is proven before anything is written: a partition
    *> that never finished, or finished a different night's list,
    *> must not be merged into tonight's files.
    perform load-map
    if merge-errors = 0
        move 1 to p
        perform until p > part-count
            perform check-partition
            add 1 to p
        end-perform
    end-if
    if merge-errors > 0
        display "MERGE ERRORS: " merge-errors " - NOTHING MERGED"
        move 8 to return-code
        stop run
    end-if

    *> From here on it is the serial run's own end of day: roll the
    *> files about to be replaced, write the merged ones, post the
    *> shared files, record the run.
    perform archive-prior-outputs
    perform merge-output

    move 1 to fname-at
    move "ROMANERR.P"  to part-prefix
    move err-fname     to merged-fname
    perform merge-log
    move "ROMANCASE.P" to part-prefix
    move case-fname    to merged-fname
    perform merge-log
    move "ROMANMIS.P"  to part-prefix
    move mis-fname     to merged-fname
    perform merge-log
    move 47 to fname-at
    move "ROMANDUP.P"  to part-prefix
    move dup-fname     to merged-fname
    perform merge-log

    perform post-rejects-ledger
    perform post-master
    perform write-run-history
    perform mark-map-merged

    display " ".
    display "------------------------------".
    display "         RUN TOTALS           ".
    display "------------------------------".
    display "PARTITIONS    : " part-count.
    display "FILES MERGED  : " map-used.
    display "LINES READ    : " lines-read.
    display "LINES VALID   : " lines-valid.
    display "LINES REJECTED: " lines-rejected.
    display "TOKENS VALID  : " tokens-valid.
    display "TOKENS REJECTED:" tokens-rejected.
    display "CASE CORRECTED: " lines-case-fixed.
    display "MISMATCHES    : " mismatch-count.
    display "GRAND TOTAL   : " grand-total.
    display "MASTER POSTS  : " master-posts.
    display "------------------------------".

    perform set-return-code
stop run.

load-map.
    *> The header first, then every file in control-list order. A
    *> map already merged belongs to a run whose files are already
    *> out -- merging it twice would post the master and the ledger
    *> twice.
    move 0 to map-used
    open input map-file
    if map-status not = "00"
        display "ERROR   PARTITION MAP WILL NOT OPEN (STATUS "
            map-status ")"
        add 1 to merge-errors
        exit paragraph
    end-if
    move 0 to end-of-file
    read map-file
        at end move 1 to end-of-file
    end-read
    if end-of-file = 1 or mh-type not = "H"
        display "ERROR   PARTITION MAP HAS NO HEADER"
        add 1 to merge-errors
        close map-file
        exit paragraph
    end-if
    move mh-parts  to part-count
    move mh-list   to list-name
    move mh-date   to split-date
    move mh-time   to split-time
    move mh-merged to map-merged

    perform until end-of-file = 1
        read map-file
            at end move 1 to end-of-file
            not at end
                if mf-type = "F" and map-used < 1000
                    add 1 to map-used
                    move mf-fname to me-fname (map-used)
                    move mf-part  to me-part (map-used)
                    move mf-bytes to me-bytes (map-used)
                end-if
        end-read
    end-perform
    close map-file

    display "LIST    : " list-name
    display "SPLIT   : " split-date " " split-time
    if map-merged = "Y"
        display "ERROR   THIS SPLIT HAS ALREADY BEEN MERGED"
        add 1 to merge-errors
    end-if
    if part-count = 0
        display "ERROR   PARTITION MAP NAMES NO PARTITIONS"
        add 1 to merge-errors
    end-if.

build-partition-name.
    move p to part-no-x
    move spaces to part-fname
    move 1      to part-name-ptr
    string function trim(part-prefix) delimited by size
        part-no-x delimited by size
        into part-fname
        with pointer part-name-ptr
    end-string.

check-partition.
    *> The partition's run summary first: it is written only once a
    *> partition's output is complete, and it must postdate the
    *> split, or it is some earlier night's.
    move "ROMANHIST.P" to part-prefix
    perform build-partition-name
    move part-fname to hist-fname
    open input history-file
    if hist-status not = "00"
        display "ERROR   PARTITION " part-no-x
            " LEFT NO RUN SUMMARY - NEVER FINISHED"
        add 1 to merge-errors
        close history-file
        exit paragraph
    end-if
    move 0 to end-of-file
    read history-file
        at end move 1 to end-of-file
    end-read
    close history-file
    if end-of-file = 1
        display "ERROR   PARTITION " part-no-x
            " LEFT NO RUN SUMMARY - NEVER FINISHED"
        add 1 to merge-errors
        exit paragraph
    end-if
    if hr-run-date < split-date
            or (hr-run-date = split-date and hr-start-time < split-time)
        display "ERROR   PARTITION " part-no-x
            " HAS NOT RUN SINCE THE SPLIT"
        add 1 to merge-errors
        exit paragraph
    end-if

    *> The earliest partition to start is when the run started.
    if run-date = 0 or hr-run-date < run-date
            or (hr-run-date = run-date and hr-start-time < start-time)
        move hr-run-date   to run-date
        move hr-start-time to start-time
    end-if
    if hr-restarted = "Y"
        move "Y" to any-restarted
    end-if
    add hr-tokens-valid    to tokens-valid
    add hr-tokens-rejected to tokens-rejected

    *> Then its output: one FILE: section for every file dealt to
    *> it and nothing else, ending on its trailer pair.
    move 0 to part-files
    move 1 to m
    perform until m > map-used
        if me-part (m) = p
            add 1 to part-files
        end-if
        add 1 to m
    end-perform

    move "ROMANOUT.P" to part-prefix
    perform build-partition-name
    open input part-file
    if part-status not = "00"
        display "ERROR   PARTITION " part-no-x
            " OUTPUT WILL NOT OPEN (STATUS " part-status ")"
        add 1 to merge-errors
        exit paragraph
    end-if
    move 0 to part-recs
    move 0 to part-markers
    move 0 to part-t1-at
    move 0 to part-t2-at
    move 0 to end-of-file
    perform until end-of-file = 1
        read part-file
            at end move 1 to end-of-file
            not at end
                add 1 to part-recs
                perform check-partition-record
        end-read
    end-perform
    close part-file

    if part-t2-at = 0 or part-t2-at not = part-recs
            or part-t1-at not = part-recs - 1
        display "ERROR   PARTITION " part-no-x
            " OUTPUT DOES NOT END ON ITS TRAILER PAIR"
        add 1 to merge-errors
        exit paragraph
    end-if
    if part-markers not = part-files
        display "ERROR   PARTITION " part-no-x " OUTPUT COVERS "
            part-markers " FILES OF " part-files
        add 1 to merge-errors
        exit paragraph
    end-if
    if pr-read not = hr-lines-read
        display "ERROR   PARTITION " part-no-x
            " SUMMARY DOES NOT MATCH ITS OUTPUT"
        add 1 to merge-errors
        exit paragraph
    end-if

    add pr-read        to lines-read
    add pr-valid       to lines-valid
    add pr-rejected    to lines-rejected
    add pr-mismatch    to mismatch-count
    add pr-case-fixed  to lines-case-fixed
    add pr-grand-total to grand-total
    display "PARTITION " part-no-x " FILES " part-files
        " READ " pr-read.

check-partition-record.
    *> Markers are checked against the map; the last trailer pair is
    *> the partition's truth, the same rule load-prior-totals keeps.
    evaluate true
        when pm-label = "FILE: "
            add 1 to part-markers
            move pm-fname to fname
            perform find-map-order
            if found-order = 0
                display "ERROR   PARTITION " part-no-x
                    " OUTPUT HAS A FILE NOT DEALT TO IT: " pm-fname
                add 1 to merge-errors
            else
                if me-part (found-order) not = p
                    display "ERROR   PARTITION " part-no-x
                        " OUTPUT HAS A FILE NOT DEALT TO IT: " pm-fname
                    add 1 to merge-errors
                end-if
            end-if
        when tv-label = "RECS READ: "
            move part-recs to part-t1-at
            perform parse-partition-trailer-1
        when t2-label(1:11) = "CASE FIXED:"
            move part-recs to part-t2-at
            perform parse-partition-trailer-2
    end-evaluate.

parse-partition-trailer-1.
    move tv-read to count-compact
    inspect count-compact replacing leading space by zero
    move count-compact to pr-read

    move tv-valid to count-compact
    inspect count-compact replacing leading space by zero
    move count-compact to pr-valid

    move tv-rejected to count-compact
    inspect count-compact replacing leading space by zero
    move count-compact to pr-rejected

    move tv-mismatch to count-compact
    inspect count-compact replacing leading space by zero
    move count-compact to pr-mismatch.

parse-partition-trailer-2.
    move t2-case-fixed to count-compact
    inspect count-compact replacing leading space by zero
    move count-compact to pr-case-fixed

    move t2-grand-total to grand-compact
    inspect grand-compact replacing leading space by zero
    move grand-compact to pr-grand-total.

find-map-order.
    *> The control-list position of the file named in fname, zero
    *> for none. Log records come a file at a time, so the last
    *> answer is kept.
    if fname = last-fname and last-order > 0
        move last-order to found-order
        exit paragraph
    end-if
    move 0 to found-order
    move 1 to m
    perform until m > map-used or found-order > 0
        if me-fname (m) = fname
            move m to found-order
        end-if
        add 1 to m
    end-perform
    move fname       to last-fname
    move found-order to last-order.

merge-output.
    *> Every partition's records between its header and its trailer
    *> pair, each tagged with the list position of the FILE: section
    *> it sits in and its own place in the partition, then sorted
    *> back into list order under one header and one recomputed
    *> trailer pair.
    move 0 to tag-seq
    open output tag-file
    move "ROMANOUT.P" to part-prefix
    move 1 to p
    perform until p > part-count
        perform build-partition-name
        move 0 to last-order
        move 0 to found-order
        move 0 to end-of-file
        open input part-file
        perform until end-of-file = 1
            read part-file
                at end move 1 to end-of-file
                not at end
                    evaluate true
                        when ph-label = "RUN DATE: "
                            continue
                        when tv-label = "RECS READ: "
                            continue
                        when t2-label(1:11) = "CASE FIXED:"
                            continue
                        when other
                            if pm-label = "FILE: "
                                move pm-fname to fname
                                perform find-map-order
                            end-if
                            perform write-tag-record
                    end-evaluate
            end-read
        end-perform
        close part-file
        add 1 to p
    end-perform
    close tag-file

    sort sort-file
        on ascending key sr-order sr-seq
        using tag-file
        giving sorted-file

    move out-fname to merged-fname
    open output merged-file
    move run-date to oh-date
    move output-header-record to merged-record
    write merged-record
    perform copy-sorted-records

    move lines-read     to ot-read
    move lines-valid    to ot-valid
    move lines-rejected to ot-rejected
    move mismatch-count to ot-mismatch
    move output-trailer-record to merged-record
    write merged-record
    move lines-case-fixed to ot-case-fixed
    move grand-total      to ot-grand-total
    move output-trailer-record-2 to merged-record
    write merged-record
    close merged-file
    display "MERGED  : " out-fname " " merge-count " RECORDS".

merge-log.
    *> One log (or the duplicate work file) from every partition into
    *> the serial run's file, each record placed by the list position
    *> of the source file it names. A partition with nothing to log
    *> may have no file at all.
    move 0 to tag-seq
    open output tag-file
    move 1 to p
    perform until p > part-count
        perform build-partition-name
        move 0 to end-of-file
        open input part-file
        if part-status = "00"
            perform until end-of-file = 1
                read part-file
                    at end move 1 to end-of-file
                    not at end
                        move part-record(fname-at:30) to fname
                        perform find-map-order
                        perform write-tag-record
                end-read
            end-perform
            close part-file
        end-if
        add 1 to p
    end-perform
    close tag-file

    sort sort-file
        on ascending key sr-order sr-seq
        using tag-file
        giving sorted-file

    open output merged-file
    perform copy-sorted-records
    close merged-file
    display "MERGED  : " merged-fname " " merge-count " RECORDS".

write-tag-record.
    *> A record whose file the map does not know sorts to the end
    *> rather than being lost.
    add 1 to tag-seq
    move spaces to tag-record
    if found-order = 0
        move 99999 to tg-order
    else
        move found-order to tg-order
    end-if
    move tag-seq     to tg-seq
    move part-record to tg-data
    write tag-record.

copy-sorted-records.
    move 0 to merge-count
    move 0 to end-of-file
    open input sorted-file
    perform until end-of-file = 1
        read sorted-file
            at end move 1 to end-of-file
            not at end
                move so-data to merged-record
                write merged-record
                add 1 to merge-count
        end-read
    end-perform
    close sorted-file.

post-rejects-ledger.
    *> Every reject on the merged error log posted to the ledger in
    *> list order, exactly as the serial run posts them as it logs
    *> them.
    perform load-rejects-ledger
    move err-fname to merged-fname
    move 0 to end-of-file
    open input merged-file
    perform until end-of-file = 1
        read merged-file
            at end move 1 to end-of-file
            not at end
                if merged-record not = spaces
                    move el-fname to fname
                    move el-line-no to line-compact
                    inspect line-compact replacing leading space by zero
                    move line-compact to line-number
                    move el-text    to token
                    move el-doc-key to doc-key
                    perform ledger-post-reject
                end-if
        end-read
    end-perform
    close merged-file
    perform save-rejects-ledger.

post-master.
    *> Every clean token on the merged duplicate work file posted to
    *> the conversion master in list order -- a hit counted and its
    *> last-seen date moved on, a first sighting inserted -- and
    *> every change journaled, the serial run's master-post over
    *> again. A master or journal that will not open leaves the
    *> master as it was, reported, the same fallback the serial run
    *> takes.
    open i-o master-file
    if master-status = "00" or master-status = "05"
        move "Y" to master-ok
    else
        display "CONVERSION MASTER UNAVAILABLE (STATUS "
            master-status ") - NOT POSTED"
        exit paragraph
    end-if
    move run-date   to ri-date
    move start-time to ri-time
    open extend journal-file
    if journal-status not = "00" and journal-status not = "05"
        display "MASTER JOURNAL UNAVAILABLE (STATUS "
            journal-status ") - MASTER NOT POSTED"
        close master-file
        move "N" to master-ok
        exit paragraph
    end-if

    move dup-fname to merged-fname
    move 0 to end-of-file
    open input merged-file
    perform until end-of-file = 1
        read merged-file
            at end move 1 to end-of-file
            not at end
                if merged-record not = spaces
                    perform master-post
                end-if
        end-read
    end-perform
    close merged-file
    close master-file
    close journal-file.

master-post.
    move dp-numeral to mr-numeral
    read master-file
        invalid key
            move dp-numeral to mr-numeral
            move dp-value   to mr-value
            move run-date   to mr-first-seen
            move run-date   to mr-last-seen
            move 1          to mr-count
            write master-record
                invalid key continue
                not invalid key
                    move "A" to journal-action
                    perform write-journal
                    add 1 to master-posts
            end-write
        not invalid key
            move master-record to master-before
            add 1 to mr-count
            move run-date to mr-last-seen
            rewrite master-record
            move "C" to journal-action
            perform write-journal
            add 1 to master-posts
    end-read.

write-run-history.
    *> One record for the whole run, as the serial run would have
    *> appended: started when the first partition started, ended
    *> now, restarted if any partition was.
    accept end-time from time
    move "ROMANHIST.TXT" to hist-fname
    move spaces           to history-file-record
    move run-date         to hr-run-date
    move start-time       to hr-start-time
    move end-time         to hr-end-time
    move "L"              to hr-run-mode
    move any-restarted    to hr-restarted
    move list-name        to hr-input-name
    move lines-read       to hr-lines-read
    move lines-valid      to hr-lines-valid
    move lines-rejected   to hr-lines-rejected
    move tokens-valid     to hr-tokens-valid
    move tokens-rejected  to hr-tokens-rejected
    move lines-case-fixed to hr-case-fixed
    move mismatch-count   to hr-mismatches
    move grand-total      to hr-grand-total
    open extend history-file
    write history-file-record
    close history-file.

mark-map-merged.
    *> The map written back with its merged flag up, so a second
    *> merge of the same split is refused. Same filler-blanking rule
    *> as write-error-log in roman-numeral applies.
    open output map-file
    move spaces     to map-record
    move "H"        to mh-type
    move part-count to mh-parts
    move list-name  to mh-list
    move split-date to mh-date
    move split-time to mh-time
    move "Y"        to mh-merged
    write map-record
    move 1 to m
    perform until m > map-used
        move spaces        to map-record
        move "F"           to mf-type
        move m             to mf-order
        move me-part (m)   to mf-part
        move me-fname (m)  to mf-fname
        move me-bytes (m)  to mf-bytes
        write map-record
        add 1 to m
    end-perform
    close map-file.

parse-tolerances.
    move tolrej-raw to tol-raw
    perform parse-one-tolerance
    move tol-mode  to tolrej-mode
    move tol-value to tolrej-val

    move tolmism-raw to tol-raw
    perform parse-one-tolerance
    move tol-mode  to tolmism-mode
    move tol-value to tolmism-val.

parse-one-tolerance.
    *> A tolerance is a plain count ("100") or, with a trailing
    *> percent sign, a percentage of lines-read ("5%"). Anything
    *> unparseable is reported and ignored rather than silently
    *> failing a run that would otherwise have shipped.
    move "N" to tol-mode
    move 0   to tol-value

    if tol-raw not = spaces
        move 0 to tol-pct-count
        inspect tol-raw tallying tol-pct-count for all "%"

        move spaces to tol-digits
        unstring tol-raw delimited by "%" into tol-digits
        end-unstring

        move spaces to tol-compact
        move function trim(tol-digits) to tol-compact
        inspect tol-compact replacing leading space by zero

        if tol-compact is numeric
            move tol-compact to tol-value
            if tol-pct-count > 0
                move "P" to tol-mode
            else
                move "C" to tol-mode
            end-if
        else
            display "BAD TOLERANCE VALUE IGNORED: " tol-raw
        end-if
    end-if.

set-return-code.
    *> Clean run ends 0. Rejects or mismatches within every set
    *> tolerance end 4 -- the warning the operators see without the
    *> scheduler holding anything. A breached tolerance ends 8,
    *> which stops the downstream ledger-load step. Percentage
    *> tolerances compare in whole cross-products so no fraction is
    *> ever dropped; a percentage with nothing read counts any
    *> reject as over.
    move 0 to job-rc
    if lines-rejected > 0 or mismatch-count > 0
        move 4 to job-rc
    end-if

    move "N" to over-tolerance
    evaluate tolrej-mode
        when "C"
            if lines-rejected > tolrej-val
                move "Y" to over-tolerance
            end-if
        when "P"
            compute tol-lhs = lines-rejected * 100
            compute tol-rhs = lines-read * tolrej-val
            if tol-lhs > tol-rhs
                move "Y" to over-tolerance
            end-if
    end-evaluate

    evaluate tolmism-mode
        when "C"
            if mismatch-count > tolmism-val
                move "Y" to over-tolerance
            end-if
        when "P"
            compute tol-lhs = mismatch-count * 100
            compute tol-rhs = lines-read * tolmism-val
            if tol-lhs > tol-rhs
                move "Y" to over-tolerance
            end-if
    end-evaluate

    if over-tolerance = "Y"
        move 8 to job-rc
    end-if

    display "RETURN CODE   : " job-rc
    move job-rc to return-code.

archive-prior-outputs.
    *> Roll the previous pipeline output and logs into dated
    *> generation files before merge-output and merge-log truncate
    *> them, keep the catalog of what exists current, and delete the
    *> generations that have aged past ROMANGENKEEP.
    accept genkeep-raw from environment "ROMANGENKEEP"
    if genkeep-raw not = spaces
        move spaces to genkeep-compact
        move function trim(genkeep-raw) to genkeep-compact
        inspect genkeep-compact replacing leading space by zero
        if genkeep-compact is numeric
            move genkeep-compact to gen-keep
        else
            display "BAD GENERATION KEEP COUNT IGNORED: " genkeep-raw
        end-if
    end-if

    if gen-keep = 0
        exit paragraph
    end-if

    perform load-catalog

    *> An unreadable catalog is fatal here, before anything is
    *> truncated: the run cannot know what generations exist, so it
    *> can neither roll safely nor write the catalog back without
    *> forgetting them all.
    if catalog-loaded = "N"
        display "GENERATION CATALOG UNREADABLE (STATUS "
            catalog-status ") - STOPPING BEFORE TRUNCATING OUTPUT"
        move 8 to return-code
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
    perform archive-one-file

    move err-fname  to gen-in-fname
    move "ROMANERR.TXT" to gen-base
    move "ROMANERR"     to gen-prefix
    perform archive-one-file

    move case-fname to gen-in-fname
    move "ROMANCASE.TXT" to gen-base
    move "ROMANCASE"     to gen-prefix
    perform archive-one-file

    move mis-fname  to gen-in-fname
    move "ROMANMIS.TXT" to gen-base
    move "ROMANMIS"     to gen-prefix
    perform archive-one-file

    move "ROMANOUT.TXT"  to gen-base
    perform prune-generations
    move "ROMANERR.TXT"  to gen-base
    perform prune-generations
    move "ROMANCASE.TXT" to gen-base
    perform prune-generations
    move "ROMANMIS.TXT"  to gen-base
    perform prune-generations

    perform save-catalog.

load-catalog.
    *> The whole catalog into the table -- appended in the order the
    *> generations were cut, so table order is age order. Status 05
    *> is an OPTIONAL file that does not exist yet, which loads as
    *> legitimately empty; anything else leaves the loaded flag down
    *> for the caller to act on.
    move "N" to catalog-loaded
    move 0 to cat-used
    move 0 to end-of-catalog
    open input catalog-file
    if catalog-status = "00" or catalog-status = "05"
        move "Y" to catalog-loaded
        perform until end-of-catalog = 1
            read catalog-file
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
    end-if
    close catalog-file.

save-catalog.
    *> Same filler-blanking rule as write-error-log in roman-numeral
    *> applies. Never reached with the loaded flag down
    *> (archive-prior-outputs stops the run first), but guarded the
    *> same way the ledger writeback is all the same.
    if catalog-loaded = "N"
        exit paragraph
    end-if
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

archive-one-file.
    *> Copy one prior file to its dated generation name and catalog
    *> it. No prior file (the very first run, or a file the last run
    *> never wrote) is the normal case for a fresh installation --
    *> nothing to roll, nothing cataloged.
    move 0 to end-of-gen
    open input gen-in-file
    if gen-in-status not = "00"
        exit paragraph
    end-if

    *> Same-day cycle number: one run a day leaves .01; a rerun the
    *> same day cuts .02, and so on, so no generation overwrites
    *> another.
    move 0 to gen-seq
    move 1 to g
    perform until g > cat-used
        if ca-base (g) = gen-base and ca-date (g) = run-date
                and ca-seq (g) > gen-seq
            move ca-seq (g) to gen-seq
        end-if
        add 1 to g
    end-perform
    add 1 to gen-seq

    *> The generation name: the base stem, the run date and the
    *> cycle, dot-separated -- ROMANOUT.20230327.01 and the like.
    move run-date to gen-date-x
    move gen-seq  to gen-seq-x
    move spaces to gen-out-fname
    move 1      to gen-name-ptr
    string function trim(gen-prefix) delimited by size
        "." delimited by size
        gen-date-x delimited by size
        "." delimited by size
        gen-seq-x delimited by size
        into gen-out-fname
        with pointer gen-name-ptr
    end-string

    open output gen-out-file
    perform until end-of-gen = 1
        read gen-in-file
            at end move 1 to end-of-gen
            not at end
                move gen-in-record to gen-out-record
                write gen-out-record
        end-read
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
    *> Drop the oldest generations of one base file until no more
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
    end-perform

    perform until gen-base-count <= gen-keep
        move 0 to gen-oldest
        move 1 to g
        perform until g > cat-used or gen-oldest > 0
            if ca-base (g) = gen-base and ca-pin (g) not = "Y"
                move g to gen-oldest
            end-if
            add 1 to g
        end-perform

        move ca-name (gen-oldest) to gen-del-name
        call "CBL_DELETE_FILE" using gen-del-name

        move gen-oldest to g
        perform until g >= cat-used
            compute h = g + 1
            move cat-entry (h) to cat-entry (g)
            add 1 to g
        end-perform
        subtract 1 from cat-used
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

ledger-post-reject.
    *> The reject's entry on the persistent ledger: opened the first
    *> time this file/line rejects, reopened (keeping its original
    *> opened date, so its age stays honest) if a corrected line
    *> rejects again, and the rejected text refreshed either way.
    perform ledger-find
    if le-found = 0
        if ledger-used < 5000
            add 1 to ledger-used
            move ledger-used to le-found
            move fname       to le-fname (le-found)
            move line-number to le-line (le-found)
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

ledger-find.
    *> Linear search of the in-storage ledger by the file and line
    *> in hand; zero means no entry yet.
    move 0 to le-found
    move 1 to le-idx
    perform until le-idx > ledger-used or le-found > 0
        if le-fname (le-idx) = fname
                and le-line (le-idx) = line-number
            move le-idx to le-found
        end-if
        add 1 to le-idx
    end-perform.

load-rejects-ledger.
    *> The whole ledger into the table. An OPTIONAL file that does
    *> not exist yet opens empty (status 05) -- the normal case on a
    *> fresh installation. Any other status means a ledger exists
    *> but could not be read, and the loaded flag stays down so the
    *> writeback at the end of the run does not wipe it.
    move "N" to ledger-loaded
    move 0 to ledger-used
    move 0 to end-of-ledger
    open input ledger-file
    if ledger-status = "00" or ledger-status = "05"
        move "Y" to ledger-loaded
        perform until end-of-ledger = 1
            read ledger-file
                at end move 1 to end-of-ledger
                not at end
                    if ledger-file-record not = spaces
                            and ledger-used < 5000
                        add 1 to ledger-used
                        move ld-fname    to le-fname (ledger-used)
                        move ld-line-no  to le-line (ledger-used)
                        move ld-status   to le-status (ledger-used)
                        move ld-opened   to le-opened (ledger-used)
                        move ld-closed   to le-closed (ledger-used)
                        move ld-attempts to le-attempts (ledger-used)
                        move ld-token    to le-token (ledger-used)
                        move ld-doc-key  to le-doc-key (ledger-used)
                    end-if
            end-read
        end-perform
    else
        display "REJECTS LEDGER UNREADABLE (STATUS " ledger-status
            ") - THIS RUN'S LEDGER UPDATES WILL NOT BE SAVED"
    end-if
    close ledger-file.

save-rejects-ledger.
    *> Write the updated ledger back out whole. Same filler-blanking
    *> rule as write-error-log in roman-numeral applies. Skipped
    *> when the load never read the existing file -- rewriting it
    *> from the empty table would wipe every open reject on it.
    if ledger-loaded = "N"
        exit paragraph
    end-if
    open output ledger-file
    move 1 to le-idx
    perform until le-idx > ledger-used
        move spaces                 to ledger-file-record
        move le-fname (le-idx)      to ld-fname
        move le-line (le-idx)       to ld-line-no
        move le-status (le-idx)     to ld-status
        move le-opened (le-idx)     to ld-opened
        move le-closed (le-idx)     to ld-closed
        move le-attempts (le-idx)   to ld-attempts
        move le-token (le-idx)      to ld-token
        move le-doc-key (le-idx)    to ld-doc-key
        write ledger-file-record
        add 1 to le-idx
    end-perform
    close ledger-file.

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
    move "ROMAN-MERGE"  to jr-program
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
