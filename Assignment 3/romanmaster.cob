*>   UNLOAD  - copy the master to a flat sequential backup
*>   REBUILD - build a fresh master from the flat backup, for when
*>             the indexed file itself is damaged
*>   RECOVER - REBUILD, then roll the master forward through the
*>             change journal up to ROMANMSTUPTO, so nothing since
*>             the last UNLOAD is lost
*>   JOURNAL - list the journaled changes, just one numeral's when
*>             ROMANMSTNUMERAL names it -- when its value or count
*>             changed, and which run did it
*> Every change this program makes to the master is journaled, the
*> same as every change roman-numeral makes, and UNLOAD and REBUILD
*> leave a marker in the journal so RECOVER knows where the backup
*> it starts from stands.

environment division.

    select unload-file assign to dynamic unload-fname
        organization is line sequential.

*> Change journal shared with roman-numeral: before and after image
*> of every master change, plus the UNLOAD and REBUILD markers.
*> OPTIONAL: an installation that has never journaled has none.
    select optional journal-file assign to dynamic journal-fname
        organization is line sequential
        file status is journal-status.

*> Report of every record VERIFY flagged, kept as a permanent file
*> the operators can pull rather than a console message that scrolls
*> away.
       02 filler      pic X.
       02 un-count    pic 9(9).

*> Same layout roman-numeral writes. A deletion carries an empty
*> after image; an UNLOAD (U) or REBUILD (R) marker carries neither.
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

*> The fillers between fields are never moved to directly, so the
*> record is blanked and every field is moved by name before each
*> write -- the same LINE SEQUENTIAL quirk write-error-log in
    77 report-fname   pic X(30)    value "ROMANMSTV.TXT".
    77 end-of-master  pic 9(1)     value 0.
    77 end-of-file    pic 9(1)     value 0.
    77 journal-fname  pic X(30)    value spaces.
    77 journal-status pic X(2)     value spaces.
    77 end-of-journal pic 9(1)     value 0.

*> The requested action and its arguments, all from the environment
*> so the scheduler can run this unattended.
    77 topn-compact   pic X(9)     value spaces justified right.
    77 top-limit      pic 9(3)     value 20.
    77 before-raw     pic X(8)     value spaces.
    77 upto-raw       pic X(14)    value spaces.
    77 numeral-raw    pic X(35)    value spaces.

*> Journal controls. run-id names this run on every entry it writes
*> (run date and start time, as roman-numeral stamps its own);
*> master-before holds a record as it was before it is changed.
*> RECOVER counts journal entries as it reads them: mark-seq is the
*> entry number of the last UNLOAD or REBUILD marker, and only the
*> entries after it are rolled forward -- everything before it is
*> already in the backup, or was thrown away by the rebuild. An
*> entry is applied only if its date and time (journal-stamp) fall
*> at or before the cutoff.
    01 run-id.
       02 ri-date     pic 9(8).
       02 ri-time     pic 9(8).
    01 master-before.
       02 mb-numeral    pic X(35).
       02 mb-value      pic 9(12).
       02 mb-first-seen pic 9(8).
       02 mb-last-seen  pic 9(8).
       02 mb-count      pic 9(9).
    01 journal-stamp.
       02 js-date     pic 9(8).
       02 js-time     pic 9(6).
    77 journal-action pic X(1)     value spaces.
    77 journal-date   pic 9(8)     value 0.
    77 journal-time   pic 9(8)     value 0.
    77 recovering     pic X(1)     value "N".
    77 jrnl-seq       pic 9(9)     value 0.
    77 mark-seq       pic 9(9)     value 0.
    77 entry-found    pic X(1)     value "N".
    77 entry-differs  pic X(1)     value "N".

*> Top-N table for LIST, held in descending occurrence order by
*> insertion as the master is scanned -- capped at 100 entries, which
    77 recs-agreed    pic 9(9)     value 0.
    77 recs-flagged   pic 9(9)     value 0.
    77 recs-loaded    pic 9(9)     value 0.
    77 recs-applied   pic 9(9)     value 0.
    77 recs-differ    pic 9(9)     value 0.
    77 recs-beyond    pic 9(9)     value 0.
    77 recs-listed    pic 9(9)     value 0.
    77 job-rc         pic 9(2)     value 0.

*> Grammar-walk fields, carried over from roman-numeral's conv so
       02 filler      pic X(2)     value spaces.
       02 ls-last     pic 9999/99/99.

*> Display lines for the JOURNAL action: when, what and who on the
*> first line, the value, count and last-seen movement on the second.
    01 jrnl-line-1.
       02 jl-date     pic 9999/99/99.
       02 filler      pic X(1)     value space.
       02 jl-hh       pic X(2).
       02 filler      pic X(1)     value ":".
       02 jl-mm       pic X(2).
       02 filler      pic X(1)     value ":".
       02 jl-ss       pic X(2).
       02 filler      pic X(2)     value spaces.
       02 jl-action   pic X(8).
       02 filler      pic X(2)     value spaces.
       02 jl-program  pic X(14).
       02 filler      pic X(5)     value " RUN ".
       02 jl-run-id   pic X(16).
       02 filler      pic X(2)     value spaces.
       02 jl-numeral  pic X(35).
    01 jrnl-line-2.
       02 filler      pic X(10)    value spaces.
       02 filler      pic X(6)     value "VALUE ".
       02 jl-value-b  pic Z(11)9.
       02 filler      pic X(4)     value " -> ".
       02 jl-value-a  pic Z(11)9.
       02 filler      pic X(8)     value "  COUNT ".
       02 jl-count-b  pic Z(8)9.
       02 filler      pic X(4)     value " -> ".
       02 jl-count-a  pic Z(8)9.
       02 filler      pic X(12)    value "  LAST SEEN ".
       02 jl-last-b   pic 9999/99/99.
       02 filler      pic X(4)     value " -> ".
       02 jl-last-a   pic 9999/99/99.

procedure division.

    *> The master, the backup name and the action all come from the
    accept action       from environment "ROMANMSTACTION".
    accept topn-raw     from environment "ROMANMSTTOPN".
    accept before-raw   from environment "ROMANMSTBEFORE".
    accept journal-fname from environment "ROMANMSTJFILE".
    accept upto-raw     from environment "ROMANMSTUPTO".
    accept numeral-raw  from environment "ROMANMSTNUMERAL".

    if master-fname = spaces
        move "ROMANMST.DAT" to master-fname
    if unload-fname = spaces
        move "ROMANMSTUNL.TXT" to unload-fname
    end-if.
    if journal-fname = spaces
        move "ROMANMSTJ.TXT" to journal-fname
    end-if.
    accept ri-date from date yyyymmdd.
    accept ri-time from time.

    display " ".
    display "--------------------------------------".
        when "VERIFY"  perform do-verify
        when "UNLOAD"  perform do-unload
        when "REBUILD" perform do-rebuild
        when "RECOVER" perform do-recover
        when "JOURNAL" perform do-journal
        when other
            display "UNKNOWN ACTION - USE LIST, PURGE, VERIFY,"
                " UNLOAD, REBUILD, RECOVER OR JOURNAL"
            move 8 to job-rc
    end-evaluate

        exit paragraph
    end-if

    *> Every deletion is journaled -- no journal, no purge.
    perform open-journal-extend
    if job-rc = 8
        close master-file
        exit paragraph
    end-if

    perform start-master-scan
    perform until end-of-master = 1
        perform read-master-next
        if end-of-master = 0
            add 1 to recs-read
            if mr-last-seen < before-raw
                move master-record to master-before
                delete master-file record
                move "D" to journal-action
                perform write-journal
                add 1 to recs-purged
            end-if
        end-if
    end-perform
    close master-file
    close journal-file

    display " ".
    display "RECORDS READ  : " recs-read.
    display "BACKUP  : " unload-fname.
    display "RECORDS UNLOADED: " recs-read.

    *> Mark the journal: everything before this point is in the
    *> backup just written. A marker that cannot be written leaves
    *> the backup good but RECOVER starting from an older marker,
    *> so it is flagged rather than ignored.
    perform open-journal-extend
    if job-rc = 8
        move 4 to job-rc
        display "BACKUP NOT MARKED ON THE JOURNAL"
        exit paragraph
    end-if
    move "U" to journal-action
    perform write-journal
    close journal-file.

do-rebuild.
    *> Build a fresh master from the flat backup -- OPEN OUTPUT
    *> starts the indexed file over from nothing, which is the point
    display "BACKUP READ   : " recs-read.
    display "RECORDS LOADED: " recs-loaded.

    *> A plain REBUILD throws away every change since the backup, so
    *> it marks the journal too -- a later RECOVER must not roll
    *> those discarded changes back in. RECOVER's own rebuild is
    *> followed by a fresh UNLOAD instead.
    if recovering = "N"
        perform open-journal-extend
        if job-rc = 8
            move 4 to job-rc
            display "REBUILD NOT MARKED ON THE JOURNAL"
            exit paragraph
        end-if
        move "R" to journal-action
        perform write-journal
        close journal-file
    end-if.

do-recover.
    *> Forward recovery: rebuild the master from the last backup,
    *> then replay every journaled change made after the backup's
    *> marker, in the order it was made, up to the cutoff. Each
    *> replayed change is proved against its before image -- a
    *> master record that does not match what the journal says it
    *> was is reported (and the change applied all the same, the
    *> journal being the record of what happened). The recovered
    *> master is then unloaded as the new backup and marked, so the
    *> journal carries on from it.
    perform parse-upto
    if job-rc = 8
        exit paragraph
    end-if
    perform find-last-mark
    if job-rc = 8
        exit paragraph
    end-if

    move "Y" to recovering
    perform do-rebuild
    if job-rc = 8
        exit paragraph
    end-if

    open i-o master-file
    if master-status not = "00"
        display "REBUILT MASTER WILL NOT OPEN (STATUS "
            master-status ")"
        move 8 to job-rc
        exit paragraph
    end-if
    open input journal-file
    move 0 to jrnl-seq
    move 0 to end-of-journal
    perform until end-of-journal = 1
        read journal-file
            at end move 1 to end-of-journal
            not at end
                add 1 to jrnl-seq
                if jrnl-seq > mark-seq
                   and (jr-action = "A" or jr-action = "C"
                        or jr-action = "D")
                    move jr-date       to js-date
                    move jr-time (1:6) to js-time
                    if journal-stamp > upto-raw
                        add 1 to recs-beyond
                    else
                        perform apply-entry
                    end-if
                end-if
        end-read
    end-perform
    close journal-file
    close master-file

    display " ".
    display "APPLIED       : " recs-applied.
    display "BEFORE DIFFERS: " recs-differ.
    display "PAST CUTOFF   : " recs-beyond.
    if recs-differ > 0
        move 4 to job-rc
    end-if

    move 0 to recs-read
    perform do-unload.

parse-upto.
    *> ROMANMSTUPTO is YYYYMMDD, YYYYMMDDHHMM or YYYYMMDDHHMMSS; a
    *> date alone means the end of that day. Left unset, the whole
    *> journal is rolled forward.
    if upto-raw = spaces
        move all "9" to upto-raw
    end-if
    if upto-raw (9:6) = spaces
        move "235959" to upto-raw (9:6)
    end-if
    if upto-raw (13:2) = spaces
        move "59" to upto-raw (13:2)
    end-if
    if upto-raw is not numeric
        display "RECOVER NEEDS ROMANMSTUPTO AS YYYYMMDD[HHMM[SS]]"
        move 8 to job-rc
    else
        display "RECOVER TO    : " upto-raw
    end-if.

find-last-mark.
    move 0 to jrnl-seq
    move 0 to mark-seq
    move 0 to end-of-journal
    open input journal-file
    if journal-status not = "00" and journal-status not = "05"
        display "JOURNAL WILL NOT OPEN (STATUS " journal-status ")"
        move 8 to job-rc
        exit paragraph
    end-if
    perform until end-of-journal = 1
        read journal-file
            at end move 1 to end-of-journal
            not at end
                add 1 to jrnl-seq
                if jr-action = "U" or jr-action = "R"
                    move jrnl-seq to mark-seq
                end-if
        end-read
    end-perform
    close journal-file

    display "JOURNAL       : " journal-fname.
    display "ENTRIES       : " jrnl-seq.
    if mark-seq = 0
        display "NO BACKUP MARKER - ROLLING FORWARD FROM THE START"
    else
        display "LAST MARKER AT: " mark-seq
    end-if.

apply-entry.
    if jr-action = "D"
        move jb-numeral to mr-numeral
    else
        move ja-numeral to mr-numeral
    end-if
    read master-file
        invalid key move "N" to entry-found
        not invalid key move "Y" to entry-found
    end-read

    move "N" to entry-differs
    if jr-action = "A"
        if entry-found = "Y"
            move "Y" to entry-differs
        end-if
    else
        if entry-found = "N"
            move "Y" to entry-differs
        else
            if mr-value not = jb-value or mr-first-seen not = jb-first
               or mr-last-seen not = jb-last or mr-count not = jb-count
                move "Y" to entry-differs
            end-if
        end-if
    end-if
    if entry-differs = "Y"
        add 1 to recs-differ
        display "BEFORE IMAGE DIFFERS: " mr-numeral " RUN " jr-run-id
    end-if

    if jr-action = "D"
        if entry-found = "Y"
            delete master-file record
        end-if
    else
        move ja-numeral to mr-numeral
        move ja-value   to mr-value
        move ja-first   to mr-first-seen
        move ja-last    to mr-last-seen
        move ja-count   to mr-count
        if entry-found = "Y"
            rewrite master-record
        else
            write master-record
                invalid key continue
            end-write
        end-if
    end-if
    add 1 to recs-applied.

do-journal.
    *> Journal listing, oldest first -- one numeral's history when
    *> ROMANMSTNUMERAL names it, everything (markers included) when
    *> it does not.
    move function upper-case(numeral-raw) to numeral-raw
    move 0 to end-of-journal
    open input journal-file
    if journal-status not = "00" and journal-status not = "05"
        display "JOURNAL WILL NOT OPEN (STATUS " journal-status ")"
        move 8 to job-rc
        exit paragraph
    end-if

    display "JOURNAL : " journal-fname.
    if numeral-raw not = spaces
        display "NUMERAL : " numeral-raw
    end-if
    display " ".
    perform until end-of-journal = 1
        read journal-file
            at end move 1 to end-of-journal
            not at end
                add 1 to recs-read
                if numeral-raw = spaces or jb-numeral = numeral-raw
                   or ja-numeral = numeral-raw
                    perform list-journal-entry
                end-if
        end-read
    end-perform
    close journal-file

    display " ".
    display "ENTRIES READ  : " recs-read.
    display "ENTRIES LISTED: " recs-listed.

list-journal-entry.
    add 1 to recs-listed
    move jr-date        to jl-date
    move jr-time (1:2)  to jl-hh
    move jr-time (3:2)  to jl-mm
    move jr-time (5:2)  to jl-ss
    move jr-program     to jl-program
    move jr-run-id      to jl-run-id
    evaluate jr-action
        when "A" move "ADDED"    to jl-action
        when "C" move "CHANGED"  to jl-action
        when "D" move "DELETED"  to jl-action
        when "U" move "UNLOADED" to jl-action
        when "R" move "REBUILT"  to jl-action
        when other move jr-action to jl-action
    end-evaluate
    if jr-action = "D"
        move jb-numeral to jl-numeral
    else
        move ja-numeral to jl-numeral
    end-if
    display jrnl-line-1

    if jr-action = "A" or jr-action = "C" or jr-action = "D"
        move jb-value to jl-value-b
        move ja-value to jl-value-a
        move jb-count to jl-count-b
        move ja-count to jl-count-a
        move jb-last  to jl-last-b
        move ja-last  to jl-last-a
        display jrnl-line-2
    end-if.

open-journal-extend.
    open extend journal-file
    if journal-status not = "00" and journal-status not = "05"
        display "JOURNAL WILL NOT OPEN (STATUS " journal-status ")"
        move 8 to job-rc
    end-if.

write-journal.
    *> D carries the record as it was and an empty after image; the
    *> U and R markers carry no images at all.
    accept journal-date from date yyyymmdd
    accept journal-time from time
    move spaces         to journal-record
    move journal-date   to jr-date
    move journal-time   to jr-time
    move "ROMAN-MASTER" to jr-program
    move run-id         to jr-run-id
    move journal-action to jr-action
    move spaces to jb-numeral
    move 0      to jb-value
    move 0      to jb-first
    move 0      to jb-last
    move 0      to jb-count
    move spaces to ja-numeral
    move 0      to ja-value
    move 0      to ja-first
    move 0      to ja-last
    move 0      to ja-count
    if journal-action = "D"
        move mb-numeral    to jb-numeral
        move mb-value      to jb-value
        move mb-first-seen to jb-first
        move mb-last-seen  to jb-last
        move mb-count      to jb-count
    end-if
    write journal-record.

walk-token.
    *> Reset the per-walk grammar state, then read the scan text to
    *> its end -- same walk, same rules, as conv in roman-numeral.
