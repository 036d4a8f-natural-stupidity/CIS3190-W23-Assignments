*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-ackrecon.
*> Ledger acknowledgement reconciliation. roman-extract enters every
*> batch it sends on the extract control register (ROMANXREG.DAT);
*> the ledger team returns an acknowledgement file saying, for each
*> batch they loaded, how many records and what hash total they
*> accepted and whether the batch was accepted or rejected. This
*> program matches the acknowledgements against the register, marks
*> each batch balanced, out of balance or rejected, and reports
*> those together with every batch still unacknowledged after
*> ROMANACKDAYS days and every acknowledgement for a batch the
*> register never sent -- so a short or dropped load is caught the
*> morning after instead of at month-end reconciliation.

environment division.

input-output section.
file-control.

*> The extract control register, read whole and written back.
    select register-file assign to dynamic register-fname
        organization is line sequential
        file status is register-status.

*> The acknowledgement file the ledger team returns. A morning with
*> no file is still reconciled -- the overdue check is the point.
    select ack-file assign to dynamic ack-fname
        organization is line sequential
        file status is ack-status.

*> The reconciliation report, kept as a permanent file.
    select report-file assign to dynamic report-fname
        organization is line sequential.

data division.
file section.

*> Same layout register-batch in roman-extract writes.
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

*> One acknowledgement per batch loaded: the batch number as the
*> load file carried it, the records and hash total the ledger
*> accepted, and "A" (accepted) or "R" (rejected).
fd  ack-file.
    01 ack-record.
       02 ak-batch-no    pic 9(8).
       02 filler         pic X.
       02 ak-accepted    pic 9(9).
       02 filler         pic X.
       02 ak-hash        pic 9(15).
       02 filler         pic X.
       02 ak-status      pic X(1).

*> Report lines are composed in working storage (where VALUE
*> clauses do initialize the fillers) and moved here whole, so the
*> LINE SEQUENTIAL uninitialized-filler quirk never comes up.
fd  report-file.
    01 report-line    pic X(100).

working-storage section.
    77 register-fname pic X(30)    value spaces.
    77 register-status pic X(2)    value spaces.
    77 ack-fname      pic X(30)    value spaces.
    77 ack-status     pic X(2)     value spaces.
    77 report-fname   pic X(30)    value "ROMANACKR.TXT".
    77 end-of-file    pic 9(1)     value 0.

*> The register held whole in storage while acknowledgements are
*> posted to it, then written back -- LINE SEQUENTIAL has no
*> rewrite, same as the rejects ledger and the catalog.
    01 register-table.
       02 reg-entry occurs 50000.
          03 rg-batch-no   pic 9(8).
          03 rg-run-date   pic 9(8).
          03 rg-extract-date pic 9(8).
          03 rg-source     pic X(30).
          03 rg-rec-count  pic 9(9).
          03 rg-hash       pic 9(15).
          03 rg-load-fname pic X(30).
          03 rg-ack-status pic X(1).
          03 rg-ack-date   pic 9(8).
          03 rg-ack-count  pic 9(9).
          03 rg-ack-hash   pic 9(15).
          03 rg-this-run   pic X(1).
    77 reg-used       pic 9(5)     value 0.
    77 r              pic S9(5) usage is computational.
    77 reg-found      pic S9(5) usage is computational.

*> Acknowledgements for batches the register never sent, held for
*> their own section of the report.
    01 unknown-table.
       02 unknown-ack occurs 500.
          03 uk-batch-no   pic 9(8).
          03 uk-accepted   pic 9(9).
          03 uk-hash       pic 9(15).
          03 uk-status     pic X(1).
    77 uk-used        pic 9(3)     value 0.

*> The overdue threshold: a batch still unacknowledged this many
*> days after it was extracted is reported. Same trim/justify/fold
*> normalization the other numeric switches get.
    77 days-raw       pic X(9)     value spaces.
    77 days-compact   pic X(9)     value spaces justified right.
    77 ack-days       pic 9(3)     value 3.
    77 days-edit      pic ZZ9.

*> Today's date and the day-number arithmetic behind the age, the
*> same way roman-ledger ages its open rejects.
    77 today-date     pic 9(8)     value 0.
    77 today-days     pic 9(7)     value 0.
    77 extract-days   pic 9(7)     value 0.
    77 age-days       pic S9(5)    value 0.

*> Run control totals.
    77 acks-read      pic 9(9)     value 0.
    77 cnt-balanced   pic 9(9)     value 0.
    77 cnt-out-bal    pic 9(9)     value 0.
    77 cnt-rejected   pic 9(9)     value 0.
    77 cnt-overdue    pic 9(9)     value 0.
    77 cnt-awaiting   pic 9(9)     value 0.
    77 cnt-unknown    pic 9(9)     value 0.
    77 job-rc         pic 9(2)     value 0.
    77 section-lines  pic 9(9)     value 0.
    77 count-diff     pic S9(9)    value 0.
    77 hash-diff      pic S9(15)   value 0.

    01 rpt-heading.
       02 filler      pic X(39)
          value "LEDGER ACKNOWLEDGEMENT RECONCILIATION ".
       02 filler      pic X(6)     value "AS OF ".
       02 rh-date     pic 9999/99/99.

    01 rpt-col-header.
       02 filler      pic X(10)    value "   BATCH".
       02 filler      pic X(12)    value "  RUN DATE".
       02 filler      pic X(31)    value "DROP FILE".
       02 filler      pic X(11)    value "  RECORDS".
       02 filler      pic X(17)    value "       HASH TOTAL".

    01 rpt-batch-line.
       02 rb-batch-no pic ZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rb-run-date pic 9999/99/99.
       02 filler      pic X(2)     value spaces.
       02 rb-source   pic X(30).
       02 filler      pic X(1)     value space.
       02 rb-count    pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rb-hash     pic ZZZZZZZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rb-note     pic X(19).

*> The ledger's figures and the difference, printed under the sent
*> figures' RECORDS and HASH TOTAL columns.
    01 rpt-took-line.
       02 filler      pic X(10)    value spaces.
       02 filler      pic X(43)    value "LEDGER TOOK".
       02 rd-count    pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 rd-hash     pic ZZZZZZZZZZZZZZ9.
    01 rpt-diff-line.
       02 filler      pic X(10)    value spaces.
       02 filler      pic X(43)    value "DIFFERENCE".
       02 rd-count-diff pic -(8)9.
       02 filler      pic X(2)     value spaces.
       02 rd-hash-diff pic -(14)9.

    01 rpt-unknown-line.
       02 ru-batch-no pic ZZZZZZZ9.
       02 filler      pic X(4)     value spaces.
       02 filler      pic X(8)     value "STATUS: ".
       02 ru-status   pic X(1).
       02 filler      pic X(30)    value spaces.
       02 ru-count    pic ZZZZZZZZ9.
       02 filler      pic X(2)     value spaces.
       02 ru-hash     pic ZZZZZZZZZZZZZZ9.

    01 rpt-sum-line.
       02 rs-label    pic X(26).
       02 filler      pic X(2)     value ": ".
       02 rs-value    pic ZZZZZZZZ9.

    77 rpt-work       pic X(100)   value spaces.

procedure division.

    accept register-fname from environment "ROMANXREGFILE".
    if register-fname = spaces
        move "ROMANXREG.DAT" to register-fname
    end-if.
    accept ack-fname from environment "ROMANACKFILE".
    if ack-fname = spaces
        move "ROMANACK.TXT" to ack-fname
    end-if.
    accept days-raw from environment "ROMANACKDAYS".
    if days-raw not = spaces
        move spaces to days-compact
        move function trim(days-raw) to days-compact
        inspect days-compact replacing leading space by zero
        if days-compact is numeric
            move days-compact to ack-days
        else
            display "BAD ROMANACKDAYS VALUE: " days-raw
                " - USING " ack-days
        end-if
    end-if.

    accept today-date from date yyyymmdd.
    compute today-days = function integer-of-date(today-date).

    display " ".
    display "--------------------------------------".
    display "   LEDGER ACKNOWLEDGEMENT RECON".
    display "--------------------------------------".
    display "REGISTER    : " register-fname.
    display "ACK FILE    : " ack-fname.
    display "OVERDUE DAYS: " ack-days.

    perform load-register
    perform post-acknowledgements

    open output report-file
    move today-date to rh-date
    move rpt-heading to rpt-work
    perform print-line
    move all "-" to rpt-work
    move spaces to rpt-work(56:)
    perform print-line

    perform report-balanced
    perform report-out-of-balance
    perform report-rejected
    perform report-overdue
    perform report-unknown
    perform print-summary
    close report-file

    perform save-register

    *> Anything but a clean, balanced morning holds the chain.
    if cnt-out-bal > 0 or cnt-rejected > 0 or cnt-overdue > 0
            or cnt-unknown > 0
        move 8 to job-rc
    end-if

    display " ".
    display "------------------------------".
    display "ACKS READ     : " acks-read.
    display "BALANCED      : " cnt-balanced.
    display "OUT OF BALANCE: " cnt-out-bal.
    display "REJECTED      : " cnt-rejected.
    display "OVERDUE       : " cnt-overdue.
    display "UNKNOWN BATCH : " cnt-unknown.
    display "------------------------------".
    move job-rc to return-code.
stop run.

load-register.
    *> A register that will not open means there is nothing to
    *> reconcile against -- stopped with 8 rather than reporting
    *> every acknowledgement as unknown.
    move 0 to reg-used
    move 0 to end-of-file
    open input register-file
    if register-status not = "00"
        display "EXTRACT REGISTER WILL NOT OPEN (STATUS "
            register-status ")"
        move 8 to return-code
        stop run
    end-if
    perform until end-of-file = 1
        read register-file
            at end move 1 to end-of-file
            not at end
                if register-record not = spaces
                    if reg-used >= 50000
                        *> Carrying on would drop the newest batches
                        *> when the register is written back.
                        close register-file
                        display "REGISTER TABLE FULL - NOTHING CHANGED"
                        move 8 to return-code
                        stop run
                    end-if
                    add 1 to reg-used
                    move xr-batch-no     to rg-batch-no (reg-used)
                    move xr-run-date     to rg-run-date (reg-used)
                    move xr-extract-date to rg-extract-date (reg-used)
                    move xr-source       to rg-source (reg-used)
                    move xr-rec-count    to rg-rec-count (reg-used)
                    move xr-hash         to rg-hash (reg-used)
                    move xr-load-fname   to rg-load-fname (reg-used)
                    move xr-ack-status   to rg-ack-status (reg-used)
                    move xr-ack-date     to rg-ack-date (reg-used)
                    move xr-ack-count    to rg-ack-count (reg-used)
                    move xr-ack-hash     to rg-ack-hash (reg-used)
                    move "N"             to rg-this-run (reg-used)
                end-if
        end-read
    end-perform
    close register-file.

post-acknowledgements.
    *> Each acknowledgement marks its batch: rejected as the ledger
    *> says, otherwise balanced only when both the count and the hash
    *> agree with what was sent. A later acknowledgement for the same
    *> batch (a reload after a rejection) replaces the earlier one.
    move 0 to end-of-file
    open input ack-file
    if ack-status not = "00"
        display "NO ACKNOWLEDGEMENT FILE - OVERDUE CHECK ONLY"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read ack-file
            at end move 1 to end-of-file
            not at end
                if ack-record not = spaces
                    add 1 to acks-read
                    perform post-one-ack
                end-if
        end-read
    end-perform
    close ack-file.

post-one-ack.
    move 0 to reg-found
    move 1 to r
    perform until r > reg-used or reg-found > 0
        if rg-batch-no (r) = ak-batch-no
            move r to reg-found
        end-if
        add 1 to r
    end-perform

    if reg-found = 0
        add 1 to cnt-unknown
        if uk-used < 500
            add 1 to uk-used
            move ak-batch-no to uk-batch-no (uk-used)
            move ak-accepted to uk-accepted (uk-used)
            move ak-hash     to uk-hash (uk-used)
            move ak-status   to uk-status (uk-used)
        end-if
        exit paragraph
    end-if

    move today-date  to rg-ack-date (reg-found)
    move ak-accepted to rg-ack-count (reg-found)
    move ak-hash     to rg-ack-hash (reg-found)
    move "Y"         to rg-this-run (reg-found)
    evaluate true
        when ak-status = "R"
            move "R" to rg-ack-status (reg-found)
        when ak-accepted = rg-rec-count (reg-found)
                and ak-hash = rg-hash (reg-found)
            move "B" to rg-ack-status (reg-found)
        when other
            move "O" to rg-ack-status (reg-found)
    end-evaluate.

report-balanced.
    move "ACCEPTED AND BALANCED" to rpt-work
    perform print-section-heading
    move 1 to r
    perform until r > reg-used
        if rg-this-run (r) = "Y" and rg-ack-status (r) = "B"
            add 1 to cnt-balanced
            move spaces to rb-note
            perform print-batch
        end-if
        add 1 to r
    end-perform
    perform print-none-if-empty.

report-out-of-balance.
    move "ACCEPTED OUT OF BALANCE" to rpt-work
    perform print-section-heading
    move 1 to r
    perform until r > reg-used
        if rg-this-run (r) = "Y" and rg-ack-status (r) = "O"
            add 1 to cnt-out-bal
            move "SENT" to rb-note
            perform print-batch
            perform print-difference
        end-if
        add 1 to r
    end-perform
    perform print-none-if-empty.

report-rejected.
    move "REJECTED BY THE LEDGER" to rpt-work
    perform print-section-heading
    move 1 to r
    perform until r > reg-used
        if rg-this-run (r) = "Y" and rg-ack-status (r) = "R"
            add 1 to cnt-rejected
            move "SENT" to rb-note
            perform print-batch
            perform print-difference
        end-if
        add 1 to r
    end-perform
    perform print-none-if-empty.

report-overdue.
    *> Every batch with no acknowledgement at all, however old --
    *> only those past the threshold are listed; the rest are
    *> counted as still awaiting.
    move ack-days to days-edit
    move spaces to rpt-work
    string "NOT ACKNOWLEDGED AFTER " delimited by size
        function trim(days-edit) delimited by size
        " DAYS" delimited by size
        into rpt-work
    end-string
    perform print-section-heading
    move 1 to r
    perform until r > reg-used
        if rg-ack-status (r) = space
            compute extract-days =
                function integer-of-date(rg-extract-date (r))
            compute age-days = today-days - extract-days
            if age-days > ack-days
                add 1 to cnt-overdue
                move spaces to rb-note
                string "SENT " delimited by size
                    rg-extract-date (r) delimited by size
                    into rb-note
                end-string
                perform print-batch
            else
                add 1 to cnt-awaiting
            end-if
        end-if
        add 1 to r
    end-perform
    perform print-none-if-empty.

report-unknown.
    move "ACKNOWLEDGED BUT NEVER SENT" to rpt-work
    perform print-section-heading
    move 1 to r
    perform until r > uk-used
        move uk-batch-no (r) to ru-batch-no
        move uk-status (r)   to ru-status
        move uk-accepted (r) to ru-count
        move uk-hash (r)     to ru-hash
        move rpt-unknown-line to rpt-work
        perform print-line
        add 1 to section-lines
        add 1 to r
    end-perform
    perform print-none-if-empty.

print-section-heading.
    *> The section title is already in rpt-work.
    move spaces to report-line
    write report-line
    perform print-line
    move rpt-col-header to rpt-work
    perform print-line
    move 0 to section-lines.

print-batch.
    move rg-batch-no (r)   to rb-batch-no
    move rg-run-date (r)   to rb-run-date
    move rg-source (r)     to rb-source
    move rg-rec-count (r)  to rb-count
    move rg-hash (r)       to rb-hash
    move rpt-batch-line to rpt-work
    perform print-line
    add 1 to section-lines.

print-difference.
    move rg-ack-count (r) to rd-count
    move rg-ack-hash (r)  to rd-hash
    move rpt-took-line to rpt-work
    perform print-line
    compute count-diff = rg-ack-count (r) - rg-rec-count (r)
    compute hash-diff  = rg-ack-hash (r) - rg-hash (r)
    move count-diff to rd-count-diff
    move hash-diff  to rd-hash-diff
    move rpt-diff-line to rpt-work
    perform print-line.

print-none-if-empty.
    if section-lines = 0
        move "   NONE" to rpt-work
        perform print-line
    end-if.

print-summary.
    move spaces to rpt-work
    perform print-line
    move "RECONCILIATION SUMMARY" to rpt-work
    perform print-line
    move "----------------------" to rpt-work
    perform print-line
    move "ACKNOWLEDGEMENTS READ" to rs-label
    move acks-read to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "BALANCED" to rs-label
    move cnt-balanced to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "OUT OF BALANCE" to rs-label
    move cnt-out-bal to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "REJECTED" to rs-label
    move cnt-rejected to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "OVERDUE" to rs-label
    move cnt-overdue to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "AWAITING (NOT YET DUE)" to rs-label
    move cnt-awaiting to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "UNKNOWN BATCHES" to rs-label
    move cnt-unknown to rs-value
    move rpt-sum-line to rpt-work
    perform print-line
    move "BATCHES ON REGISTER" to rs-label
    move reg-used to rs-value
    move rpt-sum-line to rpt-work
    perform print-line.

save-register.
    *> The register back out whole, acknowledgements posted.
    open output register-file
    move 1 to r
    perform until r > reg-used
        move spaces               to register-record
        move rg-batch-no (r)      to xr-batch-no
        move rg-run-date (r)      to xr-run-date
        move rg-extract-date (r)  to xr-extract-date
        move rg-source (r)        to xr-source
        move rg-rec-count (r)     to xr-rec-count
        move rg-hash (r)          to xr-hash
        move rg-load-fname (r)    to xr-load-fname
        move rg-ack-status (r)    to xr-ack-status
        move rg-ack-date (r)      to xr-ack-date
        move rg-ack-count (r)     to xr-ack-count
        move rg-ack-hash (r)      to xr-ack-hash
        write register-record
        add 1 to r
    end-perform
    close register-file.

print-line.
    move rpt-work to report-line
    write report-line.
