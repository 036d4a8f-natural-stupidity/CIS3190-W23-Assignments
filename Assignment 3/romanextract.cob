*> run), zero-padded detail records carrying the numeral, its value
*> and the originating drop file, and a batch trailer with a record
*> count and a hash total of the values so a short load is caught at
*> their end, not at month-end reconciliation. Every batch cut is
*> also entered on the extract control register (ROMANXREG.DAT) under
*> a batch number that carries on from the last one ever sent, so
*> roman-ackrecon can match the ledger team's acknowledgements back
*> to what actually went out.

environment division.

    select load-file assign to dynamic load-fname
        organization is line sequential.

*> Extract control register: one row per batch ever sent, appended
*> as each batch closes. Read first for the highest batch number
*> used so far -- batch numbers never start over. OPTIONAL: the
*> first extract ever creates it.
    select optional register-file assign to dynamic register-fname
        organization is line sequential
        file status is register-status.

data division.
file section.
*> 100 bytes to match the widened output-file-record in
       02 xd-numeral  pic X(35).
       02 xd-gap      pic X(3).
       02 xd-value-x  pic X(9).
       02 xd-pad      pic X(2).
       02 xd-doc-key  pic X(20).
       02 xd-rest     pic X(30).
    01 extract-marker-view redefines extract-record.
       02 xm-label    pic X(6).
       02 xm-fname    pic X(30).

*> The three load-record shapes, discriminated by the first byte.
*> Every numeric field is zero-padded PIC 9 -- nothing Z-edited,
*> nothing the load at the other end has to normalize. The batch
*> number is eight digits: it runs on across every extract ever
*> made, and the ledger team quotes it back on the acknowledgement.
fd  load-file.
    01 load-header-record.
       02 lh-type     pic X(1).
       02 lh-run-date pic 9(8).
       02 lh-batch-no pic 9(8).
       02 lh-source   pic X(30).
    01 load-detail-record redefines load-header-record.
       02 ld-type     pic X(1).
       02 ld-source   pic X(30).
    01 load-trailer-record redefines load-header-record.
       02 lt-type     pic X(1).
       02 lt-batch-no pic 9(8).
       02 lt-rec-count pic 9(9).
       02 lt-hash     pic 9(15).
       02 filler      pic X(42).

*> One register row per batch: its number, the run date of the
*> pipeline output it came from, the date it was extracted, the
*> drop file (blank for a single-file run, as on the load file),
*> the count and hash the batch trailer carried, and the load file
*> it went out in. The acknowledgement fields stay blank ("awaiting")
*> until roman-ackrecon matches the ledger's reply: status B
*> (accepted, balanced), O (accepted, out of balance) or R
*> (rejected), with the date and the count and hash the ledger
*> reported. Zero-padded for the same reread reason as the history.
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

working-storage section.
    77 extract-fname  pic X(30)    value spaces.
*> only wraps past a thousand billion, and the ledger side computes
*> it the same way.
    77 batch-open     pic X(1)     value "N".
    77 batch-no       pic 9(8)     value 0.
    77 batch-source   pic X(30)    value spaces.
    77 batch-count    pic 9(9)     value 0.
    77 batch-hash     pic 9(15)    value 0.
    77 details-out    pic 9(9)     value 0.
    77 batches-out    pic 9(4)     value 0.

*> Register controls: the file, its status, the date the batches
*> are entered under, and the highest batch number already on it.
    77 register-fname pic X(30)    value spaces.
    77 register-status pic X(2)    value spaces.
    77 extract-date   pic 9(8)     value 0.
    77 end-of-register pic 9(1)    value 0.

procedure division.

    *> The file to extract comes from the environment for unattended
    if load-fname = spaces
        move "ROMANLOAD.TXT" to load-fname
    end-if.
    accept register-fname from environment "ROMANXREGFILE".
    if register-fname = spaces
        move "ROMANXREG.DAT" to register-fname
    end-if.
    accept extract-date from date yyyymmdd.

    display " ".
    display "--------------------------------------".
    display "--------------------------------------".
    display "EXTRACTING: " extract-fname.
    display "LOAD FILE : " load-fname.
    display "REGISTER  : " register-fname.

    *> Batch numbering carries on from the register; a register that
    *> exists but cannot be read stops the extract before a load file
    *> goes out under numbers that might already have been used.
    perform find-last-batch-no
    if register-status not = "00" and register-status not = "05"
        display "EXTRACT REGISTER WILL NOT OPEN (STATUS "
            register-status ") - NOTHING EXTRACTED"
        move 8 to return-code
        stop run
    end-if

    open input extract-file
    open output load-file
    open extend register-file

    perform until end-of-file = 1
        read extract-file
        perform close-batch
    end-if
    close load-file
    close register-file

    display " ".
    display "------------------------------".
    display "RECORDS READ  : " recs-read.
    display "DETAILS LOADED: " details-out.
    display "BATCHES CUT   : " batches-out.
    display "LAST BATCH NO : " batch-no.
    display "------------------------------".
stop run.

find-last-batch-no.
    *> The highest batch number on the register -- rows go on in
    *> batch order, but the highest is taken rather than the last in
    *> case a register was ever put back together by hand.
    move 0 to batch-no
    move 0 to end-of-register
    open input register-file
    if register-status not = "00" and register-status not = "05"
        exit paragraph
    end-if
    perform until end-of-register = 1
        read register-file
            at end move 1 to end-of-register
            not at end
                if xr-batch-no is numeric and xr-batch-no > batch-no
                    move xr-batch-no to batch-no
                end-if
        end-read
    end-perform
    close register-file
    move "00" to register-status.

route-record.
    *> Route each pipeline record by its shape: the header dates the
    *> batches, a FILE: marker closes the running batch and opens the
    *> tail, numeric value once its leading spaces fold to zeros.
    move "N" to is-detail
    if xd-lead = space and xd-numeral not = spaces
            and xd-gap = spaces and xd-pad = spaces
            and xd-rest = spaces
        move xd-value-x to value-compact
        inspect value-compact replacing leading space by zero
        if value-compact is numeric
    move batch-count to lt-rec-count
    move batch-hash  to lt-hash
    write load-trailer-record
    move "N" to batch-open
    perform register-batch.

register-batch.
    *> The batch as sent, entered as awaiting acknowledgement.
    move spaces        to register-record
    move batch-no      to xr-batch-no
    move source-date   to xr-run-date
    move extract-date  to xr-extract-date
    move batch-source  to xr-source
    move batch-count   to xr-rec-count
    move batch-hash    to xr-hash
    move load-fname    to xr-load-fname
    move space         to xr-ack-status
    move 0             to xr-ack-date
    move 0             to xr-ack-count
    move 0             to xr-ack-hash
    write register-record.

write-load-detail.
    *> A single-file run has no FILE: markers, so the first detail
