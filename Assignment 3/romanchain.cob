*> Michael Sirna
*> 1094947
*> 2023-03-27
*> CIS3190 Assignment 3 - companion program

identification division.
program-id. roman-chain.
*> Nightly chain driver. The operators have been running
*> roman-preflight, roman-numeral, roman-verify, roman-audit,
*> roman-summary, roman-extract and roman-dupcheck one at a time,
*> reading each graduated return code off the console and deciding
*> whether to carry on. This program reads a chain-definition file
*> naming each step, the environment settings that step runs under
*> (ROMANFILELIST, ROMANVERFILE, ROMANEXTFILE and the rest) and the
*> highest return code it may end with before the steps after it are
*> held -- then runs the steps in order, stops the chain the moment a
*> step ends above its limit, and appends every step's start and end
*> time and return code to a permanent chain log. ROMANCHAINFROM
*> reruns a stopped chain from the step that stopped it instead of
*> from the top, so a roman-verify 8 holds the ledger extract by
*> itself rather than depending on someone reading the screen at
*> 2 a.m. Steps given the same number run together -- the
*> partitions of a partitioned run, one roman-numeral per
*> ROMANPART -- and the chain waits for every one of them before it
*> grades them, each against its own limit.

environment division.

input-output section.
file-control.

*> The chain definition: one step record per step, each followed by
*> the environment records that step runs under.
    select chain-def-file assign to dynamic chain-fname
        organization is line sequential
        file status is chain-status.

*> Permanent chain log, one record appended per step per chain run --
*> passed, stopped, skipped on a restart, or held behind a stop.
*> OPTIONAL: the first chain ever run creates it.
    select optional chain-log-file assign to dynamic chain-log-fname
        organization is line sequential
        file status is chain-log-status.

*> The return code a step run in a group leaves behind it, one small
*> file per member, since the shell that runs them hands back only
*> its own.
    select rc-file assign to dynamic rc-fname
        organization is line sequential
        file status is rc-status.

data division.
file section.

*> Two record shapes, told apart by the first byte. A step record
*> carries the step number, the highest return code the step may
*> end with before the chain stops, and the command that runs it:
*>   S 010 04 roman-preflight
*> An environment record names one setting for the step above it:
*>   E ROMANFILELIST        TONIGHT.LST
*> Consecutive step records with the same step number are one
*> group, run at the same time, each under its own settings:
*>   S 020 04 roman-numeral
*>   E ROMANPART            1
*>   S 020 04 roman-numeral
*>   E ROMANPART            2
*> An asterisk in the first byte is a comment. The numbers are hand
*> typed, so they are kept as text here and folded the same way the
*> other hand-typed values in the system are.
fd  chain-def-file.
    01 chain-def-record.
       02 cd-type     pic X(1).
       02 filler      pic X(79).
    01 chain-step-view redefines chain-def-record.
       02 cs-type     pic X(1).
       02 filler      pic X.
       02 cs-step-x   pic X(3).
       02 filler      pic X.
       02 cs-max-x    pic X(2).
       02 filler      pic X.
       02 cs-command  pic X(71).
    01 chain-env-view redefines chain-def-record.
       02 ce-type     pic X(1).
       02 filler      pic X.
       02 ce-name     pic X(20).
       02 filler      pic X.
       02 ce-value    pic X(57).

*> Counters and times zero-padded rather than Z-edited, same
*> reasoning as the run history: the log rereads cleanly as numbers.
*> The chain date and start time identify the chain run every step
*> record belongs to.
fd  chain-log-file.
    01 chain-log-record.
       02 cl-chain-date  pic 9(8).
       02 filler         pic X.
       02 cl-chain-time  pic 9(8).
       02 filler         pic X.
       02 cl-step-no     pic 9(3).
       02 filler         pic X.
       02 cl-outcome     pic X(7).
       02 filler         pic X.
       02 cl-start-date  pic 9(8).
       02 filler         pic X.
       02 cl-start-time  pic 9(8).
       02 filler         pic X.
       02 cl-end-date    pic 9(8).
       02 filler         pic X.
       02 cl-end-time    pic 9(8).
       02 filler         pic X.
       02 cl-rc          pic 9(3).
       02 filler         pic X.
       02 cl-max-rc      pic 9(2).
       02 filler         pic X.
       02 cl-command     pic X(71).

fd  rc-file.
    01 rc-record      pic X(10).

working-storage section.
    77 chain-fname      pic X(30)    value spaces.
    77 chain-status     pic X(2)     value spaces.
    77 chain-log-fname  pic X(30)    value spaces.
    77 chain-log-status pic X(2)     value spaces.
    77 end-of-file      pic 9(1)     value 0.

*> This chain run's identity: the date and time it started.
    77 chain-date       pic 9(8)     value 0.
    77 chain-time       pic 9(8)     value 0.

*> The chain definition held in storage. Each step points at its
*> first environment entry and says how many it owns.
    01 step-table.
       02 step-entry occurs 50.
          03 st-no        pic 9(3).
          03 st-max-rc    pic 9(2).
          03 st-command   pic X(71).
          03 st-env-first pic 9(3).
          03 st-env-count pic 9(3).
    77 steps-used       pic 9(3)     value 0.
    01 env-table.
       02 env-entry occurs 400.
          03 ev-name      pic X(20).
          03 ev-value     pic X(57).
    77 env-used         pic 9(3)     value 0.
    77 s                pic S9(4) usage is computational.
    77 e                pic S9(4) usage is computational.

*> Hand-typed number folding -- trimmed, right-justified and the
*> leading spaces folded to zeros, the same normalization dec2roman
*> applies to its input values.
    77 num-compact      pic X(3)     value spaces justified right.
    77 def-line-no      pic 9(5)     value 0.
    77 def-errors       pic 9(5)     value 0.

*> Restart point: ROMANCHAINFROM names the step to start at, or
*> LAST for the step the most recent chain in the log stopped at.
*> Steps numbered below it are logged as skipped, not run.
    77 from-raw         pic X(10)    value spaces.
    77 restart-from     pic 9(3)     value 0.
    77 last-chain-date  pic 9(8)     value 0.
    77 last-chain-time  pic 9(8)     value 0.
    77 last-stopped-at  pic 9(3)     value 0.
    77 step-found       pic X(1)     value "N".

*> The step in hand: its start and end stamps, the raw status the
*> shell hands back (exit code times 256, plus the signal number if
*> the step was killed), and the return code and outcome that
*> status works out to. A step killed outright has no return code
*> of its own and is logged as 999, which is over every limit.
    77 step-start-date  pic 9(8)     value 0.
    77 step-start-time  pic 9(8)     value 0.
    77 step-end-date    pic 9(8)     value 0.
    77 step-end-time    pic 9(8)     value 0.
    77 sys-status       pic S9(9)    value 0.
    77 sys-signal       pic 9(3)     value 0.
    77 step-rc          pic 9(3)     value 0.
    77 step-outcome     pic X(7)     value spaces.
    77 chain-stopped    pic X(1)     value "N".
    77 stopped-at       pic 9(3)     value 0.

*> Chain control totals and the graduated return code: 0 when every
*> step ended 0, 4 when every step passed but at least one warned,
*> 8 when the chain stopped -- or never started.
    77 steps-run        pic 9(3)     value 0.
    77 steps-passed     pic 9(3)     value 0.
    77 steps-skipped    pic 9(3)     value 0.
    77 steps-held       pic 9(3)     value 0.
    77 highest-rc       pic 9(3)     value 0.
    77 job-rc           pic 9(2)     value 0.

*> A group of steps sharing one number: where it starts and ends in
*> the step table, the one shell command that starts every member
*> in the background and waits for them all, and the file each
*> member's return code is left in. A member that leaves no return
*> code -- killed, or never started -- is logged as 999, the same
*> as a killed single step.
    77 group-first      pic S9(4) usage is computational.
    77 group-last       pic S9(4) usage is computational.
    77 group-size       pic 9(2)     value 0.
    01 group-command    pic X(8000)  value spaces.
    77 cmd-ptr          pic S9(4) usage is computational.
    77 group-overflow   pic X(1)     value "N".
    77 member-no-x      pic 9(2)     value 0.
    77 rc-fname         pic X(30)    value spaces.
    77 rc-status        pic X(2)     value spaces.
    77 rc-name-ptr      pic S9(4) usage is computational.

procedure division.

    *> The definition and log names come from the environment so the
    *> scheduler can point a second chain elsewhere; with nothing
    *> named, the standing nightly chain is run.
    accept chain-fname from environment "ROMANCHAINDEF".
    if chain-fname = spaces
        move "ROMANCHAIN.DEF" to chain-fname
    end-if.
    accept chain-log-fname from environment "ROMANCHAINLOG".
    if chain-log-fname = spaces
        move "ROMANCHAIN.LOG" to chain-log-fname
    end-if.
    accept from-raw from environment "ROMANCHAINFROM".

    accept chain-date from date yyyymmdd.
    accept chain-time from time.

    display " ".
    display "--------------------------------------".
    display "   NIGHTLY CHAIN DRIVER".
    display "--------------------------------------".
    display "CHAIN   : " chain-fname.
    display "LOG     : " chain-log-fname.

    *> The whole definition is read and checked before the first
    *> step runs -- a typo in step 6 must not surface after steps 1
    *> to 5 have already changed the world.
    perform load-chain-definition
    if def-errors > 0
        display "CHAIN DEFINITION HAS " def-errors
            " ERROR(S) - NOTHING RUN"
        move 8 to job-rc
        perform grade-and-stop
    end-if

    perform resolve-restart-point
    if def-errors > 0
        move 8 to job-rc
        perform grade-and-stop
    end-if

    perform run-chain
    perform grade-and-stop.

grade-and-stop.
    if def-errors = 0
        if chain-stopped = "Y"
            move 8 to job-rc
        else
            if highest-rc > 0
                move 4 to job-rc
            end-if
        end-if
    end-if

    display " ".
    display "------------------------------".
    display "STEPS DEFINED : " steps-used.
    display "STEPS RUN     : " steps-run.
    display "STEPS PASSED  : " steps-passed.
    display "STEPS SKIPPED : " steps-skipped.
    display "STEPS HELD    : " steps-held.
    if chain-stopped = "Y"
        display "STOPPED AT    : STEP " stopped-at
        display "RESTART WITH  : ROMANCHAINFROM=" stopped-at
    end-if.
    display "RETURN CODE   : " job-rc.
    display "------------------------------".
    move job-rc to return-code
stop run.

load-chain-definition.
    move 0 to steps-used
    move 0 to env-used
    move 0 to end-of-file
    open input chain-def-file
    if chain-status not = "00"
        display "ERROR   CHAIN DEFINITION WILL NOT OPEN (STATUS "
            chain-status ")"
        add 1 to def-errors
        exit paragraph
    end-if

    perform until end-of-file = 1
        read chain-def-file
            at end move 1 to end-of-file
            not at end
                add 1 to def-line-no
                evaluate true
                    when chain-def-record = spaces
                        continue
                    when cd-type = "*"
                        continue
                    when cd-type = "S"
                        perform load-step-record
                    when cd-type = "E"
                        perform load-env-record
                    when other
                        display "ERROR   LINE " def-line-no
                            ": UNKNOWN RECORD TYPE " cd-type
                        add 1 to def-errors
                end-evaluate
        end-read
    end-perform
    close chain-def-file

    if steps-used = 0 and def-errors = 0
        display "ERROR   CHAIN DEFINITION HAS NO STEPS"
        add 1 to def-errors
    end-if.

load-step-record.
    *> Step numbers must climb: the restart point is "this step and
    *> everything after it", which only means something when the
    *> numbers run in the order the steps do. A number repeated on
    *> the very next step makes the two a group.
    if steps-used >= 50
        display "ERROR   LINE " def-line-no ": MORE THAN 50 STEPS"
        add 1 to def-errors
        exit paragraph
    end-if
    add 1 to steps-used
    move 0 to st-env-first (steps-used)
    move 0 to st-env-count (steps-used)
    move cs-command to st-command (steps-used)

    move spaces to num-compact
    move function trim(cs-step-x) to num-compact
    inspect num-compact replacing leading space by zero
    if num-compact is numeric
        move num-compact to st-no (steps-used)
    else
        display "ERROR   LINE " def-line-no ": BAD STEP NUMBER "
            cs-step-x
        add 1 to def-errors
        move 0 to st-no (steps-used)
    end-if

    move spaces to num-compact
    move function trim(cs-max-x) to num-compact
    inspect num-compact replacing leading space by zero
    if num-compact is numeric
        move num-compact to st-max-rc (steps-used)
    else
        display "ERROR   LINE " def-line-no ": BAD RETURN CODE LIMIT "
            cs-max-x
        add 1 to def-errors
        move 0 to st-max-rc (steps-used)
    end-if

    if cs-command = spaces
        display "ERROR   LINE " def-line-no ": STEP HAS NO COMMAND"
        add 1 to def-errors
    end-if

    if steps-used > 1
        if st-no (steps-used) < st-no (steps-used - 1)
            display "ERROR   LINE " def-line-no ": STEP "
                st-no (steps-used) " DOES NOT FOLLOW STEP "
                st-no (steps-used - 1)
            add 1 to def-errors
        end-if
    end-if.

load-env-record.
    *> A setting belongs to the step record above it.
    if steps-used = 0
        display "ERROR   LINE " def-line-no
            ": ENVIRONMENT RECORD BEFORE ANY STEP"
        add 1 to def-errors
        exit paragraph
    end-if
    if ce-name = spaces
        display "ERROR   LINE " def-line-no
            ": ENVIRONMENT RECORD HAS NO NAME"
        add 1 to def-errors
        exit paragraph
    end-if
    if env-used >= 400
        display "ERROR   LINE " def-line-no
            ": MORE THAN 400 ENVIRONMENT SETTINGS"
        add 1 to def-errors
        exit paragraph
    end-if

    add 1 to env-used
    move ce-name  to ev-name (env-used)
    move ce-value to ev-value (env-used)
    if st-env-count (steps-used) = 0
        move env-used to st-env-first (steps-used)
    end-if
    add 1 to st-env-count (steps-used).

resolve-restart-point.
    *> Nothing named runs the whole chain. LAST looks the restart
    *> point up in the chain log; anything else must be the number
    *> of a step this chain actually has.
    move 0 to restart-from
    if from-raw = spaces
        exit paragraph
    end-if

    if function upper-case(from-raw) = "LAST"
        perform find-last-stop
        if last-stopped-at = 0
            display "ERROR   THE LAST CHAIN IN THE LOG DID NOT STOP"
                " - NOTHING TO RESTART"
            add 1 to def-errors
            exit paragraph
        end-if
        move last-stopped-at to restart-from
    else
        move spaces to num-compact
        move function trim(from-raw) to num-compact
        inspect num-compact replacing leading space by zero
        if num-compact is not numeric
            display "ERROR   BAD ROMANCHAINFROM VALUE: " from-raw
            add 1 to def-errors
            exit paragraph
        end-if
        move num-compact to restart-from
    end-if

    move "N" to step-found
    move 1 to s
    perform until s > steps-used
        if st-no (s) = restart-from
            move "Y" to step-found
        end-if
        add 1 to s
    end-perform
    if step-found = "N"
        display "ERROR   NO STEP " restart-from " IN THIS CHAIN"
        add 1 to def-errors
        exit paragraph
    end-if

    display "RESTART : FROM STEP " restart-from.

find-last-stop.
    *> Walk the log remembering, for the most recent chain run in
    *> it, the step it stopped at -- zero if that chain ran through.
    move 0 to last-chain-date
    move 0 to last-chain-time
    move 0 to last-stopped-at
    move 0 to end-of-file
    open input chain-log-file
    if chain-log-status not = "00" and chain-log-status not = "05"
        display "ERROR   CHAIN LOG WILL NOT OPEN (STATUS "
            chain-log-status ")"
        exit paragraph
    end-if
    perform until end-of-file = 1
        read chain-log-file
            at end move 1 to end-of-file
            not at end
                if cl-chain-date not = last-chain-date
                        or cl-chain-time not = last-chain-time
                    move cl-chain-date to last-chain-date
                    move cl-chain-time to last-chain-time
                    move 0 to last-stopped-at
                end-if
                if cl-outcome = "STOPPED"
                    move cl-step-no to last-stopped-at
                end-if
        end-read
    end-perform
    close chain-log-file.

run-chain.
    *> Steps ahead of the restart point are skipped, the steps after
    *> a stop are held, and everything else runs -- and every one of
    *> them gets its line in the chain log either way, so the log
    *> always shows the whole chain.
    move "N" to chain-stopped
    move 1 to s
    perform until s > steps-used
        evaluate true
            when chain-stopped = "Y"
                move "HELD" to step-outcome
                move 0 to step-rc
                perform log-unrun-step
                add 1 to steps-held
            when st-no (s) < restart-from
                move "SKIPPED" to step-outcome
                move 0 to step-rc
                perform log-unrun-step
                add 1 to steps-skipped
            when other
                perform find-step-group
                if group-last > s
                    perform run-step-group
                else
                    perform run-one-step
                end-if
        end-evaluate
        add 1 to s
    end-perform.

find-step-group.
    *> The steps from this one on that carry its number.
    move s to group-last
    perform until group-last >= steps-used
            or st-no (group-last + 1) not = st-no (s)
        add 1 to group-last
    end-perform.

run-one-step.
    perform clear-chain-environment
    perform set-step-environment

    accept step-start-date from date yyyymmdd
    accept step-start-time from time
    display " ".
    display "STEP " st-no (s) " START " step-start-time ": "
        function trim(st-command (s))

    call "SYSTEM" using st-command (s)
    move return-code to sys-status
    move 0 to return-code

    divide sys-status by 256 giving step-rc remainder sys-signal
    if sys-signal not = 0
        move 999 to step-rc
    end-if

    accept step-end-date from date yyyymmdd
    accept step-end-time from time
    perform grade-one-step.

grade-one-step.
    add 1 to steps-run
    if step-rc > highest-rc
        move step-rc to highest-rc
    end-if

    if step-rc > st-max-rc (s)
        move "STOPPED" to step-outcome
        move "Y"       to chain-stopped
        move st-no (s) to stopped-at
        display "STEP " st-no (s) " ENDED " step-rc
            " - OVER ITS LIMIT OF " st-max-rc (s)
            " - LATER STEPS HELD"
    else
        move "PASSED" to step-outcome
        add 1 to steps-passed
        display "STEP " st-no (s) " ENDED " step-rc
    end-if

    perform write-chain-log.

run-step-group.
    *> Every member started in the background in one shell, under
    *> its own settings, with its return code written to its own
    *> file as it ends; the shell waits for the last of them. Each
    *> member is then graded and logged against its own limit, with
    *> the group's start and end, and s is left on the last member.
    *> A member over its limit stops the chain only once the whole
    *> group has finished -- its partners were already running.
    perform clear-chain-environment
    move s to group-first
    compute group-size = group-last - group-first + 1
    move spaces to group-command
    move 1      to cmd-ptr
    move "N"    to group-overflow

    accept step-start-date from date yyyymmdd
    accept step-start-time from time
    display " ".
    display "STEP " st-no (s) " START " step-start-time ": "
        group-size " STEPS RUNNING TOGETHER"

    perform until s > group-last
        perform build-rc-name
        call "CBL_DELETE_FILE" using rc-fname
        display "  MEMBER " member-no-x ": "
            function trim(st-command (s))
        perform add-group-member
        add 1 to s
    end-perform
    string "wait" delimited by size
        into group-command
        with pointer cmd-ptr
        on overflow move "Y" to group-overflow
    end-string

    if group-overflow = "N"
        call "SYSTEM" using group-command
        move 0 to return-code
    else
        display "STEP " st-no (group-first)
            " GROUP COMMAND TOO LONG - NOT RUN"
    end-if

    accept step-end-date from date yyyymmdd
    accept step-end-time from time
    move group-first to s
    perform until s > group-last
        perform build-rc-name
        perform read-member-rc
        call "CBL_DELETE_FILE" using rc-fname
        display "  MEMBER " member-no-x ": " with no advancing
        perform grade-one-step
        add 1 to s
    end-perform
    move group-last to s.

add-group-member.
    *> ( export NAME='value'; ... command; echo $? > ROMANCHAIN.Rnn ) &
    string "( " delimited by size
        into group-command
        with pointer cmd-ptr
        on overflow move "Y" to group-overflow
    end-string
    if st-env-count (s) > 0
        move st-env-first (s) to e
        perform until e >= st-env-first (s) + st-env-count (s)
            string "export " delimited by size
                function trim(ev-name (e)) delimited by size
                "='" delimited by size
                function trim(ev-value (e)) delimited by size
                "'; " delimited by size
                into group-command
                with pointer cmd-ptr
                on overflow move "Y" to group-overflow
            end-string
            display "        " ev-name (e) "= "
                function trim(ev-value (e))
            add 1 to e
        end-perform
    end-if
    string function trim(st-command (s)) delimited by size
        "; echo $? > " delimited by size
        function trim(rc-fname) delimited by size
        " ) & " delimited by size
        into group-command
        with pointer cmd-ptr
        on overflow move "Y" to group-overflow
    end-string.

build-rc-name.
    compute member-no-x = s - group-first + 1
    move spaces to rc-fname
    move 1      to rc-name-ptr
    string "ROMANCHAIN.R" delimited by size
        member-no-x delimited by size
        into rc-fname
        with pointer rc-name-ptr
    end-string.

read-member-rc.
    *> The shell's own exit status for the member, folded like any
    *> other hand-typed number. No file, or nothing numeric in it,
    *> is a member that never finished.
    move 999 to step-rc
    open input rc-file
    if rc-status = "00"
        read rc-file
            at end continue
            not at end
                move spaces to num-compact
                move function trim(rc-record) to num-compact
                inspect num-compact replacing leading space by zero
                if num-compact is numeric
                    move num-compact to step-rc
                end-if
        end-read
        close rc-file
    end-if.

clear-chain-environment.
    *> Every setting any step of the chain makes is blanked before
    *> each step, so nothing one step was given leaks into the next
    *> -- the programs all treat a blank setting as not set.
    move 1 to e
    perform until e > env-used
        display ev-name (e) upon environment-name
        display " " upon environment-value
        add 1 to e
    end-perform.

set-step-environment.
    if st-env-count (s) = 0
        exit paragraph
    end-if
    move st-env-first (s) to e
    perform until e >= st-env-first (s) + st-env-count (s)
        display ev-name (e) upon environment-name
        display ev-value (e) upon environment-value
        display "        " ev-name (e) "= " function trim(ev-value (e))
        add 1 to e
    end-perform.

log-unrun-step.
    move 0 to step-start-date
    move 0 to step-start-time
    move 0 to step-end-date
    move 0 to step-end-time
    display "STEP " st-no (s) " " step-outcome
    perform write-chain-log.

write-chain-log.
    *> Opened, written and closed per record so the log is complete
    *> up to the last step that finished even if the driver itself
    *> is cancelled mid-chain. Same filler-blanking rule as
    *> write-error-log in roman-numeral applies.
    move spaces          to chain-log-record
    move chain-date      to cl-chain-date
    move chain-time      to cl-chain-time
    move st-no (s)       to cl-step-no
    move step-outcome    to cl-outcome
    move step-start-date to cl-start-date
    move step-start-time to cl-start-time
    move step-end-date   to cl-end-date
    move step-end-time   to cl-end-time
    move step-rc         to cl-rc
    move st-max-rc (s)   to cl-max-rc
    move st-command (s)  to cl-command
    open extend chain-log-file
    write chain-log-record
    close chain-log-file.
