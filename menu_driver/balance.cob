*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: balance.cob
*> Nightly balancing ledger from the raw drop to distribution.
*> How to Compile: cobc -x -free -Wall balance.cob (link lockmgr.cob)
*> How to use: card it BALANCE in the job stream after DISTRIB and
*> before ROLLOVER - it reads the live audit trails and the night's
*> RUN-CONTROL.DAT, both of which the rollover empties. Every
*> program checks its own controls; this step proves that the
*> controls join up from one program to the next, so a record that
*> goes missing between two of them is caught the same night. For
*> each calculator (square roots, products, quotients, powers) it
*> builds a ledger on BALANCE-REPORT.DAT:
*>   - the details on the raw drop (TRANS-RAW.DAT / MULT-RAW.DAT)
*>     against what editpass says it received on EDIT-CONTROL.DAT;
*>   - received, resubmitted and released from quota against clean,
*>     rejected, held as a repeat and held over quota;
*>   - the rejects editpass counted against the lines it added to
*>     EDIT-REJECTS.DAT that edit date (fewer is fine once rejfix
*>     has run - it takes repaired and dropped lines off);
*>   - clean against the details on TRANS-IN.DAT / MULT-INPUT.DAT
*>     (DIV-INPUT.DAT for quotients, which never see editpass);
*>   - that against what sqrtbabyex, a4 and peasdiv report read in
*>     batch on RUN-CONTROL.DAT (the square root batch may read
*>     more - its retry queue and a restart's carry-over - and the
*>     division batch may read more - pairs released from quota);
*>   - the audit records on each live trail against what every run
*>     since the rollover reports written, batch and console, plus
*>     dispatch's roots and products split off COMBINED-REPORT.DAT;
*> and per department, the records on the trails against the
*> details distrib cut to that department's DIST-xxx.DAT. Every
*> line that does not balance is marked *** BREAK, the morning
*> report counts them as exceptions, and the run finishes with
*> return code 4 (a warning) when there are any, so the stream
*> carries on to the rollover - a break is a figure to chase, not
*> a reason to stop the night. The trail locks are held for
*> the run the way distrib holds them.
*>
*> modifications:
*> - breaks now finish the run with warning return code 4, not 0,
*>   so the job stream logs the step as a warning and carries on.
*> - powers are ledgered as a fourth calculator: POW-RAW.DAT
*>   through editpass to POW-INPUT.DAT, peaspow's batch read and
*>   POW-AUDIT.DAT, and the 'P' lines on each department's response
*>   file. the 'POW' lock is held with the other three.
*> - an expedite pass's EDIT-CONTROL.DAT lines (lower-case type)
*>   no longer pass for the night's edit: they only add their
*>   rejects to that edit date's count, since they append to the
*>   same reject queue. an expedite distrib run (mode 'x') is not
*>   taken for the night's distribution.
*> - each calculator's batch written is now ledgered against its
*>   batch read. the division batch may write fewer - the pairs it
*>   held over quota, taken off HOLD-REG.DAT for the dates its
*>   batch ran - and the difference has to be exactly those.

identification division.
program-id. balance.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select count-in assign to count-file-name
         organization is line sequential
         file status is count-in-status.
     select trail-in assign to trail-file-name
         organization is line sequential
         file status is trail-in-status.
     select run-control-in assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-in-status.
     select edit-control assign to "EDIT-CONTROL.DAT"
         organization is line sequential
         file status is edit-ctl-status.
     select reject-file assign to "EDIT-REJECTS.DAT"
         organization is line sequential
         file status is reject-status.
     select combined-report assign to "COMBINED-REPORT.DAT"
         organization is line sequential
         file status is combined-status.
     select dist-in assign to dist-file-name
         organization is line sequential
         file status is dist-in-status.
     select balance-report assign to "BALANCE-REPORT.DAT"
         organization is line sequential
         file status is balance-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
     select hold-reg assign to "HOLD-REG.DAT"
         organization is line sequential
         file status is hold-reg-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(120).
fd count-in.
     01 count-in-line picture x(140).
fd trail-in.
     01 trail-record picture x(150).
fd run-control-in.
     01 run-control-record.
         02 rcin-program picture x(10).
         02 filler       picture x(1).
         02 rcin-mode    picture x(1).
         02 filler       picture x(1).
         02 rcin-status  picture x(1).
         02 filler       picture x(1).
         02 rcin-read    picture 9(6).
         02 filler       picture x(1).
         02 rcin-written picture 9(6).
         02 filler       picture x(1).
         02 rcin-date    picture 9(8).
         02 filler       picture x(1).
         02 rcin-time    picture 9(6).
fd edit-control.
     01 edit-control-record.
         02 ecin-date     picture 9(8).
         02 filler        picture x(1).
         02 ecin-time     picture 9(6).
         02 filler        picture x(1).
         02 ecin-type     picture x(1).
         02 filler        picture x(1).
         02 ecin-received picture 9(6).
         02 filler        picture x(1).
         02 ecin-resub    picture 9(6).
         02 filler        picture x(1).
         02 ecin-released picture 9(6).
         02 filler        picture x(1).
         02 ecin-clean    picture 9(6).
         02 filler        picture x(1).
         02 ecin-rejected picture 9(6).
         02 filler        picture x(1).
         02 ecin-ctl-rejects picture 9(6).
         02 filler        picture x(1).
         02 ecin-held-dup picture 9(6).
         02 filler        picture x(1).
         02 ecin-held-quota picture 9(6).
         02 filler        picture x(7).
fd reject-file.
     01 reject-record.
         02 filler     picture x(1).
         02 rej-source picture x(5).
         02 filler     picture x(93).
         02 rej-date   picture x(8).
         02 filler     picture x(3).
fd combined-report.
     01 combined-report-line picture x(140).
     01 combined-summary-view.
         02 csv-lead    picture x(6).
         02 csv-read    picture x(6).
         02 filler      picture x(10).
         02 csv-sqrt    picture x(6).
         02 filler      picture x(13).
         02 csv-mult    picture x(6).
         02 filler      picture x(13).
         02 csv-reject  picture x(6).
         02 filler      picture x(74).
fd dist-in.
     01 dist-line picture x(140).
     01 dist-header-view.
         02 dhv-type  picture x(1).
         02 dhv-date  picture x(8).
         02 filler    picture x(131).
fd balance-report.
     01 balance-line picture x(110).
fd run-control.
     01 run-control-line picture x(44).
fd hold-reg.
     01 hold-reg-record.
         02 hr-held-date picture 9(8).
         02 filler  picture x(1).
         02 hr-type picture x(1).
         02 filler  picture x(1).
         02 hr-reason picture x(5).
         02 filler  picture x(1).
         02 hr-file picture x(24).
         02 filler  picture x(1).
         02 hr-count picture 9(6).
         02 filler  picture x(1).
         02 hr-dept picture x(3).
         02 filler  picture x(1).
         02 hr-status picture x(1).
         02 filler  picture x(1).
         02 hr-match-date picture 9(8).
         02 filler  picture x(1).
         02 hr-rel-date picture 9(8).
         02 filler  picture x(1).
         02 hr-rel-oper picture x(8).
working-storage section.
77 count-in-status picture x(2).
77 trail-in-status picture x(2).
77 run-ctl-in-status picture x(2).
77 edit-ctl-status picture x(2).
77 reject-status picture x(2).
77 combined-status picture x(2).
77 dist-in-status picture x(2).
77 balance-status picture x(2).
77 run-ctl-status picture x(2).
77 hold-reg-status picture x(2).
77 count-file-name picture x(20).
77 trail-file-name picture x(16).
77 dist-file-name picture x(16).
77 count-eof-sw picture x(1).
    88 count-eof value 'y'.
77 trail-eof-sw picture x(1).
    88 trail-eof value 'y'.
77 run-ctl-eof-sw picture x(1).
    88 run-ctl-eof value 'y'.
77 edit-ctl-eof-sw picture x(1).
    88 edit-ctl-eof value 'y'.
77 reject-eof-sw picture x(1).
    88 reject-eof value 'y'.
77 combined-eof-sw picture x(1).
    88 combined-eof value 'y'.
77 dist-eof-sw picture x(1).
    88 dist-eof value 'y'.
77 hold-reg-eof-sw picture x(1).
    88 hold-reg-eof value 'y'.
77 distrib-ran-sw picture x(1) value 'n'.
    88 distrib-ran value 'y'.
77 rejfix-ran-sw picture x(1) value 'n'.
    88 rejfix-ran value 'y'.
77 split-known-sw picture x(1) value 'n'.
    88 split-known value 'y'.
77 dept-found-sw picture x(1).
    88 dept-found value 'y'.
77 file-count picture 9(6).
77 calc-sub picture 9(1).
77 dept-sub picture 9(2).
77 dept-count picture 9(2) value zero.
77 record-dept picture x(3).
77 break-count picture 9(4) value zero.
77 trail-total picture 9(6) value zero.
77 unattributed-count picture 9(6) value zero.
77 distrib-date picture 9(8) value zero.
77 dispatch-runs picture 9(4) value zero.
77 dispatch-read picture 9(6) value zero.
77 dispatch-roots picture 9(6) value zero.
77 dispatch-products picture 9(6) value zero.
77 dispatch-bad picture 9(6) value zero.
77 combined-count picture 9(6) value zero.
77 div-first-date picture 9(8) value zero.
77 div-last-date picture 9(8) value zero.
77 div-held-quota picture 9(6) value zero.
77 summary-read picture 9(6) value zero.
77 ledger-in picture 9(6).
77 ledger-out picture 9(6).
77 ledger-excess picture 9(6).
77 run-date picture 9(8).
77 lock-name picture x(10).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
77 lock-sub picture 9(1).
77 locks-taken picture 9(1) value zero.
77 lock-fail-sw picture x(1).
    88 lock-fail value 'y'.
01 lock-list.
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 4 times.
01 summary-digits.
    02 sd-chars picture x(6).
01 summary-number redefines summary-digits picture 9(6).
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
*> one entry per calculator: where its work comes from, which
*> program runs it, which trail it lands on and where the
*> submitter code sits on that trail's detail line
01 calc-names.
    02 filler picture x(12) value 'square roots'.
    02 filler picture x(1) value 'S'.
    02 filler picture x(5) value 'SQRT '.
    02 filler picture x(16) value 'TRANS-RAW.DAT'.
    02 filler picture x(16) value 'TRANS-IN.DAT'.
    02 filler picture x(10) value 'sqrtbabyex'.
    02 filler picture x(16) value 'AUDIT-LOG.DAT'.
    02 filler picture 9(3) value 091.
    02 filler picture x(12) value 'products'.
    02 filler picture x(1) value 'M'.
    02 filler picture x(5) value 'MULT '.
    02 filler picture x(16) value 'MULT-RAW.DAT'.
    02 filler picture x(16) value 'MULT-INPUT.DAT'.
    02 filler picture x(10) value 'a4'.
    02 filler picture x(16) value 'MULT-AUDIT.DAT'.
    02 filler picture 9(3) value 139.
    02 filler picture x(12) value 'quotients'.
    02 filler picture x(1) value 'D'.
    02 filler picture x(5) value spaces.
    02 filler picture x(16) value spaces.
    02 filler picture x(16) value 'DIV-INPUT.DAT'.
    02 filler picture x(10) value 'peasdiv'.
    02 filler picture x(16) value 'DIV-AUDIT.DAT'.
    02 filler picture 9(3) value 127.
    02 filler picture x(12) value 'powers'.
    02 filler picture x(1) value 'P'.
    02 filler picture x(5) value 'POW  '.
    02 filler picture x(16) value 'POW-RAW.DAT'.
    02 filler picture x(16) value 'POW-INPUT.DAT'.
    02 filler picture x(10) value 'peaspow'.
    02 filler picture x(16) value 'POW-AUDIT.DAT'.
    02 filler picture 9(3) value 101.
01 calc-name-table redefines calc-names.
    02 calc-layout occurs 4 times.
        03 cl-name picture x(12).
        03 cl-type picture x(1).
        03 cl-source picture x(5).
        03 cl-raw-file picture x(16).
        03 cl-clean-file picture x(16).
        03 cl-program picture x(10).
        03 cl-trail picture x(16).
        03 cl-dept-pos picture 9(3).
01 calc-totals.
    02 calc-entry occurs 4 times.
        03 ct-edit-sw picture x(1).
            88 ct-edited value 'y'.
        03 ct-edit-date picture 9(8).
        03 ct-received picture 9(6).
        03 ct-resub picture 9(6).
        03 ct-released picture 9(6).
        03 ct-clean picture 9(6).
        03 ct-rejected picture 9(6).
        03 ct-ctl-rejects picture 9(6).
        03 ct-held-dup picture 9(6).
        03 ct-held-quota picture 9(6).
        03 ct-day-rejected picture 9(6).
        03 ct-exp-date picture 9(8).
        03 ct-exp-rejected picture 9(6).
        03 ct-queued picture 9(6).
        03 ct-batch-runs picture 9(4).
        03 ct-batch-read picture 9(6).
        03 ct-batch-written picture 9(6).
        03 ct-written picture 9(6).
        03 ct-failed picture 9(4).
        03 ct-trail-count picture 9(6).
01 dept-table.
    02 dept-entry occurs 50 times.
        03 dt-code picture x(3).
        03 dt-trail picture 9(6) occurs 4 times.
        03 dt-dist picture 9(6) occurs 4 times.
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(27) value 'nightly balancing ledger - '.
    02 tl-date picture 9(8).
01 section-line.
    02 sl-text picture x(60).
01 ledger-line.
    02 filler picture x(2) value spaces.
    02 ll-label picture x(46).
    02 ll-count picture zzzzz9.
    02 filler picture x(2) value spaces.
    02 ll-flag picture x(50).
01 dept-heading.
    02 filler picture x(2) value spaces.
    02 filler picture x(5) value 'dept'.
    02 filler picture x(15) value ' roots trl/dist'.
    02 filler picture x(15) value ' prods trl/dist'.
    02 filler picture x(15) value ' quots trl/dist'.
    02 filler picture x(15) value ' powrs trl/dist'.
01 dept-line.
    02 filler picture x(2) value spaces.
    02 dl-code picture x(3).
    02 filler picture x(2) value spaces.
    02 dl-pair occurs 4 times.
        03 dl-trail picture zzzzz9.
        03 filler picture x(1) value '/'.
        03 dl-dist picture zzzzz9.
        03 filler picture x(2) value spaces.
    02 dl-flag picture x(43).
01 break-summary.
    02 filler picture x(8) value 'breaks: '.
    02 bs-count picture zzz9.
01 in-balance-line.
    02 filler picture x(40) value
        '*** NIGHT IN BALANCE - NO BREAKS ***'.
01 run-control-detail.
    02 rc-program picture x(10).
    02 filler     picture x(1) value space.
    02 rc-mode    picture x(1).
    02 filler     picture x(1) value space.
    02 rc-status  picture x(1).
    02 filler     picture x(1) value space.
    02 rc-read    picture 9(6).
    02 filler     picture x(1) value space.
    02 rc-written picture 9(6).
    02 filler     picture x(1) value space.
    02 rc-date    picture 9(8).
    02 filler     picture x(1) value space.
    02 rc-time    picture 9(6).
procedure division.
    move zero to break-count.
    move zero to trail-total.
    move zero to unattributed-count.
    move zero to dept-count.
    move zero to distrib-date.
    move zero to dispatch-runs.
    move zero to dispatch-read.
    move zero to dispatch-roots.
    move zero to dispatch-products.
    move zero to dispatch-bad.
    move zero to combined-count.
    move zero to div-first-date.
    move zero to div-last-date.
    move zero to div-held-quota.
    move 'n' to distrib-ran-sw.
    move 'n' to rejfix-ran-sw.
    move 'n' to split-known-sw.
    move spaces to ll-flag.
    perform clear-calc-entry
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.
    perform clear-dept-entry
        varying dept-sub from 1 by 1
        until dept-sub is greater than 50.

    open output standard-output.
    accept run-date from date yyyymmdd.
    move run-date to tl-date.
    write out-line from title-line after advancing 2 lines.

    *> the trails are counted once and have to hold still while
    *> they are - the same four locks distrib and the rollover
    *> take
    perform take-all-locks.
    if lock-fail
        display 'balance: a trail lock was refused - run'
            ' abandoned.'
        close standard-output
        move 8 to return-code
        goback
    end-if.

    move 'S' to rc-status.
    perform write-run-control.

    perform load-run-control.
    perform load-quota-holds.
    perform load-edit-control.
    perform count-reject-queue.
    perform load-dispatch-split.
    perform count-one-trail
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.

    open output balance-report.
    write balance-line from title-line.
    perform ledger-dispatch.
    perform ledger-one-calc
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.
    perform ledger-departments.

    write balance-line from spaces.
    if break-count is equal to zero
        write balance-line from in-balance-line
        write out-line from in-balance-line after advancing 1 line
    else
        move break-count to bs-count
        write balance-line from break-summary
        write out-line from break-summary after advancing 1 line
        display 'out of balance - see BALANCE-REPORT.DAT.'
    end-if.
    close balance-report.

    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    perform release-all-locks.
    if break-count is equal to zero
        move 0 to return-code
    else
        move 4 to return-code
    end-if.
    goback.

clear-calc-entry.
    move 'n' to ct-edit-sw(calc-sub).
    move zero to ct-edit-date(calc-sub).
    move zero to ct-received(calc-sub).
    move zero to ct-resub(calc-sub).
    move zero to ct-released(calc-sub).
    move zero to ct-clean(calc-sub).
    move zero to ct-rejected(calc-sub).
    move zero to ct-ctl-rejects(calc-sub).
    move zero to ct-held-dup(calc-sub).
    move zero to ct-held-quota(calc-sub).
    move zero to ct-day-rejected(calc-sub).
    move zero to ct-exp-date(calc-sub).
    move zero to ct-exp-rejected(calc-sub).
    move zero to ct-queued(calc-sub).
    move zero to ct-batch-runs(calc-sub).
    move zero to ct-batch-read(calc-sub).
    move zero to ct-batch-written(calc-sub).
    move zero to ct-written(calc-sub).
    move zero to ct-failed(calc-sub).
    move zero to ct-trail-count(calc-sub).

clear-dept-entry.
    move spaces to dt-code(dept-sub).
    move zero to dt-trail(dept-sub, 1).
    move zero to dt-trail(dept-sub, 2).
    move zero to dt-trail(dept-sub, 3).
    move zero to dt-trail(dept-sub, 4).
    move zero to dt-dist(dept-sub, 1).
    move zero to dt-dist(dept-sub, 2).
    move zero to dt-dist(dept-sub, 3).
    move zero to dt-dist(dept-sub, 4).

take-all-locks.
    *> taken in a fixed order, and whatever was already taken is
    *> given back when one is refused
    move 'n' to lock-fail-sw.
    move zero to locks-taken.
    move 1 to lock-sub.
    perform take-one-lock
        until lock-fail or lock-sub is greater than 4.
    if lock-fail and locks-taken is greater than zero
        perform release-all-locks
    end-if.

take-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'balance' to lock-holder.
    move 'T' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        set lock-fail to true
    else
        move lock-sub to locks-taken
        add 1 to lock-sub
    end-if.

release-all-locks.
    perform release-one-lock
        varying lock-sub from 1 by 1
        until lock-sub is greater than locks-taken.

release-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'balance' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

write-run-control.
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'balance   ' to rc-program.
    move 'b' to rc-mode.
    move trail-total to rc-read.
    move break-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.

load-run-control.
    *> everything on the live file ran since the last rollover -
    *> the same span the live trails cover. only finish records
    *> carry counts; a run that never finished has nothing to add
    *> and the morning report already chases it
    move 'n' to run-ctl-eof-sw.
    open input run-control-in.
    if run-ctl-in-status = "00"
        perform read-run-control
        perform sift-run-control until run-ctl-eof
        close run-control-in
    end-if.

read-run-control.
    read run-control-in
        at end set run-ctl-eof to true
    end-read.

sift-run-control.
    if rcin-status is equal to 'C' or rcin-status is equal to 'F'
        perform note-calc-run
            varying calc-sub from 1 by 1
            until calc-sub is greater than 4
        if rcin-program is equal to 'dispatch  '
            add 1 to dispatch-runs
            add rcin-read to dispatch-read
        end-if
        *> an expedite cut of one department's file is not the
        *> night's distribution
        if rcin-program is equal to 'distrib   '
                and rcin-status is equal to 'C'
                and rcin-mode is not equal to 'x'
            set distrib-ran to true
            move rcin-date to distrib-date
        end-if
        if rcin-program is equal to 'rejfix    '
            set rejfix-ran to true
        end-if
    end-if.
    perform read-run-control.

note-calc-run.
    if rcin-program is equal to cl-program(calc-sub)
        add rcin-written to ct-written(calc-sub)
        if rcin-mode is equal to 'b'
            add 1 to ct-batch-runs(calc-sub)
            add rcin-read to ct-batch-read(calc-sub)
            add rcin-written to ct-batch-written(calc-sub)
            if cl-type(calc-sub) is equal to 'D'
                perform note-div-date
            end-if
        end-if
        if rcin-status is equal to 'F'
            add 1 to ct-failed(calc-sub)
        end-if
    end-if.

note-div-date.
    if div-first-date is equal to zero
            or rcin-date is less than div-first-date
        move rcin-date to div-first-date
    end-if.
    if rcin-date is greater than div-last-date
        move rcin-date to div-last-date
    end-if.

load-quota-holds.
    *> the division batch parks the pairs it holds over quota and
    *> notes them on the hold register under its own run date; the
    *> register is never emptied, so only the dates the batch ran
    *> since the rollover are taken
    if div-first-date is greater than zero
        move 'n' to hold-reg-eof-sw
        open input hold-reg
        if hold-reg-status = "00"
            perform read-hold-reg
            perform sift-hold-line until hold-reg-eof
            close hold-reg
        end-if
    end-if.

read-hold-reg.
    read hold-reg
        at end set hold-reg-eof to true
    end-read.

sift-hold-line.
    if hr-type is equal to 'D' and hr-reason is equal to 'QUOTA'
            and hr-held-date is not less than div-first-date
            and hr-held-date is not greater than div-last-date
            and hr-count is numeric
        add hr-count to div-held-quota
    end-if.
    perform read-hold-reg.

load-edit-control.
    *> the last pass per calculator is the one that cut tonight's
    *> clean file; the rejects are summed over every pass that
    *> edit date, since each one appended to the queue
    move 'n' to edit-ctl-eof-sw.
    open input edit-control.
    if edit-ctl-status = "00"
        perform read-edit-control
        perform sift-edit-control until edit-ctl-eof
        close edit-control
    end-if.
    perform add-expedite-rejects
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.

add-expedite-rejects.
    *> an expedite pass during the day appends its rejects to the
    *> same queue under the same edit date as the night's pass
    if ct-edited(calc-sub)
            and ct-exp-date(calc-sub) is equal to ct-edit-date(calc-sub)
        add ct-exp-rejected(calc-sub) to ct-day-rejected(calc-sub)
    end-if.

read-edit-control.
    read edit-control
        at end set edit-ctl-eof to true
    end-read.

sift-edit-control.
    evaluate ecin-type
        when 'S'
            move 1 to calc-sub
        when 'P'
            move 4 to calc-sub
        when 's'
            move 1 to calc-sub
        when 'p'
            move 4 to calc-sub
        when other
            move 2 to calc-sub
    end-evaluate.
    *> an expedite pass (lower-case type) cut no night clean file,
    *> so it only counts towards the day's rejects
    if ecin-type is equal to 's' or ecin-type is equal to 'm'
            or ecin-type is equal to 'p'
        perform sift-expedite-edit
    else
        perform sift-night-edit
    end-if.
    perform read-edit-control.

sift-expedite-edit.
    if ecin-date is not equal to ct-exp-date(calc-sub)
        move zero to ct-exp-rejected(calc-sub)
    end-if.
    move ecin-date to ct-exp-date(calc-sub).
    add ecin-rejected to ct-exp-rejected(calc-sub).

sift-night-edit.
    if ecin-date is not equal to ct-edit-date(calc-sub)
        move zero to ct-day-rejected(calc-sub)
    end-if.
    set ct-edited(calc-sub) to true.
    move ecin-date to ct-edit-date(calc-sub).
    move ecin-received to ct-received(calc-sub).
    move ecin-resub to ct-resub(calc-sub).
    move ecin-released to ct-released(calc-sub).
    move ecin-clean to ct-clean(calc-sub).
    move ecin-rejected to ct-rejected(calc-sub).
    move ecin-ctl-rejects to ct-ctl-rejects(calc-sub).
    move ecin-held-dup to ct-held-dup(calc-sub).
    move ecin-held-quota to ct-held-quota(calc-sub).
    add ecin-rejected to ct-day-rejected(calc-sub).

count-reject-queue.
    move 'n' to reject-eof-sw.
    open input reject-file.
    if reject-status = "00"
        perform read-reject-record
        perform sift-reject-record until reject-eof
        close reject-file
    end-if.

read-reject-record.
    read reject-file
        at end set reject-eof to true
    end-read.

sift-reject-record.
    perform match-reject-source
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.
    perform read-reject-record.

match-reject-source.
    if rej-source is equal to cl-source(calc-sub)
            and rej-date is equal to ct-edit-date(calc-sub)
            and ct-edited(calc-sub)
        add 1 to ct-queued(calc-sub)
    end-if.

load-dispatch-split.
    *> dispatch's records land on two trails but its run-control
    *> line carries one written figure; the split is on the summary
    *> line it closes COMBINED-REPORT.DAT with. that line is only
    *> this span's split when a single dispatch run cut it
    move 'COMBINED-IN.DAT' to count-file-name.
    perform count-file-lines.
    move file-count to combined-count.
    if dispatch-runs is greater than zero
        move 'n' to combined-eof-sw
        move zero to summary-read
        open input combined-report
        if combined-status = "00"
            perform read-combined-line
            perform sift-combined-line until combined-eof
            close combined-report
        end-if
        if dispatch-runs is equal to 1
                and summary-read is equal to dispatch-read
            set split-known to true
        end-if
    end-if.

read-combined-line.
    read combined-report
        at end set combined-eof to true
    end-read.

sift-combined-line.
    if csv-lead is equal to 'read: '
        move csv-read to sd-chars
        perform unedit-summary-count
        move summary-number to summary-read
        move csv-sqrt to sd-chars
        perform unedit-summary-count
        move summary-number to dispatch-roots
        move csv-mult to sd-chars
        perform unedit-summary-count
        move summary-number to dispatch-products
        move csv-reject to sd-chars
        perform unedit-summary-count
        move summary-number to dispatch-bad
    end-if.
    perform read-combined-line.

unedit-summary-count.
    inspect sd-chars replacing all space by zero.
    if sd-chars is not numeric
        move zero to summary-number
    end-if.

count-file-lines.
    move zero to file-count.
    move 'n' to count-eof-sw.
    open input count-in.
    if count-in-status = "00"
        perform count-one-line until count-eof
        close count-in
    end-if.

count-one-line.
    read count-in
        at end set count-eof to true
        not at end add 1 to file-count
    end-read.

count-file-details.
    *> the control records lead with 'H' and 'T'; everything
    *> else on a drop or a clean file is a detail, blank lines
    *> included - editpass counts them the same way
    move zero to file-count.
    move 'n' to count-eof-sw.
    open input count-in.
    if count-in-status = "00"
        perform count-one-detail until count-eof
        close count-in
    end-if.

count-one-detail.
    read count-in
        at end set count-eof to true
        not at end
            if count-in-line(1:1) is not equal to 'H'
                    and count-in-line(1:1) is not equal to 'T'
                add 1 to file-count
            end-if
    end-read.

count-one-trail.
    move cl-trail(calc-sub) to trail-file-name.
    move 'n' to trail-eof-sw.
    open input trail-in.
    if trail-in-status = "00"
        perform read-trail-record
        perform tally-trail-record until trail-eof
        close trail-in
    end-if.

read-trail-record.
    read trail-in
        at end set trail-eof to true
    end-read.

tally-trail-record.
    add 1 to ct-trail-count(calc-sub).
    add 1 to trail-total.
    move trail-record(cl-dept-pos(calc-sub):3) to record-dept.
    if record-dept is equal to spaces
        add 1 to unattributed-count
    else
        perform find-dept-slot
        if dept-found
            add 1 to dt-trail(dept-sub, calc-sub)
        end-if
    end-if.
    perform read-trail-record.

find-dept-slot.
    move 'n' to dept-found-sw.
    move 1 to dept-sub.
    perform match-dept-slot
        until dept-found or dept-sub is greater than dept-count.
    if not dept-found and dept-count is less than 50
        add 1 to dept-count
        move dept-count to dept-sub
        move record-dept to dt-code(dept-sub)
        set dept-found to true
    end-if.

match-dept-slot.
    if dt-code(dept-sub) is equal to record-dept
        set dept-found to true
    else
        add 1 to dept-sub
    end-if.

ledger-dispatch.
    *> the combined file never passes through editpass - what it
    *> holds is what dispatch has to have read
    if dispatch-runs is greater than zero
        move 'dispatch (combined file)' to sl-text
        perform write-section
        move 'COMBINED-IN.DAT records on file' to ll-label
        move combined-count to ll-count
        perform write-ledger
        move 'read by dispatch' to ll-label
        move dispatch-read to ll-count
        if dispatch-read is not equal to combined-count
            move '*** BREAK - read is not what is on file'
                to ll-flag
        end-if
        perform write-ledger
        if split-known
            move 'roots to AUDIT-LOG.DAT' to ll-label
            move dispatch-roots to ll-count
            perform write-ledger
            move 'products to MULT-AUDIT.DAT' to ll-label
            move dispatch-products to ll-count
            perform write-ledger
            move 'bad record type (not audited)' to ll-label
            move dispatch-bad to ll-count
            perform write-ledger
        else
            move 'dispatch runs since the rollover' to ll-label
            move dispatch-runs to ll-count
            move '*** BREAK - roots/products split not known'
                to ll-flag
            perform write-ledger
        end-if
    end-if.

ledger-one-calc.
    move cl-name(calc-sub) to sl-text.
    perform write-section.
    if cl-type(calc-sub) is not equal to 'D'
        perform ledger-edit
    end-if.
    perform ledger-calculation.
    perform ledger-trail.

ledger-edit.
    move cl-raw-file(calc-sub) to count-file-name.
    perform count-file-details.
    move spaces to ll-label.
    string cl-raw-file(calc-sub) delimited by space
        ' details on file' delimited by size
        into ll-label.
    move file-count to ll-count.
    perform write-ledger.
    if not ct-edited(calc-sub)
        move 'no editpass pass on EDIT-CONTROL.DAT' to ll-label
        move zero to ll-count
        if file-count is greater than zero
            move '*** BREAK - drop never edited' to ll-flag
        end-if
        perform write-ledger
    else
        move 'received by editpass' to ll-label
        move ct-received(calc-sub) to ll-count
        if ct-received(calc-sub) is not equal to file-count
            move '*** BREAK - edit did not see the whole drop'
                to ll-flag
        end-if
        perform write-ledger
        move 'resubmitted from rejfix repairs' to ll-label
        move ct-resub(calc-sub) to ll-count
        perform write-ledger
        move 'released from quota holds' to ll-label
        move ct-released(calc-sub) to ll-count
        perform write-ledger
        move 'clean' to ll-label
        move ct-clean(calc-sub) to ll-count
        perform write-ledger
        move 'rejected' to ll-label
        compute ledger-out = ct-rejected(calc-sub)
            - ct-ctl-rejects(calc-sub)
        move ledger-out to ll-count
        perform write-ledger
        if ct-ctl-rejects(calc-sub) is greater than zero
            move 'control records rejected (not details)'
                to ll-label
            move ct-ctl-rejects(calc-sub) to ll-count
            perform write-ledger
        end-if
        move 'held as a repeat drop' to ll-label
        move ct-held-dup(calc-sub) to ll-count
        perform write-ledger
        move 'held over quota' to ll-label
        move ct-held-quota(calc-sub) to ll-count
        perform write-ledger
        compute ledger-in = ct-received(calc-sub)
            + ct-resub(calc-sub) + ct-released(calc-sub)
        compute ledger-out = ct-clean(calc-sub)
            + ct-rejected(calc-sub) - ct-ctl-rejects(calc-sub)
            + ct-held-dup(calc-sub) + ct-held-quota(calc-sub)
        move 'details accounted for' to ll-label
        move ledger-out to ll-count
        if ledger-out is not equal to ledger-in
            move '*** BREAK - in and out of the edit differ'
                to ll-flag
        end-if
        perform write-ledger
        perform ledger-reject-queue
    end-if.

ledger-reject-queue.
    *> rejfix takes repaired and dropped lines off the queue, so a
    *> short count is only a break when rejfix has not run
    move 'rejected by editpass that edit date' to ll-label.
    move ct-day-rejected(calc-sub) to ll-count.
    perform write-ledger.
    move 'on EDIT-REJECTS.DAT dated the edit date' to ll-label.
    move ct-queued(calc-sub) to ll-count.
    if ct-queued(calc-sub) is greater than
            ct-day-rejected(calc-sub)
        move '*** BREAK - more on the queue than rejected'
            to ll-flag
    else
        if ct-queued(calc-sub) is less than
                ct-day-rejected(calc-sub)
            if rejfix-ran
                move 'rest worked off by rejfix' to ll-flag
            else
                move '*** BREAK - rejects missing from the queue'
                    to ll-flag
            end-if
        end-if
    end-if.
    perform write-ledger.

ledger-calculation.
    move cl-clean-file(calc-sub) to count-file-name.
    perform count-file-details.
    move spaces to ll-label.
    string cl-clean-file(calc-sub) delimited by space
        ' details on file' delimited by size
        into ll-label.
    move file-count to ll-count.
    if ct-edited(calc-sub)
            and file-count is not equal to ct-clean(calc-sub)
        move '*** BREAK - clean file is not what was edited'
            to ll-flag
    end-if.
    perform write-ledger.
    move spaces to ll-label.
    string 'read by ' delimited by size
        cl-program(calc-sub) delimited by space
        ' in batch' delimited by size
        into ll-label.
    move ct-batch-read(calc-sub) to ll-count.
    if ct-batch-runs(calc-sub) is equal to zero
        if file-count is greater than zero
            move '*** BREAK - batch has not run' to ll-flag
        else
            move 'batch has not run' to ll-flag
        end-if
        perform write-ledger
    else
        *> the square root batch also reads its retry queue and a
        *> restart's carry-over, and the division batch the pairs
        *> released from quota; the product and power batches read
        *> their files and nothing else
        if ct-batch-read(calc-sub) is less than file-count
            move '*** BREAK - batch read short of the file'
                to ll-flag
        else
            if ct-batch-read(calc-sub) is greater than file-count
                if cl-type(calc-sub) is equal to 'M'
                        or cl-type(calc-sub) is equal to 'P'
                    move '*** BREAK - batch read more than the file'
                        to ll-flag
                end-if
            end-if
        end-if
        perform write-ledger
        if ct-batch-read(calc-sub) is greater than file-count
                and (cl-type(calc-sub) is equal to 'S'
                    or cl-type(calc-sub) is equal to 'D')
            compute ledger-excess = ct-batch-read(calc-sub)
                - file-count
            if cl-type(calc-sub) is equal to 'S'
                move 'of which retry queue and restart reruns'
                    to ll-label
            else
                move 'of which released from quota holds'
                    to ll-label
            end-if
            move ledger-excess to ll-count
            perform write-ledger
        end-if
        perform ledger-batch-written
    end-if.
    if ct-failed(calc-sub) is greater than zero
        move 'runs that finished FAILED' to ll-label
        move ct-failed(calc-sub) to ll-count
        move '*** BREAK - see the run reports' to ll-flag
        perform write-ledger
    end-if.

ledger-batch-written.
    *> every detail a batch reads is written, save the pairs the
    *> division batch holds over quota - those are neither
    *> reported nor audited
    move spaces to ll-label.
    string 'written by ' delimited by size
        cl-program(calc-sub) delimited by space
        ' in batch' delimited by size
        into ll-label.
    move ct-batch-written(calc-sub) to ll-count.
    if cl-type(calc-sub) is equal to 'D'
            and ct-batch-written(calc-sub) is less than
                ct-batch-read(calc-sub)
        compute ledger-excess = ct-batch-read(calc-sub)
            - ct-batch-written(calc-sub)
        if ledger-excess is not equal to div-held-quota
            move '*** BREAK - batch read and written differ'
                to ll-flag
        end-if
    else
        if ct-batch-written(calc-sub) is not equal to
                ct-batch-read(calc-sub)
            move '*** BREAK - batch read and written differ'
                to ll-flag
        end-if
    end-if.
    perform write-ledger.
    if cl-type(calc-sub) is equal to 'D'
            and div-held-quota is greater than zero
        move 'held over quota on HOLD-REG.DAT' to ll-label
        move div-held-quota to ll-count
        perform write-ledger
    end-if.

ledger-trail.
    move spaces to ll-label.
    string 'written by ' delimited by size
        cl-program(calc-sub) delimited by space
        ', batch and console' delimited by size
        into ll-label.
    move ct-written(calc-sub) to ll-count.
    perform write-ledger.
    move ct-written(calc-sub) to ledger-in.
    if cl-type(calc-sub) is equal to 'S'
        add dispatch-roots to ledger-in
    end-if.
    if cl-type(calc-sub) is equal to 'M'
        add dispatch-products to ledger-in
    end-if.
    if (cl-type(calc-sub) is equal to 'S'
            or cl-type(calc-sub) is equal to 'M')
            and dispatch-runs is greater than zero
        move 'written by dispatch' to ll-label
        compute ll-count = ledger-in - ct-written(calc-sub)
        perform write-ledger
    end-if.
    move spaces to ll-label.
    string 'records on ' delimited by size
        cl-trail(calc-sub) delimited by space
        into ll-label.
    move ct-trail-count(calc-sub) to ll-count.
    if (cl-type(calc-sub) is equal to 'S'
            or cl-type(calc-sub) is equal to 'M')
            and dispatch-runs is greater than zero
            and not split-known
        move 'not proved - dispatch split not known' to ll-flag
    else
        if ct-trail-count(calc-sub) is not equal to ledger-in
            move '*** BREAK - trail is not what was written'
                to ll-flag
        end-if
    end-if.
    perform write-ledger.

ledger-departments.
    move 'distribution by department' to sl-text.
    perform write-section.
    if not distrib-ran
        move 'distrib has not run since the rollover' to ll-label
        compute ll-count = trail-total - unattributed-count
        if trail-total is greater than unattributed-count
            move '*** BREAK - trail records not distributed'
                to ll-flag
        end-if
        perform write-ledger
    else
        write balance-line from dept-heading
        perform ledger-one-dept
            varying dept-sub from 1 by 1
            until dept-sub is greater than dept-count
    end-if.
    move 'records with no submitter code (kept)' to ll-label.
    move unattributed-count to ll-count.
    perform write-ledger.

ledger-one-dept.
    *> the response file has to be the one tonight's distrib cut -
    *> a department with no work tonight keeps last night's file,
    *> but then it has nothing on the trails to be counted here
    move spaces to dl-flag.
    move spaces to dist-file-name.
    string 'DIST-' delimited by size
        dt-code(dept-sub) delimited by space
        '.DAT' delimited by size
        into dist-file-name.
    move 'n' to dist-eof-sw.
    open input dist-in.
    if dist-in-status is not equal to "00"
        move '*** BREAK - no response file' to dl-flag
    else
        perform read-dist-line
        if dist-eof or dhv-type is not equal to 'H'
            move '*** BREAK - response file has no header'
                to dl-flag
        else
            if dhv-date is not equal to distrib-date
                move '*** BREAK - response file not cut tonight'
                    to dl-flag
            end-if
            perform read-dist-line
            perform tally-dist-line until dist-eof
        end-if
        close dist-in
    end-if.
    if dl-flag is equal to spaces
        if dt-trail(dept-sub, 1) is not equal to dt-dist(dept-sub, 1)
                or dt-trail(dept-sub, 2)
                    is not equal to dt-dist(dept-sub, 2)
                or dt-trail(dept-sub, 3)
                    is not equal to dt-dist(dept-sub, 3)
                or dt-trail(dept-sub, 4)
                    is not equal to dt-dist(dept-sub, 4)
            move '*** BREAK - trail and response file differ'
                to dl-flag
        end-if
    end-if.
    move dt-code(dept-sub) to dl-code.
    perform fill-dept-pair
        varying calc-sub from 1 by 1
        until calc-sub is greater than 4.
    if dl-flag is not equal to spaces
        add 1 to break-count
        write out-line from dept-line after advancing 1 line
    end-if.
    write balance-line from dept-line.

read-dist-line.
    read dist-in
        at end set dist-eof to true
    end-read.

tally-dist-line.
    if dist-line(1:1) is equal to 'R'
        add 1 to dt-dist(dept-sub, 1)
    end-if.
    if dist-line(1:1) is equal to 'M'
        add 1 to dt-dist(dept-sub, 2)
    end-if.
    if dist-line(1:1) is equal to 'D'
        add 1 to dt-dist(dept-sub, 3)
    end-if.
    if dist-line(1:1) is equal to 'P'
        add 1 to dt-dist(dept-sub, 4)
    end-if.
    perform read-dist-line.

fill-dept-pair.
    move dt-trail(dept-sub, calc-sub) to dl-trail(calc-sub).
    move dt-dist(dept-sub, calc-sub) to dl-dist(calc-sub).

write-section.
    write balance-line from spaces.
    write balance-line from section-line.

write-ledger.
    *> one figure a line; a break is counted as it is written so
    *> the summary and the morning report agree with the page
    if ll-flag(1:9) is equal to '*** BREAK'
        add 1 to break-count
        write out-line from ledger-line after advancing 1 line
    end-if.
    write balance-line from ledger-line.
    move spaces to ll-flag.
