*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: holdrel.cob
*> Release maintenance for submissions editpass has held.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall holdrel.cob
*> How to use: run from the menu (supervisor-only there). Every
*> hold on the HOLD-REG.DAT hold register still waiting for a
*> decision is shown in turn - when it was held, which calculator's
*> drop it is, why it was held, how many lines were parked and on
*> which file, and for a repeat the date of the drop it matched -
*> and the supervisor releases it (the parked lines are queued on
*> TRANS-RESUB.DAT or MULT-RESUB.DAT, so the next editpass pass
*> edits them like any repaired record), drops it (a true repeat
*> nobody wants run twice), keeps it for later, or quits leaving
*> the rest untouched. Every release and drop is logged to
*> HOLD-LOG.DAT (date, time, operator, the hold and the decision)
*> and stamped on the hold line itself; the register is rewritten
*> once at the end with decided holds kept as history. A
*> run-control record is cut like the other programs'.
*>
*> modifications:
*> - holds editpass and peasdiv take for a department over its
*>   monthly quota (reason QUOTA, on a QUOTA-S/M/D held file) are
*>   walked here with the repeats. a released quota hold is queued
*>   on TRANS-QREL.DAT, MULT-QREL.DAT or DIV-QREL.DAT instead of the
*>   resubmission queue, so the next pass runs it without holding
*>   it over quota a second time; a dropped one goes back to the
*>   department to send next month.
*> - repeats of peaspow's POW-RAW.DAT drop (type P, parked on a
*>   DUP-P held file) are walked with the rest; a released one is
*>   queued on POW-RESUB.DAT for the next pre-edit pass.
*> - the register is rewritten through HOLD-REG.WRK, and lines past
*>   the 500 the walk buffers are carried through unchanged - they
*>   were being dropped from the register on every rewrite instead
*>   of waiting for the next session.
*> - only the holds still waiting are buffered for the walk, each
*>   with its line number on the register, and the register is
*>   rebuilt by streaming it through HOLD-REG.WRK with the decided
*>   lines swapped in by number. the register only ever grows, so
*>   once 500 lines had been written the new holds past them could
*>   never be reached; the waiting count now covers the whole file.

identification division.
program-id. holdrel.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select hold-reg assign to "HOLD-REG.DAT"
         organization is line sequential
         file status is hold-reg-status.
     select hold-work assign to "HOLD-REG.WRK"
         organization is line sequential
         file status is hold-work-status.
     select held-file assign to held-file-name
         organization is line sequential
         file status is held-status.
     select trans-resub assign to "TRANS-RESUB.DAT"
         organization is line sequential
         file status is tresub-status.
     select mult-resub assign to "MULT-RESUB.DAT"
         organization is line sequential
         file status is mresub-status.
     select pow-resub assign to "POW-RESUB.DAT"
         organization is line sequential
         file status is presub-status.
     select trans-qrel assign to "TRANS-QREL.DAT"
         organization is line sequential
         file status is tqrel-status.
     select mult-qrel assign to "MULT-QREL.DAT"
         organization is line sequential
         file status is mqrel-status.
     select div-qrel assign to "DIV-QREL.DAT"
         organization is line sequential
         file status is dqrel-status.
     select hold-log assign to "HOLD-LOG.DAT"
         organization is line sequential
         file status is hold-log-status.
     select signon-id assign to "SIGNON-ID.DAT"
         organization is line sequential
         file status is signon-id-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(100).
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
fd hold-work.
     01 hold-work-line picture x(81).
fd held-file.
     01 held-line picture x(80).
fd trans-resub.
     01 tresub-line picture x(80).
fd mult-resub.
     01 mresub-line picture x(80).
fd pow-resub.
     01 presub-line picture x(80).
fd trans-qrel.
     01 tqrel-line picture x(80).
fd mult-qrel.
     01 mqrel-line picture x(80).
fd div-qrel.
     01 dqrel-line picture x(80).
fd hold-log.
     01 hold-log-line picture x(100).
fd signon-id.
     01 signon-id-record.
         02 sid-id picture x(8).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 hold-reg-status picture x(2).
77 held-status picture x(2).
77 hold-work-status picture x(2).
77 hold-work-eof-sw picture x(1) value 'n'.
    88 hold-work-eof value 'y'.
77 cut-short-sw picture x(1) value 'n'.
    88 register-cut-short value 'y'.
77 reg-line-no picture 9(6) value zero.
77 tresub-status picture x(2).
77 mresub-status picture x(2).
77 presub-status picture x(2).
77 hold-log-status picture x(2).
77 tqrel-status picture x(2).
77 mqrel-status picture x(2).
77 dqrel-status picture x(2).
77 signon-id-status picture x(2).
77 run-ctl-status picture x(2).
77 hold-reg-eof-sw picture x(1) value 'n'.
    88 hold-reg-eof value 'y'.
77 held-eof-sw picture x(1) value 'n'.
    88 held-eof value 'y'.
77 quit-sw picture x(1) value 'n'.
    88 quit-walk value 'y'.
77 held-file-name picture x(24).
77 hold-count picture 9(4) value zero.
77 hold-sub picture 9(4).
77 waiting-count picture 9(6) value zero.
77 released-count picture 9(4) value zero.
77 dropped-count picture 9(4) value zero.
77 kept-count picture 9(4) value zero.
77 queued-count picture 9(6) value zero.
77 run-oper picture x(8) value spaces.
77 run-date picture 9(8).
77 userAns picture x(30).
01 time-stamp.
    02 run-time picture 9(6).
    02 filler   picture 9(2).
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
01 hold-table.
    02 hrt-entry occurs 500 times.
        03 hrt-line-no picture 9(6).
        03 hrt-record picture x(100).
01 hold-view.
    02 hv-held-date picture 9(8).
    02 filler  picture x(1).
    02 hv-type picture x(1).
    02 filler  picture x(1).
    02 hv-reason picture x(5).
    02 filler  picture x(1).
    02 hv-file picture x(24).
    02 filler  picture x(1).
    02 hv-count picture 9(6).
    02 filler  picture x(1).
    02 hv-dept picture x(3).
    02 filler  picture x(1).
    02 hv-status picture x(1).
    02 filler  picture x(1).
    02 hv-match-date picture 9(8).
    02 filler  picture x(1).
    02 hv-rel-date picture 9(8).
    02 filler  picture x(1).
    02 hv-rel-oper picture x(8).
    02 filler  picture x(19).
01 log-detail.
    02 lg-date picture 9(8).
    02 filler  picture x(1) value space.
    02 lg-time picture 9(6).
    02 filler  picture x(1) value space.
    02 lg-oper picture x(8).
    02 filler  picture x(1) value space.
    02 lg-action picture x(8).
    02 filler  picture x(1) value space.
    02 lg-held-date picture 9(8).
    02 filler  picture x(1) value space.
    02 lg-type picture x(1).
    02 filler  picture x(1) value space.
    02 lg-reason picture x(5).
    02 filler  picture x(1) value space.
    02 lg-dept picture x(3).
    02 filler  picture x(1) value space.
    02 lg-file picture x(24).
    02 filler  picture x(1) value space.
    02 lg-count picture zzzzz9.
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(24) value 'held submission release'.
01 show-hold-1.
    02 filler picture x(6) value 'held: '.
    02 sh-held-date picture 9(8).
    02 filler picture x(3) value spaces.
    02 filler picture x(6) value 'drop: '.
    02 sh-type picture x(8).
    02 filler picture x(3) value spaces.
    02 filler picture x(8) value 'reason: '.
    02 sh-reason picture x(24).
01 show-hold-2.
    02 filler picture x(8) value 'parked: '.
    02 sh-count picture zzzzz9.
    02 filler picture x(10) value ' lines on '.
    02 sh-file picture x(24).
    02 filler picture x(3) value spaces.
    02 filler picture x(6) value 'dept: '.
    02 sh-dept picture x(3).
01 show-hold-3.
    02 filler picture x(36) value
        'repeats the drop already taken on '.
    02 sh-match-date picture 9(8).
01 action-prompt.
    02 filler picture x(55) value
        'Action? (r)elease (k)eep (d)rop (q)uit the walk: '.
01 user-tryagain.
    02 filler picture x(20) value 'Please Try Again.'.
01 hold-summary.
    02 filler picture x(10) value 'released: '.
    02 hs-released picture zzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(9) value 'dropped: '.
    02 hs-dropped picture zzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(6) value 'kept: '.
    02 hs-kept picture zzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(14) value 'lines queued: '.
    02 hs-queued picture zzzzz9.
procedure division.
    move 'n' to hold-reg-eof-sw.
    move 'n' to quit-sw.
    move 'n' to cut-short-sw.
    move zero to hold-count.
    move zero to reg-line-no.
    move zero to waiting-count.
    move zero to released-count.
    move zero to dropped-count.
    move zero to kept-count.
    move zero to queued-count.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    move 'S' to rc-status.
    perform write-run-control.

    perform get-run-oper.
    perform load-hold-register.
    if waiting-count is equal to zero
        display 'nothing is held - no release to make.'
        move 'C' to rc-status
        perform write-run-control
        close standard-output
        goback
    end-if.

    move 1 to hold-sub.
    perform walk-one-hold
        until hold-sub is greater than hold-count or quit-walk.

    if released-count is greater than zero
            or dropped-count is greater than zero
        perform rewrite-hold-register
    end-if.

    move released-count to hs-released.
    move dropped-count to hs-dropped.
    move kept-count to hs-kept.
    move queued-count to hs-queued.
    write out-line from hold-summary after advancing 2 line.
    move 'C' to rc-status.
    perform write-run-control.
    close standard-output.
    goback.

write-run-control.
    *> appended alongside every other program's records so the
    *> whole day reads back from one file
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'holdrel   ' to rc-program.
    move 'i' to rc-mode.
    move waiting-count to rc-read.
    move queued-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.

get-run-oper.
    *> the hold log answers for who let a held drop through, so the
    *> verified sign-on id is taken the way parmaint takes it
    move spaces to run-oper.
    open input signon-id.
    if signon-id-status = "00"
        read signon-id
        if signon-id-status = "00"
            move sid-id to run-oper
        end-if
        close signon-id
    end-if.
    if run-oper is equal to spaces
        accept run-oper from environment "LOGNAME"
    end-if.
    if run-oper is equal to spaces
        move 'OPERATOR' to run-oper
    end-if.

load-hold-register.
    *> only the holds still waiting are buffered, each with its line
    *> number so its decision goes back in the same place - decided
    *> lines are history and stay on the file. past the buffer the
    *> rest wait on the file for the next session
    open input hold-reg.
    if hold-reg-status = "00"
        perform read-hold-reg
        perform stow-hold-record until hold-reg-eof
        close hold-reg
    end-if.

read-hold-reg.
    read hold-reg
        at end set hold-reg-eof to true
    end-read.

stow-hold-record.
    add 1 to reg-line-no.
    if hr-status is equal to 'H'
        add 1 to waiting-count
        if hold-count is less than 500
            add 1 to hold-count
            move reg-line-no to hrt-line-no(hold-count)
            move hold-reg-record to hrt-record(hold-count)
        else
            if not register-cut-short
                display 'warning: over 500 holds waiting - the rest'
                    ' wait for the next session.'
                set register-cut-short to true
            end-if
        end-if
    end-if.
    perform read-hold-reg.

walk-one-hold.
    move hrt-record(hold-sub) to hold-view.
    if hv-status is equal to 'H'
        perform show-one-hold
        perform ask-hold-action
        move hold-view to hrt-record(hold-sub)
    end-if.
    add 1 to hold-sub.

show-one-hold.
    move hv-held-date to sh-held-date.
    evaluate hv-type
        when 'S'
            move 'roots' to sh-type
        when 'M'
            move 'products' to sh-type
        when 'D'
            move 'quotient' to sh-type
        when 'P'
            move 'powers' to sh-type
        when other
            move hv-type to sh-type
    end-evaluate.
    evaluate hv-reason
        when 'DUP'
            move 'repeat of an earlier drop' to sh-reason
        when 'QUOTA'
            move 'over the monthly quota' to sh-reason
        when other
            move hv-reason to sh-reason
    end-evaluate.
    move hv-count to sh-count.
    move hv-file to sh-file.
    move hv-dept to sh-dept.
    write out-line from spaces after advancing 1 line.
    write out-line from show-hold-1 after advancing 1 line.
    write out-line from show-hold-2 after advancing 1 line.
    if hv-reason is equal to 'DUP'
        move hv-match-date to sh-match-date
        write out-line from show-hold-3 after advancing 1 line
    end-if.

ask-hold-action.
    write out-line from action-prompt after advancing 1 line.
    accept userAns.
    if userAns is equal to "r"
        perform release-this-hold
    else
        if userAns is equal to "d"
            move 'D' to hv-status
            move 'DROPPED ' to lg-action
            perform stamp-hold-decision
            add 1 to dropped-count
        else
            if userAns is equal to "k"
                add 1 to kept-count
            else
                if userAns is equal to "q"
                    set quit-walk to true
                    add 1 to kept-count
                else
                    write out-line from user-tryagain
                        after advancing 1 line
                    perform ask-hold-action
                end-if
            end-if
        end-if
    end-if.

release-this-hold.
    *> the parked lines go on the resubmission queue - the next
    *> pre-edit pass edits them like any repaired record, so a
    *> released repeat still has to be clean to be run
    move hv-file to held-file-name.
    move 'n' to held-eof-sw.
    open input held-file.
    if held-status is not equal to "00"
        display held-file-name ' is not on the box - kept held.'
        add 1 to kept-count
    else
        if hv-reason is equal to 'QUOTA'
            perform open-quota-queue
        else
            perform open-resub-queue
        end-if
        perform queue-held-line until held-eof
        if hv-reason is equal to 'QUOTA'
            perform close-quota-queue
        else
            perform close-resub-queue
        end-if
        close held-file
        move 'R' to hv-status
        move 'RELEASED' to lg-action
        perform stamp-hold-decision
        add 1 to released-count
    end-if.

open-resub-queue.
    evaluate hv-type
        when 'M'
            open extend mult-resub
            if mresub-status is not equal to "00"
                open output mult-resub
            end-if
        when 'P'
            open extend pow-resub
            if presub-status is not equal to "00"
                open output pow-resub
            end-if
        when other
            open extend trans-resub
            if tresub-status is not equal to "00"
                open output trans-resub
            end-if
    end-evaluate.

close-resub-queue.
    evaluate hv-type
        when 'M'
            close mult-resub
        when 'P'
            close pow-resub
        when other
            close trans-resub
    end-evaluate.

open-quota-queue.
    *> released quota work has its own queue per calculator - the
    *> pass that reads it knows a supervisor has already said yes
    evaluate hv-type
        when 'M'
            open extend mult-qrel
            if mqrel-status is not equal to "00"
                open output mult-qrel
            end-if
        when 'D'
            open extend div-qrel
            if dqrel-status is not equal to "00"
                open output div-qrel
            end-if
        when other
            open extend trans-qrel
            if tqrel-status is not equal to "00"
                open output trans-qrel
            end-if
    end-evaluate.

close-quota-queue.
    evaluate hv-type
        when 'M'
            close mult-qrel
        when 'D'
            close div-qrel
        when other
            close trans-qrel
    end-evaluate.

queue-held-line.
    *> the department's own header and trailer were for the drop as
    *> a whole - the resubmission queue carries detail lines only
    read held-file
        at end set held-eof to true
        not at end
            if held-line(1:1) is not equal to 'H'
                    and held-line(1:1) is not equal to 'T'
                add 1 to queued-count
                if hv-reason is equal to 'QUOTA'
                    perform queue-quota-line
                else
                    perform queue-resub-line
                end-if
            end-if
    end-read.

queue-resub-line.
    evaluate hv-type
        when 'M'
            move held-line to mresub-line
            write mresub-line
        when 'P'
            move held-line to presub-line
            write presub-line
        when other
            move held-line to tresub-line
            write tresub-line
    end-evaluate.

queue-quota-line.
    evaluate hv-type
        when 'M'
            move held-line to mqrel-line
            write mqrel-line
        when 'D'
            move held-line to dqrel-line
            write dqrel-line
        when other
            move held-line to tqrel-line
            write tqrel-line
    end-evaluate.

stamp-hold-decision.
    accept run-date from date yyyymmdd.
    move run-date to hv-rel-date.
    move run-oper to hv-rel-oper.
    perform log-hold-decision.

log-hold-decision.
    open extend hold-log.
    if hold-log-status is not equal to "00"
        open output hold-log
    end-if.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to lg-date.
    move run-time to lg-time.
    move run-oper to lg-oper.
    move hv-held-date to lg-held-date.
    move hv-type to lg-type.
    move hv-reason to lg-reason.
    move hv-dept to lg-dept.
    move hv-file to lg-file.
    move hv-count to lg-count.
    write hold-log-line from log-detail.
    close hold-log.

rewrite-hold-register.
    *> the register is built on a work file and copied back, the
    *> way approvmgr rewrites its queue - the file is streamed
    *> through line by line and each buffered hold, decided or
    *> kept, goes back at its own line number; every other line,
    *> and any hold noted on the file since the walk began, is
    *> carried through untouched
    move 'n' to hold-reg-eof-sw.
    move zero to reg-line-no.
    move 1 to hold-sub.
    open input hold-reg.
    open output hold-work.
    perform read-hold-reg.
    perform rewrite-one-hold until hold-reg-eof.
    close hold-work.
    close hold-reg.
    perform copy-hold-work-back.

rewrite-one-hold.
    add 1 to reg-line-no.
    move hold-reg-record to hold-work-line.
    if hold-sub is not greater than hold-count
        if hrt-line-no(hold-sub) is equal to reg-line-no
            move hrt-record(hold-sub) to hold-work-line
            add 1 to hold-sub
        end-if
    end-if.
    write hold-work-line.
    perform read-hold-reg.

copy-hold-work-back.
    move 'n' to hold-work-eof-sw.
    open input hold-work.
    open output hold-reg.
    perform read-hold-work.
    perform copy-hold-work-line until hold-work-eof.
    close hold-reg.
    close hold-work.
    *> the work file is left empty rather than holding a second
    *> copy of the register
    open output hold-work.
    close hold-work.

read-hold-work.
    read hold-work
        at end set hold-work-eof to true
    end-read.

copy-hold-work-line.
    write hold-reg-record from hold-work-line.
    perform read-hold-work.
