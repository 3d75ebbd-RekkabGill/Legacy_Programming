*> Name: Rekkab Gill (rekkab@uoguelph.ca)
*> File: expedite.cob
*> Intraday expedite run of one department's urgent submissions.
*> How to Compile: compiled into the menu -
*>   cobc -m -free -Wall expedite.cob (link editpass.cob,
*>   sqrtbabyex.cob, cobol_nrecursive.cob, cobol_power.cob,
*>   sqrtqa.cob, calcqa.cob, distrib.cob and lockmgr.cob)
*> How to use: run from the menu when a department cannot wait for
*> the 18:00 stream. The department drops its urgent work as
*> EXP-S-xxx.DAT (roots), EXP-M-xxx.DAT (products) and/or
*> EXP-P-xxx.DAT (powers), xxx being its submitter code, in the
*> same layouts as the night's TRANS-RAW.DAT, MULT-RAW.DAT and
*> POW-RAW.DAT drops. The operator keys the code (blank backs out;
*> it has to be on DEPT-MASTER.DAT) and the drop is taken through
*> the night's own steps: editpass edits it onto EXP-TRANS-IN.DAT,
*> EXP-MULT-INPUT.DAT and EXP-POW-INPUT.DAT and cuts the
*> department's acknowledgement, sqrtbabyex, a4 and peaspow work
*> whatever passed onto the usual audit trails and onto EXP-
*> reports of their own, sqrtqa and calcqa check the work, and
*> distrib cuts the department's DIST-xxx.DAT on the spot. The
*> night's input files, RESTART.DAT and the stream checkpoint are
*> never touched - every step is told it is an expedite run
*> through the EXPEDITE_DEPT environment variable, which is set
*> for the length of this run only and cleared on every way out.
*> The 'EXPEDITE' lock keeps two expedite runs apart, and the run
*> is refused while any calculator lock ('SQRT', 'MULT', 'DIV',
*> 'POW') is held, so it never queues up behind the stream or a
*> console calculator half-way through. A step ending with return
*> code 8 or more stops the run before anything is distributed.
*> Every run-control record the run and its steps cut carries mode
*> 'x', which is what chargeback bills at the expedite premium.
*>
*> modifications:
*> (none yet)

identification division.
program-id. expedite.
environment division.
input-output section.
file-control.
     select standard-output assign to display.
     select work-file assign to work-file-name
         organization is line sequential
         file status is work-status.
     select dept-master assign to "DEPT-MASTER.DAT"
         organization is line sequential
         file status is dept-status.
     select run-control assign to "RUN-CONTROL.DAT"
         organization is line sequential
         file status is run-ctl-status.
data division.
file section.
fd standard-output.
     01 out-line picture x(80).
fd work-file.
     01 work-record.
         02 wr-type  picture x(1).
         02 wr-date  picture x(8).
         02 wr-count picture x(6).
         02 filler   picture x(65).
fd dept-master.
     01 dept-master-record.
         02 dm-code picture x(3).
         02 filler  picture x(1).
         02 dm-name picture x(20).
fd run-control.
     01 run-control-line picture x(44).
working-storage section.
77 work-status picture x(2).
77 dept-status picture x(2).
77 run-ctl-status picture x(2).
77 work-file-name picture x(20).
77 work-eof-sw picture x(1) value 'n'.
    88 work-eof value 'y'.
77 dept-eof-sw picture x(1) value 'n'.
    88 dept-eof value 'y'.
77 dept-answer-sw picture x(1) value 'n'.
    88 dept-ok value 'y'.
    88 dept-cancelled value 'c'.
77 step-fail-sw picture x(1) value 'n'.
    88 step-failed value 'y'.
77 lock-fail-sw picture x(1) value 'n'.
    88 lock-fail value 'y'.
77 expedite-dept picture x(3) value spaces.
77 blank-dept picture x(3) value spaces.
77 dept-name picture x(20).
77 userAns picture x(30).
77 drop-count picture 9(1) value zero.
77 detail-count picture 9(6) value zero.
77 roots-count picture 9(6) value zero.
77 products-count picture 9(6) value zero.
77 powers-count picture 9(6) value zero.
77 read-count picture 9(6) value zero.
77 sent-count picture 9(6) value zero.
77 step-name picture x(10).
77 step-rc picture 9(4).
77 clear-sub picture 9(1).
77 lock-sub picture 9(1).
77 lock-name picture x(10).
77 lock-action picture x(1).
77 lock-holder picture x(10).
77 lock-result picture x(1).
77 run-date picture 9(8).
*> the calculator locks an expedite run must find free - the
*> stream and the console calculators take these
01 lock-list.
    02 filler picture x(10) value 'SQRT'.
    02 filler picture x(10) value 'MULT'.
    02 filler picture x(10) value 'DIV'.
    02 filler picture x(10) value 'POW'.
01 lock-list-table redefines lock-list.
    02 ll-name picture x(10) occurs 4 times.
*> the expedite run's own work files - emptied before the edit so
*> a step that has nothing to do this time cannot pick up what an
*> earlier department's run left behind
01 work-file-names.
    02 filler picture x(20) value 'EXP-TRANS-IN.DAT'.
    02 filler picture x(20) value 'EXP-MULT-INPUT.DAT'.
    02 filler picture x(20) value 'EXP-POW-INPUT.DAT'.
    02 filler picture x(20) value 'EXP-SQRT-REPORT.DAT'.
    02 filler picture x(20) value 'EXP-MULT-REPORT.DAT'.
    02 filler picture x(20) value 'EXP-POW-REPORT.DAT'.
01 work-file-table redefines work-file-names.
    02 wf-name picture x(20) occurs 6 times.
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
01 title-line.
    02 filler picture x(9) value spaces.
    02 filler picture x(30) value 'intraday expedite run'.
01 dept-prompt.
    02 filler picture x(50) value
        'Department code to expedite (blank = back out): '.
01 user-tryagain.
    02 filler picture x(42) value
        'Not on the department master - try again.'.
01 expedite-summary.
    02 filler picture x(6) value 'dept: '.
    02 es-dept picture x(3).
    02 filler picture x(3) value spaces.
    02 filler picture x(7) value 'roots: '.
    02 es-roots picture zzzzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(10) value 'products: '.
    02 es-products picture zzzzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(8) value 'powers: '.
    02 es-powers picture zzzzz9.
    02 filler picture x(3) value spaces.
    02 filler picture x(6) value 'sent: '.
    02 es-sent picture zzzzz9.
procedure division.
    move 'n' to step-fail-sw.
    move 'n' to lock-fail-sw.
    move zero to drop-count.
    move zero to roots-count.
    move zero to products-count.
    move zero to powers-count.
    move zero to read-count.
    move zero to sent-count.
    move spaces to expedite-dept.

    open output standard-output.
    write out-line from title-line after advancing 2 lines.

    perform get-expedite-dept.
    if dept-cancelled
        display 'no department given - nothing run.'
        close standard-output
        goback
    end-if.

    perform find-expedite-drops.
    if drop-count is equal to zero
        display 'no EXP-S-, EXP-M- or EXP-P-' expedite-dept
            '.DAT drop on the box - nothing run.'
        close standard-output
        goback
    end-if.

    *> one expedite run at a time, and none at all while the stream
    *> or a console calculator holds a calculator lock - the steps
    *> would only be refused one by one further in
    move 'EXPEDITE' to lock-name.
    move 'expedite' to lock-holder.
    move 'T' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        display 'expedite: EXPEDITE lock refused - run abandoned.'
        close standard-output
        move 8 to return-code
        goback
    end-if.
    perform check-run-locks.
    if lock-fail
        display 'expedite: a calculator lock is held - run'
            ' refused. try again once it is free.'
        perform release-expedite-lock
        close standard-output
        move 8 to return-code
        goback
    end-if.

    perform clear-work-file
        varying clear-sub from 1 by 1
        until clear-sub is greater than 6.

    *> every step reads the department from the environment and
    *> switches to its expedite files for as long as it is set
    display 'EXPEDITE_DEPT' upon environment-name.
    display expedite-dept upon environment-value.

    move 'S' to rc-status.
    perform write-run-control.

    perform run-edit-step.
    if read-count is equal to zero
        display 'nothing in the drop came through the edit clean -'
        display 'see the acknowledgement and any hold editpass took.'
    else
        perform run-calc-steps
        if not step-failed
            perform run-qa-steps
        end-if
        if not step-failed
            perform run-distrib-step
        end-if
    end-if.

    move expedite-dept to es-dept.
    move roots-count to es-roots.
    move products-count to es-products.
    move powers-count to es-powers.
    move sent-count to es-sent.
    write out-line from expedite-summary after advancing 2 line.
    if step-failed
        display 'expedite run failed - nothing distributed.'
        move 'F' to rc-status
        move 8 to return-code
    else
        move 'C' to rc-status
        move 0 to return-code
    end-if.
    perform write-run-control.

    display 'EXPEDITE_DEPT' upon environment-name.
    display blank-dept upon environment-value.
    perform release-expedite-lock.
    close standard-output.
    goback.

get-expedite-dept.
    move 'n' to dept-answer-sw.
    perform ask-expedite-dept until dept-ok or dept-cancelled.

ask-expedite-dept.
    write out-line from dept-prompt after advancing 1 line.
    move spaces to userAns.
    accept userAns.
    if userAns is equal to spaces
        set dept-cancelled to true
    else
        move userAns to expedite-dept
        inspect expedite-dept converting
            'abcdefghijklmnopqrstuvwxyz' to
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
        perform find-dept-master
        if dept-ok
            display 'expediting ' expedite-dept ' ' dept-name
        else
            write out-line from user-tryagain after advancing 1 line
        end-if
    end-if.

find-dept-master.
    move 'n' to dept-eof-sw.
    open input dept-master.
    if dept-status is not equal to "00"
        display 'DEPT-MASTER.DAT not found - no department can be'
            ' expedited.'
        set dept-cancelled to true
    else
        perform read-dept-master
        perform match-dept-master until dept-eof or dept-ok
        close dept-master
    end-if.

read-dept-master.
    read dept-master
        at end set dept-eof to true
    end-read.

match-dept-master.
    if dm-code is equal to expedite-dept
        set dept-ok to true
        move dm-name to dept-name
    else
        perform read-dept-master
    end-if.

find-expedite-drops.
    *> any one of the three drops is enough to run
    move 'EXP-S-' to work-file-name.
    perform probe-expedite-drop.
    move 'EXP-M-' to work-file-name.
    perform probe-expedite-drop.
    move 'EXP-P-' to work-file-name.
    perform probe-expedite-drop.

probe-expedite-drop.
    move expedite-dept to work-file-name(7:3).
    move '.DAT' to work-file-name(10:4).
    open input work-file.
    if work-status = "00"
        add 1 to drop-count
        display 'drop found: ' work-file-name
        close work-file
    end-if.

check-run-locks.
    move 'n' to lock-fail-sw.
    perform inquire-one-lock
        varying lock-sub from 1 by 1
        until lock-sub is greater than 4.

inquire-one-lock.
    move ll-name(lock-sub) to lock-name.
    move 'expedite' to lock-holder.
    move 'I' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.
    if lock-result is equal to 'N'
        set lock-fail to true
    end-if.

release-expedite-lock.
    move 'EXPEDITE' to lock-name.
    move 'expedite' to lock-holder.
    move 'R' to lock-action.
    call "lockmgr" using lock-name, lock-action, lock-holder,
        lock-result.

clear-work-file.
    move wf-name(clear-sub) to work-file-name.
    open output work-file.
    close work-file.

run-edit-step.
    move 'editpass' to step-name.
    move 0 to return-code.
    call "editpass".
    move 'EXP-TRANS-IN.DAT' to work-file-name.
    perform count-work-details.
    move detail-count to roots-count.
    move 'EXP-MULT-INPUT.DAT' to work-file-name.
    perform count-work-details.
    move detail-count to products-count.
    move 'EXP-POW-INPUT.DAT' to work-file-name.
    perform count-work-details.
    move detail-count to powers-count.
    compute read-count = roots-count + products-count
        + powers-count.

count-work-details.
    *> the control records lead with 'H' and 'T'; everything else
    *> on a clean file is a detail for the calculator
    move zero to detail-count.
    move 'n' to work-eof-sw.
    open input work-file.
    if work-status = "00"
        perform count-one-detail until work-eof
        close work-file
    end-if.

count-one-detail.
    read work-file
        at end set work-eof to true
        not at end
            if wr-type is not equal to 'H'
                    and wr-type is not equal to 'T'
                add 1 to detail-count
            end-if
    end-read.

run-calc-steps.
    *> only a calculator with something to work is called - with
    *> an empty clean file it would stop with nothing to do
    if roots-count is greater than zero
        move 'sqrtbabyex' to step-name
        move 0 to return-code
        call "sqrtbabyex"
        perform judge-step
    end-if.
    if products-count is greater than zero and not step-failed
        move 'a4' to step-name
        move 0 to return-code
        call "a4"
        perform judge-step
    end-if.
    if powers-count is greater than zero and not step-failed
        move 'peaspow' to step-name
        move 0 to return-code
        call "peaspow"
        perform judge-step
    end-if.

run-qa-steps.
    if roots-count is greater than zero
        move 'sqrtqa' to step-name
        move 0 to return-code
        call "sqrtqa"
        perform judge-step
    end-if.
    if products-count is greater than zero
            or powers-count is greater than zero
        if not step-failed
            move 'calcqa' to step-name
            move 0 to return-code
            call "calcqa"
            perform judge-step
        end-if
    end-if.

run-distrib-step.
    move 'distrib' to step-name.
    move 0 to return-code.
    call "distrib".
    perform judge-step.
    if not step-failed
        perform read-dist-count
    end-if.

read-dist-count.
    *> the response file leads with its own count - that is what
    *> the department was sent
    move zero to sent-count.
    move spaces to work-file-name.
    string 'DIST-' delimited by size
        expedite-dept delimited by space
        '.DAT' delimited by size
        into work-file-name.
    open input work-file.
    if work-status = "00"
        read work-file
        if work-status = "00" and wr-type is equal to 'H'
                and wr-count is numeric
            move wr-count to sent-count
        end-if
        close work-file
        display 'response file ready: ' work-file-name
    end-if.

judge-step.
    *> under 8 is a warning the night would carry on past too
    if return-code is greater than 9999
        move 9999 to step-rc
    else
        move return-code to step-rc
    end-if.
    if step-rc is not less than 8
        set step-failed to true
        display step-name ' ended with return code ' step-rc
            ' - expedite run stopped.'
    end-if.

write-run-control.
    *> appended alongside every other program's records so the
    *> whole day reads back from one file
    open extend run-control.
    if run-ctl-status is not equal to "00"
        open output run-control
    end-if.
    move 'expedite  ' to rc-program.
    move 'x' to rc-mode.
    move read-count to rc-read.
    move sent-count to rc-written.
    accept run-date from date yyyymmdd.
    accept time-stamp from time.
    move run-date to rc-date.
    move run-time to rc-time.
    write run-control-line from run-control-detail.
    close run-control.
